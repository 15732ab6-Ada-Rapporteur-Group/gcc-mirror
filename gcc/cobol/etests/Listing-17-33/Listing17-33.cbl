*> now applies letter by letter. The collections letter itself goes
*> onto the shared correspondence queue, where Listing17-73's
*> nightly print run merges it with any overdue letter already
*> waiting for the same customer into one envelope. A customer on a
*> Listing18-16 payment arrangement is left out while the plan
*> stands; Listing18-17 clears the flag the day a promise is broken.
*> An account Listing18-19 has written off and placed with the
*> collection agency is the agency's to chase, so it is left out too.
*> The letter's wording comes off the Listing18-45 template master
*> through FillLetterTemplate, in English or French as the customer
*> asked.
*> The phone number on the work file and on the run report is masked
*> through MaskPersonalData, by the policy kept for each in
*> Listing18-46.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   88 CorrespondenceOk        VALUE "02", "00".
01 QueueSeqNum              PIC 9(7) VALUE ZEROS.
01 CollectionLetterLine     PIC X(80).

*> Personal fields pass through MaskPersonalData on their way out;
*> the run has no operator signed on, so the batch policy applies.
01 MaskOperatorId           PIC 9(4) VALUE ZEROS.
01 MaskValue                PIC X(40).
01 ReportPhone              PIC X(12).

*> Passed to FillLetterTemplate for the letter's lines.
01 TemplateLetterType       PIC X VALUE "C".
01 TemplateLevel            PIC 9 VALUE 1.
01 TemplateLanguage         PIC X.
01 TemplatePart             PIC X VALUE "H".
01 TemplateLineNum          PIC 99.
01 TemplateResult           PIC 9.
   88 NoMoreTemplateLines     VALUE 1.
01 LetterFields.
   COPY LetterFields.
01 TodayDate                PIC 9(8).

01 SuspendedCount            PIC 9(5) VALUE ZEROS.
01 TargetCustomerId          PIC 9(7).
01 Exposure-Ed               PIC $$,$$$,$$9.99.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing17-33", "CustomerFile",
          CustomerRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    OPEN INPUT CustomerFile
    IF CustomerStatus NOT EQUAL "00"
    END-IF
    PERFORM UNTIL EndOfCustomers
       IF CustomerIsSuspended-CF
          AND NOT OnPaymentPlan-CF AND NOT PlacedWithAgency-CF
          PERFORM ExtractSuspendedCustomer
       END-IF
       READ CustomerFile NEXT RECORD
    ADD CustomerExposure TO TotalExposure
    MOVE CustomerId-CF      TO CustomerId-CX
    MOVE CustomerSurname-CF TO CustomerSurname-CX
    MOVE CustomerPhone-CF   TO MaskValue
    CALL "MaskPersonalData" USING "COLLXTRC", MaskOperatorId, "P",
                                  MaskValue
    MOVE MaskValue          TO CustomerPhone-CX
    MOVE CustomerExposure   TO OpenExposure-CX
    WRITE CollectionsRec
    MOVE CustomerPhone-CF   TO MaskValue
    CALL "MaskPersonalData" USING "COLLRPT ", MaskOperatorId, "P",
                                  MaskValue
    MOVE MaskValue          TO ReportPhone
    MOVE CustomerExposure TO Exposure-Ed
    DISPLAY CustomerId-CF SPACE CustomerSurname-CF
            SPACE ReportPhone SPACE Exposure-Ed
    PERFORM QueueCollectionsLetter.

QueueCollectionsLetter.
*> CustomerRec-CF still holds the suspended account's record.
    PERFORM FindNextCorrSeqNum
    INITIALIZE LetterFields
    STRING CustomerFirstName-CF DELIMITED BY "  "
           " " DELIMITED BY SIZE
           CustomerSurname-CF DELIMITED BY "  "
      INTO LetterName-LF
    END-STRING
    MOVE TargetCustomerId TO LetterCustId-LF
    MOVE Exposure-Ed      TO LetterTotal-LF
    IF LettersInFrench-CF
       MOVE "F" TO TemplateLanguage
    ELSE
       MOVE "E" TO TemplateLanguage
    END-IF
    MOVE ZEROS TO TemplateLineNum
    PERFORM NextTemplateLine
    PERFORM UNTIL NoMoreTemplateLines
       PERFORM QueueCollectionsLine
       PERFORM NextTemplateLine
    END-PERFORM.

NextTemplateLine.
    CALL "FillLetterTemplate" USING TemplateLetterType, TemplateLevel,
                                    TemplateLanguage, TemplatePart,
                                    TemplateLineNum, LetterFields,
                                    CollectionLetterLine, TemplateResult.

FindNextCorrSeqNum.
*> One past the customer's highest queued line, the same pattern as
AUTHOR. Michael Coughlan.
*> Appends one line per file OPEN/CLOSE to a single shared audit log,
*> so the log accumulates a cross-program trail of file activity no
*> matter which of the rental-system programs actually ran. Nothing
*> is logged from a training session.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
WORKING-STORAGE SECTION.
01  AuditLogStatus         PIC XX.
01  AuditTimestamp         PIC X(21).
01  TrainingState          PIC X.
    88  TrainingModeOn       VALUE "Y".
01  TrainingFileName       PIC X(40) VALUE SPACES.

LINKAGE SECTION.
01  ProgramName-IO         PIC X(12).
PROCEDURE DIVISION USING ProgramName-IO, FileName-IO, OperationCode-IO,
                          EventFileStatus-IO, OperatorId-IO.
Begin.
   CALL "TrainingMode" USING "Q", TrainingState, TrainingFileName
   IF TrainingModeOn
      EXIT PROGRAM
   END-IF
   MOVE FUNCTION CURRENT-DATE TO AuditTimestamp
   OPEN EXTEND AuditLogFile
   IF AuditLogStatus EQUAL "35"
   CLOSE AuditLogFile
   EXIT PROGRAM.
END PROGRAM AuditLogFileEvent.

IDENTIFICATION DIVISION.
PROGRAM-ID. TrainingMode.
AUTHOR. Michael Coughlan.
*> Training-mode switch for the counter programs. OperatorSignOnCheck
*> sets it ("S") when a trainee signs on or an operator asks for a
*> training session; it then holds for the rest of the run. "Q" hands
*> the setting back. "F" takes a data file name and, in training,
*> turns it into the name of its training copy - the same name with
*> "Training-" in front - so a counter program or one of the
*> subprograms it calls works against the copies Listing18-39
*> rebuilds each night and never touches the live files.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  TrainingSwitch             PIC X VALUE "N".
    88  TrainingSwitchOn         VALUE "Y".
01  LiveFileName               PIC X(40).

LINKAGE SECTION.
01  TrainingFunction-IO        PIC X.
    88  SetTrainingMode          VALUE "S".
    88  QueryTrainingMode        VALUE "Q".
    88  MapTrainingFile          VALUE "F".
01  TrainingState-IO           PIC X.
    88  TrainingModeOn           VALUE "Y".
01  TrainingFileName-IO        PIC X(40).

PROCEDURE DIVISION USING TrainingFunction-IO, TrainingState-IO,
                          TrainingFileName-IO.
Begin.
   IF SetTrainingMode
      IF TrainingModeOn
         MOVE "Y" TO TrainingSwitch
      ELSE
         MOVE "N" TO TrainingSwitch
      END-IF
   END-IF

   IF MapTrainingFile AND TrainingSwitchOn
      AND TrainingFileName-IO(1:9) NOT EQUAL "Training-"
      MOVE TrainingFileName-IO TO LiveFileName
      MOVE SPACES TO TrainingFileName-IO
      STRING "Training-" DELIMITED BY SIZE
             LiveFileName DELIMITED BY SPACE
             INTO TrainingFileName-IO
   END-IF

   MOVE TrainingSwitch TO TrainingState-IO
   EXIT PROGRAM.
END PROGRAM TrainingMode.

IDENTIFICATION DIVISION.
PROGRAM-ID. FillLetterTemplate.
AUTHOR. Michael Coughlan.
*> Builds letter lines from the Listing18-45 template master, so the
*> wording of the overdue, collections, reminder and hold-ready
*> letters lives on file where a supervisor can change it, not in
*> the programs that queue them. A template is held for each letter
*> type, notice level and language - English or French - in three
*> parts: the opening lines, the line repeated for each film, and the
*> closing lines. Each call hands back the part's next line after
*> LineNum with the placeholders filled in from LetterFields -
*> &NAME&, &CUSTID&, &TITLE&, &DATE&, &FEE&, &TOTAL&, &STORE& and
*> &STORENUM& - and TemplateResult 1 when the part has no more
*> lines. A level with no lines of its own for the part uses level
*> one, and a language with none uses English, so a French letter
*> is never left blank. The templates load once per run, the file
*> being seeded with the standard wording the first time it is
*> wanted; a letter type of "*" loads them again, for the template
*> utility after a change.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT TemplateFile ASSIGN TO "Listing18-45Templates.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TemplateKey-LT
        FILE STATUS IS TemplateStatus.

DATA DIVISION.
FILE SECTION.
FD TemplateFile.
01 LetterTemplateRec-LT.
   COPY LetterTemplateRec.

WORKING-STORAGE SECTION.
01  TemplateStatus         PIC XX.
    88  TemplateOk           VALUE "02", "00".
01  TablesLoaded           PIC X VALUE "N".
    88  TablesAlreadyLoaded  VALUE "Y".
01  SeedDate               PIC 9(8).

01  TemplateTable.
    02  TemplateCount      PIC 9(3) VALUE ZERO.
    02  TemplateEntry OCCURS 400 TIMES INDEXED BY TpIdx.
        03  TemplateKey-T  PIC X(6).
        03  TemplateText-T PIC X(80).

01  WantedKey.
    02  WantedType         PIC X.
    02  WantedLevel        PIC 9.
    02  WantedLanguage     PIC X.
    02  WantedPart         PIC X.
    02  WantedLineNum      PIC 99.
01  PartFound              PIC X.
    88  PartHasLines         VALUE "Y".
01  BestLineNum            PIC 99.
01  BestIdx                PIC 9(3).

01  InPos                  PIC 99.
01  OutPos                 PIC 9(3).
01  TokenFound             PIC X.
    88  TokenWasFound        VALUE "Y".

LINKAGE SECTION.
01  LetterType-IO          PIC X.
    88  ReloadTemplates      VALUE "*".
01  NoticeLevel-IO         PIC 9.
01  LanguageCode-IO        PIC X.
01  LinePart-IO            PIC X.
01  LineNum-IO             PIC 99.
01  LetterFields-IO.
    COPY LetterFields.
01  LetterLine-IO          PIC X(80).
01  TemplateResult-IO      PIC 9.
    88  TemplateLineFilled   VALUE 0.
    88  NoMoreTemplateLines  VALUE 1.

PROCEDURE DIVISION USING LetterType-IO, NoticeLevel-IO,
                          LanguageCode-IO, LinePart-IO, LineNum-IO,
                          LetterFields-IO, LetterLine-IO,
                          TemplateResult-IO.
Begin.
   SET NoMoreTemplateLines TO TRUE
   MOVE SPACES TO LetterLine-IO
   IF ReloadTemplates
      MOVE "N" TO TablesLoaded
   END-IF
   IF NOT TablesAlreadyLoaded
      PERFORM LoadTemplates
      MOVE "Y" TO TablesLoaded
   END-IF
   IF ReloadTemplates
      EXIT PROGRAM
   END-IF

*> The level and language asked for, then level one, then English.
   MOVE LetterType-IO TO WantedType
   MOVE LinePart-IO   TO WantedPart
   MOVE NoticeLevel-IO  TO WantedLevel
   MOVE LanguageCode-IO TO WantedLanguage
   IF WantedLanguage NOT EQUAL "F"
      MOVE "E" TO WantedLanguage
   END-IF
   PERFORM CheckPartHasLines
   IF NOT PartHasLines
      MOVE 1 TO WantedLevel
      PERFORM CheckPartHasLines
   END-IF
   IF NOT PartHasLines
      MOVE NoticeLevel-IO TO WantedLevel
      MOVE "E" TO WantedLanguage
      PERFORM CheckPartHasLines
   END-IF
   IF NOT PartHasLines
      MOVE 1 TO WantedLevel
      PERFORM CheckPartHasLines
   END-IF
   IF NOT PartHasLines
      EXIT PROGRAM
   END-IF

*> The lowest line number above the one the caller last had.
   MOVE 99 TO BestLineNum
   MOVE ZERO TO BestIdx
   PERFORM VARYING TpIdx FROM 1 BY 1 UNTIL TpIdx > TemplateCount
      IF TemplateKey-T(TpIdx)(1:4) EQUAL WantedKey(1:4)
         MOVE TemplateKey-T(TpIdx)(5:2) TO WantedLineNum
         IF WantedLineNum > LineNum-IO
            AND (BestIdx EQUAL ZERO OR WantedLineNum < BestLineNum)
            MOVE WantedLineNum TO BestLineNum
            SET BestIdx TO TpIdx
         END-IF
      END-IF
   END-PERFORM
   IF BestIdx EQUAL ZERO
      EXIT PROGRAM
   END-IF
   MOVE BestLineNum TO LineNum-IO
   PERFORM FillPlaceholders
   SET TemplateLineFilled TO TRUE
   EXIT PROGRAM.

CheckPartHasLines.
   MOVE "N" TO PartFound
   PERFORM VARYING TpIdx FROM 1 BY 1 UNTIL TpIdx > TemplateCount
      IF TemplateKey-T(TpIdx)(1:4) EQUAL WantedKey(1:4)
         SET PartHasLines TO TRUE
         EXIT PERFORM
      END-IF
   END-PERFORM.

FillPlaceholders.
*> Copies the template text across a character at a time, putting
*> each placeholder's value in its place without trailing spaces.
   MOVE 1 TO InPos
   MOVE 1 TO OutPos
   PERFORM UNTIL InPos > 80 OR OutPos > 80
      MOVE "N" TO TokenFound
      IF TemplateText-T(BestIdx)(InPos:1) EQUAL "&"
         PERFORM MatchPlaceholder
      END-IF
      IF NOT TokenWasFound
         STRING TemplateText-T(BestIdx)(InPos:1) DELIMITED BY SIZE
           INTO LetterLine-IO WITH POINTER OutPos
         END-STRING
         ADD 1 TO InPos
      END-IF
   END-PERFORM.

MatchPlaceholder.
   EVALUATE TRUE
      WHEN InPos <= 75
           AND TemplateText-T(BestIdx)(InPos:6) EQUAL "&NAME&"
         STRING FUNCTION TRIM(LetterName-LF) DELIMITED BY SIZE
           INTO LetterLine-IO WITH POINTER OutPos
         END-STRING
         ADD 6 TO InPos
         SET TokenWasFound TO TRUE
      WHEN InPos <= 73
           AND TemplateText-T(BestIdx)(InPos:8) EQUAL "&CUSTID&"
         STRING LetterCustId-LF DELIMITED BY SIZE
           INTO LetterLine-IO WITH POINTER OutPos
         END-STRING
         ADD 8 TO InPos
         SET TokenWasFound TO TRUE
      WHEN InPos <= 74
           AND TemplateText-T(BestIdx)(InPos:7) EQUAL "&TITLE&"
         STRING FUNCTION TRIM(LetterTitle-LF) DELIMITED BY SIZE
           INTO LetterLine-IO WITH POINTER OutPos
         END-STRING
         ADD 7 TO InPos
         SET TokenWasFound TO TRUE
      WHEN InPos <= 75
           AND TemplateText-T(BestIdx)(InPos:6) EQUAL "&DATE&"
         STRING FUNCTION TRIM(LetterDate-LF) DELIMITED BY SIZE
           INTO LetterLine-IO WITH POINTER OutPos
         END-STRING
         ADD 6 TO InPos
         SET TokenWasFound TO TRUE
      WHEN InPos <= 76
           AND TemplateText-T(BestIdx)(InPos:5) EQUAL "&FEE&"
         STRING FUNCTION TRIM(LetterFee-LF) DELIMITED BY SIZE
           INTO LetterLine-IO WITH POINTER OutPos
         END-STRING
         ADD 5 TO InPos
         SET TokenWasFound TO TRUE
      WHEN InPos <= 74
           AND TemplateText-T(BestIdx)(InPos:7) EQUAL "&TOTAL&"
         STRING FUNCTION TRIM(LetterTotal-LF) DELIMITED BY SIZE
           INTO LetterLine-IO WITH POINTER OutPos
         END-STRING
         ADD 7 TO InPos
         SET TokenWasFound TO TRUE
      WHEN InPos <= 74
           AND TemplateText-T(BestIdx)(InPos:7) EQUAL "&STORE&"
         STRING FUNCTION TRIM(LetterStore-LF) DELIMITED BY SIZE
           INTO LetterLine-IO WITH POINTER OutPos
         END-STRING
         ADD 7 TO InPos
         SET TokenWasFound TO TRUE
      WHEN InPos <= 71
           AND TemplateText-T(BestIdx)(InPos:10) EQUAL "&STORENUM&"
         STRING FUNCTION TRIM(LetterStoreNum-LF) DELIMITED BY SIZE
           INTO LetterLine-IO WITH POINTER OutPos
         END-STRING
         ADD 10 TO InPos
         SET TokenWasFound TO TRUE
   END-EVALUATE.

LoadTemplates.
   MOVE ZERO TO TemplateCount
   OPEN INPUT TemplateFile
   IF TemplateStatus EQUAL "35"
      CLOSE TemplateFile
      PERFORM SeedTemplates
      OPEN INPUT TemplateFile
   END-IF
   IF TemplateStatus NOT EQUAL "00"
      CLOSE TemplateFile
      EXIT PARAGRAPH
   END-IF
   MOVE LOW-VALUES TO TemplateKey-LT
   START TemplateFile KEY IS GREATER THAN TemplateKey-LT
      INVALID KEY SET EndOfTemplates TO TRUE
   END-START
   IF NOT EndOfTemplates
      READ TemplateFile NEXT RECORD
         AT END SET EndOfTemplates TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfTemplates
      IF TemplateCount < 400
         ADD 1 TO TemplateCount
         MOVE TemplateKey-LT  TO TemplateKey-T(TemplateCount)
         MOVE TemplateText-LT TO TemplateText-T(TemplateCount)
      END-IF
      READ TemplateFile NEXT RECORD
         AT END SET EndOfTemplates TO TRUE
      END-READ
   END-PERFORM
   CLOSE TemplateFile.

SeedTemplates.
*> The wording the letters carried before the template master, and
*> its French. Envelope type E is the sign-off Listing17-73 prints
*> under each customer's letters.
   MOVE FUNCTION CURRENT-DATE(1:8) TO SeedDate
   OPEN OUTPUT TemplateFile
   MOVE "O1EH01" TO TemplateKey-LT
   MOVE "Dear &NAME& (Customer &CUSTID&),"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O1EH02" TO TemplateKey-LT
   MOVE "The following rental(s) are now overdue:"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O1ED01" TO TemplateKey-LT
   MOVE "  - &TITLE& (due &DATE&) late fee &FEE&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O1EF01" TO TemplateKey-LT
   MOVE "Total amount now due: &TOTAL&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O1EF02" TO TemplateKey-LT
   MOVE "Please return these items or settle the fee promptly."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O2EF01" TO TemplateKey-LT
   MOVE "Total amount now due: &TOTAL&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O2EF02" TO TemplateKey-LT
   MOVE "SECOND NOTICE: this is not the first time we have written."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O2EF03" TO TemplateKey-LT
   MOVE "Return the items within 7 days or your account will be suspended."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O3EF01" TO TemplateKey-LT
   MOVE "Total amount now due: &TOTAL&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O3EF02" TO TemplateKey-LT
   MOVE "FINAL NOTICE: your account is now suspended."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O3EF03" TO TemplateKey-LT
   MOVE "No further rentals will be made until these items and fees are settled."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O1FH01" TO TemplateKey-LT
   MOVE "Bonjour &NAME& (client &CUSTID&),"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O1FH02" TO TemplateKey-LT
   MOVE "Les locations suivantes sont maintenant en retard :"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O1FD01" TO TemplateKey-LT
   MOVE "  - &TITLE& (retour prevu le &DATE&) frais de retard &FEE&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O1FF01" TO TemplateKey-LT
   MOVE "Montant total du : &TOTAL&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O1FF02" TO TemplateKey-LT
   MOVE "Veuillez rapporter ces articles ou regler les frais rapidement."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O2FF01" TO TemplateKey-LT
   MOVE "Montant total du : &TOTAL&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O2FF02" TO TemplateKey-LT
   MOVE "DEUXIEME AVIS : ce n'est pas la premiere fois que nous vous ecrivons."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O2FF03" TO TemplateKey-LT
   MOVE "Rapportez les articles d'ici 7 jours, sinon votre compte sera suspendu."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O3FF01" TO TemplateKey-LT
   MOVE "Montant total du : &TOTAL&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O3FF02" TO TemplateKey-LT
   MOVE "DERNIER AVIS : votre compte est maintenant suspendu."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O3FF03" TO TemplateKey-LT
   MOVE "Aucune location ne sera possible avant le reglement des articles et des frais."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "C1EH01" TO TemplateKey-LT
   MOVE "Dear &NAME& (Customer &CUSTID&),"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "C1EH02" TO TemplateKey-LT
   MOVE "Your account is suspended and has been referred for collection."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "C1EH03" TO TemplateKey-LT
   MOVE "Our records show an outstanding balance of &TOTAL&."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "C1EH04" TO TemplateKey-LT
   MOVE "Please contact the store to arrange payment."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "C1FH01" TO TemplateKey-LT
   MOVE "Bonjour &NAME& (client &CUSTID&),"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "C1FH02" TO TemplateKey-LT
   MOVE "Votre compte est suspendu et a ete transmis au recouvrement."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "C1FH03" TO TemplateKey-LT
   MOVE "Nos dossiers indiquent un solde impaye de &TOTAL&."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "C1FH04" TO TemplateKey-LT
   MOVE "Veuillez communiquer avec le magasin pour convenir du paiement."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "R1EH01" TO TemplateKey-LT
   MOVE "Dear &NAME&,"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "R1EH02" TO TemplateKey-LT
   MOVE "Just a friendly reminder - these rental(s) are due back soon:"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "R1ED01" TO TemplateKey-LT
   MOVE "  - &TITLE& (due &DATE&)"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "R1EF01" TO TemplateKey-LT
   MOVE "Return them to any store, or use the drop box after hours."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "R1EF02" TO TemplateKey-LT
   MOVE "Thank you for renting with us."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "R1FH01" TO TemplateKey-LT
   MOVE "Bonjour &NAME&,"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "R1FH02" TO TemplateKey-LT
   MOVE "Petit rappel amical - ces locations doivent etre rapportees bientot :"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "R1FD01" TO TemplateKey-LT
   MOVE "  - &TITLE& (retour prevu le &DATE&)"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "R1FF01" TO TemplateKey-LT
   MOVE "Rapportez-les a n'importe quel magasin, ou utilisez la chute apres les heures."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "R1FF02" TO TemplateKey-LT
   MOVE "Merci de louer chez nous."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H1EH01" TO TemplateKey-LT
   MOVE "Dear &NAME&,"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H1EH02" TO TemplateKey-LT
   MOVE "Good news - the film you reserved is ready for you to collect:"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H1EH03" TO TemplateKey-LT
   MOVE "   &TITLE&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H1EH04" TO TemplateKey-LT
   MOVE "It is waiting for you at the desk of our &STORE& store (&STORENUM&)."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H1EH05" TO TemplateKey-LT
   MOVE "Please collect it by &DATE& - after that it passes to the next customer."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H2EH01" TO TemplateKey-LT
   MOVE "Dear &NAME&,"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H2EH02" TO TemplateKey-LT
   MOVE "Good news - the film you reserved is ready for you to collect:"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H2EH03" TO TemplateKey-LT
   MOVE "   &TITLE&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H2EH04" TO TemplateKey-LT
   MOVE "It is waiting for you at the store desk."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H2EH05" TO TemplateKey-LT
   MOVE "Please collect it by &DATE& - after that it passes to the next customer."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H1FH01" TO TemplateKey-LT
   MOVE "Bonjour &NAME&,"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H1FH02" TO TemplateKey-LT
   MOVE "Bonne nouvelle - le film que vous avez reserve est pret :"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H1FH03" TO TemplateKey-LT
   MOVE "   &TITLE&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H1FH04" TO TemplateKey-LT
   MOVE "Il vous attend au comptoir de notre magasin &STORE& (&STORENUM&)."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H1FH05" TO TemplateKey-LT
   MOVE "Veuillez le ramasser d'ici le &DATE& - ensuite, il passe au client suivant."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H2FH01" TO TemplateKey-LT
   MOVE "Bonjour &NAME&,"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H2FH02" TO TemplateKey-LT
   MOVE "Bonne nouvelle - le film que vous avez reserve est pret :"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H2FH03" TO TemplateKey-LT
   MOVE "   &TITLE&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H2FH04" TO TemplateKey-LT
   MOVE "Il vous attend au comptoir du magasin."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H2FH05" TO TemplateKey-LT
   MOVE "Veuillez le ramasser d'ici le &DATE& - ensuite, il passe au client suivant."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "E1EF01" TO TemplateKey-LT
   MOVE "Yours sincerely,"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "E1EF02" TO TemplateKey-LT
   MOVE "Customer Services"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "E1FF01" TO TemplateKey-LT
   MOVE "Veuillez agreer nos salutations distinguees,"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "E1FF02" TO TemplateKey-LT
   MOVE "Service a la clientele"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   CLOSE TemplateFile.

WriteSeedLine.
   MOVE SeedDate TO ChangedDate-LT
   MOVE ZEROS    TO ChangedBy-LT
   WRITE LetterTemplateRec-LT
      INVALID KEY DISPLAY "-LT ERROR Status = " TemplateStatus
   END-WRITE.
END PROGRAM FillLetterTemplate.

IDENTIFICATION DIVISION.
PROGRAM-ID. MaskPersonalData.
AUTHOR. Michael Coughlan.
*> Applies the personal-data masking policy to one field on its way
*> into a report or extract. The policy, kept on the masking policy
*> master and maintained through Listing18-46, says for each output,
*> each personal field it carries and each operator role whether the
*> field is shown in full, shown in part, or suppressed. The role is
*> the signed-on operator's from the operator master; an OperatorId
*> of zero is an unattended batch run, which has a role of its own,
*> and a trainee is masked as an operator. Shown in part means the
*> last four characters of a phone or mobile number, the first
*> letter and the domain of an email address, the first word of an
*> address line - the house number, or the town - and the year of a
*> date of birth; the rest is starred out. A suppressed field comes
*> back blank. A field the policy does not mention for the output is
*> suppressed, so nothing new reaches a report until someone has
*> decided it should. The policy loads once per run, the master
*> being seeded with the shop's starting policy the first time.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT MaskPolicyFile ASSIGN TO "Listing18-46MaskPolicy.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MaskPolicyKey-MP
        FILE STATUS IS MaskPolicyStatus.

   SELECT MaskOperatorFile ASSIGN TO "Listing17-51Operators.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OperatorId-OP
        FILE STATUS IS MaskOperatorStatus.

DATA DIVISION.
FILE SECTION.
FD MaskPolicyFile.
01 MaskPolicyRec-MP.
   COPY MaskPolicyRec.

FD MaskOperatorFile.
01 OperatorRec-OP.
   COPY OperatorRec.

WORKING-STORAGE SECTION.
01  MaskPolicyStatus       PIC XX.
    88  MaskPolicyOk         VALUE "02", "00".
01  MaskOperatorStatus     PIC XX.
    88  MaskOperatorOk       VALUE "02", "00".
01  PoliciesLoaded         PIC X VALUE "N".
    88  PoliciesAlreadyLoaded VALUE "Y".
01  SeedDate               PIC 9(8).

01  PolicyTable.
    02  PolicyCount        PIC 9(3) VALUE ZERO.
    02  PolicyEntry OCCURS 300 TIMES INDEXED BY PlIdx.
        03  PolicyKey-T    PIC X(10).
        03  PolicyLevel-T  PIC X.

*> The last operator looked up, so a run masks a whole report
*> without reading the operator master for every line.
01  LastOperatorId         PIC 9(4) VALUE ZEROS.
01  LastOperatorRole       PIC X VALUE "B".

01  WantedKey.
    02  WantedOutput       PIC X(8).
    02  WantedField        PIC X.
    02  WantedRole         PIC X.
01  WantedLevel            PIC X.
    88  LevelFull            VALUE "F".
    88  LevelPartial         VALUE "P".

01  CharPos                PIC 99.
01  LastCharPos            PIC 99.
01  KeepUpTo               PIC 99.
01  WordEnded              PIC X.
    88  FirstWordEnded       VALUE "Y".

01  SeedOutput             PIC X(8).
01  SeedProgram            PIC X(12).
01  SeedDesc               PIC X(32).
01  SeedField              PIC X.
01  SeedLevels.
    02  SeedLevel          PIC X OCCURS 4 TIMES.
01  SeedRoles              PIC X(4) VALUE "OSMB".
01  SeedRoleTable REDEFINES SeedRoles.
    02  SeedRole           PIC X OCCURS 4 TIMES.
01  SeedIdx                PIC 9.

LINKAGE SECTION.
01  OutputCode-IO          PIC X(8).
01  OperatorId-IO          PIC 9(4).
01  FieldCode-IO           PIC X.
    88  PhoneOrMobile        VALUE "P", "M".
    88  EmailAddress         VALUE "E".
    88  AddressLine          VALUE "A", "T".
    88  BirthDate            VALUE "B".
01  FieldValue-IO          PIC X(40).

PROCEDURE DIVISION USING OutputCode-IO, OperatorId-IO, FieldCode-IO,
                          FieldValue-IO.
Begin.
   IF NOT PoliciesAlreadyLoaded
      PERFORM LoadPolicies
      MOVE "Y" TO PoliciesLoaded
   END-IF
   PERFORM FindOperatorRole

   MOVE OutputCode-IO    TO WantedOutput
   MOVE FieldCode-IO     TO WantedField
   MOVE LastOperatorRole TO WantedRole
   MOVE "S" TO WantedLevel
   PERFORM VARYING PlIdx FROM 1 BY 1 UNTIL PlIdx > PolicyCount
      IF PolicyKey-T(PlIdx) EQUAL WantedKey
         MOVE PolicyLevel-T(PlIdx) TO WantedLevel
         EXIT PERFORM
      END-IF
   END-PERFORM

   EVALUATE TRUE
      WHEN LevelFull
         CONTINUE
      WHEN LevelPartial
         PERFORM MaskPartOfField
      WHEN OTHER
         MOVE SPACES TO FieldValue-IO
   END-EVALUATE
   EXIT PROGRAM.

FindOperatorRole.
   IF OperatorId-IO EQUAL ZEROS
      MOVE ZEROS TO LastOperatorId
      MOVE "B"   TO LastOperatorRole
      EXIT PARAGRAPH
   END-IF
   IF OperatorId-IO EQUAL LastOperatorId
      EXIT PARAGRAPH
   END-IF
   MOVE OperatorId-IO TO LastOperatorId
   MOVE "O"           TO LastOperatorRole
   OPEN INPUT MaskOperatorFile
   IF MaskOperatorStatus EQUAL "00"
      MOVE OperatorId-IO TO OperatorId-OP
      READ MaskOperatorFile
         KEY IS OperatorId-OP
         INVALID KEY CONTINUE
      END-READ
      IF MaskOperatorOk AND (SupervisorRole-OP OR ManagerRole-OP)
         MOVE RoleCode-OP TO LastOperatorRole
      END-IF
   END-IF
   CLOSE MaskOperatorFile.

MaskPartOfField.
*> LastCharPos is the last non-blank character of the field.
   MOVE ZEROS TO LastCharPos
   PERFORM VARYING CharPos FROM 40 BY -1
           UNTIL CharPos < 1 OR LastCharPos NOT EQUAL ZEROS
      IF FieldValue-IO(CharPos:1) NOT EQUAL SPACE
         MOVE CharPos TO LastCharPos
      END-IF
   END-PERFORM
   EVALUATE TRUE
      WHEN PhoneOrMobile
         IF LastCharPos > 4
            COMPUTE KeepUpTo = LastCharPos - 4
            PERFORM VARYING CharPos FROM 1 BY 1 UNTIL CharPos > KeepUpTo
               PERFORM StarOutCharacter
            END-PERFORM
         END-IF
      WHEN EmailAddress
         PERFORM VARYING CharPos FROM 2 BY 1
                 UNTIL CharPos > LastCharPos
                    OR FieldValue-IO(CharPos:1) EQUAL "@"
            PERFORM StarOutCharacter
         END-PERFORM
      WHEN AddressLine
         MOVE "N" TO WordEnded
         PERFORM VARYING CharPos FROM 1 BY 1 UNTIL CharPos > LastCharPos
            IF FieldValue-IO(CharPos:1) EQUAL SPACE AND CharPos > 1
               SET FirstWordEnded TO TRUE
            END-IF
            IF FirstWordEnded
               PERFORM StarOutCharacter
            END-IF
         END-PERFORM
      WHEN BirthDate
         MOVE "****" TO FieldValue-IO(5:4)
      WHEN OTHER
         PERFORM VARYING CharPos FROM 1 BY 1 UNTIL CharPos > LastCharPos
            PERFORM StarOutCharacter
         END-PERFORM
   END-EVALUATE.

StarOutCharacter.
*> Blanks and punctuation stay, so the shape of the field shows.
   IF FieldValue-IO(CharPos:1) IS ALPHABETIC
      AND FieldValue-IO(CharPos:1) NOT EQUAL SPACE
      MOVE "*" TO FieldValue-IO(CharPos:1)
   END-IF
   IF FieldValue-IO(CharPos:1) IS NUMERIC
      MOVE "*" TO FieldValue-IO(CharPos:1)
   END-IF.

LoadPolicies.
   MOVE ZERO TO PolicyCount
   OPEN INPUT MaskPolicyFile
   IF MaskPolicyStatus EQUAL "35"
      CLOSE MaskPolicyFile
      PERFORM SeedPolicies
      OPEN INPUT MaskPolicyFile
   END-IF
   IF MaskPolicyStatus NOT EQUAL "00"
      CLOSE MaskPolicyFile
      EXIT PARAGRAPH
   END-IF
   MOVE LOW-VALUES TO MaskPolicyKey-MP
   START MaskPolicyFile KEY IS GREATER THAN MaskPolicyKey-MP
      INVALID KEY SET EndOfMaskPolicies TO TRUE
   END-START
   IF NOT EndOfMaskPolicies
      READ MaskPolicyFile NEXT RECORD
         AT END SET EndOfMaskPolicies TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfMaskPolicies
      IF PolicyCount < 300
         ADD 1 TO PolicyCount
         MOVE MaskPolicyKey-MP TO PolicyKey-T(PolicyCount)
         MOVE MaskLevel-MP     TO PolicyLevel-T(PolicyCount)
      END-IF
      READ MaskPolicyFile NEXT RECORD
         AT END SET EndOfMaskPolicies TO TRUE
      END-READ
   END-PERFORM
   CLOSE MaskPolicyFile.

SeedPolicies.
*> The starting policy: the files that go to customers, to the
*> mailing house and to the collection agency carry what they need
*> in full, as does the desk's list of holds to ring about; the
*> other internal reports show phone numbers in part except to a
*> manager. The delivery manifest goes out in the van with the
*> driver, who needs the address, town and phone in full to make
*> the drop. The warehouse extract gets the town and the year of
*> birth and nothing else personal. SeedLevels gives the level for
*> the operator, supervisor, manager and batch roles in that order.
   MOVE FUNCTION CURRENT-DATE(1:8) TO SeedDate
   OPEN OUTPUT MaskPolicyFile
   MOVE "COLLXTRC" TO SeedOutput
   MOVE "Listing17-33" TO SeedProgram
   MOVE "Collections work file"
     TO SeedDesc
   MOVE "P" TO SeedField
   MOVE "PPFP" TO SeedLevels
   PERFORM SeedOneField
   MOVE "COLLRPT" TO SeedOutput
   MOVE "Listing17-33" TO SeedProgram
   MOVE "Collections run report"
     TO SeedDesc
   MOVE "P" TO SeedField
   MOVE "PPFP" TO SeedLevels
   PERFORM SeedOneField
   MOVE "AGENCYPL" TO SeedOutput
   MOVE "Listing18-19" TO SeedProgram
   MOVE "Collection agency placement file"
     TO SeedDesc
   MOVE "A" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "T" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "P" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "AGENCYRP" TO SeedOutput
   MOVE "Listing18-19" TO SeedProgram
   MOVE "Write-off and placement report"
     TO SeedDesc
   MOVE "P" TO SeedField
   MOVE "PPFP" TO SeedLevels
   PERFORM SeedOneField
   MOVE "PROMOMAL" TO SeedOutput
   MOVE "Listing17-95" TO SeedProgram
   MOVE "Promotion mailing file"
     TO SeedDesc
   MOVE "A" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "T" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "HOLDRPT" TO SeedOutput
   MOVE "Listing18-14" TO SeedProgram
   MOVE "Un-notified filled-holds report"
     TO SeedDesc
   MOVE "P" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "INVOICE" TO SeedOutput
   MOVE "Listing17-7" TO SeedProgram
   MOVE "Customer invoice"
     TO SeedDesc
   MOVE "A" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "T" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "STATEMNT" TO SeedOutput
   MOVE "Listing17-14" TO SeedProgram
   MOVE "Statement of account"
     TO SeedDesc
   MOVE "A" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "T" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "HOUSEINV" TO SeedOutput
   MOVE "Listing18-20" TO SeedProgram
   MOVE "House account invoice"
     TO SeedDesc
   MOVE "A" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "T" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "BIEXTRCT" TO SeedOutput
   MOVE "Listing18-49" TO SeedProgram
   MOVE "Warehouse change-data extract"
     TO SeedDesc
   MOVE "T" TO SeedField
   MOVE "PPPP" TO SeedLevels
   PERFORM SeedOneField
   MOVE "B" TO SeedField
   MOVE "PPPP" TO SeedLevels
   PERFORM SeedOneField
   MOVE "LETTERS" TO SeedOutput
   MOVE "Listing17-73" TO SeedProgram
   MOVE "Correspondence print run"
     TO SeedDesc
   MOVE "A" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "T" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "DELIVMAN" TO SeedOutput
   MOVE "Listing18-59" TO SeedProgram
   MOVE "Delivery manifest and pick list"
     TO SeedDesc
   MOVE "A" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "T" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "P" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   CLOSE MaskPolicyFile.

SeedOneField.
   PERFORM VARYING SeedIdx FROM 1 BY 1 UNTIL SeedIdx > 4
      MOVE SeedOutput        TO OutputCode-MP
      MOVE SeedField         TO FieldCode-MP
      MOVE SeedRole(SeedIdx) TO RoleCode-MP
      MOVE SeedLevel(SeedIdx) TO MaskLevel-MP
      MOVE SeedProgram       TO OutputProgram-MP
      MOVE SeedDesc          TO OutputDesc-MP
      MOVE SeedDate          TO ChangedDate-MP
      MOVE ZEROS             TO ChangedBy-MP
      WRITE MaskPolicyRec-MP
         INVALID KEY DISPLAY "-MP ERROR Status = " MaskPolicyStatus
      END-WRITE
   END-PERFORM.
END PROGRAM MaskPersonalData.

IDENTIFICATION DIVISION.
PROGRAM-ID. CheckLayoutVersion IS INITIAL.
AUTHOR. Michael Coughlan.
*> Guards the shared masters against being opened by a program built
*> for a different record layout. Each master's layout version is
*> held in the Listing18-50 layout register rather than in a header
*> record inside the file itself, so the sequential readers of the
*> masters go on working unchanged. A "C" call compares the caller's
*> compiled version (LayoutVersions) with the register and, on a
*> mismatch, sets the result to refused and reports it as a status 39
*> through DescribeFileStatus and ErrorLogFileStatus; the result is
*> never cleared here, so a program can check all its masters and
*> test once. An "S" call stamps the caller's version, and is made by
*> the programs that build a master from scratch. A master with no
*> register entry is refused in the same way - it may hold records
*> of any layout - until it is registered at its version through
*> Listing18-50, and so is every master while the register itself
*> cannot be opened.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LayoutFile ASSIGN TO "Listing18-50Layouts.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FileName-LS
        FILE STATUS IS LayoutStatus.

DATA DIVISION.
FILE SECTION.
FD  LayoutFile.
01  LayoutStampRec-LS.
    COPY LayoutStampRec.

WORKING-STORAGE SECTION.
01  LayoutStatus           PIC XX.
    88  LayoutOk             VALUE "02", "00".

01  StampFound             PIC X VALUE "N".
    88  StampWasFound        VALUE "Y".

01  MismatchStatus         PIC XX VALUE "39".
01  MismatchMessage        PIC X(38).

LINKAGE SECTION.
01  LayoutAction-IO        PIC X.
    88  StampLayout-IO       VALUE "S".
01  ProgramName-IO         PIC X(12).
01  FileName-IO            PIC X(12).
01  LayoutVersion-IO       PIC 9(3).
01  LayoutResult-IO        PIC 9.

PROCEDURE DIVISION USING LayoutAction-IO, ProgramName-IO, FileName-IO,
                          LayoutVersion-IO, LayoutResult-IO.
Begin.
   OPEN I-O LayoutFile
   IF LayoutStatus EQUAL "35"
      OPEN OUTPUT LayoutFile
      CLOSE LayoutFile
      OPEN I-O LayoutFile
   END-IF
   IF NOT LayoutOk
      MOVE 1 TO LayoutResult-IO
      CALL "DescribeFileStatus" USING LayoutStatus, MismatchMessage
      CALL "ErrorLogFileStatus" USING ProgramName-IO, FileName-IO,
            "LAYOUT    ", LayoutStatus, MismatchMessage
      DISPLAY "Layout register unavailable - status " LayoutStatus
      DISPLAY MismatchMessage " - " FileName-IO " not opened."
      EXIT PROGRAM
   END-IF
   MOVE FileName-IO TO FileName-LS
   READ LayoutFile
      KEY IS FileName-LS
      INVALID KEY     MOVE "N" TO StampFound
      NOT INVALID KEY SET StampWasFound TO TRUE
   END-READ
   EVALUATE TRUE
      WHEN NOT StampWasFound AND NOT StampLayout-IO
         PERFORM RefuseUnregistered
      WHEN NOT StampWasFound
         INITIALIZE LayoutStampRec-LS
         MOVE FileName-IO TO FileName-LS
         PERFORM FillLayoutStamp
         WRITE LayoutStampRec-LS
      WHEN StampLayout-IO
         IF LayoutVersion-LS NOT EQUAL LayoutVersion-IO
            MOVE LayoutVersion-LS TO PriorVersion-LS
         END-IF
         PERFORM FillLayoutStamp
         REWRITE LayoutStampRec-LS
      WHEN LayoutVersion-LS NOT EQUAL LayoutVersion-IO
         PERFORM RefuseLayout
   END-EVALUATE
   CLOSE LayoutFile
   EXIT PROGRAM.

FillLayoutStamp.
   MOVE LayoutVersion-IO TO LayoutVersion-LS
   MOVE FUNCTION CURRENT-DATE(1:8) TO StampedDate-LS
   MOVE ProgramName-IO TO StampedBy-LS.

RefuseLayout.
   MOVE 1 TO LayoutResult-IO
   CALL "DescribeFileStatus" USING MismatchStatus, MismatchMessage
   CALL "ErrorLogFileStatus" USING ProgramName-IO, FileName-IO,
         "LAYOUT    ", MismatchStatus, MismatchMessage
   DISPLAY FileName-IO " is at layout version " LayoutVersion-LS
           " but " ProgramName-IO " was built for version "
           LayoutVersion-IO
   DISPLAY MismatchMessage " - file not opened. "
           "Convert it with Listing18-50.".

RefuseUnregistered.
   MOVE 1 TO LayoutResult-IO
   CALL "DescribeFileStatus" USING MismatchStatus, MismatchMessage
   CALL "ErrorLogFileStatus" USING ProgramName-IO, FileName-IO,
         "LAYOUT    ", MismatchStatus, MismatchMessage
   DISPLAY FileName-IO " has no entry on the layout register but "
           ProgramName-IO " was built for version " LayoutVersion-IO
   DISPLAY MismatchMessage " - file not opened. "
           "Register it with Listing18-50.".
END PROGRAM CheckLayoutVersion.

IDENTIFICATION DIVISION.
PROGRAM-ID. DescribeFileStatus IS INITIAL.
AUTHOR. Michael Coughlan.
*> Translates a 2-digit FILE STATUS value into a plain-English
*> message so operators don't have to memorize the code table.
DATA DIVISION.
WORKING-STORAGE SECTION.
COPY FileStatusTable.

LINKAGE SECTION.
01 StatusCode-IO        PIC XX.
01 StatusMessage-IO     PIC X(38).

PROCEDURE DIVISION USING StatusCode-IO, StatusMessage-IO.
Begin.
   SET FileStatusIdx TO 1
   SEARCH FileStatusEntry
       AT END MOVE "Unrecognized FILE STATUS code." TO StatusMessage-IO
       WHEN FileStatusCodeTbl(FileStatusIdx) EQUAL TO StatusCode-IO
            MOVE FileStatusMsgTbl(FileStatusIdx) TO StatusMessage-IO
   END-SEARCH
   EXIT PROGRAM.
END PROGRAM DescribeFileStatus.

IDENTIFICATION DIVISION.
PROGRAM-ID. ErrorLogFileStatus IS INITIAL.
AUTHOR. Michael Coughlan.
*> Central error logger for every program's DECLARATIVES: what the
*> error handlers used to only DISPLAY (gone when the screen
*> scrolls) is appended here with program, file, operation, status
*> and the FileStatusTable message, so the morning summary can group
*> overnight errors and ops can spot a failing disk or a recurring
*> status 39 before it becomes an outage.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ErrorLogFile ASSIGN TO "Listing17-56Errors.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS ErrorLogStatus.

DATA DIVISION.
FILE SECTION.
FD  ErrorLogFile.
01  ErrorLogRec.
    02  ErrorTimestamp-EL    PIC X(21).
    02  ProgramName-EL       PIC X(12).
    02  FileName-EL          PIC X(12).
    02  Operation-EL         PIC X(10).
    02  StatusCode-EL        PIC XX.
    02  StatusMessage-EL     PIC X(38).

WORKING-STORAGE SECTION.
01  ErrorLogStatus         PIC XX.

LINKAGE SECTION.
01  ProgramName-IO         PIC X(12).
01  FileName-IO            PIC X(12).
01  Operation-IO           PIC X(10).
01  StatusCode-IO          PIC XX.
01  StatusMessage-IO       PIC X(38).

PROCEDURE DIVISION USING ProgramName-IO, FileName-IO, Operation-IO,
                          StatusCode-IO, StatusMessage-IO.
Begin.
   OPEN EXTEND ErrorLogFile
   IF ErrorLogStatus EQUAL "35"
      OPEN OUTPUT ErrorLogFile
   END-IF
   MOVE FUNCTION CURRENT-DATE TO ErrorTimestamp-EL
   MOVE ProgramName-IO   TO ProgramName-EL
   MOVE FileName-IO      TO FileName-EL
   MOVE Operation-IO     TO Operation-EL
   MOVE StatusCode-IO    TO StatusCode-EL
   MOVE StatusMessage-IO TO StatusMessage-EL
   WRITE ErrorLogRec
   CLOSE ErrorLogFile
   EXIT PROGRAM.
END PROGRAM ErrorLogFileStatus.
