IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing17-23.
AUTHOR. Michael Coughlan.
*> Batch run that finds the unreturned rentals past their
*> due date and queues one overdue-notice letter per customer on the
*> shared correspondence file, listing every overdue title and the
*> same tiered late fee Listing17-7/17-14 charge on the customer's
*> sent per rental, the letter body gets sterner at notice two, and
*> at notice three the customer is suspended on the customer master
*> so the checkout till refuses them until they settle up.
*> The wording itself now comes off the Listing18-45 template master
*> through FillLetterTemplate - the opening and the line for each
*> film from notice level one, the closing from the customer's
*> notice level - in the language the customer asked for their
*> letters in.
*> The rentals still out come off the open-rentals index that
*> MaintainOpenRental keeps, in due-date order, so the run stops at
*> the first rental not yet due instead of reading the whole rental
*> history; those it takes are sorted back into customer order and
*> each is read from RentalFile by its key.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
                     WITH DUPLICATES
        FILE STATUS IS RentalStatus.

   SELECT OpenRentalFile ASSIGN TO "Listing17-6OpenRentals.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OpenRentalKey-OR
        ALTERNATE RECORD KEY IS OpenFilmId-OR
                     WITH DUPLICATES
        FILE STATUS IS OpenRentalStatus.

    SELECT OverdueSortFile ASSIGN TO "Listing17-23Sort.TMP".

   SELECT CustomerFile ASSIGN TO "Listing17-26Customer.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
01 RentalRec-RF.
   COPY RentalRec.

FD OpenRentalFile.
01 OpenRentalRec-OR.
   COPY OpenRentalRec.

SD OverdueSortFile.
01 OverdueSortRec-OS.
   02 RentalKey-OS.
      03 CustomerId-OS      PIC 9(7).
      03 FilmId-OS          PIC 9(7).
      03 CheckoutDate-OS    PIC 9(8).

FD CustomerFile.
01 CustomerRec-CF.
   COPY CustomerRec.
01 RentalStatus             PIC XX.
   88 RentalOk   VALUE "02", "00".

01 OpenRentalStatus         PIC XX.
01 OverdueSortState         PIC X VALUE "N".
   88 EndOfOverdueSort        VALUE "Y".

01 CustomerStatus           PIC XX.
   88 CustomerOk  VALUE "02", "00".

*> be built for the print file, then queued a line at a time.
01 OverdueNoticeLine        PIC X(80).

*> Passed to FillLetterTemplate for each part of the letter.
01 TemplateLetterType       PIC X VALUE "O".
01 TemplateLevel            PIC 9.
01 TemplateLanguage         PIC X.
01 TemplatePart             PIC X.
01 TemplateLineNum          PIC 99.
01 TemplateResult           PIC 9.
   88 NoMoreTemplateLines     VALUE 1.
01 LetterFields.
   COPY LetterFields.

01 NoticeStatus             PIC XX.
   88 NoticeOk    VALUE "02", "00".


01 DueDate-Ed                PIC 9999/99/99.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing17-23", "FilmFile    ",
          FilmRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-23", "CustomerFile",
          CustomerRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-23", "RentalFile  ",
          RentalRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate

    OPEN INPUT RentalFile
       OPEN I-O CorrespondenceFile
    END-IF

    SORT OverdueSortFile
         ON ASCENDING KEY CustomerId-OS
                          FilmId-OS
                          CheckoutDate-OS
         INPUT PROCEDURE IS SelectPastDueRentals
         OUTPUT PROCEDURE IS ProcessPastDueRentals

    IF CustomerIsOverdue
       PERFORM CloseOverdueLetter
    END-IF
    STOP RUN.

SelectPastDueRentals.
    OPEN INPUT OpenRentalFile
    IF OpenRentalStatus NOT EQUAL "00"
       DISPLAY "Open-rentals index not available - " OpenRentalStatus
               "; run Listing18-48 to rebuild it."
       CLOSE OpenRentalFile
       EXIT PARAGRAPH
    END-IF
    MOVE LOW-VALUES TO OpenRentalKey-OR
    START OpenRentalFile KEY IS GREATER THAN OpenRentalKey-OR
       INVALID KEY SET EndOfOpenRentals TO TRUE
    END-START
    IF NOT EndOfOpenRentals
       READ OpenRentalFile NEXT RECORD
          AT END SET EndOfOpenRentals TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfOpenRentals
                  OR DueDate-OR NOT < TodayDate
       MOVE RentalKey-OR TO RentalKey-OS
       RELEASE OverdueSortRec-OS
       READ OpenRentalFile NEXT RECORD
          AT END SET EndOfOpenRentals TO TRUE
       END-READ
    END-PERFORM
    CLOSE OpenRentalFile.

ProcessPastDueRentals.
    PERFORM UNTIL EndOfOverdueSort
       RETURN OverdueSortFile
          AT END
             SET EndOfOverdueSort TO TRUE
          NOT AT END
             MOVE RentalKey-OS TO RentalKey-RF
             READ RentalFile
                KEY IS RentalKey-RF
                INVALID KEY CONTINUE
             END-READ
             IF RentalOk
                PERFORM ProcessRentalRecord
             END-IF
       END-RETURN
    END-PERFORM.

ProcessRentalRecord.
    IF CustomerId-RF NOT EQUAL CurrentCustomerId
       IF CustomerIsOverdue
    ADD 1 TO NoticeCount
    PERFORM LookUpCustomer
    PERFORM FindNextCorrSeqNum
    INITIALIZE LetterFields
    STRING CustomerFirstName-CF DELIMITED BY "  "
           " " DELIMITED BY SIZE
           CustomerSurname-CF DELIMITED BY "  "
      INTO LetterName-LF
    END-STRING
    MOVE CurrentCustomerId TO LetterCustId-LF
    IF LettersInFrench-CF
       MOVE "F" TO TemplateLanguage
    ELSE
       MOVE "E" TO TemplateLanguage
    END-IF
    MOVE 1 TO TemplateLevel
    MOVE "H" TO TemplatePart
    PERFORM QueueTemplatePart.

QueueTemplatePart.
*> Every line of one part of the template, filled in and queued.
    MOVE ZEROS TO TemplateLineNum
    PERFORM NextTemplateLine
    PERFORM UNTIL NoMoreTemplateLines
       PERFORM QueueOverdueLine
       PERFORM NextTemplateLine
    END-PERFORM.

NextTemplateLine.
    CALL "FillLetterTemplate" USING TemplateLetterType, TemplateLevel,
                                    TemplateLanguage, TemplatePart,
                                    TemplateLineNum, LetterFields,
                                    OverdueNoticeLine, TemplateResult.

FindNextCorrSeqNum.
*> One past the customer's highest queued line, the same pattern as
    END-READ
    MOVE DueDate-RF TO DueDate-Ed
    MOVE LateFee TO LateFee-Ed
    MOVE FilmTitle-FF TO LetterTitle-LF
    MOVE DueDate-Ed   TO LetterDate-LF
    MOVE LateFee-Ed   TO LetterFee-LF
    MOVE 1 TO TemplateLevel
    MOVE "D" TO TemplatePart
    PERFORM QueueTemplatePart.

CountNoticeForRental.
*> One counter record per overdue rental; each run that letters the
    END-IF.

CloseOverdueLetter.
*> The closing is the one part worded per notice level: stern at
*> two, and at three the customer is suspended as it says.
    MOVE CustomerTotalDue TO CustomerTotalDue-Ed
    MOVE CustomerTotalDue-Ed TO LetterTotal-LF
    EVALUATE TRUE
       WHEN HighestNoticeForCustomer <= 1
          MOVE 1 TO TemplateLevel
       WHEN HighestNoticeForCustomer = 2
          MOVE 2 TO TemplateLevel
       WHEN OTHER
          MOVE 3 TO TemplateLevel
    END-EVALUATE
    MOVE "F" TO TemplatePart
    PERFORM QueueTemplatePart
    IF TemplateLevel = 3
       PERFORM SuspendCustomer
    END-IF.

SuspendCustomer.
*> Third notice: the customer master is flagged so the checkout
*> till refuses the account until somebody in the office clears it.
*> A customer keeping to a payment arrangement is not re-suspended -
*> Listing18-17 decides that when a promise is broken.
    MOVE CurrentCustomerId TO CustomerId-CF
    READ CustomerFile
       KEY IS CustomerId-CF
       INVALID KEY CONTINUE
    END-READ
    IF CustomerOk AND NOT CustomerIsSuspended-CF
                  AND NOT OnPaymentPlan-CF
       SET CustomerIsSuspended-CF TO TRUE
       REWRITE CustomerRec-CF
          INVALID KEY DISPLAY "-CF ERROR Status = " CustomerStatus
    WRITE HolidayRec
    CLOSE HolidayFile.
END PROGRAM BusinessDateCalc.

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
