*> sized before committing; a live run writes the mailing extract
*> with one promo code per customer and records the campaign's
*> selection count for the Listing17-96 effectiveness report.
*> The extract goes out by post, so only customers who told us at
*> the counter (Listing17-26) that they want offers by post are
*> considered at all, and anyone on the Listing18-42 suppression
*> list for post - opted out, or mail returned undeliverable - is
*> left off. Both are counted so a campaign sees how many it lost.
*> A win-back campaign can be aimed at the at-risk list Listing18-44
*> writes each month: only customers on it are then considered, the
*> list being read in step with the customer master as both are in
*> CustomerId order.
*> The mailing address goes onto the file as the Listing18-46
*> masking policy for the mailing file allows, through
*> MaskPersonalData.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MailingStatus.

    SELECT AtRiskFile ASSIGN TO "Listing18-44AtRisk.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AtRiskStatus.

    SELECT CampaignFile ASSIGN TO "Listing17-95Campaigns.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CampaignStatus.
   02 CustomerAddr2-ML      PIC X(30).
   02 PromoCode-ML          PIC X(6).

FD AtRiskFile.
01 AtRiskRec-RK.
   COPY AtRiskRec.

FD CampaignFile.
01 CampaignRec.
   02 PromoCode-CG          PIC X(6).
WORKING-STORAGE SECTION.
01 CustomerStatus           PIC XX.
   88 CustomerOk  VALUE "02", "00".
*> Nobody signs on to the selection run, so the batch policy applies.
01 MaskOperatorId           PIC 9(4) VALUE ZEROS.
01 MaskValue                PIC X(40).
01 RentalStatus             PIC XX.
   88 RentalOk   VALUE "02", "00".
01 FilmStatus               PIC XX.
   88 EndOfPriceRules         VALUE "10".
01 MailingStatus            PIC XX.
01 CampaignStatus           PIC XX.
01 AtRiskStatus             PIC XX.

01 TodayDate                 PIC 9(8).

01 AssignPromoCode           PIC X(6).
01 TrialReply                PIC X.
   88 TrialRunOnly             VALUE "Y", "y".
01 AtRiskReply               PIC X.
   88 AtRiskOnly               VALUE "Y", "y".

01 PromoState                PIC X.
   88 PromoCodeOnRules         VALUE "Y".

01 CustomersExamined         PIC 9(5) VALUE ZEROS.
01 CustomersSelected         PIC 9(5) VALUE ZEROS.
01 NoConsentCount            PIC 9(5) VALUE ZEROS.
01 SuppressedCount           PIC 9(5) VALUE ZEROS.
01 NotAtRiskCount            PIC 9(5) VALUE ZEROS.

01 SuppressResult            PIC 9 VALUE ZERO.
   88 ContactSuppressed        VALUE 1.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing17-95", "FilmFile    ",
          FilmRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-95", "CustomerFile",
          CustomerRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-95", "RentalFile  ",
          RentalRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    DISPLAY "*** Promotion Mailing Selection ***"
    DISPLAY "Genre rented (blank = any) - " WITH NO ADVANCING
    ACCEPT WantedTier
    DISPLAY "State (blank = any) - " WITH NO ADVANCING
    ACCEPT WantedState
    DISPLAY "At-risk customers only (Listing18-44 list)? (Y/N) - "
            WITH NO ADVANCING
    ACCEPT AtRiskReply
    DISPLAY "Promo code to assign - " WITH NO ADVANCING
    ACCEPT AssignPromoCode
    PERFORM CheckPromoCodeOnRules
    OPEN INPUT CustomerFile
    OPEN INPUT RentalFile
    OPEN INPUT FilmFile
    IF AtRiskOnly
       OPEN INPUT AtRiskFile
       IF AtRiskStatus NOT EQUAL "00"
          DISPLAY "REFUSED - there is no at-risk list; run Listing18-44 "
                  "first."
          STOP RUN
       END-IF
       READ AtRiskFile
          AT END SET EndOfAtRisk TO TRUE
       END-READ
    END-IF
    IF NOT TrialRunOnly
       OPEN OUTPUT MailingFile
    END-IF
    CLOSE CustomerFile
    CLOSE RentalFile
    CLOSE FilmFile
    IF AtRiskOnly
       CLOSE AtRiskFile
       DISPLAY NotAtRiskCount " customer(s) not on the at-risk list."
    END-IF
    IF NOT TrialRunOnly
       CLOSE MailingFile
       PERFORM RecordCampaignCount
       DISPLAY "TRIAL ONLY - " CustomersSelected " of "
               CustomersExamined " customer(s) would be mailed."
    END-IF
    DISPLAY "Left off - " NoConsentCount " without consent to offers "
            "by post, " SuppressedCount " on the suppression list."
    STOP RUN.

ConsiderOneCustomer.
    IF AtRiskOnly
       PERFORM FindOnAtRiskList
       IF EndOfAtRisk OR CustomerId-RK NOT EQUAL CustomerId-CF
          ADD 1 TO NotAtRiskCount
          EXIT PARAGRAPH
       END-IF
    END-IF
    IF NOT MarketingPostAllowed-CF
       ADD 1 TO NoConsentCount
       EXIT PARAGRAPH
    END-IF
    CALL "CheckContactSuppression" USING CustomerId-CF, "P", "M",
                                         SuppressResult
    IF ContactSuppressed
       ADD 1 TO SuppressedCount
       EXIT PARAGRAPH
    END-IF
    IF WantedTier NOT EQUAL SPACE
       AND WantedTier NOT EQUAL TierCode-CF
       EXIT PARAGRAPH
       PERFORM WriteMailingRecord
    END-IF.

FindOnAtRiskList.
*> Moves the at-risk list up to the customer in hand.
    PERFORM UNTIL EndOfAtRisk OR CustomerId-RK >= CustomerId-CF
       READ AtRiskFile
          AT END SET EndOfAtRisk TO TRUE
       END-READ
    END-PERFORM.

BuildRentalProfile.
*> The customer's rentals off the key prefix; the genre comes from
*> the film master per rental.
    MOVE CustomerId-CF        TO CustomerId-ML
    MOVE CustomerSurname-CF   TO CustomerSurname-ML
    MOVE CustomerFirstName-CF TO CustomerFirstName-ML
    MOVE CustomerAddr1-CF     TO MaskValue
    CALL "MaskPersonalData" USING "PROMOMAL", MaskOperatorId, "A",
                                  MaskValue
    MOVE MaskValue            TO CustomerAddr1-ML
    MOVE CustomerAddr2-CF     TO MaskValue
    CALL "MaskPersonalData" USING "PROMOMAL", MaskOperatorId, "T",
                                  MaskValue
    MOVE MaskValue            TO CustomerAddr2-ML
    MOVE AssignPromoCode      TO PromoCode-ML
    WRITE MailingRec.

    MOVE CustomersSelected TO SelectedCount-CG
    WRITE CampaignRec
    CLOSE CampaignFile.

IDENTIFICATION DIVISION.
PROGRAM-ID. CheckContactSuppression.
AUTHOR. Michael Coughlan.
*> Looks a customer up on the Listing18-42 suppression list before
*> anything is sent to them. ContactChannel is P for post or E for
*> email/SMS; an entry for that channel or for all channels counts.
*> A customer who opted out is suppressed for marketing only - the
*> overdue and hold-ready letters they still need go out - while an
*> address that came back undeliverable is suppressed for anything
*> on that channel. SuppressResult comes back 0 when the contact may
*> go ahead and 1 when it is suppressed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT SuppressionFile ASSIGN TO "Listing18-42Suppress.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SuppressionKey-SU
        FILE STATUS IS SuppressionStatus.

DATA DIVISION.
FILE SECTION.
FD SuppressionFile.
01 SuppressionRec-SU.
   COPY SuppressionRec.

WORKING-STORAGE SECTION.
01  SuppressionStatus      PIC XX.
    88  SuppressionOk        VALUE "02", "00".

LINKAGE SECTION.
01  CustomerId-IO          PIC 9(7).
01  ContactChannel-IO      PIC X.
01  ContactPurpose-IO      PIC X.
    88  MarketingContact     VALUE "M".
    88  ServiceContact       VALUE "S".
01  SuppressResult-IO      PIC 9.
    88  ContactAllowed       VALUE 0.
    88  ContactSuppressed    VALUE 1.

PROCEDURE DIVISION USING CustomerId-IO, ContactChannel-IO,
                          ContactPurpose-IO, SuppressResult-IO.
Begin.
   SET ContactAllowed TO TRUE
   OPEN INPUT SuppressionFile
   IF SuppressionStatus NOT EQUAL "00"
      CLOSE SuppressionFile
      EXIT PROGRAM
   END-IF
   MOVE CustomerId-IO     TO CustomerId-SU
   MOVE ContactChannel-IO TO SuppressChannel-SU
   PERFORM WeighSuppression
   MOVE CustomerId-IO     TO CustomerId-SU
   MOVE "A"               TO SuppressChannel-SU
   PERFORM WeighSuppression
   CLOSE SuppressionFile
   EXIT PROGRAM.

WeighSuppression.
   READ SuppressionFile
      KEY IS SuppressionKey-SU
      INVALID KEY CONTINUE
   END-READ
   IF SuppressionOk
      IF MailUndeliverable-SU OR MarketingContact
         SET ContactSuppressed TO TRUE
      END-IF
   END-IF.
END PROGRAM CheckContactSuppression.

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
