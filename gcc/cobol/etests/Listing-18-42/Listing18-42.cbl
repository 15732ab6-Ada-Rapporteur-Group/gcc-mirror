IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-42.
AUTHOR. Michael Coughlan.
*> Contact suppression list and consent audit. The suppression list
*> holds the customers we must not contact on a channel whatever
*> their consent answers say: those who opted out - by letter, by
*> phone, or at the counter - and those whose post or email came
*> back undeliverable. An entry is for post, for email/SMS, or for
*> all channels. An opt-out stops marketing on that channel; an
*> undeliverable address stops everything sent there, and the
*> Listing17-73 run tries the customer's other channel instead.
*> Listing17-95 and Listing17-73 both look the list up through
*> CheckContactSuppression. Adding or lifting an entry is written
*> to the consent history through LogConsentChange, alongside the
*> consent answers Listing17-26 records, and the consent audit
*> report prints the customer's current answers - with the date and
*> operator behind each - followed by every change ever made.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   SELECT CustomerFile ASSIGN TO "Listing17-26Customer.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CustomerId-CF
        ALTERNATE RECORD KEY IS CustomerSurname-CF
                     WITH DUPLICATES
        FILE STATUS IS CustomerStatus.

   SELECT SuppressionFile ASSIGN TO "Listing18-42Suppress.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SuppressionKey-SU
        FILE STATUS IS SuppressionStatus.

   SELECT ConsentHistFile ASSIGN TO "Listing17-26ConsentHist.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ConsentHistKey-CH
        FILE STATUS IS ConsentHistStatus.

   SELECT ConsentAuditFile ASSIGN TO "Listing18-42ConsentAudit.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ConsentAuditStatus.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
01 CustomerRec-CF.
   COPY CustomerRec.

FD SuppressionFile.
01 SuppressionRec-SU.
   COPY SuppressionRec.

FD ConsentHistFile.
01 ConsentHistRec-CH.
   COPY ConsentHistRec.

FD ConsentAuditFile.
01 ConsentAuditLine         PIC X(100).

WORKING-STORAGE SECTION.
01 CustomerStatus           PIC XX.
   88 CustomerOk  VALUE "02", "00".

01 SuppressionStatus        PIC XX.
   88 SuppressionOk  VALUE "02", "00".

01 ConsentHistStatus        PIC XX.
   88 ConsentHistOk  VALUE "02", "00".

01 ConsentAuditStatus       PIC XX.

01 OperatorId                 PIC 9(4) VALUE ZEROS.
01 SignOnResult               PIC 9 VALUE 1.
   88 OperatorSignedOn          VALUE 0.
01 OperatorRole               PIC X VALUE SPACE.

*> The permission-table function behind each menu choice.
01 MenuFunction               PIC X(8).
01 MenuRole                   PIC X.
01 MenuPermission             PIC 9 VALUE ZERO.
   88 MenuRefused               VALUE 1.

01 MenuChoice                 PIC 9.
   88 MenuAddSuppression        VALUE 1.
   88 MenuLiftSuppression       VALUE 2.
   88 MenuListSuppressions      VALUE 3.
   88 MenuConsentAudit          VALUE 4.
   88 MenuExit                  VALUE 9.

01 TodayDate                  PIC 9(8).
01 WantedCustomerId           PIC 9(7) VALUE ZEROS.
01 WantedChannel              PIC X.
   88 WantedChannelValid        VALUE "P", "E", "A".
01 WantedReason               PIC X.
   88 WantedReasonValid         VALUE "O", "U".
01 WantedNote                 PIC X(30).
01 OldReason                  PIC X.
01 NewReason                  PIC X.
01 ConsentNote                PIC X(30).
01 SuppressionsListed         PIC 9(5) VALUE ZEROS.
01 AuditLines                 PIC 9(5) VALUE ZEROS.

01 AuditHeading.
   02 FILLER                   PIC X(23)
                                VALUE "Consent audit - printed".
   02 FILLER                   PIC X VALUE SPACE.
   02 HeadingDate              PIC 9(8).
   02 FILLER                   PIC X(11) VALUE " - customer".
   02 FILLER                   PIC X VALUE SPACE.
   02 HeadingCustomerId        PIC 9(7).
   02 FILLER                   PIC X VALUE SPACE.
   02 HeadingName              PIC X(36).
01 AnswerLine.
   02 FILLER                   PIC X(2) VALUE SPACES.
   02 AnswerItem               PIC X(24).
   02 AnswerValue              PIC X.
   02 FILLER                   PIC X(10) VALUE "  captured".
   02 FILLER                   PIC X VALUE SPACE.
   02 AnswerDate               PIC 9(8).
   02 FILLER                   PIC X(13) VALUE " by operator ".
   02 AnswerOperator           PIC 9(4).
01 ChangeLine.
   02 ChangeDate-CL            PIC 9(8).
   02 FILLER                   PIC X VALUE SPACE.
   02 ChangeItem-CL            PIC X(12).
   02 FILLER                   PIC X VALUE SPACE.
   02 OldValue-CL              PIC X.
   02 FILLER                   PIC X(4) VALUE " -> ".
   02 NewValue-CL              PIC X.
   02 FILLER                   PIC X(4) VALUE " op ".
   02 OperatorId-CL            PIC 9(4).
   02 FILLER                   PIC X VALUE SPACE.
   02 ChangeSource-CL          PIC X(12).
   02 FILLER                   PIC X VALUE SPACE.
   02 ChangeNote-CL            PIC X(30).

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing18-42", "CustomerFile",
          CustomerRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    CALL "OperatorSignOnCheck" USING "Listing18-42", "O",
                                     OperatorId, SignOnResult
    CALL "SignOnRole" USING "Q", OperatorId, OperatorRole
    IF NOT OperatorSignedOn
       DISPLAY "Access denied - sign-on was not accepted."
       STOP RUN
    END-IF

    OPEN INPUT CustomerFile
    OPEN I-O SuppressionFile
    IF SuppressionStatus EQUAL "35"
       CLOSE SuppressionFile
       OPEN OUTPUT SuppressionFile
       CLOSE SuppressionFile
       OPEN I-O SuppressionFile
    END-IF
    PERFORM MainMenu UNTIL MenuExit
    CLOSE SuppressionFile
    CLOSE CustomerFile
    STOP RUN.

MainMenu.
    DISPLAY SPACES
    DISPLAY "*** Contact Suppression and Consent Audit ***"
    DISPLAY "1 = Put a customer on the suppression list"
    DISPLAY "2 = Lift a suppression"
    DISPLAY "3 = List the suppression list"
    DISPLAY "4 = Consent audit report for a customer"
    DISPLAY "9 = Exit"
    DISPLAY "Enter your choice - " WITH NO ADVANCING
    ACCEPT MenuChoice
    PERFORM CheckMenuPermission
    IF MenuRefused
       EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
       WHEN MenuAddSuppression    PERFORM AddSuppression
       WHEN MenuLiftSuppression   PERFORM LiftSuppression
       WHEN MenuListSuppressions  PERFORM ListSuppressions
       WHEN MenuConsentAudit      PERFORM PrintConsentAudit
       WHEN MenuExit              CONTINUE
       WHEN OTHER                 DISPLAY "Please enter 1 to 4 or 9"
    END-EVALUATE.

CheckMenuPermission.
*> Every choice defaults to the operator role the sign-on asks for;
*> the Listing17-51 permission table can narrow any one of them.
    MOVE SPACES TO MenuFunction
    MOVE ZERO TO MenuPermission
    EVALUATE TRUE
       WHEN MenuAddSuppression
          MOVE "SUPPRESS" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuLiftSuppression
          MOVE "LIFT" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuListSuppressions
          MOVE "LIST" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuConsentAudit
          MOVE "AUDIT" TO MenuFunction
          MOVE "O" TO MenuRole
    END-EVALUATE
    IF MenuFunction NOT EQUAL SPACES
       CALL "CheckPermission" USING "Listing18-42", MenuFunction, OperatorId,
                                    OperatorRole, MenuRole, MenuPermission
       IF MenuRefused
          DISPLAY "Operator " OperatorId " is not permitted to use "
                  "that function."
       END-IF
    END-IF.

GetTheCustomer.
    DISPLAY "Enter the Customer Id - " WITH NO ADVANCING
    ACCEPT WantedCustomerId
    MOVE WantedCustomerId TO CustomerId-CF
    READ CustomerFile
       KEY IS CustomerId-CF
       INVALID KEY CONTINUE
    END-READ
    IF CustomerOk
       DISPLAY "Customer " CustomerId-CF " - " CustomerFirstName-CF
               SPACE CustomerSurname-CF
    ELSE
       DISPLAY "Customer " WantedCustomerId " is not on the master."
    END-IF.

GetTheChannel.
    MOVE SPACE TO WantedChannel
    PERFORM UNTIL WantedChannelValid
       DISPLAY "Channel P = post, E = email/SMS, A = all - "
               WITH NO ADVANCING
       ACCEPT WantedChannel
       MOVE FUNCTION UPPER-CASE(WantedChannel) TO WantedChannel
       IF NOT WantedChannelValid
          DISPLAY "Please enter P, E or A."
       END-IF
    END-PERFORM.

AddSuppression.
*> A second entry for the same channel replaces the first, so the
*> list always shows the latest reason.
    PERFORM GetTheCustomer
    IF NOT CustomerOk
       EXIT PARAGRAPH
    END-IF
    PERFORM GetTheChannel
    MOVE SPACE TO WantedReason
    PERFORM UNTIL WantedReasonValid
       DISPLAY "Reason O = opted out, U = undeliverable - "
               WITH NO ADVANCING
       ACCEPT WantedReason
       MOVE FUNCTION UPPER-CASE(WantedReason) TO WantedReason
       IF NOT WantedReasonValid
          DISPLAY "Please enter O or U."
       END-IF
    END-PERFORM
    DISPLAY "Note (how we were told) - " WITH NO ADVANCING
    ACCEPT WantedNote

    MOVE SPACE TO OldReason
    MOVE WantedCustomerId TO CustomerId-SU
    MOVE WantedChannel    TO SuppressChannel-SU
    READ SuppressionFile
       KEY IS SuppressionKey-SU
       INVALID KEY CONTINUE
    END-READ
    IF SuppressionOk
       MOVE SuppressReason-SU TO OldReason
    END-IF
    MOVE WantedCustomerId TO CustomerId-SU
    MOVE WantedChannel    TO SuppressChannel-SU
    MOVE WantedReason     TO SuppressReason-SU
    MOVE TodayDate        TO SuppressDate-SU
    MOVE OperatorId       TO SuppressOperator-SU
    MOVE WantedNote       TO SuppressNote-SU
    IF OldReason EQUAL SPACE
       WRITE SuppressionRec-SU
          INVALID KEY DISPLAY "-SU ERROR Status = " SuppressionStatus
       END-WRITE
    ELSE
       REWRITE SuppressionRec-SU
          INVALID KEY DISPLAY "-SU ERROR Status = " SuppressionStatus
       END-REWRITE
    END-IF
    IF SuppressionOk
       MOVE WantedReason TO NewReason
       PERFORM LogSuppressionChange
       DISPLAY "Customer " WantedCustomerId " suppressed on channel "
               WantedChannel "."
    END-IF.

LiftSuppression.
    PERFORM GetTheCustomer
    IF NOT CustomerOk
       EXIT PARAGRAPH
    END-IF
    PERFORM GetTheChannel
    MOVE WantedCustomerId TO CustomerId-SU
    MOVE WantedChannel    TO SuppressChannel-SU
    READ SuppressionFile
       KEY IS SuppressionKey-SU
       INVALID KEY
          DISPLAY "No suppression for that customer and channel."
          EXIT PARAGRAPH
    END-READ
    MOVE SuppressReason-SU TO OldReason
    DISPLAY "Note (why it is lifted) - " WITH NO ADVANCING
    ACCEPT WantedNote
    DELETE SuppressionFile RECORD
       INVALID KEY DISPLAY "-SU ERROR Status = " SuppressionStatus
       NOT INVALID KEY
          MOVE SPACE TO NewReason
          PERFORM LogSuppressionChange
          DISPLAY "Suppression lifted."
    END-DELETE.

LogSuppressionChange.
*> The channel leads the note so the audit shows which one changed.
    MOVE SPACES TO ConsentNote
    STRING "Channel " WantedChannel " - " WantedNote
           DELIMITED BY SIZE INTO ConsentNote
    CALL "LogConsentChange" USING "Listing18-42", WantedCustomerId,
                                  "X", OldReason, NewReason,
                                  OperatorId, ConsentNote.

ListSuppressions.
    MOVE ZEROS TO SuppressionsListed
    MOVE LOW-VALUES TO SuppressionKey-SU
    START SuppressionFile KEY IS GREATER THAN SuppressionKey-SU
       INVALID KEY SET EndOfSuppressions TO TRUE
    END-START
    IF NOT EndOfSuppressions
       READ SuppressionFile NEXT RECORD
          AT END SET EndOfSuppressions TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfSuppressions
       DISPLAY CustomerId-SU " channel " SuppressChannel-SU
               " reason " SuppressReason-SU " since " SuppressDate-SU
               " op " SuppressOperator-SU " " SuppressNote-SU
       ADD 1 TO SuppressionsListed
       READ SuppressionFile NEXT RECORD
          AT END SET EndOfSuppressions TO TRUE
       END-READ
    END-PERFORM
    DISPLAY SuppressionsListed " suppression(s) on file.".

PrintConsentAudit.
*> Current answers from the master first, then the history in the
*> order the changes were made.
    PERFORM GetTheCustomer
    IF NOT CustomerOk
       EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT ConsentAuditFile
    MOVE ZEROS TO AuditLines
    MOVE TodayDate     TO HeadingDate
    MOVE CustomerId-CF TO HeadingCustomerId
    MOVE SPACES TO HeadingName
    STRING CustomerFirstName-CF DELIMITED BY "  "
           " " DELIMITED BY SIZE
           CustomerSurname-CF DELIMITED BY SIZE
      INTO HeadingName
    END-STRING
    WRITE ConsentAuditLine FROM AuditHeading
    MOVE "Current answers" TO ConsentAuditLine
    WRITE ConsentAuditLine

    MOVE "Offers by post"         TO AnswerItem
    MOVE MarketingPostConsent-CF  TO AnswerValue
    MOVE MarketingPostDate-CF     TO AnswerDate
    MOVE MarketingPostOperator-CF TO AnswerOperator
    WRITE ConsentAuditLine FROM AnswerLine
    MOVE "Offers by email/SMS"    TO AnswerItem
    MOVE MarketingElecConsent-CF  TO AnswerValue
    MOVE MarketingElecDate-CF     TO AnswerDate
    MOVE MarketingElecOperator-CF TO AnswerOperator
    WRITE ConsentAuditLine FROM AnswerLine
    MOVE "Service notices"        TO AnswerItem
    MOVE ServiceNoticeConsent-CF  TO AnswerValue
    MOVE ServiceNoticeDate-CF     TO AnswerDate
    MOVE ServiceNoticeOperator-CF TO AnswerOperator
    WRITE ConsentAuditLine FROM AnswerLine

    MOVE "Suppression list" TO ConsentAuditLine
    WRITE ConsentAuditLine
    MOVE WantedCustomerId TO CustomerId-SU
    MOVE LOW-VALUES       TO SuppressChannel-SU
    START SuppressionFile KEY IS GREATER THAN SuppressionKey-SU
       INVALID KEY SET EndOfSuppressions TO TRUE
    END-START
    IF NOT EndOfSuppressions
       READ SuppressionFile NEXT RECORD
          AT END SET EndOfSuppressions TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfSuppressions
                   OR CustomerId-SU NOT EQUAL WantedCustomerId
       MOVE SPACES TO ConsentAuditLine
       STRING "  channel " SuppressChannel-SU " reason "
              SuppressReason-SU " since " SuppressDate-SU
              " by operator " SuppressOperator-SU
              DELIMITED BY SIZE INTO ConsentAuditLine
       WRITE ConsentAuditLine
       READ SuppressionFile NEXT RECORD
          AT END SET EndOfSuppressions TO TRUE
       END-READ
    END-PERFORM

    MOVE "Every change" TO ConsentAuditLine
    WRITE ConsentAuditLine
    OPEN INPUT ConsentHistFile
    IF ConsentHistOk
       PERFORM PrintConsentChanges
    END-IF
    CLOSE ConsentHistFile
    CLOSE ConsentAuditFile
    DISPLAY AuditLines " change(s) written to Listing18-42ConsentAudit.txt".

PrintConsentChanges.
    MOVE WantedCustomerId TO CustomerId-CH
    MOVE ZEROS            TO ChangeSeqNum-CH
    START ConsentHistFile KEY IS GREATER THAN OR EQUAL ConsentHistKey-CH
       INVALID KEY SET EndOfConsentHist TO TRUE
    END-START
    IF NOT EndOfConsentHist
       READ ConsentHistFile NEXT RECORD
          AT END SET EndOfConsentHist TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfConsentHist
                   OR CustomerId-CH NOT EQUAL WantedCustomerId
       MOVE ChangeDate-CH   TO ChangeDate-CL
       EVALUATE TRUE
          WHEN ItemMarketingPost-CH  MOVE "POST OFFERS"  TO ChangeItem-CL
          WHEN ItemMarketingElec-CH  MOVE "EMAIL/SMS"    TO ChangeItem-CL
          WHEN ItemServiceNotice-CH  MOVE "SERVICE"      TO ChangeItem-CL
          WHEN ItemSuppression-CH    MOVE "SUPPRESSION"  TO ChangeItem-CL
          WHEN OTHER                 MOVE ConsentItem-CH TO ChangeItem-CL
       END-EVALUATE
       MOVE OldValue-CH     TO OldValue-CL
       MOVE NewValue-CH     TO NewValue-CL
       MOVE OperatorId-CH   TO OperatorId-CL
       MOVE ChangeSource-CH TO ChangeSource-CL
       MOVE ChangeNote-CH   TO ChangeNote-CL
       WRITE ConsentAuditLine FROM ChangeLine
       ADD 1 TO AuditLines
       READ ConsentHistFile NEXT RECORD
          AT END SET EndOfConsentHist TO TRUE
       END-READ
    END-PERFORM.

IDENTIFICATION DIVISION.
PROGRAM-ID. OperatorSignOnCheck.
AUTHOR. Michael Coughlan.
*> Shared sign-on for the maintenance programs, replacing the
*> compiled-in ValidOperatorPin each of them carried. Operators live
*> on the operator master with individual ids, hashed passwords and
*> a role code; a sign-on prompts for id and password, enforces
*> three-strikes lockout (persisted on the master, so restarting the
*> program does not reset the count), forces a password change when
*> the flag is set, checks through CheckPermission that the operator
*> may run the calling program - by the Listing17-51 permission table
*> where it has rows for the program, otherwise by the program's
*> required role - and writes every success and failure to the
*> security log. The master is seeded with the shop's starting
*> roster the first time anything signs on. An operator signing on to
*> one of the counter programs is asked whether this is a training
*> session, and a trainee operator gets training mode whether asked
*> or not - and may sign on to nothing but the counter programs and
*> the Listing18-28 timeclock.
*> Training mode is set through TrainingMode for the rest of the run;
*> a supervisor override inside a run leaves it as it was. The id and
*> role of each accepted sign-on are left with SignOnRole for the
*> caller's menu permission checks. The operator master is stamped on
*> the layout register when it is seeded and checked against it
*> (CheckLayoutVersion) on every other sign-on, so no one signs on
*> through a master at the wrong layout - except to Listing18-50,
*> which is where the master is registered and converted.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT OperatorFile ASSIGN TO "Listing17-51Operators.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OperatorId-OP
        FILE STATUS IS OperatorStatus.

    SELECT SecurityLogFile ASSIGN TO "Listing17-51Security.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS SecurityLogStatus.

DATA DIVISION.
FILE SECTION.
FD OperatorFile.
01 OperatorRec-OP.
   COPY OperatorRec.

FD  SecurityLogFile.
01  SecurityLogRec         PIC X(110).

WORKING-STORAGE SECTION.
01 OperatorStatus           PIC XX.
   88 OperatorOk  VALUE "02", "00".

01 SecurityLogStatus        PIC XX.
01 SecurityTimestamp        PIC X(21).
01 LogEventText             PIC X(30).

01 EnteredId                 PIC 9(4).
01 EnteredPassword           PIC X(8).
01 NewPassword               PIC X(8).
01 NewPasswordAgain          PIC X(8).
01 ComputedHash              PIC 9(8).
01 HashWork                  PIC 9(12) VALUE ZEROS.
01 CharPos                   PIC 99.

01 AttemptsThisRun           PIC 9 VALUE ZERO.
01 SignOnState               PIC X VALUE "N".
   88 SignOnSettled            VALUE "Y".

01 PermissionResult          PIC 9.
   88 PermissionGranted        VALUE 0.

01 CallingProgram            PIC X(12).
   88 CounterProgram           VALUE "Listing17-22", "Listing17-26",
                                     "Listing17-28", "Listing17-29",
                                     "Listing17-30".
   88 TraineeMayClockIn        VALUE "Listing18-28".
01 TrainingReply             PIC X.
   88 TrainingWanted           VALUE "Y", "y".
01 TrainingState             PIC X VALUE "N".
   88 TrainingModeOn           VALUE "Y".
01 TrainingFileName          PIC X(40) VALUE SPACES.

COPY LayoutVersions.

LINKAGE SECTION.
01 ProgramName-IO            PIC X(12).
01 RequiredRole-IO           PIC X.
01 OperatorId-IO             PIC 9(4).
01 SignOnResult-IO           PIC 9.
   88 SignOnAccepted           VALUE 0.
   88 SignOnRejected           VALUE 1.

PROCEDURE DIVISION USING ProgramName-IO, RequiredRole-IO,
                          OperatorId-IO, SignOnResult-IO.
Begin.
    SET SignOnRejected TO TRUE
    MOVE ZEROS TO OperatorId-IO
    MOVE ZERO TO AttemptsThisRun
    MOVE "N" TO SignOnState

    OPEN I-O OperatorFile
    IF OperatorStatus EQUAL "35"
       CLOSE OperatorFile
       PERFORM SeedOperatorFile
       OPEN I-O OperatorFile
    ELSE
       IF ProgramName-IO NOT EQUAL "Listing18-50"
          MOVE ZERO TO LayoutResult
          CALL "CheckLayoutVersion" USING "C", ProgramName-IO,
                "OperatorFile", OperatorRecVersion, LayoutResult
          IF LayoutRefused
             CLOSE OperatorFile
             EXIT PROGRAM
          END-IF
       END-IF
    END-IF

    PERFORM TrySignOn
            UNTIL SignOnSettled OR AttemptsThisRun >= 3

    CLOSE OperatorFile
    EXIT PROGRAM.

TrySignOn.
    ADD 1 TO AttemptsThisRun
    DISPLAY "Operator id - " WITH NO ADVANCING
    ACCEPT EnteredId
    DISPLAY "Password - " WITH NO ADVANCING
    ACCEPT EnteredPassword

    MOVE EnteredId TO OperatorId-OP
    READ OperatorFile
       KEY IS OperatorId-OP
       INVALID KEY CONTINUE
    END-READ
    IF NOT OperatorOk
       DISPLAY "Sign-on failed."
       MOVE "FAILED - unknown operator id" TO LogEventText
       PERFORM WriteSecurityLog
       EXIT PARAGRAPH
    END-IF

    IF OperatorLockedOut-OP
       DISPLAY "This operator id is locked out - see the manager."
       MOVE "FAILED - id is locked out" TO LogEventText
       PERFORM WriteSecurityLog
       SET SignOnSettled TO TRUE
       EXIT PARAGRAPH
    END-IF

    MOVE EnteredPassword TO NewPassword
    PERFORM HashThePassword
    IF ComputedHash NOT EQUAL PasswordHash-OP
       ADD 1 TO FailedAttempts-OP
       IF FailedAttempts-OP >= 3
          SET OperatorLockedOut-OP TO TRUE
          DISPLAY "Third wrong password - id is now locked out."
          MOVE "LOCKOUT - three wrong passwords" TO LogEventText
       ELSE
          DISPLAY "Sign-on failed."
          MOVE "FAILED - wrong password" TO LogEventText
       END-IF
       REWRITE OperatorRec-OP
          INVALID KEY DISPLAY "-OP ERROR Status = " OperatorStatus
       END-REWRITE
       PERFORM WriteSecurityLog
       EXIT PARAGRAPH
    END-IF

    PERFORM CheckRoleCovers
    IF SignOnRejected
       DISPLAY "Operator " OperatorId-OP
               " is not permitted to run this program."
       SET SignOnSettled TO TRUE
       EXIT PARAGRAPH
    END-IF

    PERFORM SettleTrainingMode
    IF SignOnRejected
       EXIT PARAGRAPH
    END-IF

    IF PasswordMustChange-OP
       PERFORM ForcePasswordChange
       IF SignOnRejected
          EXIT PARAGRAPH
       END-IF
    END-IF

    MOVE ZERO TO FailedAttempts-OP
    REWRITE OperatorRec-OP
       INVALID KEY DISPLAY "-OP ERROR Status = " OperatorStatus
    END-REWRITE
    MOVE OperatorId-OP TO OperatorId-IO
    CALL "SignOnRole" USING "S", OperatorId-OP, RoleCode-OP
    SET SignOnAccepted TO TRUE
    SET SignOnSettled TO TRUE
    MOVE "SIGN-ON OK" TO LogEventText
    IF TrainingModeOn
       MOVE "SIGN-ON OK - TRAINING" TO LogEventText
    END-IF
    PERFORM WriteSecurityLog
    DISPLAY "Signed on - " OperatorName-OP
    IF TrainingModeOn
       DISPLAY "*** TRAINING MODE - working on the training files ***"
    END-IF.

CheckRoleCovers.
*> The sign-on is the program's "RUN" function. Without permission
*> rows roles rank Operator < Supervisor < Manager, a trainee with
*> the operators; a refusal is logged by CheckPermission itself.
    SET SignOnRejected TO TRUE
    CALL "CheckPermission" USING ProgramName-IO, "RUN     ",
                                 OperatorId-OP, RoleCode-OP,
                                 RequiredRole-IO, PermissionResult
    IF PermissionGranted
       SET SignOnAccepted TO TRUE
    END-IF.

SettleTrainingMode.
*> Only an operator-level sign-on settles the mode; a supervisor or
*> manager override part-way through a run leaves it alone.
    MOVE "N" TO TrainingState
    IF RequiredRole-IO EQUAL "S" OR RequiredRole-IO EQUAL "M"
       EXIT PARAGRAPH
    END-IF
    MOVE ProgramName-IO TO CallingProgram
    IF OperatorTrainee-OP AND TraineeMayClockIn
       EXIT PARAGRAPH
    END-IF
    IF OperatorTrainee-OP
       IF NOT CounterProgram
          DISPLAY "Trainee operators may only use the counter programs."
          MOVE "FAILED - trainee off counter" TO LogEventText
          PERFORM WriteSecurityLog
          SET SignOnRejected TO TRUE
          SET SignOnSettled TO TRUE
          EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO TrainingState
    ELSE
       IF CounterProgram
          DISPLAY "Training mode? (Y/N) - " WITH NO ADVANCING
          ACCEPT TrainingReply
          IF TrainingWanted
             MOVE "Y" TO TrainingState
          END-IF
       END-IF
    END-IF
    CALL "TrainingMode" USING "S", TrainingState, TrainingFileName.

ForcePasswordChange.
    DISPLAY "Your password must be changed."
    DISPLAY "New password - " WITH NO ADVANCING
    ACCEPT NewPassword
    DISPLAY "New password again - " WITH NO ADVANCING
    ACCEPT NewPasswordAgain
    IF NewPassword NOT EQUAL NewPasswordAgain
       OR NewPassword EQUAL SPACES
       DISPLAY "Passwords do not match - sign-on abandoned."
       MOVE "FAILED - password change aborted" TO LogEventText
       PERFORM WriteSecurityLog
       SET SignOnRejected TO TRUE
       SET SignOnSettled TO TRUE
    ELSE
       PERFORM HashThePassword
       MOVE ComputedHash TO PasswordHash-OP
       MOVE "N" TO MustChangePwd-OP
       MOVE "CHANGED PASSWORD" TO LogEventText
       PERFORM WriteSecurityLog
    END-IF.

HashThePassword.
*> A position-weighted character sum, folded to eight digits - not
*> cryptography, but the password itself never reaches the file.
    MOVE ZEROS TO HashWork
    PERFORM VARYING CharPos FROM 1 BY 1 UNTIL CharPos > 8
       COMPUTE HashWork = HashWork
             + (FUNCTION ORD(NewPassword(CharPos:1)) * CharPos * 131)
    END-PERFORM
    COMPUTE ComputedHash =
            FUNCTION MOD(HashWork * 2654435, 99999989).

SeedOperatorFile.
*> Starting roster: counter operator 1234 (password "letmein",
*> which must be changed at first sign-on), supervisor 7531 and
*> manager 9999 (password "changeme" for both, also to be changed).
    OPEN OUTPUT OperatorFile
    CALL "CheckLayoutVersion" USING "S", ProgramName-IO, "OperatorFile",
          OperatorRecVersion, LayoutResult
    INITIALIZE OperatorRec-OP
    MOVE 1234 TO OperatorId-OP
    MOVE "Counter operator" TO OperatorName-OP
    MOVE "letmein " TO NewPassword
    PERFORM HashThePassword
    MOVE ComputedHash TO PasswordHash-OP
    MOVE "O" TO RoleCode-OP
    MOVE "Y" TO MustChangePwd-OP
    WRITE OperatorRec-OP
    INITIALIZE OperatorRec-OP
    MOVE 7531 TO OperatorId-OP
    MOVE "Shift supervisor" TO OperatorName-OP
    MOVE "changeme" TO NewPassword
    PERFORM HashThePassword
    MOVE ComputedHash TO PasswordHash-OP
    MOVE "S" TO RoleCode-OP
    MOVE "Y" TO MustChangePwd-OP
    WRITE OperatorRec-OP
    INITIALIZE OperatorRec-OP
    MOVE 9999 TO OperatorId-OP
    MOVE "Store manager" TO OperatorName-OP
    MOVE "changeme" TO NewPassword
    PERFORM HashThePassword
    MOVE ComputedHash TO PasswordHash-OP
    MOVE "M" TO RoleCode-OP
    MOVE "Y" TO MustChangePwd-OP
    WRITE OperatorRec-OP
    CLOSE OperatorFile.

WriteSecurityLog.
    MOVE FUNCTION CURRENT-DATE TO SecurityTimestamp
    OPEN EXTEND SecurityLogFile
    IF SecurityLogStatus EQUAL "35"
       OPEN OUTPUT SecurityLogFile
    END-IF
    MOVE SPACES TO SecurityLogRec
    STRING ProgramName-IO DELIMITED BY SPACE
           " operator " DELIMITED BY SIZE
           EnteredId DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LogEventText DELIMITED BY SIZE
           " at " DELIMITED BY SIZE
           SecurityTimestamp DELIMITED BY SIZE
      INTO SecurityLogRec
    END-STRING
    WRITE SecurityLogRec
    CLOSE SecurityLogFile.
END PROGRAM OperatorSignOnCheck.

IDENTIFICATION DIVISION.
PROGRAM-ID. LogConsentChange.
AUTHOR. Michael Coughlan.
*> Writes one record to the consent history for every change to a
*> customer's contact consent or to their entry on the suppression
*> list - the item changed, its old and new value, the date, the
*> operator and the program that made the change - so the consent
*> audit report in Listing18-42 can show a customer everything we
*> were told and when. The history keeps the same customer-plus-
*> sequence key as the address history. Nothing is written from a
*> training session.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT ConsentHistFile ASSIGN TO "Listing17-26ConsentHist.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ConsentHistKey-CH
        FILE STATUS IS ConsentHistStatus.

DATA DIVISION.
FILE SECTION.
FD ConsentHistFile.
01 ConsentHistRec-CH.
   COPY ConsentHistRec.

WORKING-STORAGE SECTION.
01  ConsentHistStatus      PIC XX.
    88  ConsentHistOk        VALUE "02", "00".
01  NextChangeSeqNum       PIC 9(5) VALUE ZEROS.
01  TrainingState          PIC X.
    88  TrainingModeOn       VALUE "Y".
01  TrainingFileName       PIC X(40) VALUE SPACES.

LINKAGE SECTION.
01  ProgramName-IO         PIC X(12).
01  CustomerId-IO          PIC 9(7).
01  ConsentItem-IO         PIC X.
01  OldValue-IO            PIC X.
01  NewValue-IO            PIC X.
01  OperatorId-IO          PIC 9(4).
01  ChangeNote-IO          PIC X(30).

PROCEDURE DIVISION USING ProgramName-IO, CustomerId-IO, ConsentItem-IO,
                          OldValue-IO, NewValue-IO, OperatorId-IO,
                          ChangeNote-IO.
Begin.
   CALL "TrainingMode" USING "Q", TrainingState, TrainingFileName
   IF TrainingModeOn
      EXIT PROGRAM
   END-IF
   OPEN I-O ConsentHistFile
   IF ConsentHistStatus EQUAL "35"
      CLOSE ConsentHistFile
      OPEN OUTPUT ConsentHistFile
      CLOSE ConsentHistFile
      OPEN I-O ConsentHistFile
   END-IF
   PERFORM FindNextChangeSeqNum

   MOVE CustomerId-IO    TO CustomerId-CH
   MOVE NextChangeSeqNum TO ChangeSeqNum-CH
   MOVE FUNCTION CURRENT-DATE(1:8) TO ChangeDate-CH
   MOVE ConsentItem-IO   TO ConsentItem-CH
   MOVE OldValue-IO      TO OldValue-CH
   MOVE NewValue-IO      TO NewValue-CH
   MOVE OperatorId-IO    TO OperatorId-CH
   MOVE ProgramName-IO   TO ChangeSource-CH
   MOVE ChangeNote-IO    TO ChangeNote-CH
   WRITE ConsentHistRec-CH
      INVALID KEY DISPLAY "-CH ERROR Status = " ConsentHistStatus
   END-WRITE
   CLOSE ConsentHistFile
   EXIT PROGRAM.

FindNextChangeSeqNum.
*> One past the highest sequence number already used for the
*> customer, as in Listing17-8's FindNextChangeSeqNum.
   MOVE ZEROS TO NextChangeSeqNum
   MOVE CustomerId-IO TO CustomerId-CH
   MOVE ZEROS         TO ChangeSeqNum-CH
   START ConsentHistFile KEY IS GREATER THAN OR EQUAL ConsentHistKey-CH
      INVALID KEY SET EndOfConsentHist TO TRUE
   END-START
   IF NOT EndOfConsentHist
      READ ConsentHistFile NEXT RECORD
         AT END SET EndOfConsentHist TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfConsentHist
                  OR CustomerId-CH NOT EQUAL CustomerId-IO
      MOVE ChangeSeqNum-CH TO NextChangeSeqNum
      READ ConsentHistFile NEXT RECORD
         AT END SET EndOfConsentHist TO TRUE
      END-READ
   END-PERFORM
   ADD 1 TO NextChangeSeqNum.
END PROGRAM LogConsentChange.

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

IDENTIFICATION DIVISION.
PROGRAM-ID. CheckPermission IS INITIAL.
AUTHOR. Michael Coughlan.
*> Function-level permission check. Each program function - the
*> sign-on itself is function "RUN", a menu choice has its own code
*> such as "REFUND" or "RETIRE" - may have grant rows on the
*> Listing17-51 permission table naming the roles and the individual
*> operators allowed to run it. A function with grant rows is open to
*> those and to no one else; a function with none falls back to the
*> role the calling program asks for, ranked Operator < Supervisor <
*> Manager, as before the table existed. Every function checked is
*> entered on the table's catalogue with that fallback role, so the
*> access report can list who can do what. A refusal is written to
*> the security log. The caller passes the operator's role as
*> SignOnRole had it at the sign-on; a space has it looked up on the
*> operator master, which only a caller without that file open may
*> ask for.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT PermissionFile ASSIGN TO "Listing17-51Permissions.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PermissionKey-PM
        FILE STATUS IS PermissionStatus.

   SELECT OperatorFile ASSIGN TO "Listing17-51Operators.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OperatorId-OP
        FILE STATUS IS OperatorStatus.

    SELECT SecurityLogFile ASSIGN TO "Listing17-51Security.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS SecurityLogStatus.

DATA DIVISION.
FILE SECTION.
FD PermissionFile.
01 PermissionRec-PM.
   COPY PermissionRec.

FD OperatorFile.
01 OperatorRec-OP.
   COPY OperatorRec.

FD  SecurityLogFile.
01  SecurityLogRec         PIC X(110).

WORKING-STORAGE SECTION.
01 PermissionStatus         PIC XX.
   88 PermissionOk  VALUE "02", "00".

01 OperatorStatus           PIC XX.
01 SecurityLogStatus        PIC XX.
01 SecurityTimestamp        PIC X(21).
01 LogEventText             PIC X(30).

01 OperatorRole             PIC X.
01 OperatorGrantee          PIC X(4).
01 RoleRank                 PIC 9.
01 RequiredRank             PIC 9.
01 GrantRowsFound           PIC 9(3) VALUE ZEROS.

LINKAGE SECTION.
01 ProgramName-IO           PIC X(12).
01 FunctionCode-IO          PIC X(8).
01 OperatorId-IO            PIC 9(4).
01 RoleCode-IO              PIC X.
01 RequiredRole-IO          PIC X.
01 PermissionResult-IO      PIC 9.
   88 PermissionGranted-IO    VALUE 0.
   88 PermissionDenied-IO     VALUE 1.

PROCEDURE DIVISION USING ProgramName-IO, FunctionCode-IO,
                          OperatorId-IO, RoleCode-IO, RequiredRole-IO,
                          PermissionResult-IO.
Begin.
   SET PermissionDenied-IO TO TRUE
   MOVE RoleCode-IO TO OperatorRole
   IF OperatorRole EQUAL SPACE
      PERFORM LookUpOperatorRole
   END-IF
   MOVE OperatorId-IO TO OperatorGrantee

   OPEN I-O PermissionFile
   IF PermissionStatus EQUAL "35"
      OPEN OUTPUT PermissionFile
      CLOSE PermissionFile
      OPEN I-O PermissionFile
   END-IF
   IF PermissionOk
      PERFORM CatalogueFunction
      PERFORM ReadGrantRows
      CLOSE PermissionFile
   END-IF

*> No grant rows (or no table to read) - the program's own role.
   IF GrantRowsFound EQUAL ZEROS
      PERFORM CheckRoleRank
   END-IF

   IF PermissionDenied-IO
      MOVE SPACES TO LogEventText
      STRING "DENIED - " DELIMITED BY SIZE
             FunctionCode-IO DELIMITED BY SPACE
        INTO LogEventText
      END-STRING
      PERFORM WriteSecurityLog
   END-IF
   EXIT PROGRAM.

LookUpOperatorRole.
   MOVE "O" TO OperatorRole
   OPEN INPUT OperatorFile
   MOVE OperatorId-IO TO OperatorId-OP
   READ OperatorFile
      KEY IS OperatorId-OP
      INVALID KEY CONTINUE
      NOT INVALID KEY MOVE RoleCode-OP TO OperatorRole
   END-READ
   CLOSE OperatorFile.

CatalogueFunction.
   INITIALIZE PermissionRec-PM
   MOVE ProgramName-IO  TO ProgramName-PM
   MOVE FunctionCode-IO TO FunctionCode-PM
   SET FunctionEntry-PM TO TRUE
   MOVE RequiredRole-IO TO DefaultRole-PM
   MOVE FUNCTION CURRENT-DATE(1:8) TO GrantedDate-PM
   WRITE PermissionRec-PM
      INVALID KEY CONTINUE
   END-WRITE.

ReadGrantRows.
   MOVE ZEROS TO GrantRowsFound
   MOVE ProgramName-IO  TO ProgramName-PM
   MOVE FunctionCode-IO TO FunctionCode-PM
   MOVE "F" TO GranteeType-PM
   MOVE HIGH-VALUES TO Grantee-PM
   START PermissionFile KEY IS GREATER THAN PermissionKey-PM
      INVALID KEY SET EndOfPermissions TO TRUE
      NOT INVALID KEY
         READ PermissionFile NEXT RECORD
            AT END SET EndOfPermissions TO TRUE
         END-READ
   END-START
   PERFORM UNTIL EndOfPermissions
                 OR ProgramName-PM NOT EQUAL ProgramName-IO
                 OR FunctionCode-PM NOT EQUAL FunctionCode-IO
      ADD 1 TO GrantRowsFound
      IF (GrantToRole-PM AND Grantee-PM(1:1) EQUAL OperatorRole)
         OR (GrantToOperator-PM AND Grantee-PM EQUAL OperatorGrantee)
         SET PermissionGranted-IO TO TRUE
      END-IF
      READ PermissionFile NEXT RECORD
         AT END SET EndOfPermissions TO TRUE
      END-READ
   END-PERFORM.

CheckRoleRank.
*> A trainee ranks with the operators.
   EVALUATE OperatorRole
      WHEN "M" MOVE 3 TO RoleRank
      WHEN "S" MOVE 2 TO RoleRank
      WHEN OTHER MOVE 1 TO RoleRank
   END-EVALUATE
   EVALUATE RequiredRole-IO
      WHEN "M" MOVE 3 TO RequiredRank
      WHEN "S" MOVE 2 TO RequiredRank
      WHEN OTHER MOVE 1 TO RequiredRank
   END-EVALUATE
   IF RoleRank NOT < RequiredRank
      SET PermissionGranted-IO TO TRUE
   END-IF.

WriteSecurityLog.
   MOVE FUNCTION CURRENT-DATE TO SecurityTimestamp
   OPEN EXTEND SecurityLogFile
   IF SecurityLogStatus EQUAL "35"
      OPEN OUTPUT SecurityLogFile
   END-IF
   MOVE SPACES TO SecurityLogRec
   STRING ProgramName-IO DELIMITED BY SPACE
          " operator " DELIMITED BY SIZE
          OperatorId-IO DELIMITED BY SIZE
          " " DELIMITED BY SIZE
          LogEventText DELIMITED BY SIZE
          " at " DELIMITED BY SIZE
          SecurityTimestamp DELIMITED BY SIZE
     INTO SecurityLogRec
   END-STRING
   WRITE SecurityLogRec
   CLOSE SecurityLogFile.
END PROGRAM CheckPermission.

IDENTIFICATION DIVISION.
PROGRAM-ID. SignOnRole.
AUTHOR. Michael Coughlan.
*> Holds the operator id and role of the last sign-on accepted by
*> OperatorSignOnCheck ("S"), for the rest of the run. A program asks
*> for the role ("Q") straight after each sign-on it makes - its own,
*> or a supervisor's override - and passes it on to CheckPermission
*> with each menu choice, so the operator master is never reopened
*> under a program that already has it open. An id that was not the
*> last one accepted gets a space back.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  SignedOnId                 PIC 9(4) VALUE ZEROS.
01  SignedOnRole               PIC X VALUE SPACE.

LINKAGE SECTION.
01  RoleFunction-IO            PIC X.
    88  SetSignOnRole            VALUE "S".
    88  QuerySignOnRole          VALUE "Q".
01  OperatorId-IO              PIC 9(4).
01  RoleCode-IO                PIC X.

PROCEDURE DIVISION USING RoleFunction-IO, OperatorId-IO, RoleCode-IO.
Begin.
   IF SetSignOnRole
      MOVE OperatorId-IO TO SignedOnId
      MOVE RoleCode-IO   TO SignedOnRole
      EXIT PROGRAM
   END-IF
   IF OperatorId-IO EQUAL SignedOnId AND SignedOnId NOT EQUAL ZEROS
      MOVE SignedOnRole TO RoleCode-IO
   ELSE
      MOVE SPACE TO RoleCode-IO
   END-IF
   EXIT PROGRAM.
END PROGRAM SignOnRole.
