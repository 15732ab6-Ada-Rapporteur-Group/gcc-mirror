IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-16.
AUTHOR. Michael Coughlan.
*> Payment-arrangement (promise-to-pay) maintenance. When a customer
*> Listing17-33 has referred for collection agrees to clear the
*> balance over several weeks, a supervisor keys the agreed schedule
*> here - one installment date and amount per line - against the
*> customer's current open AR exposure. The customer master is
*> flagged as on a plan, which keeps the account out of the
*> collections extract and stops the overdue run re-suspending it;
*> Listing18-17's nightly check then lifts the suspension while the
*> plan is kept and puts the account back into collections the day
*> a promise is broken. A plan can also be shown or cancelled here.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   SELECT CustomerFile ASSIGN TO "Listing17-26Customer.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CustomerId-CF
        ALTERNATE RECORD KEY IS CustomerSurname-CF
                     WITH DUPLICATES
        FILE STATUS IS CustomerStatus.

   SELECT ARLedgerFile ASSIGN TO "Listing17-27ARLedger.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ARItemKey-AR
        FILE STATUS IS ARLedgerStatus.

   SELECT ArrangementFile ASSIGN TO "Listing18-16Arrangements.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ArrangementKey-PA
        FILE STATUS IS ArrangementStatus.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
01 CustomerRec-CF.
   COPY CustomerRec.

FD ARLedgerFile.
01 ARItemRec-AR.
   COPY ARItemRec.

FD ArrangementFile.
01 ArrangementRec-PA.
   COPY ArrangementRec.

WORKING-STORAGE SECTION.
01 CustomerStatus           PIC XX.
   88 CustomerOk  VALUE "02", "00".

01 ARLedgerStatus           PIC XX.
   88 ARLedgerOk  VALUE "02", "00".

01 ArrangementStatus        PIC XX.
   88 ArrangementOk VALUE "02", "00".

01 MenuChoice                PIC 9.
   88 MenuSetUpPlan           VALUE 1.
   88 MenuShowPlan            VALUE 2.
   88 MenuCancelPlan          VALUE 3.
   88 MenuExit                VALUE 9.

01 OperatorId                 PIC 9(4) VALUE ZEROS.
01 SignOnResult               PIC 9 VALUE 1.
   88 OperatorSignedOn          VALUE 0.
01 OperatorRole               PIC X VALUE SPACE.

*> The permission-table function behind each menu choice.
01 MenuFunction               PIC X(8).
01 MenuRole                   PIC X.
01 MenuPermission             PIC 9 VALUE ZERO.
   88 MenuRefused               VALUE 1.

01 TodayDate                  PIC 9(8).
01 PlanCustomerId             PIC 9(7).
01 CustomerExposure           PIC 9(7)V99 VALUE ZEROS.
01 Exposure-Ed                PIC $$,$$$,$$9.99.

*> A plan runs to at most a year of weekly installments.
01 MaxInstallments            PIC 99 VALUE 52.
01 InstallmentCount           PIC 99.
01 InstallmentEntry           PIC 99.
01 ScheduleTable.
   02 ScheduleLine OCCURS 52 TIMES INDEXED BY SchIdx.
      03 SchDueDate           PIC 9(8).
      03 SchAmount            PIC 9(5)V99.
01 ScheduleTotal              PIC 9(7)V99 VALUE ZEROS.
01 EnteredDueDate             PIC 9(8).
01 EnteredAmount              PIC 9(5)V99.
01 PreviousDueDate            PIC 9(8).
01 ConfirmPlan                PIC X.
   88 PlanConfirmed             VALUE "Y", "y".

01 LatestPlanSeqNum           PIC 99 VALUE ZEROS.
01 LatestPlanState            PIC X VALUE SPACES.
   88 LatestPlanIsActive        VALUE "A".
01 PlanRowsChanged            PIC 99 VALUE ZEROS.

01 Amount-Ed                  PIC $$$,$$9.99.
01 DueDate-Ed                 PIC 9999/99/99.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing18-16", "CustomerFile",
          CustomerRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    CALL "OperatorSignOnCheck" USING "Listing18-16", "S",
                                     OperatorId, SignOnResult
    CALL "SignOnRole" USING "Q", OperatorId, OperatorRole
    IF NOT OperatorSignedOn
       DISPLAY "Access denied - sign-on was not accepted."
       STOP RUN
    END-IF

    OPEN I-O CustomerFile
    IF CustomerStatus NOT EQUAL "00"
       DISPLAY "Customer master would not open - " CustomerStatus
       CLOSE CustomerFile
       STOP RUN
    END-IF
    CALL "AuditLogFileEvent" USING "Listing18-16", "CustomerFile", "O", CustomerStatus, OperatorId
    OPEN INPUT ARLedgerFile
    OPEN I-O ArrangementFile
    IF ArrangementStatus EQUAL "35"
       CLOSE ArrangementFile
       OPEN OUTPUT ArrangementFile
       CLOSE ArrangementFile
       OPEN I-O ArrangementFile
    END-IF
    CALL "AuditLogFileEvent" USING "Listing18-16", "Arrangements", "O", ArrangementStatus, OperatorId

    PERFORM MainMenu UNTIL MenuExit

    CLOSE ArrangementFile
    CALL "AuditLogFileEvent" USING "Listing18-16", "Arrangements", "C", ArrangementStatus, OperatorId
    CLOSE ARLedgerFile
    CLOSE CustomerFile
    CALL "AuditLogFileEvent" USING "Listing18-16", "CustomerFile", "C", CustomerStatus, OperatorId
    STOP RUN.

MainMenu.
    DISPLAY SPACES
    DISPLAY "*** Payment Arrangements ***"
    DISPLAY "1 = Set up a payment plan"
    DISPLAY "2 = Show a customer's plan"
    DISPLAY "3 = Cancel a payment plan"
    DISPLAY "9 = Exit"
    DISPLAY "Enter your choice - " WITH NO ADVANCING
    ACCEPT MenuChoice
    PERFORM CheckMenuPermission
    IF MenuRefused
       EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
       WHEN MenuSetUpPlan   PERFORM SetUpPlan
       WHEN MenuShowPlan    PERFORM ShowPlan
       WHEN MenuCancelPlan  PERFORM CancelPlan
       WHEN MenuExit         CONTINUE
       WHEN OTHER            DISPLAY "Please enter 1, 2, 3 or 9"
    END-EVALUATE.

CheckMenuPermission.
*> Every choice defaults to the supervisor role the sign-on asks for;
*> the Listing17-51 permission table can narrow any one of them.
    MOVE SPACES TO MenuFunction
    MOVE ZERO TO MenuPermission
    EVALUATE TRUE
       WHEN MenuSetUpPlan
          MOVE "SETUP" TO MenuFunction
          MOVE "S" TO MenuRole
       WHEN MenuShowPlan
          MOVE "SHOW" TO MenuFunction
          MOVE "S" TO MenuRole
       WHEN MenuCancelPlan
          MOVE "CANCEL" TO MenuFunction
          MOVE "S" TO MenuRole
    END-EVALUATE
    IF MenuFunction NOT EQUAL SPACES
       CALL "CheckPermission" USING "Listing18-16", MenuFunction, OperatorId,
                                    OperatorRole, MenuRole, MenuPermission
       IF MenuRefused
          DISPLAY "Operator " OperatorId " is not permitted to use "
                  "that function."
       END-IF
    END-IF.

AcceptPlanCustomer.
    DISPLAY "Enter the Customer Id - " WITH NO ADVANCING
    ACCEPT PlanCustomerId
    MOVE PlanCustomerId TO CustomerId-CF
    READ CustomerFile
       KEY IS CustomerId-CF
       INVALID KEY DISPLAY "Customer not found - " CustomerStatus
    END-READ.

SetUpPlan.
    PERFORM AcceptPlanCustomer
    IF NOT CustomerOk
       EXIT PARAGRAPH
    END-IF
    IF CustomerIsMerged-CF OR CustomerIsClosed-CF
       DISPLAY "That account is merged or closed - no plan allowed."
       EXIT PARAGRAPH
    END-IF
    PERFORM FindLatestPlan
    IF LatestPlanIsActive
       DISPLAY "Customer already has an active plan - cancel it first."
       EXIT PARAGRAPH
    END-IF
    PERFORM TotalOpenExposure
    IF CustomerExposure EQUAL ZEROS
       DISPLAY "Customer owes nothing - no plan is needed."
       EXIT PARAGRAPH
    END-IF
    MOVE CustomerExposure TO Exposure-Ed
    DISPLAY CustomerFirstName-CF " " CustomerSurname-CF
            " owes " Exposure-Ed
    PERFORM AcceptSchedule
    IF InstallmentCount EQUAL ZEROS
       DISPLAY "No installments entered - plan not set up."
       EXIT PARAGRAPH
    END-IF
    MOVE ScheduleTotal TO Exposure-Ed
    DISPLAY InstallmentCount " installment(s) totalling " Exposure-Ed
    IF ScheduleTotal < CustomerExposure
       DISPLAY "NOTE - the schedule does not clear the whole balance."
    END-IF
    DISPLAY "Record this plan (Y/N) - " WITH NO ADVANCING
    ACCEPT ConfirmPlan
    IF NOT PlanConfirmed
       DISPLAY "Plan abandoned."
       EXIT PARAGRAPH
    END-IF
    PERFORM WritePlan
    PERFORM FlagCustomerOnPlan.

AcceptSchedule.
*> Dates must be in the future and in order; a zero date ends the
*> schedule.
    MOVE ZEROS TO InstallmentCount ScheduleTotal
    MOVE TodayDate TO PreviousDueDate
    PERFORM WITH TEST AFTER
            UNTIL EnteredDueDate EQUAL ZEROS
                   OR InstallmentCount NOT < MaxInstallments
       COMPUTE InstallmentEntry = InstallmentCount + 1
       DISPLAY "Installment " InstallmentEntry
               " due date YYYYMMDD (0 = done) - " WITH NO ADVANCING
       ACCEPT EnteredDueDate
       IF EnteredDueDate NOT EQUAL ZEROS
          PERFORM AcceptOneInstallment
       END-IF
    END-PERFORM.

AcceptOneInstallment.
    IF EnteredDueDate NOT > PreviousDueDate
       DISPLAY "Each date must be later than today and the one before."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "   Amount - " WITH NO ADVANCING
    ACCEPT EnteredAmount
    IF EnteredAmount EQUAL ZEROS
       DISPLAY "An installment cannot be zero."
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO InstallmentCount
    MOVE EnteredDueDate TO SchDueDate(InstallmentCount)
    MOVE EnteredAmount  TO SchAmount(InstallmentCount)
    ADD EnteredAmount TO ScheduleTotal
    MOVE EnteredDueDate TO PreviousDueDate.

WritePlan.
    ADD 1 TO LatestPlanSeqNum
    PERFORM VARYING SchIdx FROM 1 BY 1 UNTIL SchIdx > InstallmentCount
       INITIALIZE ArrangementRec-PA
       MOVE PlanCustomerId    TO CustomerId-PA
       MOVE LatestPlanSeqNum  TO PlanSeqNum-PA
       SET InstallmentNum-PA  TO SchIdx
       SET PlanActive-PA      TO TRUE
       MOVE TodayDate         TO AgreedDate-PA
       MOVE OperatorId        TO AgreedBy-PA
       MOVE SchDueDate(SchIdx) TO InstallmentDueDate-PA
       MOVE SchAmount(SchIdx)  TO InstallmentAmount-PA
       SET InstallmentOpen-PA TO TRUE
       MOVE ZEROS             TO PlanClosedDate-PA
       WRITE ArrangementRec-PA
          INVALID KEY DISPLAY "-PA ERROR Status = " ArrangementStatus
       END-WRITE
    END-PERFORM
    DISPLAY "Plan " LatestPlanSeqNum " recorded for Customer "
            PlanCustomerId ".".

FlagCustomerOnPlan.
*> Reread before the update - the schedule dialogue can take a while.
    MOVE PlanCustomerId TO CustomerId-CF
    READ CustomerFile
       KEY IS CustomerId-CF
       INVALID KEY DISPLAY "-CF ERROR Status = " CustomerStatus
       NOT INVALID KEY
          SET OnPaymentPlan-CF TO TRUE
          REWRITE CustomerRec-CF
             INVALID KEY DISPLAY "-CF ERROR Status = " CustomerStatus
          END-REWRITE
    END-READ.

ShowPlan.
    PERFORM AcceptPlanCustomer
    IF NOT CustomerOk
       EXIT PARAGRAPH
    END-IF
    PERFORM FindLatestPlan
    IF LatestPlanSeqNum EQUAL ZEROS
       DISPLAY "No payment plan on file for that customer."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Plan " LatestPlanSeqNum " for " CustomerFirstName-CF
            " " CustomerSurname-CF " - status " LatestPlanState
            " (A active, K kept, B broken, C cancelled)"
    MOVE PlanCustomerId   TO CustomerId-PA
    MOVE LatestPlanSeqNum TO PlanSeqNum-PA
    MOVE ZEROS            TO InstallmentNum-PA
    START ArrangementFile KEY IS GREATER THAN ArrangementKey-PA
       INVALID KEY SET EndOfArrangements TO TRUE
    END-START
    IF NOT EndOfArrangements
       READ ArrangementFile NEXT RECORD
          AT END SET EndOfArrangements TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfArrangements
                   OR CustomerId-PA NOT EQUAL PlanCustomerId
                   OR PlanSeqNum-PA NOT EQUAL LatestPlanSeqNum
       MOVE InstallmentDueDate-PA TO DueDate-Ed
       MOVE InstallmentAmount-PA  TO Amount-Ed
       DISPLAY "  " InstallmentNum-PA "  due " DueDate-Ed
               "  " Amount-Ed "  " InstallmentState-PA
               " (O open, M met, X missed)"
       READ ArrangementFile NEXT RECORD
          AT END SET EndOfArrangements TO TRUE
       END-READ
    END-PERFORM.

CancelPlan.
    PERFORM AcceptPlanCustomer
    IF NOT CustomerOk
       EXIT PARAGRAPH
    END-IF
    PERFORM FindLatestPlan
    IF NOT LatestPlanIsActive
       DISPLAY "No active payment plan for that customer."
       EXIT PARAGRAPH
    END-IF
    MOVE ZEROS TO PlanRowsChanged
    MOVE PlanCustomerId   TO CustomerId-PA
    MOVE LatestPlanSeqNum TO PlanSeqNum-PA
    MOVE ZEROS            TO InstallmentNum-PA
    START ArrangementFile KEY IS GREATER THAN ArrangementKey-PA
       INVALID KEY SET EndOfArrangements TO TRUE
    END-START
    IF NOT EndOfArrangements
       READ ArrangementFile NEXT RECORD
          AT END SET EndOfArrangements TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfArrangements
                   OR CustomerId-PA NOT EQUAL PlanCustomerId
                   OR PlanSeqNum-PA NOT EQUAL LatestPlanSeqNum
       SET PlanCancelled-PA TO TRUE
       MOVE TodayDate TO PlanClosedDate-PA
       REWRITE ArrangementRec-PA
          INVALID KEY DISPLAY "-PA ERROR Status = " ArrangementStatus
          NOT INVALID KEY ADD 1 TO PlanRowsChanged
       END-REWRITE
       READ ArrangementFile NEXT RECORD
          AT END SET EndOfArrangements TO TRUE
       END-READ
    END-PERFORM
*> The account goes back to whatever standing it had - a customer
*> still suspended is picked up by the next collections extract.
    MOVE PlanCustomerId TO CustomerId-CF
    READ CustomerFile
       KEY IS CustomerId-CF
       INVALID KEY DISPLAY "-CF ERROR Status = " CustomerStatus
       NOT INVALID KEY
          MOVE SPACE TO ArrangementFlag-CF
          REWRITE CustomerRec-CF
             INVALID KEY DISPLAY "-CF ERROR Status = " CustomerStatus
          END-REWRITE
    END-READ
    DISPLAY "Plan " LatestPlanSeqNum " cancelled (" PlanRowsChanged
            " installment(s))".

FindLatestPlan.
*> Plans are numbered per customer; the highest number is the one
*> that counts.
    MOVE ZEROS  TO LatestPlanSeqNum
    MOVE SPACES TO LatestPlanState
    MOVE PlanCustomerId TO CustomerId-PA
    MOVE ZEROS TO PlanSeqNum-PA InstallmentNum-PA
    START ArrangementFile KEY IS GREATER THAN OR EQUAL ArrangementKey-PA
       INVALID KEY SET EndOfArrangements TO TRUE
    END-START
    IF NOT EndOfArrangements
       READ ArrangementFile NEXT RECORD
          AT END SET EndOfArrangements TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfArrangements
                   OR CustomerId-PA NOT EQUAL PlanCustomerId
       MOVE PlanSeqNum-PA TO LatestPlanSeqNum
       MOVE PlanStatus-PA TO LatestPlanState
       READ ArrangementFile NEXT RECORD
          AT END SET EndOfArrangements TO TRUE
       END-READ
    END-PERFORM.

TotalOpenExposure.
*> The same open-amount total Listing17-33 reports as exposure.
    MOVE ZEROS TO CustomerExposure
    IF ARLedgerStatus EQUAL "41" OR "91" OR "35"
       EXIT PARAGRAPH
    END-IF
    MOVE PlanCustomerId TO CustomerId-AR
    MOVE ZEROS          TO ARItemSeqNum-AR
    START ARLedgerFile KEY IS GREATER THAN OR EQUAL ARItemKey-AR
       INVALID KEY SET EndOfARItems TO TRUE
    END-START
    IF NOT EndOfARItems
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfARItems
                   OR CustomerId-AR NOT EQUAL PlanCustomerId
       IF ARItemOpen-AR
          ADD ARItemOpenAmount-AR TO CustomerExposure
       END-IF
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
    END-PERFORM.

IDENTIFICATION DIVISION.
PROGRAM-ID. AuditLogFileEvent IS INITIAL.
AUTHOR. Michael Coughlan.
*> Appends one line per file OPEN/CLOSE to a single shared audit log,
*> so the log accumulates a cross-program trail of file activity no
*> matter which of the rental-system programs actually ran. Nothing
*> is logged from a training session.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AuditLogFile ASSIGN TO "RentalSystemAudit.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS AuditLogStatus.

DATA DIVISION.
FILE SECTION.
FD  AuditLogFile.
01  AuditLogRec            PIC X(110).

WORKING-STORAGE SECTION.
01  AuditLogStatus         PIC XX.
01  AuditTimestamp         PIC X(21).
01  TrainingState          PIC X.
    88  TrainingModeOn       VALUE "Y".
01  TrainingFileName       PIC X(40) VALUE SPACES.

LINKAGE SECTION.
01  ProgramName-IO         PIC X(12).
01  FileName-IO            PIC X(12).
01  OperationCode-IO       PIC X.
    88  FileOpenEvent        VALUE "O".
    88  FileCloseEvent       VALUE "C".
01  EventFileStatus-IO     PIC XX.
01  OperatorId-IO          PIC 9(4).

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
      OPEN OUTPUT AuditLogFile
   END-IF

   MOVE SPACES TO AuditLogRec
   EVALUATE TRUE
      WHEN FileOpenEvent
         STRING ProgramName-IO DELIMITED BY SPACE
                " OPEN  " DELIMITED BY SIZE
                FileName-IO DELIMITED BY SPACE
                " status " DELIMITED BY SIZE
                EventFileStatus-IO DELIMITED BY SIZE
                " operator " DELIMITED BY SIZE
                OperatorId-IO DELIMITED BY SIZE
                " at " DELIMITED BY SIZE
                AuditTimestamp DELIMITED BY SIZE
                INTO AuditLogRec
      WHEN FileCloseEvent
         STRING ProgramName-IO DELIMITED BY SPACE
                " CLOSE " DELIMITED BY SIZE
                FileName-IO DELIMITED BY SPACE
                " status " DELIMITED BY SIZE
                EventFileStatus-IO DELIMITED BY SIZE
                " operator " DELIMITED BY SIZE
                OperatorId-IO DELIMITED BY SIZE
                " at " DELIMITED BY SIZE
                AuditTimestamp DELIMITED BY SIZE
                INTO AuditLogRec
      WHEN OTHER
         STRING ProgramName-IO DELIMITED BY SPACE
                " UNKNOWN-OP " DELIMITED BY SIZE
                FileName-IO DELIMITED BY SPACE
                " at " DELIMITED BY SIZE
                AuditTimestamp DELIMITED BY SIZE
                INTO AuditLogRec
   END-EVALUATE
   WRITE AuditLogRec
   CLOSE AuditLogFile
   EXIT PROGRAM.
END PROGRAM AuditLogFileEvent.

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
