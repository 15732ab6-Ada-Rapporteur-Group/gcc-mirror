*> AdjustmentsFile with operator, supervisor, reason code and the
*> before/after amounts - the audit trail the period-end close nets
*> out of late-fee revenue.
*> An operator granted the WAIVER function on the Listing17-51
*> permission table authorizes their own adjustments and is recorded
*> as the authorizer; anyone else still needs the supervisor, who
*> must hold the function in turn.
*> An adjustment entered while the period is already closed is dated
*> on the first open day by the CheckPostingPeriod guard, so the
*> closed totals are never disturbed.
*> Finance charges posted by the Listing18-56 run are waived or
*> reduced here the same way, under the same WAIVER authority: the
*> operator picks the charge from the customer's list of finance-
*> charge items, the adjustment record is marked as a finance-charge
*> adjustment, and the amount waived also goes on the finance-charge
*> file so the Listing17-45 extract reverses the income it posted.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AdjNumStatus.

   SELECT FinChargeFile ASSIGN TO "Listing18-56FinCharges.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FinChargeStatus.

DATA DIVISION.
FILE SECTION.
FD ARLedgerFile.
FD AdjNumFile.
01 AdjNumRec                PIC 9(7).

FD FinChargeFile.
01 FinChargeRec.
   02 PostedDate-FN         PIC 9(8).
   02 ChargedAmount-FN      PIC 9(7)V99.
   02 WaivedAmount-FN       PIC 9(7)V99.

WORKING-STORAGE SECTION.
01 ARLedgerStatus           PIC XX.
   88 ARLedgerOk  VALUE "02", "00".

01 AdjustmentsStatus        PIC XX.
01 AdjNumStatus             PIC XX.
01 FinChargeStatus          PIC XX.

01 MenuChoice                PIC 9.
   88 MenuAdjust              VALUE 1.
   88 MenuAdjustFinance       VALUE 2.
   88 MenuExit                VALUE 9.

01 OperatorId                 PIC 9(4) VALUE ZEROS.
01 SignOnResult               PIC 9 VALUE 1.
   88 OperatorSignedOn          VALUE 0.
01 OperatorRole               PIC X VALUE SPACE.

*> Waiving money needs a second pair of eyes: the supervisor signs
*> on against the operator master (role S) for each adjustment, and
01 SupervisorId               PIC 9(4) VALUE ZEROS.
01 SupSignOnResult            PIC 9 VALUE 1.
   88 SupervisorSignedOn        VALUE 0.
01 SupervisorRole             PIC X VALUE SPACE.
01 WaiverPermission           PIC 9 VALUE ZERO.
   88 WaiverRefused             VALUE 1.

01 AdjustmentKind             PIC X VALUE "L".
   88 AdjustingLateFee          VALUE "L".
   88 AdjustingFinanceCharge    VALUE "I".
01 FinChargeSeqNum            PIC 9(5) VALUE ZEROS.
01 FinChargeItemsListed       PIC 9(3) VALUE ZEROS.
01 ItemAmount-Ed              PIC $$$9.99.

01 TodayDate                  PIC 9(8).
01 NextAdjustmentNum          PIC 9(7) VALUE ZEROS.

01 LateFeeItemSeqFound        PIC 9(5) VALUE ZEROS.
01 AdjStoreId                 PIC 99 VALUE ZEROS.
01 AdjPostingDate             PIC 9(8).
01 PostingRef                 PIC X(30).
01 PeriodResult               PIC 9.
   88 PostingDateMoved          VALUE 1.

01 AmountBefore-Ed            PIC $$$9.99.
01 AmountAfter-Ed             PIC $$$9.99.

*> Before/after images for the update journal.
01 JrnBeforeImage             PIC X(400) VALUE SPACES.
01 JrnAfterImage              PIC X(400) VALUE SPACES.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing17-32", "RentalFile  ",
          RentalRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    CALL "OperatorSignOnCheck" USING "Listing17-32", "O",
                                     OperatorId, SignOnResult
    CALL "SignOnRole" USING "Q", OperatorId, OperatorRole
    IF OperatorSignedOn
       OPEN I-O ARLedgerFile
       OPEN INPUT RentalFile

MainMenu.
    DISPLAY SPACES
    DISPLAY "*** Late-Fee and Finance-Charge Adjustments ***"
    DISPLAY "1 = Waive or correct a late fee"
    DISPLAY "2 = Waive or reduce a finance charge"
    DISPLAY "9 = Exit"
    DISPLAY "Enter your choice - " WITH NO ADVANCING
    ACCEPT MenuChoice
    EVALUATE TRUE
       WHEN MenuAdjust
          SET AdjustingLateFee TO TRUE
          PERFORM AuthorizeAdjustment
       WHEN MenuAdjustFinance
          SET AdjustingFinanceCharge TO TRUE
          PERFORM AuthorizeAdjustment
       WHEN MenuExit     CONTINUE
       WHEN OTHER        DISPLAY "Please enter 1, 2 or 9"
    END-EVALUATE.

AuthorizeAdjustment.
    CALL "CheckPermission" USING "Listing17-32", "WAIVER  ", OperatorId,
                                 OperatorRole, "S", WaiverPermission
    IF NOT WaiverRefused
       MOVE OperatorId TO SupervisorId
       PERFORM AdjustmentAuthorized
       EXIT PARAGRAPH
    END-IF
    DISPLAY "A supervisor must sign on to authorize a waiver."
    CALL "OperatorSignOnCheck" USING "Listing17-32", "S",
                                     SupervisorId, SupSignOnResult
    CALL "SignOnRole" USING "Q", SupervisorId, SupervisorRole
    IF NOT SupervisorSignedOn
       DISPLAY "REFUSED - supervisor sign-on was not accepted."
       EXIT PARAGRAPH
    END-IF
    CALL "CheckPermission" USING "Listing17-32", "WAIVER  ", SupervisorId,
                                 SupervisorRole, "S", WaiverPermission
    IF WaiverRefused
       DISPLAY "REFUSED - supervisor " SupervisorId
               " may not authorize waivers."
    ELSE
       PERFORM AdjustmentAuthorized
    END-IF.

AdjustmentAuthorized.
    IF AdjustingFinanceCharge
       PERFORM AdjustFinanceChargeAuthorized
    ELSE
       PERFORM AdjustLateFeeAuthorized
    END-IF.
       END-READ
    END-PERFORM.

AdjustFinanceChargeAuthorized.
*> A customer may carry a finance charge for several months, so the
*> operator is shown them all and picks one by its item number.
    DISPLAY "Enter the Customer Id - " WITH NO ADVANCING
    ACCEPT AdjCustomerId
    MOVE ZEROS TO AdjFilmId
    PERFORM ListFinanceChargeItems
    IF FinChargeItemsListed EQUAL ZEROS
       DISPLAY "No finance charges on Customer " AdjCustomerId
               "'s account."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter the item number of the charge - " WITH NO ADVANCING
    ACCEPT FinChargeSeqNum
    MOVE AdjCustomerId   TO CustomerId-AR
    MOVE FinChargeSeqNum TO ARItemSeqNum-AR
    READ ARLedgerFile
       KEY IS ARItemKey-AR
       INVALID KEY
          DISPLAY "No item " FinChargeSeqNum " on the account."
       NOT INVALID KEY
          IF ARFinanceChargeItem-AR
             PERFORM ApplyAdjustmentToItem
          ELSE
             DISPLAY "REFUSED - item " FinChargeSeqNum
                     " is not a finance charge."
          END-IF
    END-READ.

ListFinanceChargeItems.
    MOVE ZEROS TO FinChargeItemsListed
    MOVE AdjCustomerId TO CustomerId-AR
    MOVE ZEROS         TO ARItemSeqNum-AR
    START ARLedgerFile KEY IS GREATER THAN OR EQUAL ARItemKey-AR
       INVALID KEY SET EndOfARItems TO TRUE
    END-START
    IF NOT EndOfARItems
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfARItems
                   OR CustomerId-AR NOT EQUAL AdjCustomerId
       IF ARFinanceChargeItem-AR
          ADD 1 TO FinChargeItemsListed
          MOVE ARItemAmount-AR TO ItemAmount-Ed
          DISPLAY "  Item " ARItemSeqNum-AR "  dated " ARItemDate-AR
                  "  " ItemAmount-Ed "  open " ARItemOpenAmount-AR
       END-IF
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
    END-PERFORM.

ApplyAdjustment.
    MOVE AdjCustomerId       TO CustomerId-AR
    MOVE LateFeeItemSeqFound TO ARItemSeqNum-AR

ApplyAdjustmentToItem.
    MOVE ARItemAmount-AR TO AmountBefore-Ed
    IF AdjustingFinanceCharge
       DISPLAY "Current finance charge is " AmountBefore-Ed
               " (open " ARItemOpenAmount-AR ")"
    ELSE
       DISPLAY "Current late fee is " AmountBefore-Ed
               " (open " ARItemOpenAmount-AR ")"
    END-IF
    DISPLAY "Enter the corrected amount (zero waives it entirely) - "
            WITH NO ADVANCING
    ACCEPT NewFeeAmount
    IF NewFeeAmount > ARItemAmount-AR
       DISPLAY "REFUSED - an adjustment may only reduce the charge."
    ELSE
       DISPLAY "Enter the reason code (e.g. ERR SIC DIS) - "
               WITH NO ADVANCING
       COMPUTE WaivedAmount = ARItemAmount-AR - NewFeeAmount
       PERFORM LookUpRentalStore
       PERFORM WriteAdjustmentRecord
       IF AdjustingFinanceCharge
          PERFORM WriteFinChargeWaiver
       END-IF
       MOVE ARItemRec-AR TO JrnBeforeImage
       IF WaivedAmount NOT < ARItemOpenAmount-AR
          MOVE ZEROS TO ARItemOpenAmount-AR
       ELSE
          INVALID KEY DISPLAY "-AR ERROR Status = " ARLedgerStatus
          NOT INVALID KEY
             MOVE NewFeeAmount TO AmountAfter-Ed
             DISPLAY "Adjustment " NextAdjustmentNum " recorded - "
                     "now " AmountAfter-Ed "."
             MOVE ARItemRec-AR TO JrnAfterImage
             CALL "JournalUpdate" USING "Listing17-32", OperatorId,
                   "ARLedger    ", "R", JrnBeforeImage, JrnAfterImage
       END-REWRITE
    END-IF.

LookUpRentalStore.
*> The ledger item remembers which rental it bills, and the rental
*> remembers which store's till wrote it - that store is what the
*> end-of-day balancing charges the waiver against. A finance charge
*> bills no rental and belongs to no store.
    MOVE ZEROS TO AdjStoreId
    IF AdjustingFinanceCharge
       EXIT PARAGRAPH
    END-IF
    IF RentalStatus EQUAL "00" OR RentalStatus EQUAL "02"
       MOVE CustomerId-AR   TO CustomerId-RF
       MOVE FilmId-AR       TO FilmId-RF
               "remainder of the waiver is a credit adjustment."
    END-IF
    ADD 1 TO NextAdjustmentNum
    MOVE TodayDate TO AdjPostingDate
    MOVE SPACES TO PostingRef
    STRING "Adjustment " DELIMITED BY SIZE
           NextAdjustmentNum DELIMITED BY SIZE
      INTO PostingRef
    END-STRING
    CALL "CheckPostingPeriod" USING "Listing17-32", PostingRef, "M",
                                    AdjPostingDate, PeriodResult
    IF PostingDateMoved
       DISPLAY "NOTE - period closed; adjustment dated "
               AdjPostingDate "."
    END-IF
    OPEN EXTEND AdjustmentsFile
    IF AdjustmentsStatus EQUAL "35"
       CLOSE AdjustmentsFile
    END-IF
    INITIALIZE AdjustmentRec-AJ
    MOVE NextAdjustmentNum TO AdjustmentNum-AJ
    MOVE AdjPostingDate    TO AdjustmentDate-AJ
    MOVE OperatorId       TO OperatorId-AJ
    MOVE SupervisorId      TO SupervisorId-AJ
    MOVE AdjCustomerId     TO CustomerId-AJ
    MOVE NewFeeAmount      TO AmountAfter-AJ
    MOVE WaivedAmount      TO AmountWaived-AJ
    MOVE AdjStoreId        TO StoreId-AJ
    MOVE AdjustmentKind    TO AdjustedItemType-AJ
    WRITE AdjustmentRec-AJ
    CLOSE AdjustmentsFile.

WriteFinChargeWaiver.
    OPEN EXTEND FinChargeFile
    IF FinChargeStatus EQUAL "35"
       CLOSE FinChargeFile
       OPEN OUTPUT FinChargeFile
    END-IF
    MOVE AdjPostingDate TO PostedDate-FN
    MOVE ZEROS          TO ChargedAmount-FN
    MOVE WaivedAmount   TO WaivedAmount-FN
    WRITE FinChargeRec
    CLOSE FinChargeFile.

IDENTIFICATION DIVISION.
PROGRAM-ID. AuditLogFileEvent IS INITIAL.
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
*> which must be changed at first sign-on), supervisor 7531 and
*> manager 9999 (password "changeme" for both, also to be changed).
    OPEN OUTPUT OperatorFile
    CALL "CheckLayoutVersion" USING "S", ProgramName-IO, "OperatorFile",
          OperatorRecVersion, LayoutResult
    INITIALIZE OperatorRec-OP
    MOVE 1234 TO OperatorId-OP
    MOVE "Counter operator" TO OperatorName-OP
    WRITE SecurityLogRec
    CLOSE SecurityLogFile.
END PROGRAM OperatorSignOnCheck.

IDENTIFICATION DIVISION.
PROGRAM-ID. CheckPostingPeriod.
AUTHOR. Michael Coughlan.
*> Closed-period posting guard. Listing17-24 keeps the end date of the
*> last period it closed on Listing17-24ClosedPeriod.DAT; every
*> program that posts money or a dated transaction calls this before
*> it writes, with the date it means to post on. A date after the
*> closed period is passed straight back. A date on or before it is
*> either refused (rule "R" - the caller leaves the posting alone) or
*> moved to the first open day (rule "M"), and either way the caller's
*> reference and the original date go onto the posting-period log so
*> the moved item can be traced back to when it really happened. The
*> closed date loads once per run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ClosedPeriodFile ASSIGN TO "Listing17-24ClosedPeriod.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS ClosedPeriodStatus.

    SELECT PostingLogFile ASSIGN TO "Listing17-24PostingMoves.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS PostingLogStatus.

DATA DIVISION.
FILE SECTION.
FD  ClosedPeriodFile.
01  ClosedPeriodRec            PIC 9(8).

FD  PostingLogFile.
01  PostingLogRec.
    02  LogProgram-PL          PIC X(12).
    02  FILLER                 PIC X.
    02  LogAction-PL           PIC X(7).
    02  FILLER                 PIC X.
    02  LogOriginalDate-PL     PIC 9(8).
    02  FILLER                 PIC X.
    02  LogPostedDate-PL       PIC 9(8).
    02  FILLER                 PIC X.
    02  LogReference-PL        PIC X(30).
    02  FILLER                 PIC X.
    02  LogTimestamp-PL        PIC X(14).

WORKING-STORAGE SECTION.
01  ClosedPeriodStatus         PIC XX.
01  PostingLogStatus           PIC XX.

01  ClosedLoaded               PIC X VALUE "N".
    88  ClosedAlreadyLoaded      VALUE "Y".
01  ClosedThroughDate          PIC 9(8) VALUE ZEROS.
01  FirstOpenDate              PIC 9(8) VALUE ZEROS.
01  OriginalDate               PIC 9(8).

LINKAGE SECTION.
01  ProgramName-IO             PIC X(12).
01  PostingRef-IO              PIC X(30).
01  PeriodRule-IO              PIC X.
    88  RefuseClosedDate         VALUE "R".
    88  MoveClosedDate           VALUE "M".
01  PostingDate-IO             PIC 9(8).
01  PeriodResult-IO            PIC 9.
    88  PostingPeriodOpen        VALUE 0.
    88  PostingDateMoved         VALUE 1.
    88  PostingRefused           VALUE 2.

PROCEDURE DIVISION USING ProgramName-IO, PostingRef-IO, PeriodRule-IO,
                          PostingDate-IO, PeriodResult-IO.
Begin.
   IF NOT ClosedAlreadyLoaded
      PERFORM LoadClosedPeriod
      MOVE "Y" TO ClosedLoaded
   END-IF

   SET PostingPeriodOpen TO TRUE
   IF PostingDate-IO > ClosedThroughDate
      EXIT PROGRAM
   END-IF

   MOVE PostingDate-IO TO OriginalDate
   IF MoveClosedDate
      MOVE FirstOpenDate TO PostingDate-IO
      SET PostingDateMoved TO TRUE
   ELSE
      SET PostingRefused TO TRUE
   END-IF
   PERFORM WritePostingLog
   EXIT PROGRAM.

LoadClosedPeriod.
   MOVE ZEROS TO ClosedThroughDate FirstOpenDate
   OPEN INPUT ClosedPeriodFile
   IF ClosedPeriodStatus EQUAL "00"
      READ ClosedPeriodFile
         AT END CONTINUE
         NOT AT END MOVE ClosedPeriodRec TO ClosedThroughDate
      END-READ
      CLOSE ClosedPeriodFile
   ELSE
      CLOSE ClosedPeriodFile
   END-IF
   IF ClosedThroughDate > ZEROS
      COMPUTE FirstOpenDate = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(ClosedThroughDate) + 1)
   END-IF.

WritePostingLog.
   OPEN EXTEND PostingLogFile
   IF PostingLogStatus EQUAL "35"
      OPEN OUTPUT PostingLogFile
   END-IF
   MOVE SPACES TO PostingLogRec
   MOVE ProgramName-IO TO LogProgram-PL
   IF PostingDateMoved
      MOVE "MOVED"   TO LogAction-PL
   ELSE
      MOVE "REFUSED" TO LogAction-PL
   END-IF
   MOVE OriginalDate   TO LogOriginalDate-PL
   MOVE PostingDate-IO TO LogPostedDate-PL
   MOVE PostingRef-IO  TO LogReference-PL
   MOVE FUNCTION CURRENT-DATE(1:14) TO LogTimestamp-PL
   WRITE PostingLogRec
   CLOSE PostingLogFile.
END PROGRAM CheckPostingPeriod.

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

IDENTIFICATION DIVISION.
PROGRAM-ID. JournalUpdate IS INITIAL.
AUTHOR. Michael Coughlan.
*> Appends one entry per write/rewrite/delete made by the
*> maintenance and till programs to the system update journal, with
*> before and after images, a timestamp and the operator id. The
*> recovery utility replays the journal forward from the last
*> Listing17-12 backup to any chosen point in time, and the journal
*> doubles as the answer to "who changed this record". A training
*> session's updates are to the training copies, so they are never
*> journalled. Each image holds a whole record of the widest
*> journalled master (the 339-byte customer record) with room to
*> grow. The journal is stamped on the layout register when an entry
*> starts a new one, and an existing journal at any other layout
*> version is not appended to - the refusal is logged - until it has
*> been converted with Listing18-50.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JournalFile ASSIGN TO "Listing17-53Journal.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS JournalStatus.

DATA DIVISION.
FILE SECTION.
FD  JournalFile.
01  JournalRec.
    02  JrnTimestamp-JN      PIC X(21).
    02  ProgramName-JN       PIC X(12).
    02  OperatorId-JN        PIC 9(4).
    02  FileName-JN          PIC X(12).
    02  UpdateAction-JN      PIC X.
    02  BeforeImage-JN       PIC X(400).
    02  AfterImage-JN        PIC X(400).

WORKING-STORAGE SECTION.
01  JournalStatus          PIC XX.
01  TrainingState          PIC X.
    88  TrainingModeOn       VALUE "Y".
01  TrainingFileName       PIC X(40) VALUE SPACES.

COPY LayoutVersions.

LINKAGE SECTION.
01  ProgramName-IO         PIC X(12).
01  OperatorId-IO          PIC 9(4).
01  FileName-IO            PIC X(12).
01  UpdateAction-IO        PIC X.
    88  JournalWrite         VALUE "W".
    88  JournalRewrite       VALUE "R".
    88  JournalDelete        VALUE "D".
01  BeforeImage-IO         PIC X(400).
01  AfterImage-IO          PIC X(400).

PROCEDURE DIVISION USING ProgramName-IO, OperatorId-IO, FileName-IO,
                          UpdateAction-IO, BeforeImage-IO,
                          AfterImage-IO.
Begin.
   CALL "TrainingMode" USING "Q", TrainingState, TrainingFileName
   IF TrainingModeOn
      EXIT PROGRAM
   END-IF
   OPEN EXTEND JournalFile
   IF JournalStatus EQUAL "35"
      OPEN OUTPUT JournalFile
      CALL "CheckLayoutVersion" USING "S", ProgramName-IO,
            "JournalFile ", JournalRecVersion, LayoutResult
   ELSE
      CALL "CheckLayoutVersion" USING "C", ProgramName-IO,
            "JournalFile ", JournalRecVersion, LayoutResult
      IF LayoutRefused
         CLOSE JournalFile
         EXIT PROGRAM
      END-IF
   END-IF
   MOVE FUNCTION CURRENT-DATE TO JrnTimestamp-JN
   MOVE ProgramName-IO   TO ProgramName-JN
   MOVE OperatorId-IO    TO OperatorId-JN
   MOVE FileName-IO      TO FileName-JN
   MOVE UpdateAction-IO  TO UpdateAction-JN
   MOVE BeforeImage-IO   TO BeforeImage-JN
   MOVE AfterImage-IO    TO AfterImage-JN
   WRITE JournalRec
   CLOSE JournalFile
   EXIT PROGRAM.
END PROGRAM JournalUpdate.
