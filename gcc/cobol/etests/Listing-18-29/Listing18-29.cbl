IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-29.
AUTHOR. Michael Coughlan.
*> Till paid-outs. Staff took cash from the drawer for milk, stamps
*> and cleaning supplies with a note left under the tray, so every
*> such day balanced short in Listing17-48 and the money never
*> reached an expense account. Here a paid-out is taken against the
*> operator's own till session (TillSessionControl), needs a
*> supervisor's sign-on to approve it, carries an expense category
*> and a numbered voucher - numbered from a counter file the way the
*> Listing17-83 refunds are - and lands on the paid-out register.
*> Listing17-48 and the Listing17-71 deposit net the register's cash
*> out of the drawer, Listing17-45 posts each category to its own
*> expense account, and the monthly report here totals the month's
*> paid-outs by store and category. The categories are data, seeded
*> the first time through like the GL account map; anything over the
*> voucher limit is a supplier invoice and goes through payables.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   SELECT PaidOutFile ASSIGN TO "Listing18-29PaidOuts.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PaidOutStatus.

   SELECT VoucherNumFile ASSIGN TO "Listing18-29VoucherNum.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS VoucherNumStatus.

   SELECT CategoryFile ASSIGN TO "Listing18-29Categories.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CategoryStatus.

DATA DIVISION.
FILE SECTION.
FD PaidOutFile.
01 PaidOutRec-PU.
   COPY PaidOutRec.

FD VoucherNumFile.
01 VoucherNumRec            PIC 9(7).

FD CategoryFile.
01 CategoryRec.
   02 CategoryCode-EC       PIC XXX.
   02 CategoryName-EC       PIC X(20).

WORKING-STORAGE SECTION.
01 PaidOutStatus            PIC XX.
01 VoucherNumStatus         PIC XX.
01 CategoryStatus           PIC XX.
   88 EndOfCategories         VALUE "10".

01 MenuChoice                PIC 9.
   88 MenuPaidOut             VALUE 1.
   88 MenuMonthlyReport       VALUE 2.
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
01 SupervisorId               PIC 9(4) VALUE ZEROS.
01 SupSignOnResult            PIC 9 VALUE 1.
   88 SupervisorSignedOn        VALUE 0.

01 TodayDate                  PIC 9(8).
01 TillStoreId                PIC 99 VALUE ZEROS.
01 TillSessionNum             PIC 9(7) VALUE ZEROS.
01 SessionResult              PIC 9 VALUE 1.
   88 SessionSettled             VALUE 0.
01 StoreName                  PIC X(20).
01 StoreCurrency              PIC XXX.
01 StoreStatusCode            PIC X.
   88 StoreIsClosed             VALUE "C".
01 StoreResult                PIC 9.
   88 StoreFound                VALUE 0.

*> Petty cash is for sundries; a bigger bill is a supplier invoice.
01 PaidOutLimit               PIC 9(5)V99 VALUE 100.00.

01 NextVoucherNum             PIC 9(7) VALUE ZEROS.
01 PaidOutCategory            PIC XXX.
01 PaidOutAmount              PIC 9(5)V99 VALUE ZEROS.
01 PaidOutNote                PIC X(30).

01 CategoryTable.
   02 CategoryCount           PIC 99 VALUE ZEROS.
   02 CategoryEntry OCCURS 20 TIMES INDEXED BY CtIdx.
      03 CatCode              PIC XXX.
      03 CatName              PIC X(20).
      03 CatMonthCount        PIC 9(5).
      03 CatMonthTotal        PIC 9(7)V99.
01 CategoryFound             PIC X VALUE "N".
   88 CategoryEntryFound       VALUE "Y".

*> Monthly report - one row per store, subscripted by the store id
*> itself, each with a total per category in category-table order.
01 ReportMonth                PIC 9(6) VALUE ZEROS.
01 ReportStoreId              PIC 99.
01 ReportStoreName            PIC X(20).
01 ReportCurrency             PIC XXX.
01 ReportStatusCode           PIC X.
01 ReportResult               PIC 9.
01 StorePaidOutTable.
   02 StorePaidOut OCCURS 99 TIMES INDEXED BY StIdx.
      03 StoreMonthCount      PIC 9(5).
      03 StoreMonthTotal      PIC 9(7)V99.
      03 StoreCatTotal        PIC 9(7)V99 OCCURS 20 TIMES.
01 MonthVouchers              PIC 9(5) VALUE ZEROS.
01 MonthTotal                 PIC 9(7)V99 VALUE ZEROS.
01 UncategorisedTotal         PIC 9(7)V99 VALUE ZEROS.

01 Amount-Ed                  PIC $$,$$$,$$9.99.
01 Limit-Ed                   PIC $$$,$$9.99.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    CALL "OperatorSignOnCheck" USING "Listing18-29", "O",
                                     OperatorId, SignOnResult
    CALL "SignOnRole" USING "Q", OperatorId, OperatorRole
    IF NOT OperatorSignedOn
       DISPLAY "Access denied - sign-on was not accepted."
       STOP RUN
    END-IF
    MOVE 1 TO StoreResult
    PERFORM UNTIL StoreFound
       DISPLAY "Enter the Store Id for this till - " WITH NO ADVANCING
       ACCEPT TillStoreId
       CALL "GetStoreInfo" USING TillStoreId, StoreName,
                                 StoreCurrency, StoreStatusCode,
                                 StoreResult
       IF NOT StoreFound
          DISPLAY "No such store - try again."
       END-IF
    END-PERFORM
    CALL "TillSessionControl" USING "O", OperatorId, TillStoreId,
                                    TillSessionNum, SessionResult
    PERFORM LoadCategories
    PERFORM LoadVoucherNum
    PERFORM MainMenu UNTIL MenuExit
    PERFORM SaveVoucherNum
    CALL "TillSessionControl" USING "C", OperatorId, TillStoreId,
                                    TillSessionNum, SessionResult
    STOP RUN.

LoadCategories.
*> Expense categories are data - a new one is a line on the file,
*> then a mapping row for it on the Listing17-45 account map.
    MOVE ZEROS TO CategoryCount
    OPEN INPUT CategoryFile
    IF CategoryStatus NOT EQUAL "00"
       CLOSE CategoryFile
       PERFORM SeedCategories
       OPEN INPUT CategoryFile
    END-IF
    READ CategoryFile
       AT END SET EndOfCategories TO TRUE
    END-READ
    PERFORM UNTIL EndOfCategories
       IF CategoryCount < 20
          ADD 1 TO CategoryCount
          MOVE CategoryCode-EC TO CatCode(CategoryCount)
          MOVE CategoryName-EC TO CatName(CategoryCount)
       END-IF
       READ CategoryFile
          AT END SET EndOfCategories TO TRUE
       END-READ
    END-PERFORM
    CLOSE CategoryFile.

SeedCategories.
    OPEN OUTPUT CategoryFile
    MOVE "MLKMilk and staff tea  " TO CategoryRec
    WRITE CategoryRec
    MOVE "PSTPostage and stamps  " TO CategoryRec
    WRITE CategoryRec
    MOVE "CLNCleaning supplies   " TO CategoryRec
    WRITE CategoryRec
    MOVE "OFFOffice sundries     " TO CategoryRec
    WRITE CategoryRec
    MOVE "RPRSmall repairs       " TO CategoryRec
    WRITE CategoryRec
    MOVE "OTHOther expenses      " TO CategoryRec
    WRITE CategoryRec
    CLOSE CategoryFile.

LoadVoucherNum.
    MOVE ZEROS TO NextVoucherNum
    OPEN INPUT VoucherNumFile
    IF VoucherNumStatus EQUAL "00"
       READ VoucherNumFile
          AT END CONTINUE
          NOT AT END MOVE VoucherNumRec TO NextVoucherNum
       END-READ
       CLOSE VoucherNumFile
    ELSE
       CLOSE VoucherNumFile
    END-IF.

SaveVoucherNum.
    OPEN OUTPUT VoucherNumFile
    MOVE NextVoucherNum TO VoucherNumRec
    WRITE VoucherNumRec
    CLOSE VoucherNumFile.

MainMenu.
    DISPLAY SPACES
    DISPLAY "*** Till Paid-Outs - Store " TillStoreId " " StoreName
            " ***"
    DISPLAY "1 = Pay out cash from the drawer"
    DISPLAY "2 = Monthly paid-out report"
    DISPLAY "9 = Exit"
    DISPLAY "Enter your choice - " WITH NO ADVANCING
    ACCEPT MenuChoice
    PERFORM CheckMenuPermission
    IF MenuRefused
       EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
       WHEN MenuPaidOut        PERFORM TakePaidOut
       WHEN MenuMonthlyReport  PERFORM MonthlyPaidOutReport
       WHEN MenuExit            CONTINUE
       WHEN OTHER               DISPLAY "Please enter 1, 2 or 9"
    END-EVALUATE.

CheckMenuPermission.
*> Every choice defaults to the operator role the sign-on asks for;
*> the Listing17-51 permission table can narrow any one of them.
    MOVE SPACES TO MenuFunction
    MOVE ZERO TO MenuPermission
    EVALUATE TRUE
       WHEN MenuPaidOut
          MOVE "PAIDOUT" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuMonthlyReport
          MOVE "MONTHRPT" TO MenuFunction
          MOVE "O" TO MenuRole
    END-EVALUATE
    IF MenuFunction NOT EQUAL SPACES
       CALL "CheckPermission" USING "Listing18-29", MenuFunction, OperatorId,
                                    OperatorRole, MenuRole, MenuPermission
       IF MenuRefused
          DISPLAY "Operator " OperatorId " is not permitted to use "
                  "that function."
       END-IF
    END-IF.

TakePaidOut.
    IF StoreIsClosed
       DISPLAY "REFUSED - store " TillStoreId " is closed."
       EXIT PARAGRAPH
    END-IF
    PERFORM ShowCategories
    DISPLAY "Enter the expense category - " WITH NO ADVANCING
    ACCEPT PaidOutCategory
    MOVE FUNCTION UPPER-CASE(PaidOutCategory) TO PaidOutCategory
    PERFORM FindCategory
    IF NOT CategoryEntryFound
       DISPLAY "REFUSED - " PaidOutCategory
               " is not an expense category."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter the amount paid out - " WITH NO ADVANCING
    ACCEPT PaidOutAmount
    IF PaidOutAmount EQUAL ZEROS
       DISPLAY "REFUSED - no amount entered."
       EXIT PARAGRAPH
    END-IF
    IF PaidOutAmount > PaidOutLimit
       MOVE PaidOutLimit TO Limit-Ed
       DISPLAY "REFUSED - paid-outs are limited to " Limit-Ed
               "; put the invoice through payables."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "What was it for? - " WITH NO ADVANCING
    ACCEPT PaidOutNote
*> The operator cannot approve their own paid-out - a supervisor
*> signs on at the till, the same gate as a void.
    CALL "OperatorSignOnCheck" USING "Listing18-29", "S",
                                     SupervisorId, SupSignOnResult
    IF NOT SupervisorSignedOn
       DISPLAY "REFUSED - a supervisor must approve a paid-out."
       EXIT PARAGRAPH
    END-IF
    IF SupervisorId EQUAL OperatorId
       DISPLAY "REFUSED - a second person must approve the paid-out."
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO NextVoucherNum
    PERFORM WritePaidOutRecord
    PERFORM PrintPaidOutVoucher.

ShowCategories.
    PERFORM VARYING CtIdx FROM 1 BY 1 UNTIL CtIdx > CategoryCount
       DISPLAY "   " CatCode(CtIdx) " - " CatName(CtIdx)
    END-PERFORM.

FindCategory.
*> Leaves CtIdx on the category's row.
    MOVE "N" TO CategoryFound
    PERFORM VARYING CtIdx FROM 1 BY 1 UNTIL CtIdx > CategoryCount
       IF CatCode(CtIdx) EQUAL PaidOutCategory
          SET CategoryEntryFound TO TRUE
          EXIT PERFORM
       END-IF
    END-PERFORM.

WritePaidOutRecord.
    OPEN EXTEND PaidOutFile
    IF PaidOutStatus EQUAL "35"
       CLOSE PaidOutFile
       OPEN OUTPUT PaidOutFile
    END-IF
    INITIALIZE PaidOutRec-PU
    MOVE NextVoucherNum   TO VoucherNum-PU
    MOVE TodayDate        TO PaidOutDate-PU
    MOVE TillStoreId      TO StoreId-PU
    MOVE TillSessionNum   TO SessionNum-PU
    MOVE OperatorId       TO OperatorId-PU
    MOVE SupervisorId     TO SupervisorId-PU
    MOVE PaidOutCategory  TO CategoryCode-PU
    MOVE PaidOutAmount    TO PaidOutAmount-PU
    MOVE PaidOutNote      TO PaidOutNote-PU
    WRITE PaidOutRec-PU
    CLOSE PaidOutFile.

PrintPaidOutVoucher.
    MOVE PaidOutAmount TO Amount-Ed
    DISPLAY "====================================================="
    DISPLAY "   PAID-OUT VOUCHER No. " NextVoucherNum
    DISPLAY "   Store " TillStoreId "  Date " TodayDate
            "  Session " TillSessionNum
    DISPLAY "   " PaidOutCategory " - " CatName(CtIdx)
    DISPLAY "   " PaidOutNote
    DISPLAY "   CASH PAID OUT   " Amount-Ed
    DISPLAY "   Paid by operator " OperatorId
            ", approved by supervisor " SupervisorId
    DISPLAY "   Keep the receipt with this voucher."
    DISPLAY "=====================================================".

MonthlyPaidOutReport.
    DISPLAY "Enter the month to report (YYYYMM) - " WITH NO ADVANCING
    ACCEPT ReportMonth
    INITIALIZE StorePaidOutTable
    MOVE ZEROS TO MonthVouchers MonthTotal UncategorisedTotal
    PERFORM VARYING CtIdx FROM 1 BY 1 UNTIL CtIdx > CategoryCount
       MOVE ZEROS TO CatMonthCount(CtIdx) CatMonthTotal(CtIdx)
    END-PERFORM
    OPEN INPUT PaidOutFile
    IF PaidOutStatus NOT EQUAL "00"
       CLOSE PaidOutFile
       DISPLAY "No paid-outs on file yet."
       EXIT PARAGRAPH
    END-IF
    READ PaidOutFile
       AT END SET EndOfPaidOuts TO TRUE
    END-READ
    PERFORM UNTIL EndOfPaidOuts
       IF PaidOutDate-PU(1:6) EQUAL ReportMonth
          PERFORM AddPaidOutToMonth
       END-IF
       READ PaidOutFile
          AT END SET EndOfPaidOuts TO TRUE
       END-READ
    END-PERFORM
    CLOSE PaidOutFile
    IF MonthVouchers EQUAL ZEROS
       DISPLAY "No paid-outs in " ReportMonth "."
       EXIT PARAGRAPH
    END-IF
    PERFORM PrintMonthlyReport.

AddPaidOutToMonth.
*> A category since taken off the file still counts in the month's
*> total, shown on a line of its own.
    ADD 1 TO MonthVouchers
    ADD PaidOutAmount-PU TO MonthTotal
    MOVE CategoryCode-PU TO PaidOutCategory
    PERFORM FindCategory
    IF StoreId-PU > ZEROS
       SET StIdx TO StoreId-PU
       ADD 1 TO StoreMonthCount(StIdx)
       ADD PaidOutAmount-PU TO StoreMonthTotal(StIdx)
       IF CategoryEntryFound
          ADD PaidOutAmount-PU TO StoreCatTotal(StIdx, CtIdx)
       END-IF
    END-IF
    IF CategoryEntryFound
       ADD 1 TO CatMonthCount(CtIdx)
       ADD PaidOutAmount-PU TO CatMonthTotal(CtIdx)
    ELSE
       ADD PaidOutAmount-PU TO UncategorisedTotal
    END-IF.

PrintMonthlyReport.
    DISPLAY "====================================================="
    DISPLAY "  PAID-OUTS BY STORE AND CATEGORY - " ReportMonth
    DISPLAY "====================================================="
    PERFORM VARYING StIdx FROM 1 BY 1 UNTIL StIdx > 99
       IF StoreMonthCount(StIdx) > ZEROS
          PERFORM PrintStorePaidOuts
       END-IF
    END-PERFORM
    DISPLAY "-----------------------------------------------------"
    DISPLAY "  All stores"
    PERFORM VARYING CtIdx FROM 1 BY 1 UNTIL CtIdx > CategoryCount
       IF CatMonthCount(CtIdx) > ZEROS
          MOVE CatMonthTotal(CtIdx) TO Amount-Ed
          DISPLAY "    " CatCode(CtIdx) " " CatName(CtIdx)
                  "  " CatMonthCount(CtIdx) " vouchers  " Amount-Ed
       END-IF
    END-PERFORM
    IF UncategorisedTotal > ZEROS
       MOVE UncategorisedTotal TO Amount-Ed
       DISPLAY "    ??? Category no longer on file        "
               Amount-Ed
    END-IF
    MOVE MonthTotal TO Amount-Ed
    DISPLAY "  TOTAL PAID OUT  " MonthVouchers " vouchers  " Amount-Ed
    DISPLAY "=====================================================".

PrintStorePaidOuts.
    SET ReportStoreId TO StIdx
    CALL "GetStoreInfo" USING ReportStoreId, ReportStoreName,
                              ReportCurrency, ReportStatusCode,
                              ReportResult
    IF ReportResult NOT EQUAL ZERO
       MOVE "(not on store master)" TO ReportStoreName
    END-IF
    DISPLAY "  Store " ReportStoreId " " ReportStoreName
    PERFORM VARYING CtIdx FROM 1 BY 1 UNTIL CtIdx > CategoryCount
       IF StoreCatTotal(StIdx, CtIdx) > ZEROS
          MOVE StoreCatTotal(StIdx, CtIdx) TO Amount-Ed
          DISPLAY "    " CatCode(CtIdx) " " CatName(CtIdx)
                  "  " Amount-Ed
       END-IF
    END-PERFORM
    MOVE StoreMonthTotal(StIdx) TO Amount-Ed
    DISPLAY "    Store total  " StoreMonthCount(StIdx)
            " vouchers  " Amount-Ed.

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
PROGRAM-ID. TillSessionControl IS INITIAL.
AUTHOR. Michael Coughlan.
*> Operator till sessions. OperatorSignOnCheck guards who may run a
*> program; this records who was actually on which till, when. "O"
*> finds the operator's open session at the store for today - or
*> opens a new numbered one - and hands back its number, which the
*> till stamps on every checkout and payment; "C" closes it. The
*> Listing17-48 balancing run breaks the day's takings and any
*> shortage down by these sessions. A training session is kept on
*> the training copy of the session file.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT SessionFile ASSIGN TO SessionFileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SessionNum-SN
        FILE STATUS IS SessionStatus.

DATA DIVISION.
FILE SECTION.
FD SessionFile.
01 SessionRec-SN.
   88 EndOfSessions  VALUE HIGH-VALUES.
   02 SessionNum-SN         PIC 9(7).
   02 OperatorId-SN         PIC 9(4).
   02 StoreId-SN            PIC 99.
   02 SessionDate-SN        PIC 9(8).
   02 SignOnTime-SN         PIC 9(6).
   02 SignOffTime-SN        PIC 9(6).
   02 SessionState-SN       PIC X.
      88 SessionOpen-SN       VALUE "O".
      88 SessionClosed-SN     VALUE "C".

WORKING-STORAGE SECTION.
01 SessionStatus            PIC XX.
   88 SessionOk  VALUE "02", "00".
01 SessionFileName          PIC X(40).
01 TrainingState            PIC X.
   88 TrainingModeOn          VALUE "Y".

01 TodayDate                PIC 9(8).
01 TimeNow                  PIC 9(6).
01 OpenSessionNum           PIC 9(7).
01 HighestSessionNum        PIC 9(7).

LINKAGE SECTION.
01 FunctionCode-IO          PIC X.
   88 OpenSession-IO          VALUE "O".
   88 CloseSession-IO         VALUE "C".
01 OperatorId-IO            PIC 9(4).
01 StoreId-IO               PIC 99.
01 SessionNum-IO            PIC 9(7).
01 SessionResult-IO         PIC 9.
   88 SessionSettled-IO       VALUE 0.
   88 SessionFailed-IO        VALUE 1.

PROCEDURE DIVISION USING FunctionCode-IO, OperatorId-IO, StoreId-IO,
                          SessionNum-IO, SessionResult-IO.
Begin.
   SET SessionFailed-IO TO TRUE
   MOVE ZEROS TO SessionNum-IO
   MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
   MOVE FUNCTION CURRENT-DATE(9:6) TO TimeNow
   MOVE "Listing17-80Sessions.DAT" TO SessionFileName
   CALL "TrainingMode" USING "F", TrainingState, SessionFileName

   OPEN I-O SessionFile
   IF SessionStatus EQUAL "35"
      CLOSE SessionFile
      OPEN OUTPUT SessionFile
      CLOSE SessionFile
      OPEN I-O SessionFile
   END-IF

   PERFORM FindOperatorsOpenSession
   EVALUATE TRUE
      WHEN OpenSession-IO
         IF OpenSessionNum NOT EQUAL ZEROS
            MOVE OpenSessionNum TO SessionNum-IO
            SET SessionSettled-IO TO TRUE
         ELSE
            PERFORM OpenNewSession
         END-IF
      WHEN CloseSession-IO
         IF OpenSessionNum EQUAL ZEROS
            CONTINUE
         ELSE
            PERFORM CloseFoundSession
         END-IF
   END-EVALUATE

   CLOSE SessionFile
   EXIT PROGRAM.

FindOperatorsOpenSession.
*> The walk also notes the highest session number in use, so a new
*> session can be numbered one past it.
   MOVE ZEROS TO OpenSessionNum HighestSessionNum
   MOVE LOW-VALUES TO SessionNum-SN
   START SessionFile KEY IS GREATER THAN SessionNum-SN
      INVALID KEY SET EndOfSessions TO TRUE
   END-START
   IF NOT EndOfSessions
      READ SessionFile NEXT RECORD
         AT END SET EndOfSessions TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfSessions
      MOVE SessionNum-SN TO HighestSessionNum
      IF SessionOpen-SN
         AND OperatorId-SN EQUAL OperatorId-IO
         AND StoreId-SN EQUAL StoreId-IO
         AND SessionDate-SN EQUAL TodayDate
         MOVE SessionNum-SN TO OpenSessionNum
      END-IF
      READ SessionFile NEXT RECORD
         AT END SET EndOfSessions TO TRUE
      END-READ
   END-PERFORM.

OpenNewSession.
   INITIALIZE SessionRec-SN
   COMPUTE SessionNum-SN = HighestSessionNum + 1
   MOVE OperatorId-IO TO OperatorId-SN
   MOVE StoreId-IO    TO StoreId-SN
   MOVE TodayDate     TO SessionDate-SN
   MOVE TimeNow       TO SignOnTime-SN
   MOVE ZEROS         TO SignOffTime-SN
   SET SessionOpen-SN TO TRUE
   WRITE SessionRec-SN
      INVALID KEY DISPLAY "-SN ERROR Status = " SessionStatus
      NOT INVALID KEY
         MOVE SessionNum-SN TO SessionNum-IO
         SET SessionSettled-IO TO TRUE
   END-WRITE.

CloseFoundSession.
   MOVE OpenSessionNum TO SessionNum-SN
   READ SessionFile
      KEY IS SessionNum-SN
      INVALID KEY DISPLAY "-SN ERROR Status = " SessionStatus
      NOT INVALID KEY
         MOVE TimeNow TO SignOffTime-SN
         SET SessionClosed-SN TO TRUE
         REWRITE SessionRec-SN
            INVALID KEY DISPLAY "-SN ERROR Status = " SessionStatus
            NOT INVALID KEY
               MOVE OpenSessionNum TO SessionNum-IO
               SET SessionSettled-IO TO TRUE
         END-REWRITE
   END-READ.
END PROGRAM TillSessionControl.

IDENTIFICATION DIVISION.
PROGRAM-ID. GetStoreInfo.
AUTHOR. Michael Coughlan.
*> Answers whether a StoreId is on the store master and whether the
*> store is open for business. Listing17-70's maintenance program
*> owns the master and stamps StoreStatus-SM "C" when a store is
*> closed; this lookup is how the till and the transfer dispatch
*> respect that. Records written before the status byte existed read
*> as active. WORKING-STORAGE is not INITIAL, so the master loads
*> once per run no matter how many stores are checked.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StoreMasterFile ASSIGN TO "Listing17-44Stores.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS StoreMasterStatus.

DATA DIVISION.
FILE SECTION.
FD  StoreMasterFile.
01  StoreMasterRec.
    02  StoreId-SM             PIC 99.
    02  StoreName-SM           PIC X(20).
    02  JurisdictionCode-SM    PIC XXX.
    02  CurrencyCode-SM        PIC XXX.
    02  StoreStatus-SM         PIC X.

WORKING-STORAGE SECTION.
01  StoreMasterStatus          PIC XX.
    88  EndOfStoreMaster         VALUE "10".

01  TablesLoaded               PIC X VALUE "N".
    88  TablesAlreadyLoaded      VALUE "Y".

01  StoreTable.
    02  StoreCount             PIC 99 VALUE ZERO.
    02  StoreEntry OCCURS 10 TIMES INDEXED BY StIdx.
        03  StoreId-T          PIC 99.
        03  StoreName-T        PIC X(20).
        03  StoreCurrency-T    PIC XXX.
        03  StoreStatus-T      PIC X.

LINKAGE SECTION.
01  StoreId-IO                 PIC 99.
01  StoreName-IO               PIC X(20).
01  CurrencyCode-IO            PIC XXX.
01  StoreStatus-IO             PIC X.
    88  StoreIsClosed-IO         VALUE "C".
01  StoreResult-IO             PIC 9.
    88  StoreOnMaster            VALUE 0.
    88  StoreNotOnMaster         VALUE 1.

PROCEDURE DIVISION USING StoreId-IO, StoreName-IO, CurrencyCode-IO,
                          StoreStatus-IO, StoreResult-IO.
Begin.
   IF NOT TablesAlreadyLoaded
      PERFORM LoadStoreMaster
      MOVE "Y" TO TablesLoaded
   END-IF

   SET StoreNotOnMaster TO TRUE
   MOVE SPACES TO StoreName-IO CurrencyCode-IO StoreStatus-IO
   PERFORM VARYING StIdx FROM 1 BY 1 UNTIL StIdx > StoreCount
      IF StoreId-T(StIdx) EQUAL StoreId-IO
         MOVE StoreName-T(StIdx)     TO StoreName-IO
         MOVE StoreCurrency-T(StIdx) TO CurrencyCode-IO
         MOVE StoreStatus-T(StIdx)   TO StoreStatus-IO
         SET StoreOnMaster TO TRUE
         EXIT PERFORM
      END-IF
   END-PERFORM
   EXIT PROGRAM.

LoadStoreMaster.
   MOVE ZERO TO StoreCount
   OPEN INPUT StoreMasterFile
   IF StoreMasterStatus NOT EQUAL "00"
      CLOSE StoreMasterFile
      PERFORM SeedStoreMaster
      OPEN INPUT StoreMasterFile
   END-IF
   READ StoreMasterFile
      AT END SET EndOfStoreMaster TO TRUE
   END-READ
   PERFORM UNTIL EndOfStoreMaster
      IF StoreCount < 10
         ADD 1 TO StoreCount
         MOVE StoreId-SM      TO StoreId-T(StoreCount)
         MOVE StoreName-SM    TO StoreName-T(StoreCount)
         MOVE CurrencyCode-SM TO StoreCurrency-T(StoreCount)
         MOVE StoreStatus-SM  TO StoreStatus-T(StoreCount)
         IF StoreStatus-T(StoreCount) EQUAL SPACES
            MOVE "A" TO StoreStatus-T(StoreCount)
         END-IF
      END-IF
      READ StoreMasterFile
         AT END SET EndOfStoreMaster TO TRUE
      END-READ
   END-PERFORM
   CLOSE StoreMasterFile.

SeedStoreMaster.
   OPEN OUTPUT StoreMasterFile
   MOVE "01Riverside Main      J01USDA" TO StoreMasterRec
   WRITE StoreMasterRec
   MOVE "02Hillside Plaza      J02USDA" TO StoreMasterRec
   WRITE StoreMasterRec
   MOVE "03Windsor Crossing    J03CADA" TO StoreMasterRec
   WRITE StoreMasterRec
   CLOSE StoreMasterFile.
END PROGRAM GetStoreInfo.

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
