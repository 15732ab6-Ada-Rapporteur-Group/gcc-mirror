IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-21.
AUTHOR. Michael Coughlan.
*> Subscription rental plans. A member pays a flat monthly fee and
*> rents as often as they like, up to the plan's limit on films out
*> at once. The plan master holds each plan's fee and limit; a
*> member is enrolled on the customer master, and the first month's
*> fee posts to the AR ledger at enrolment. Listing17-29 prices an
*> active subscriber's rentals at zero through PriceFilmRental and
*> holds them to the plan's limit, while late fees post as they do
*> for everyone. The monthly billing run posts each subscriber's fee
*> as a subscription item, lapses any subscription whose earlier fee
*> is still unpaid past the grace period (or whose account is no
*> longer in good standing) instead of billing it again, and reports
*> the month's revenue by plan. Every fee posted is also written to
*> the subscription billing file the Listing17-45 extract carries
*> into the GL journal.

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

   SELECT SubPlanFile ASSIGN TO "Listing18-21Plans.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PlanCode-SU
        FILE STATUS IS SubPlanStatus.

   SELECT SubBillingFile ASSIGN TO "Listing18-21SubBilling.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SubBillingStatus.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
01 CustomerRec-CF.
   COPY CustomerRec.

FD ARLedgerFile.
01 ARItemRec-AR.
   COPY ARItemRec.

FD SubPlanFile.
01 SubPlanRec-SU.
   COPY SubPlanRec.

FD SubBillingFile.
01 SubBillingRec.
   02 BilledDate-SB         PIC 9(8).
   02 BilledAmount-SB       PIC 9(7)V99.

WORKING-STORAGE SECTION.
01 CustomerStatus           PIC XX.
   88 CustomerOk  VALUE "02", "00".

01 ARLedgerStatus           PIC XX.
   88 ARLedgerOk  VALUE "02", "00".

01 SubPlanStatus            PIC XX.
   88 SubPlanOk   VALUE "02", "00".

01 SubBillingStatus         PIC XX.

01 MenuChoice                PIC 9.
   88 MenuMaintainPlan        VALUE 1.
   88 MenuEnrol               VALUE 2.
   88 MenuCancel              VALUE 3.
   88 MenuBillingRun          VALUE 4.
   88 MenuListPlans           VALUE 5.
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

*> Plan prices and the month's billing are a manager's decision, so
*> they take a role-S sign-on on top of the operator's own.
01 SupervisorId               PIC 9(4) VALUE ZEROS.
01 SupSignOnResult            PIC 9 VALUE 1.
   88 SupervisorSignedOn        VALUE 0.

01 TodayDate                  PIC 9(8).
01 TodayParts REDEFINES TodayDate.
   02 TodayMonth              PIC 9(6).
   02 FILLER                  PIC 99.

*> A fee still open this many days after it was posted lapses the
*> subscription at the next billing run.
01 SubscriptionGraceDays      PIC 9(3) VALUE 30.
01 OldestUnpaidDate           PIC 9(8) VALUE ZEROS.
01 UnpaidAgeDays              PIC 9(5) VALUE ZEROS.
01 UnpaidFeeFound             PIC X VALUE "N".
   88 SubscriptionFeeOverdue    VALUE "Y".

01 TargetCustomerId           PIC 9(7).
01 NextARItemSeqNum           PIC 9(5) VALUE ZEROS.
01 FeeToPost                  PIC 9(3)V99 VALUE ZEROS.
01 EnrolPlanCode              PIC X(4).
01 ConfirmReply               PIC X.
   88 ConfirmedYes              VALUE "Y", "y".

*> The plans, loaded for the billing run's revenue-by-plan report.
01 PlanTable.
   02 PlanCount               PIC 99 VALUE ZEROS.
   02 PlanEntry OCCURS 20 TIMES INDEXED BY PlIdx.
      03 PlanCode-T           PIC X(4).
      03 PlanName-T           PIC X(20).
      03 PlanFee-T            PIC 9(3)V99.
      03 PlanBilled-T         PIC 9(5).
      03 PlanRevenue-T        PIC 9(7)V99.
      03 PlanLapsed-T         PIC 9(5).
      03 PlanActive-T         PIC 9(5).
01 PlanFound                  PIC X VALUE "N".
   88 PlanEntryFound            VALUE "Y".

01 RunCounts.
   02 SubscribersBilled       PIC 9(5) VALUE ZEROS.
   02 SubscriptionsLapsed     PIC 9(5) VALUE ZEROS.
   02 AlreadyBilled           PIC 9(5) VALUE ZEROS.
   02 NoSuchPlan              PIC 9(5) VALUE ZEROS.
   02 RunBilled               PIC 9(7)V99 VALUE ZEROS.

01 Fee-Ed                     PIC $$$9.99.
01 Amount-Ed                  PIC $$,$$$,$$9.99.

*> Before/after images for the update journal.
01 JrnBeforeImage             PIC X(400) VALUE SPACES.
01 JrnAfterImage              PIC X(400) VALUE SPACES.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing18-21", "CustomerFile",
          CustomerRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    CALL "OperatorSignOnCheck" USING "Listing18-21", "O",
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
    CALL "AuditLogFileEvent" USING "Listing18-21", "CustomerFile", "O", CustomerStatus, OperatorId
    OPEN I-O ARLedgerFile
    CALL "AuditLogFileEvent" USING "Listing18-21", "ARLedgerFile", "O", ARLedgerStatus, OperatorId
    OPEN I-O SubPlanFile
    IF SubPlanStatus EQUAL "35"
       CLOSE SubPlanFile
       PERFORM BuildSubPlanFile
       OPEN I-O SubPlanFile
    END-IF
    CALL "AuditLogFileEvent" USING "Listing18-21", "SubPlanFile ", "O", SubPlanStatus, OperatorId

    PERFORM MainMenu UNTIL MenuExit

    CLOSE SubPlanFile
    CALL "AuditLogFileEvent" USING "Listing18-21", "SubPlanFile ", "C", SubPlanStatus, OperatorId
    CLOSE ARLedgerFile
    CALL "AuditLogFileEvent" USING "Listing18-21", "ARLedgerFile", "C", ARLedgerStatus, OperatorId
    CLOSE CustomerFile
    CALL "AuditLogFileEvent" USING "Listing18-21", "CustomerFile", "C", CustomerStatus, OperatorId
    STOP RUN.

BuildSubPlanFile.
*> The two launch plans, so the till has something to enrol members
*> on from the first day.
    OPEN OUTPUT SubPlanFile
    INITIALIZE SubPlanRec-SU
    MOVE "UNL2"                 TO PlanCode-SU
    MOVE "Unlimited - 2 out"    TO PlanName-SU
    MOVE 14.99                  TO MonthlyFee-SU
    MOVE 2                      TO MaxFilmsOut-SU
    SET PlanOnSale-SU           TO TRUE
    WRITE SubPlanRec-SU
       INVALID KEY DISPLAY "-SU ERROR Status = " SubPlanStatus
    END-WRITE
    INITIALIZE SubPlanRec-SU
    MOVE "UNL4"                 TO PlanCode-SU
    MOVE "Unlimited - 4 out"    TO PlanName-SU
    MOVE 24.99                  TO MonthlyFee-SU
    MOVE 4                      TO MaxFilmsOut-SU
    SET PlanOnSale-SU           TO TRUE
    WRITE SubPlanRec-SU
       INVALID KEY DISPLAY "-SU ERROR Status = " SubPlanStatus
    END-WRITE
    CLOSE SubPlanFile.

MainMenu.
    DISPLAY SPACES
    DISPLAY "*** Subscription Rental Plans ***"
    DISPLAY "1 = Add or change a plan"
    DISPLAY "2 = Enrol a member or change their plan"
    DISPLAY "3 = Cancel a member's subscription"
    DISPLAY "4 = Run the monthly subscription billing"
    DISPLAY "5 = List plans and subscribers"
    DISPLAY "9 = Exit"
    DISPLAY "Enter your choice - " WITH NO ADVANCING
    ACCEPT MenuChoice
    PERFORM CheckMenuPermission
    IF MenuRefused
       EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
       WHEN MenuMaintainPlan   PERFORM MaintainPlan
       WHEN MenuEnrol          PERFORM EnrolMember
       WHEN MenuCancel         PERFORM CancelSubscription
       WHEN MenuBillingRun     PERFORM RunMonthlyBilling
       WHEN MenuListPlans      PERFORM ListPlans
       WHEN MenuExit           CONTINUE
       WHEN OTHER              DISPLAY "Please enter 1 to 5 or 9"
    END-EVALUATE.

CheckMenuPermission.
*> Every choice defaults to the operator role the sign-on asks for;
*> the Listing17-51 permission table can narrow any one of them.
    MOVE SPACES TO MenuFunction
    MOVE ZERO TO MenuPermission
    EVALUATE TRUE
       WHEN MenuMaintainPlan
          MOVE "PLAN" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuEnrol
          MOVE "ENROL" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuCancel
          MOVE "CANCEL" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuBillingRun
          MOVE "BILLING" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuListPlans
          MOVE "LIST" TO MenuFunction
          MOVE "O" TO MenuRole
    END-EVALUATE
    IF MenuFunction NOT EQUAL SPACES
       CALL "CheckPermission" USING "Listing18-21", MenuFunction, OperatorId,
                                    OperatorRole, MenuRole, MenuPermission
       IF MenuRefused
          DISPLAY "Operator " OperatorId " is not permitted to use "
                  "that function."
       END-IF
    END-IF.

MaintainPlan.
*> A withdrawn plan takes no new members; those already on it stay
*> on it, and are billed, until they change plan or cancel.
    CALL "OperatorSignOnCheck" USING "Listing18-21", "S",
                                     SupervisorId, SupSignOnResult
    IF NOT SupervisorSignedOn
       DISPLAY "Plans need a supervisor - nothing changed."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter the Plan code - " WITH NO ADVANCING
    ACCEPT PlanCode-SU
    MOVE FUNCTION UPPER-CASE(PlanCode-SU) TO PlanCode-SU
    READ SubPlanFile
       KEY IS PlanCode-SU
       INVALID KEY
          MOVE PlanCode-SU TO EnrolPlanCode
          INITIALIZE SubPlanRec-SU
          MOVE EnrolPlanCode TO PlanCode-SU
          DISPLAY "New plan " PlanCode-SU
    END-READ
    IF SubPlanOk
       MOVE MonthlyFee-SU TO Fee-Ed
       DISPLAY "Plan " PlanCode-SU " " PlanName-SU " " Fee-Ed
               " a month, " MaxFilmsOut-SU " out at once, status "
               PlanStatus-SU
    END-IF
    DISPLAY "Enter the Plan name - " WITH NO ADVANCING
    ACCEPT PlanName-SU
    DISPLAY "Enter the Monthly fee (nnn.nn) - " WITH NO ADVANCING
    ACCEPT MonthlyFee-SU
    MOVE ZEROS TO MaxFilmsOut-SU
    PERFORM UNTIL MaxFilmsOut-SU > ZEROS
       DISPLAY "Enter the Films out at once (1-99) - "
               WITH NO ADVANCING
       ACCEPT MaxFilmsOut-SU
    END-PERFORM
    DISPLAY "On sale (A) or withdrawn (W) - " WITH NO ADVANCING
    ACCEPT PlanStatus-SU
    MOVE FUNCTION UPPER-CASE(PlanStatus-SU) TO PlanStatus-SU
    IF NOT PlanWithdrawn-SU
       SET PlanOnSale-SU TO TRUE
    END-IF
    IF SubPlanOk
       REWRITE SubPlanRec-SU
          INVALID KEY DISPLAY "-SU ERROR Status = " SubPlanStatus
          NOT INVALID KEY DISPLAY "Plan updated."
       END-REWRITE
    ELSE
       WRITE SubPlanRec-SU
          INVALID KEY DISPLAY "-SU ERROR Status = " SubPlanStatus
          NOT INVALID KEY DISPLAY "Plan added."
       END-WRITE
    END-IF.

EnrolMember.
*> Enrolment posts the current month's fee straight away; a member
*> changing plan in a month already billed starts the new fee at the
*> next billing run. A lapsed member renews the same way, once the
*> unpaid fee that lapsed them has been paid.
    DISPLAY "Enter the Customer Id - " WITH NO ADVANCING
    ACCEPT CustomerId-CF
    READ CustomerFile
       KEY IS CustomerId-CF
       INVALID KEY
          DISPLAY "Customer not found - " CustomerStatus
          EXIT PARAGRAPH
    END-READ
    IF NOT CustomerIsActive-CF
       DISPLAY "REFUSED - only an active account can subscribe."
       EXIT PARAGRAPH
    END-IF
    MOVE CustomerId-CF TO TargetCustomerId
    PERFORM CheckForUnpaidFees
    IF SubscriptionFeeOverdue
       DISPLAY "REFUSED - a subscription fee from " OldestUnpaidDate
               " is still unpaid; take payment first."
       EXIT PARAGRAPH
    END-IF
    IF SubscriptionActive-CF
       DISPLAY "Currently on plan " SubPlanCode-CF
               " since " SubStartDate-CF
    END-IF
    DISPLAY "Enter the Plan code - " WITH NO ADVANCING
    ACCEPT EnrolPlanCode
    MOVE FUNCTION UPPER-CASE(EnrolPlanCode) TO EnrolPlanCode
    MOVE EnrolPlanCode TO PlanCode-SU
    READ SubPlanFile
       KEY IS PlanCode-SU
       INVALID KEY CONTINUE
    END-READ
    IF NOT SubPlanOk OR NOT PlanOnSale-SU
       DISPLAY "REFUSED - plan " EnrolPlanCode " is not on sale."
       EXIT PARAGRAPH
    END-IF
    MOVE MonthlyFee-SU TO Fee-Ed
    DISPLAY PlanName-SU " at " Fee-Ed " a month, "
            MaxFilmsOut-SU " film(s) out at once. Confirm (Y/N) - "
            WITH NO ADVANCING
    ACCEPT ConfirmReply
    IF NOT ConfirmedYes
       DISPLAY "Nothing changed."
       EXIT PARAGRAPH
    END-IF

    MOVE EnrolPlanCode TO SubPlanCode-CF
    IF NOT SubscriptionActive-CF
       MOVE TodayDate TO SubStartDate-CF
    END-IF
    SET SubscriptionActive-CF TO TRUE
    IF SubBilledThrough-CF < TodayMonth
       MOVE MonthlyFee-SU TO FeeToPost
       PERFORM PostSubscriptionFee
       MOVE TodayMonth TO SubBilledThrough-CF
       MOVE FeeToPost TO BilledAmount-SB
       PERFORM WriteSubBillingRecord
       DISPLAY "First month's fee " Fee-Ed " posted to the account."
    END-IF
    REWRITE CustomerRec-CF
       INVALID KEY DISPLAY "-CF ERROR Status = " CustomerStatus
       NOT INVALID KEY DISPLAY "Member enrolled on " SubPlanCode-CF "."
    END-REWRITE.

CancelSubscription.
*> The month already billed is not refunded; the member simply goes
*> back to ordinary prices and is not billed again.
    DISPLAY "Enter the Customer Id - " WITH NO ADVANCING
    ACCEPT CustomerId-CF
    READ CustomerFile
       KEY IS CustomerId-CF
       INVALID KEY
          DISPLAY "Customer not found - " CustomerStatus
          EXIT PARAGRAPH
    END-READ
    IF NOT SubscriptionActive-CF AND NOT SubscriptionLapsed-CF
       DISPLAY "Customer " CustomerId-CF " has no subscription."
       EXIT PARAGRAPH
    END-IF
    SET SubscriptionCancelled-CF TO TRUE
    REWRITE CustomerRec-CF
       INVALID KEY DISPLAY "-CF ERROR Status = " CustomerStatus
       NOT INVALID KEY DISPLAY "Subscription cancelled."
    END-REWRITE.

RunMonthlyBilling.
*> Bills the current month. A member already billed for it - at
*> enrolment, or by an earlier run - is passed over, so the run can
*> be repeated safely.
    CALL "OperatorSignOnCheck" USING "Listing18-21", "S",
                                     SupervisorId, SupSignOnResult
    IF NOT SupervisorSignedOn
       DISPLAY "The billing run needs a supervisor - nothing billed."
       EXIT PARAGRAPH
    END-IF
    INITIALIZE RunCounts
    PERFORM LoadPlanTable
    DISPLAY "====================================================="
    DISPLAY "     SUBSCRIPTION BILLING FOR " TodayMonth
    DISPLAY "====================================================="
    MOVE LOW-VALUES TO CustomerId-CF
    START CustomerFile KEY IS GREATER THAN CustomerId-CF
       INVALID KEY SET EndOfCustomers TO TRUE
    END-START
    IF NOT EndOfCustomers
       READ CustomerFile NEXT RECORD
          AT END SET EndOfCustomers TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfCustomers
       IF SubscriptionActive-CF
          PERFORM BillOneSubscriber
       END-IF
       READ CustomerFile NEXT RECORD
          AT END SET EndOfCustomers TO TRUE
       END-READ
    END-PERFORM
    IF RunBilled > ZEROS
       MOVE RunBilled TO BilledAmount-SB
       PERFORM WriteSubBillingRecord
    END-IF
    PERFORM PrintRevenueByPlan.

BillOneSubscriber.
    MOVE SubPlanCode-CF TO PlanCode-SU
    PERFORM FindPlanEntry
    IF NOT PlanEntryFound
       ADD 1 TO NoSuchPlan
       DISPLAY "  Customer " CustomerId-CF " is on plan "
               SubPlanCode-CF " which is not on the plan master."
       EXIT PARAGRAPH
    END-IF
    IF SubBilledThrough-CF NOT < TodayMonth
       ADD 1 TO AlreadyBilled
       EXIT PARAGRAPH
    END-IF
    MOVE CustomerId-CF TO TargetCustomerId
    PERFORM CheckForUnpaidFees
    IF SubscriptionFeeOverdue
       OR NOT CustomerIsActive-CF
       SET SubscriptionLapsed-CF TO TRUE
       REWRITE CustomerRec-CF
          INVALID KEY DISPLAY "-CF ERROR Status = " CustomerStatus
       END-REWRITE
       ADD 1 TO SubscriptionsLapsed PlanLapsed-T(PlIdx)
       DISPLAY "  LAPSED  " CustomerId-CF SPACE CustomerSurname-CF
               " plan " SubPlanCode-CF
       EXIT PARAGRAPH
    END-IF
    MOVE PlanFee-T(PlIdx) TO FeeToPost
    PERFORM PostSubscriptionFee
    MOVE TodayMonth TO SubBilledThrough-CF
    REWRITE CustomerRec-CF
       INVALID KEY DISPLAY "-CF ERROR Status = " CustomerStatus
    END-REWRITE
    ADD 1 TO SubscribersBilled PlanBilled-T(PlIdx)
    ADD FeeToPost TO RunBilled PlanRevenue-T(PlIdx).

CheckForUnpaidFees.
*> Any subscription fee still open past the grace period.
    MOVE "N" TO UnpaidFeeFound
    MOVE ZEROS TO OldestUnpaidDate
    MOVE TargetCustomerId TO CustomerId-AR
    MOVE ZEROS            TO ARItemSeqNum-AR
    START ARLedgerFile KEY IS GREATER THAN OR EQUAL ARItemKey-AR
       INVALID KEY SET EndOfARItems TO TRUE
    END-START
    IF NOT EndOfARItems
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfARItems
                   OR CustomerId-AR NOT EQUAL TargetCustomerId
       IF ARSubscriptionItem-AR AND ARItemOpen-AR
          AND ARItemOpenAmount-AR > ZEROS
          COMPUTE UnpaidAgeDays = FUNCTION INTEGER-OF-DATE(TodayDate)
                            - FUNCTION INTEGER-OF-DATE(ARItemDate-AR)
          IF UnpaidAgeDays > SubscriptionGraceDays
             SET SubscriptionFeeOverdue TO TRUE
             IF OldestUnpaidDate EQUAL ZEROS
                MOVE ARItemDate-AR TO OldestUnpaidDate
             END-IF
          END-IF
       END-IF
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
    END-PERFORM.

PostSubscriptionFee.
    PERFORM FindNextARItemSeqNum
    INITIALIZE ARItemRec-AR
    MOVE TargetCustomerId  TO CustomerId-AR
    MOVE NextARItemSeqNum  TO ARItemSeqNum-AR
    MOVE TodayDate         TO ARItemDate-AR
    SET ARSubscriptionItem-AR TO TRUE
    MOVE ZEROS             TO FilmId-AR CheckoutDate-AR
    MOVE FeeToPost         TO ARItemAmount-AR
    MOVE FeeToPost         TO ARItemOpenAmount-AR
    SET ARItemOpen-AR      TO TRUE
    WRITE ARItemRec-AR
       INVALID KEY DISPLAY "-AR ERROR Status = " ARLedgerStatus
       NOT INVALID KEY
          MOVE SPACES TO JrnBeforeImage
          MOVE ARItemRec-AR TO JrnAfterImage
          CALL "JournalUpdate" USING "Listing18-21", OperatorId,
                "ARLedger    ", "W", JrnBeforeImage, JrnAfterImage
    END-WRITE.

FindNextARItemSeqNum.
*> One past the highest sequence number on the customer's ledger,
*> the same scan Listing17-27 and Listing17-84 use.
    MOVE ZEROS TO NextARItemSeqNum
    MOVE TargetCustomerId TO CustomerId-AR
    MOVE ZEROS            TO ARItemSeqNum-AR
    START ARLedgerFile KEY IS GREATER THAN OR EQUAL ARItemKey-AR
       INVALID KEY SET EndOfARItems TO TRUE
    END-START
    IF NOT EndOfARItems
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfARItems
                   OR CustomerId-AR NOT EQUAL TargetCustomerId
       MOVE ARItemSeqNum-AR TO NextARItemSeqNum
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
    END-PERFORM
    ADD 1 TO NextARItemSeqNum.

WriteSubBillingRecord.
*> BilledAmount-SB is set by the caller.
    OPEN EXTEND SubBillingFile
    IF SubBillingStatus EQUAL "35"
       CLOSE SubBillingFile
       OPEN OUTPUT SubBillingFile
    END-IF
    MOVE TodayDate TO BilledDate-SB
    WRITE SubBillingRec
    CLOSE SubBillingFile.

LoadPlanTable.
    MOVE ZEROS TO PlanCount
    MOVE LOW-VALUES TO PlanCode-SU
    START SubPlanFile KEY IS GREATER THAN PlanCode-SU
       INVALID KEY SET EndOfSubPlans TO TRUE
    END-START
    IF NOT EndOfSubPlans
       READ SubPlanFile NEXT RECORD
          AT END SET EndOfSubPlans TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfSubPlans
       IF PlanCount < 20
          ADD 1 TO PlanCount
          INITIALIZE PlanEntry(PlanCount)
          MOVE PlanCode-SU   TO PlanCode-T(PlanCount)
          MOVE PlanName-SU   TO PlanName-T(PlanCount)
          MOVE MonthlyFee-SU TO PlanFee-T(PlanCount)
       END-IF
       READ SubPlanFile NEXT RECORD
          AT END SET EndOfSubPlans TO TRUE
       END-READ
    END-PERFORM.

FindPlanEntry.
    MOVE "N" TO PlanFound
    PERFORM VARYING PlIdx FROM 1 BY 1 UNTIL PlIdx > PlanCount
       IF PlanCode-T(PlIdx) EQUAL PlanCode-SU
          SET PlanEntryFound TO TRUE
          EXIT PERFORM
       END-IF
    END-PERFORM.

PrintRevenueByPlan.
    DISPLAY "-----------------------------------------------------"
    DISPLAY "Plan Name                  Billed     Revenue  Lapsed"
    PERFORM VARYING PlIdx FROM 1 BY 1 UNTIL PlIdx > PlanCount
       MOVE PlanRevenue-T(PlIdx) TO Amount-Ed
       DISPLAY PlanCode-T(PlIdx) SPACE PlanName-T(PlIdx) SPACE
               PlanBilled-T(PlIdx) SPACE Amount-Ed SPACE
               PlanLapsed-T(PlIdx)
    END-PERFORM
    DISPLAY "-----------------------------------------------------"
    MOVE RunBilled TO Amount-Ed
    DISPLAY "Subscribers billed " SubscribersBilled
            "  lapsed " SubscriptionsLapsed
            "  already billed " AlreadyBilled
    DISPLAY "Subscription revenue " Amount-Ed
    IF NoSuchPlan > ZEROS
       DISPLAY "WARNING - " NoSuchPlan " member(s) on a plan missing "
               "from the plan master were not billed."
    END-IF.

ListPlans.
    PERFORM LoadPlanTable
    MOVE LOW-VALUES TO CustomerId-CF
    START CustomerFile KEY IS GREATER THAN CustomerId-CF
       INVALID KEY SET EndOfCustomers TO TRUE
    END-START
    IF NOT EndOfCustomers
       READ CustomerFile NEXT RECORD
          AT END SET EndOfCustomers TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfCustomers
       IF SubscriptionActive-CF
          MOVE SubPlanCode-CF TO PlanCode-SU
          PERFORM FindPlanEntry
          IF PlanEntryFound
             ADD 1 TO PlanActive-T(PlIdx)
          END-IF
       END-IF
       READ CustomerFile NEXT RECORD
          AT END SET EndOfCustomers TO TRUE
       END-READ
    END-PERFORM
    IF PlanCount EQUAL ZEROS
       DISPLAY "No plans on the plan master."
    END-IF
    PERFORM VARYING PlIdx FROM 1 BY 1 UNTIL PlIdx > PlanCount
       MOVE PlanCode-T(PlIdx) TO PlanCode-SU
       READ SubPlanFile
          KEY IS PlanCode-SU
          INVALID KEY CONTINUE
       END-READ
       MOVE PlanFee-T(PlIdx) TO Fee-Ed
       DISPLAY "  " PlanCode-T(PlIdx) SPACE PlanName-T(PlIdx) SPACE
               Fee-Ed " " MaxFilmsOut-SU " out  "
               PlanStatus-SU "  members " PlanActive-T(PlIdx)
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
