IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-17.
AUTHOR. Michael Coughlan.
*> Nightly promise-to-pay check. Every active plan keyed in through
*> Listing18-16 is measured against the payments Listing17-28 has
*> taken from the customer since the plan was agreed (bounced checks
*> do not count). Payments are applied to the installments in date
*> order; an installment still short two business days after its due
*> date - the same BusinessDateCalc calendar the overdue run uses -
*> is a broken promise. A customer keeping to the plan is lifted out
*> of suspension; a paid-up plan is closed as kept; a broken plan
*> puts the customer straight back into suspension, off the plan and
*> so back on the Listing17-33 collections extract, with a letter on
*> the correspondence queue telling them so.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   SELECT ArrangementFile ASSIGN TO "Listing18-16Arrangements.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ArrangementKey-PA
        FILE STATUS IS ArrangementStatus.

   SELECT CustomerFile ASSIGN TO "Listing17-26Customer.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CustomerId-CF
        ALTERNATE RECORD KEY IS CustomerSurname-CF
                     WITH DUPLICATES
        FILE STATUS IS CustomerStatus.

   SELECT PaymentsFile ASSIGN TO "Listing17-28Payments.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PaymentsStatus.

   SELECT CorrespondenceFile ASSIGN TO "Listing17-73Correspondence.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CorrKey-CQ
        FILE STATUS IS CorrespondenceStatus.

DATA DIVISION.
FILE SECTION.
FD ArrangementFile.
01 ArrangementRec-PA.
   COPY ArrangementRec.

FD CustomerFile.
01 CustomerRec-CF.
   COPY CustomerRec.

FD PaymentsFile.
01 PaymentRec-PM.
   COPY PaymentRec.

FD CorrespondenceFile.
01 CorrespondenceRec-CQ.
   COPY CorrespondenceRec.

WORKING-STORAGE SECTION.
01 ArrangementStatus        PIC XX.
   88 ArrangementOk VALUE "02", "00".

01 CustomerStatus           PIC XX.
   88 CustomerOk  VALUE "02", "00".

01 PaymentsStatus           PIC XX.

01 CorrespondenceStatus     PIC XX.
   88 CorrespondenceOk        VALUE "02", "00".
01 QueueSeqNum              PIC 9(7) VALUE ZEROS.
01 BrokenLetterLine         PIC X(80).

01 TodayDate                 PIC 9(8).
01 OperatorId                PIC 9(4) VALUE ZEROS.

*> An installment may be this many business days late before the
*> promise counts as broken.
01 PromiseGraceDays          PIC S9(5) VALUE 2.
01 BDFunctionCode            PIC X.
01 BDOtherDate               PIC 9(8) VALUE ZEROS.
01 BDWorkingFlag             PIC X.
01 GraceDeadline             PIC 9(8).

*> The active plans, loaded first so one pass of the payments file
*> can credit each of them.
01 PlanTable.
   02 PlanCount               PIC 9(3) VALUE ZEROS.
   02 PlanEntry OCCURS 200 TIMES INDEXED BY PlIdx.
      03 PlanCustomerId       PIC 9(7).
      03 PlanSeqNum           PIC 99.
      03 PlanAgreedDate       PIC 9(8).
      03 PlanPaidToDate       PIC 9(7)V99.

*> One plan's installments as they are judged, then written back.
01 InstallmentTable.
   02 InstCount               PIC 99 VALUE ZEROS.
   02 InstEntry OCCURS 52 TIMES INDEXED BY InIdx.
      03 InstNewState         PIC X.
01 PaidStillToApply          PIC 9(7)V99.
01 MissedCount               PIC 99.
01 OpenCount                 PIC 99.
01 PlanOutcome               PIC X.
   88 PlanWasBroken            VALUE "B".
   88 PlanWasKept              VALUE "K".
   88 PlanStillCurrent         VALUE "A".

01 PlansChecked              PIC 9(5) VALUE ZEROS.
01 PlansBroken               PIC 9(5) VALUE ZEROS.
01 PlansKept                 PIC 9(5) VALUE ZEROS.
01 SuspensionsLifted         PIC 9(5) VALUE ZEROS.
01 Paid-Ed                   PIC $$,$$$,$$9.99.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing18-17", "CustomerFile",
          CustomerRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    DISPLAY "*** Promise-to-Pay Check - " TodayDate " ***"
    OPEN I-O ArrangementFile
    IF ArrangementStatus NOT EQUAL "00"
       DISPLAY "No payment arrangements on file - nothing to check."
       CLOSE ArrangementFile
       STOP RUN
    END-IF
    CALL "AuditLogFileEvent" USING "Listing18-17", "Arrangements", "O", ArrangementStatus, OperatorId
    OPEN I-O CustomerFile
    CALL "AuditLogFileEvent" USING "Listing18-17", "CustomerFile", "O", CustomerStatus, OperatorId
    OPEN I-O CorrespondenceFile
    IF CorrespondenceStatus EQUAL "35"
       CLOSE CorrespondenceFile
       OPEN OUTPUT CorrespondenceFile
       CLOSE CorrespondenceFile
       OPEN I-O CorrespondenceFile
    END-IF

    PERFORM LoadActivePlans
    PERFORM CreditPayments
    PERFORM VARYING PlIdx FROM 1 BY 1 UNTIL PlIdx > PlanCount
       PERFORM CheckOnePlan
    END-PERFORM

    CLOSE ArrangementFile
    CALL "AuditLogFileEvent" USING "Listing18-17", "Arrangements", "C", ArrangementStatus, OperatorId
    CLOSE CustomerFile
    CALL "AuditLogFileEvent" USING "Listing18-17", "CustomerFile", "C", CustomerStatus, OperatorId
    CLOSE CorrespondenceFile
    DISPLAY "Plans checked " PlansChecked
            "  kept " PlansKept
            "  broken " PlansBroken
            "  suspensions lifted " SuspensionsLifted
    STOP RUN.

LoadActivePlans.
*> Every row of a plan carries the plan's status, so the first row
*> of each active plan is enough to load it.
    MOVE LOW-VALUES TO ArrangementKey-PA
    START ArrangementFile KEY IS GREATER THAN ArrangementKey-PA
       INVALID KEY SET EndOfArrangements TO TRUE
    END-START
    IF NOT EndOfArrangements
       READ ArrangementFile NEXT RECORD
          AT END SET EndOfArrangements TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfArrangements
       IF PlanActive-PA AND PlanCount < 200
          IF PlanCount EQUAL ZEROS
             OR PlanCustomerId(PlanCount) NOT EQUAL CustomerId-PA
             OR PlanSeqNum(PlanCount) NOT EQUAL PlanSeqNum-PA
             ADD 1 TO PlanCount
             MOVE CustomerId-PA TO PlanCustomerId(PlanCount)
             MOVE PlanSeqNum-PA TO PlanSeqNum(PlanCount)
             MOVE AgreedDate-PA TO PlanAgreedDate(PlanCount)
             MOVE ZEROS         TO PlanPaidToDate(PlanCount)
          END-IF
       END-IF
       READ ArrangementFile NEXT RECORD
          AT END SET EndOfArrangements TO TRUE
       END-READ
    END-PERFORM.

CreditPayments.
    IF PlanCount EQUAL ZEROS
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT PaymentsFile
    IF PaymentsStatus NOT EQUAL "00"
       CLOSE PaymentsFile
       EXIT PARAGRAPH
    END-IF
    READ PaymentsFile
       AT END SET EndOfPayments TO TRUE
    END-READ
    PERFORM UNTIL EndOfPayments
       IF NOT PaymentNotCollected-PM
          PERFORM VARYING PlIdx FROM 1 BY 1 UNTIL PlIdx > PlanCount
             IF PlanCustomerId(PlIdx) EQUAL CustomerId-PM
                AND PaymentDate-PM NOT < PlanAgreedDate(PlIdx)
                ADD AppliedAmount-PM TO PlanPaidToDate(PlIdx)
             END-IF
          END-PERFORM
       END-IF
       READ PaymentsFile
          AT END SET EndOfPayments TO TRUE
       END-READ
    END-PERFORM
    CLOSE PaymentsFile.

CheckOnePlan.
    ADD 1 TO PlansChecked
    PERFORM JudgeInstallments
    EVALUATE TRUE
       WHEN MissedCount > ZEROS  SET PlanWasBroken TO TRUE
       WHEN OpenCount EQUAL ZEROS SET PlanWasKept TO TRUE
       WHEN OTHER                 SET PlanStillCurrent TO TRUE
    END-EVALUATE
    PERFORM RewriteInstallments
    MOVE PlanPaidToDate(PlIdx) TO Paid-Ed
    EVALUATE TRUE
       WHEN PlanWasBroken
          ADD 1 TO PlansBroken
          DISPLAY "  Customer " PlanCustomerId(PlIdx)
                  " BROKE plan " PlanSeqNum(PlIdx)
                  " - paid " Paid-Ed " - back to collections."
          PERFORM ReturnCustomerToCollections
       WHEN PlanWasKept
          ADD 1 TO PlansKept
          DISPLAY "  Customer " PlanCustomerId(PlIdx)
                  " completed plan " PlanSeqNum(PlIdx)
                  " - paid " Paid-Ed "."
          PERFORM ReleaseCustomerFromPlan
       WHEN OTHER
          PERFORM LiftSuspension
    END-EVALUATE.

JudgeInstallments.
*> Payments since the plan was agreed pay off the installments
*> oldest first; whatever is still short past its grace day is
*> missed.
    MOVE ZEROS TO InstCount MissedCount OpenCount
    MOVE PlanPaidToDate(PlIdx) TO PaidStillToApply
    PERFORM StartPlanRows
    PERFORM UNTIL EndOfArrangements
                   OR CustomerId-PA NOT EQUAL PlanCustomerId(PlIdx)
                   OR PlanSeqNum-PA NOT EQUAL PlanSeqNum(PlIdx)
       IF InstCount < 52
          ADD 1 TO InstCount
          IF PaidStillToApply NOT < InstallmentAmount-PA
             SUBTRACT InstallmentAmount-PA FROM PaidStillToApply
             MOVE "M" TO InstNewState(InstCount)
          ELSE
             MOVE ZEROS TO PaidStillToApply
             MOVE "A" TO BDFunctionCode
             CALL "BusinessDateCalc" USING BDFunctionCode,
                                           InstallmentDueDate-PA,
                                           BDOtherDate,
                                           PromiseGraceDays,
                                           GraceDeadline,
                                           BDWorkingFlag
             IF GraceDeadline < TodayDate
                MOVE "X" TO InstNewState(InstCount)
                ADD 1 TO MissedCount
             ELSE
                MOVE "O" TO InstNewState(InstCount)
                ADD 1 TO OpenCount
             END-IF
          END-IF
       END-IF
       READ ArrangementFile NEXT RECORD
          AT END SET EndOfArrangements TO TRUE
       END-READ
    END-PERFORM.

RewriteInstallments.
    MOVE ZEROS TO InstCount
    PERFORM StartPlanRows
    PERFORM UNTIL EndOfArrangements
                   OR CustomerId-PA NOT EQUAL PlanCustomerId(PlIdx)
                   OR PlanSeqNum-PA NOT EQUAL PlanSeqNum(PlIdx)
       IF InstCount < 52
          ADD 1 TO InstCount
          MOVE InstNewState(InstCount) TO InstallmentState-PA
          MOVE PlanOutcome TO PlanStatus-PA
          IF NOT PlanStillCurrent
             MOVE TodayDate TO PlanClosedDate-PA
          END-IF
          REWRITE ArrangementRec-PA
             INVALID KEY DISPLAY "-PA ERROR Status = " ArrangementStatus
          END-REWRITE
       END-IF
       READ ArrangementFile NEXT RECORD
          AT END SET EndOfArrangements TO TRUE
       END-READ
    END-PERFORM.

StartPlanRows.
    MOVE PlanCustomerId(PlIdx) TO CustomerId-PA
    MOVE PlanSeqNum(PlIdx)     TO PlanSeqNum-PA
    MOVE ZEROS                 TO InstallmentNum-PA
    START ArrangementFile KEY IS GREATER THAN ArrangementKey-PA
       INVALID KEY SET EndOfArrangements TO TRUE
    END-START
    IF NOT EndOfArrangements
       READ ArrangementFile NEXT RECORD
          AT END SET EndOfArrangements TO TRUE
       END-READ
    END-IF.

ReadPlanCustomer.
    MOVE PlanCustomerId(PlIdx) TO CustomerId-CF
    READ CustomerFile
       KEY IS CustomerId-CF
       INVALID KEY DISPLAY "-CF ERROR Status = " CustomerStatus
    END-READ.

LiftSuspension.
*> Keeping to the plan is what earns the account back - only the
*> suspension changes; the account stays flagged as on a plan.
    PERFORM ReadPlanCustomer
    IF CustomerOk AND CustomerIsSuspended-CF
       SET CustomerIsActive-CF TO TRUE
       SET OnPaymentPlan-CF TO TRUE
       REWRITE CustomerRec-CF
          INVALID KEY DISPLAY "-CF ERROR Status = " CustomerStatus
          NOT INVALID KEY
             ADD 1 TO SuspensionsLifted
             DISPLAY "  Customer " PlanCustomerId(PlIdx)
                     " is keeping plan " PlanSeqNum(PlIdx)
                     " - suspension lifted."
       END-REWRITE
    END-IF.

ReleaseCustomerFromPlan.
    PERFORM ReadPlanCustomer
    IF CustomerOk
       MOVE SPACE TO ArrangementFlag-CF
       IF CustomerIsSuspended-CF
          SET CustomerIsActive-CF TO TRUE
          ADD 1 TO SuspensionsLifted
       END-IF
       REWRITE CustomerRec-CF
          INVALID KEY DISPLAY "-CF ERROR Status = " CustomerStatus
       END-REWRITE
    END-IF.

ReturnCustomerToCollections.
    PERFORM ReadPlanCustomer
    IF NOT CustomerOk
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO ArrangementFlag-CF
    IF CustomerIsActive-CF
       SET CustomerIsSuspended-CF TO TRUE
    END-IF
    REWRITE CustomerRec-CF
       INVALID KEY DISPLAY "-CF ERROR Status = " CustomerStatus
    END-REWRITE
    PERFORM QueueBrokenPlanLetter.

QueueBrokenPlanLetter.
*> CustomerRec-CF still holds the customer just returned to
*> collections.
    PERFORM FindNextCorrSeqNum
    MOVE SPACES TO BrokenLetterLine
    STRING "Dear " DELIMITED BY SIZE
           CustomerFirstName-CF DELIMITED BY "  "
           " " DELIMITED BY SIZE
           CustomerSurname-CF DELIMITED BY "  "
           " (Customer " DELIMITED BY SIZE
           PlanCustomerId(PlIdx) DELIMITED BY SIZE
           ")," DELIMITED BY SIZE
      INTO BrokenLetterLine
    END-STRING
    PERFORM QueueBrokenPlanLine
    MOVE "An installment due under your payment arrangement has not been paid."
      TO BrokenLetterLine
    PERFORM QueueBrokenPlanLine
    MOVE "The arrangement is cancelled and your account is suspended again."
      TO BrokenLetterLine
    PERFORM QueueBrokenPlanLine
    MOVE "The balance has been returned for collection in full."
      TO BrokenLetterLine
    PERFORM QueueBrokenPlanLine
    MOVE "Please contact the store to settle the account."
      TO BrokenLetterLine
    PERFORM QueueBrokenPlanLine.

FindNextCorrSeqNum.
*> One past the customer's highest queued line, as Listing17-33
*> numbers its collections letters, so the runs never collide.
    MOVE ZEROS TO QueueSeqNum
    MOVE PlanCustomerId(PlIdx) TO CustomerId-CQ
    MOVE ZEROS TO CorrSeqNum-CQ
    START CorrespondenceFile KEY IS GREATER THAN OR EQUAL CorrKey-CQ
       INVALID KEY SET EndOfCorrespondence TO TRUE
    END-START
    IF NOT EndOfCorrespondence
       READ CorrespondenceFile NEXT RECORD
          AT END SET EndOfCorrespondence TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfCorrespondence
                   OR CustomerId-CQ NOT EQUAL PlanCustomerId(PlIdx)
       MOVE CorrSeqNum-CQ TO QueueSeqNum
       READ CorrespondenceFile NEXT RECORD
          AT END SET EndOfCorrespondence TO TRUE
       END-READ
    END-PERFORM
    ADD 1 TO QueueSeqNum.

QueueBrokenPlanLine.
    INITIALIZE CorrespondenceRec-CQ
    MOVE PlanCustomerId(PlIdx) TO CustomerId-CQ
    MOVE QueueSeqNum      TO CorrSeqNum-CQ
    MOVE TodayDate        TO QueuedDate-CQ
    SET CollectionsLetter-CQ TO TRUE
    SET CorrPending-CQ    TO TRUE
    MOVE ZEROS            TO PrintedDate-CQ
    MOVE BrokenLetterLine TO CorrText-CQ
    WRITE CorrespondenceRec-CQ
       INVALID KEY DISPLAY "-CQ ERROR Status = " CorrespondenceStatus
    END-WRITE
    ADD 1 TO QueueSeqNum.

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
PROGRAM-ID. BusinessDateCalc.
AUTHOR. Michael Coughlan.
*> Business-day date arithmetic, built on the integer-date functions
*> Listing15-10 demonstrates. Saturdays, Sundays and the closure
*> dates on the holiday calendar file are non-working days. Function
*> "A" adds N business days to a date, "W" answers whether a date is
*> a working day, and "C" counts the business days from one date to
*> another - the count the overdue scan now penalizes customers by,
*> so nobody is charged for days we were closed. The calendar loads
*> once per run; a missing calendar file just means no holidays
*> beyond the weekend.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HolidayFile ASSIGN TO "Listing17-55Holidays.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS HolidayStatus.

DATA DIVISION.
FILE SECTION.
FD  HolidayFile.
01  HolidayRec.
    02  HolidayDate-HD       PIC 9(8).
    02  HolidayDesc-HD       PIC X(30).

WORKING-STORAGE SECTION.
01  HolidayStatus            PIC XX.
    88  EndOfHolidays          VALUE "10".

01  TableLoaded              PIC X VALUE "N".
    88  TableAlreadyLoaded     VALUE "Y".

01  HolidayTable.
    02  HolidayCount         PIC 9(3) VALUE ZERO.
    02  HolidayEntry OCCURS 50 TIMES INDEXED BY HolIdx
                             PIC 9(8).

01  WorkDate                 PIC 9(8).
01  DayOfWeek                PIC 9.
01  DaysStillToAdd           PIC S9(5).
01  WorkingFlag              PIC X.

LINKAGE SECTION.
01  FunctionCode-IO          PIC X.
    88  AddBusinessDays-IO     VALUE "A".
    88  IsWorkingDay-IO        VALUE "W".
    88  CountBusinessDays-IO   VALUE "C".
01  BaseDate-IO              PIC 9(8).
01  OtherDate-IO             PIC 9(8).
01  DayCount-IO              PIC S9(5).
01  ResultDate-IO            PIC 9(8).
01  WorkingDayFlag-IO        PIC X.
    88  DateIsWorkingDay-IO    VALUE "Y".

PROCEDURE DIVISION USING FunctionCode-IO, BaseDate-IO, OtherDate-IO,
                          DayCount-IO, ResultDate-IO,
                          WorkingDayFlag-IO.
Begin.
   IF NOT TableAlreadyLoaded
      PERFORM LoadHolidayTable
      MOVE "Y" TO TableLoaded
   END-IF

   EVALUATE TRUE
      WHEN AddBusinessDays-IO   PERFORM AddTheBusinessDays
      WHEN IsWorkingDay-IO      PERFORM AnswerWorkingDay
      WHEN CountBusinessDays-IO PERFORM CountTheBusinessDays
   END-EVALUATE
   EXIT PROGRAM.

AddTheBusinessDays.
    MOVE BaseDate-IO TO WorkDate
    MOVE DayCount-IO TO DaysStillToAdd
    PERFORM UNTIL DaysStillToAdd NOT > ZERO
       PERFORM StepOneDayForward
       PERFORM CheckWorkingDay
       IF WorkingFlag EQUAL "Y"
          SUBTRACT 1 FROM DaysStillToAdd
       END-IF
    END-PERFORM
    MOVE WorkDate TO ResultDate-IO.

AnswerWorkingDay.
    MOVE BaseDate-IO TO WorkDate
    PERFORM CheckWorkingDay
    MOVE WorkingFlag TO WorkingDayFlag-IO.

CountTheBusinessDays.
*> Business days strictly after BaseDate-IO up to and including
*> OtherDate-IO; a due date of Friday checked on Monday counts one
*> working day late, not three calendar days.
    MOVE ZEROS TO DayCount-IO
    IF OtherDate-IO NOT > BaseDate-IO
       EXIT PARAGRAPH
    END-IF
    MOVE BaseDate-IO TO WorkDate
    PERFORM UNTIL WorkDate NOT < OtherDate-IO
       PERFORM StepOneDayForward
       PERFORM CheckWorkingDay
       IF WorkingFlag EQUAL "Y"
          ADD 1 TO DayCount-IO
       END-IF
    END-PERFORM.

StepOneDayForward.
    COMPUTE WorkDate = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WorkDate) + 1).

CheckWorkingDay.
*> Integer day 1 (1601-01-01) was a Monday, so MOD(int - 1, 7) + 1
*> gives 1=Monday .. 7=Sunday.
    MOVE "Y" TO WorkingFlag
    COMPUTE DayOfWeek =
            FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WorkDate) - 1, 7)
            + 1
    IF DayOfWeek > 5
       MOVE "N" TO WorkingFlag
    ELSE
       PERFORM VARYING HolIdx FROM 1 BY 1
               UNTIL HolIdx > HolidayCount
          IF HolidayEntry(HolIdx) EQUAL WorkDate
             MOVE "N" TO WorkingFlag
             EXIT PERFORM
          END-IF
       END-PERFORM
    END-IF.

LoadHolidayTable.
    MOVE ZERO TO HolidayCount
    OPEN INPUT HolidayFile
    IF HolidayStatus NOT EQUAL "00"
       CLOSE HolidayFile
       PERFORM SeedHolidayFile
       OPEN INPUT HolidayFile
    END-IF
    READ HolidayFile
       AT END SET EndOfHolidays TO TRUE
    END-READ
    PERFORM UNTIL EndOfHolidays
       IF HolidayCount < 50
          ADD 1 TO HolidayCount
          MOVE HolidayDate-HD TO HolidayEntry(HolidayCount)
       END-IF
       READ HolidayFile
          AT END SET EndOfHolidays TO TRUE
       END-READ
    END-PERFORM
    CLOSE HolidayFile.

SeedHolidayFile.
*> The shop's standing closures; the calendar utility maintains the
*> file after this first seeding.
    OPEN OUTPUT HolidayFile
    MOVE "20260101New Year's Day                " TO HolidayRec
    WRITE HolidayRec
    MOVE "20260704Independence Day              " TO HolidayRec
    WRITE HolidayRec
    MOVE "20261126Thanksgiving                  " TO HolidayRec
    WRITE HolidayRec
    MOVE "20261225Christmas Day                 " TO HolidayRec
    WRITE HolidayRec
    CLOSE HolidayFile.
END PROGRAM BusinessDateCalc.

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
