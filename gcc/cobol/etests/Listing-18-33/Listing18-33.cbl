IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-33.
AUTHOR. Michael Coughlan.
*> Period-end revaluation of foreign-currency balances. The Windsor
*> store bills in Canadian dollars through ConvertToStoreCurrency,
*> but what a customer owes there, and what its gift cards are still
*> worth to their holders, is fixed in Canadian dollars while the
*> books carry it in dollars at the rate of the day it was posted.
*> This run takes a month, finds the closing rate for the last day
*> of it from the Listing17-49 rate history (or the rate file when
*> the history does not reach back that far), and restates every
*> open AR item a foreign-currency store billed and every active
*> card such a store sold: the foreign amount at its carrying rate,
*> and that amount again at the closing rate. The difference is the
*> unrealized exchange gain or loss - on AR a gain when the currency
*> has strengthened, on store credit a loss - reported store by
*> store. The totals go to a revaluation file that Listing17-45
*> posts to the GL at the month end and reverses on the first day
*> of the next month, so the items themselves stay at their
*> carrying rates and the next month's run restates them afresh.
*> A rerun appends a new line; the extract takes the newest.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   SELECT ARLedgerFile ASSIGN TO "Listing17-27ARLedger.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ARItemKey-AR
        FILE STATUS IS ARLedgerStatus.

   SELECT RentalFile ASSIGN TO "Listing17-6Rental.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RentalKey-RF
        ALTERNATE RECORD KEY IS FilmId-RF
                     WITH DUPLICATES
        FILE STATUS IS RentalStatus.

   SELECT GiftCardFile ASSIGN TO "Listing17-47GiftCards.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CardNum-GC
        FILE STATUS IS GiftCardStatus.

    SELECT RevalFile ASSIGN TO "Listing18-33Reval.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RevalStatus.

DATA DIVISION.
FILE SECTION.
FD ARLedgerFile.
01 ARItemRec-AR.
   COPY ARItemRec.

FD RentalFile.
01 RentalRec-RF.
   COPY RentalRec.

FD GiftCardFile.
01 GiftCardRec-GC.
   COPY GiftCardRec.

FD RevalFile.
01 RevalRec.
   02 RevalPeriod-RV        PIC 9(6).
   02 RevalDate-RV          PIC 9(8).
   02 ReversalDate-RV       PIC 9(8).
   02 ARAdjust-RV           PIC S9(7)V99 SIGN LEADING SEPARATE.
   02 CreditAdjust-RV       PIC S9(7)V99 SIGN LEADING SEPARATE.

WORKING-STORAGE SECTION.
01 ARLedgerStatus           PIC XX.
01 RentalStatus             PIC XX.
   88 RentalOk  VALUE "02", "00".
01 GiftCardStatus           PIC XX.
01 RevalStatus              PIC XX.

01 OperatorId                 PIC 9(4) VALUE ZEROS.
01 SignOnResult               PIC 9 VALUE 1.
   88 OperatorSignedOn          VALUE 0.

*> The month revalued, its last day and the day after it.
01 RevalMonth.
   02 RevalYear              PIC 9(4).
   02 RevalMon               PIC 99.
01 RevalMonthNum REDEFINES RevalMonth PIC 9(6).
01 NextMonthStart.
   02 NextYear               PIC 9(4).
   02 NextMon                PIC 99.
   02 NextDay                PIC 99.
01 NextMonthStartNum REDEFINES NextMonthStart PIC 9(8).
01 PeriodEndDate             PIC 9(8).

*> One entry per store, subscripted by StoreId plus one.
01 StoreRevalTable.
   02 StoreReval OCCURS 100 TIMES.
      03 StoreActivity       PIC X.
         88 StoreHasActivity   VALUE "Y".
      03 StoreCcy            PIC XXX.
      03 ClosingRate         PIC 99V9(6).
      03 ARItemCount         PIC 9(5).
      03 ARCarried           PIC S9(9)V99.
      03 ARForeign           PIC S9(9)V99.
      03 ARRestated          PIC S9(9)V99.
      03 CardCount           PIC 9(5).
      03 CreditCarried       PIC S9(9)V99.
      03 CreditForeign       PIC S9(9)V99.
      03 CreditRestated      PIC S9(9)V99.

01 StoreSub                  PIC 9(3).
01 BalanceStoreId            PIC 99.
01 StoreName                 PIC X(20).
01 StoreCurrency             PIC XXX.
01 StoreStatusCode           PIC X.
01 StoreResult               PIC 9.
   88 StoreFound               VALUE 0.

01 CarryingDate              PIC 9(8).
01 CarryingRate              PIC 99V9(6).
01 ClosingRateNow            PIC 99V9(6).
01 RateResult                PIC 9.
   88 RateFromCurrentFile      VALUE 1.
01 CarriedAmount             PIC 9(7)V99.
01 ForeignAmount             PIC 9(7)V99.
01 RestatedAmount            PIC 9(7)V99.
01 NoRateCount               PIC 9(5) VALUE ZEROS.

01 StoreARGain               PIC S9(9)V99.
01 StoreCreditGain           PIC S9(9)V99.
01 StoreNetGain              PIC S9(9)V99.
01 TotalARGain               PIC S9(7)V99 VALUE ZEROS.
01 TotalCreditGain           PIC S9(7)V99 VALUE ZEROS.
01 TotalNetGain              PIC S9(7)V99 VALUE ZEROS.
01 StoresReported            PIC 99 VALUE ZEROS.

01 Count-Ed                  PIC ZZ,ZZ9.
01 Carried-Ed                PIC $$,$$$,$$9.99.
01 Foreign-Ed                PIC ZZ,ZZZ,ZZ9.99.
01 Restated-Ed               PIC $$,$$$,$$9.99.
01 Gain-Ed                   PIC $$,$$$,$$9.99-.
01 Date-Ed                   PIC 9999/99/99.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing18-33", "RentalFile  ",
          RentalRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-33", "GiftCardFile",
          GiftCardRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    CALL "OperatorSignOnCheck" USING "Listing18-33", "S",
                                     OperatorId, SignOnResult
    IF NOT OperatorSignedOn
       DISPLAY "Access denied - sign-on was not accepted."
       STOP RUN
    END-IF
    DISPLAY "*** Period-End Currency Revaluation ***"
    DISPLAY "Enter the month to revalue (YYYYMM) - " WITH NO ADVANCING
    ACCEPT RevalMonth
    IF RevalMonth NOT NUMERIC
       OR RevalMon < 1 OR RevalMon > 12
       DISPLAY "That is not a valid month."
       STOP RUN
    END-IF
    MOVE RevalYear TO NextYear
    COMPUTE NextMon = RevalMon + 1
    IF NextMon > 12
       MOVE 1 TO NextMon
       ADD 1 TO NextYear
    END-IF
    MOVE 1 TO NextDay
    COMPUTE PeriodEndDate = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(NextMonthStartNum) - 1)
    INITIALIZE StoreRevalTable

    PERFORM RevalueOpenItems
    PERFORM RevalueStoreCredit

    MOVE PeriodEndDate TO Date-Ed
    DISPLAY SPACES
    DISPLAY "====================================================="
            "=================="
    DISPLAY "  UNREALIZED EXCHANGE GAIN/LOSS - period " RevalMonth
            "  closing " Date-Ed
    DISPLAY "====================================================="
            "=================="
    PERFORM VARYING StoreSub FROM 1 BY 1 UNTIL StoreSub > 100
       IF StoreHasActivity(StoreSub)
          PERFORM PrintStoreReval
       END-IF
    END-PERFORM
    PERFORM PrintRevalTotals
    PERFORM WriteRevalRecord
    STOP RUN.

RevalueOpenItems.
*> An AR item belongs to the store that rented the film behind it;
*> items with no rental behind them - fees, subscriptions, balances
*> brought forward - were charged in dollars and are left alone.
    OPEN INPUT ARLedgerFile
    IF ARLedgerStatus NOT EQUAL "00"
       CLOSE ARLedgerFile
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT RentalFile
    READ ARLedgerFile NEXT RECORD
       AT END SET EndOfARItems TO TRUE
    END-READ
    PERFORM UNTIL EndOfARItems
       IF ARItemOpen-AR AND ARItemOpenAmount-AR > ZEROS
          AND ARItemDate-AR NOT > PeriodEndDate
          PERFORM RevalueOneItem
       END-IF
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
    END-PERFORM
    CLOSE RentalFile
    CLOSE ARLedgerFile.

RevalueOneItem.
    MOVE CustomerId-AR   TO CustomerId-RF
    MOVE FilmId-AR       TO FilmId-RF
    MOVE CheckoutDate-AR TO CheckoutDate-RF
    READ RentalFile
       KEY IS RentalKey-RF
       INVALID KEY CONTINUE
    END-READ
    IF NOT RentalOk
       EXIT PARAGRAPH
    END-IF
    MOVE StoreId-RF          TO BalanceStoreId
    MOVE ARItemDate-AR       TO CarryingDate
    MOVE ARItemOpenAmount-AR TO CarriedAmount
    PERFORM RestateBalance
    IF RestatedAmount EQUAL ZEROS
       EXIT PARAGRAPH
    END-IF
    ADD 1              TO ARItemCount(StoreSub)
    ADD CarriedAmount  TO ARCarried(StoreSub)
    ADD ForeignAmount  TO ARForeign(StoreSub)
    ADD RestatedAmount TO ARRestated(StoreSub).

RevalueStoreCredit.
*> A card's balance is carried at the rate of its last load or
*> redemption - the day the dollars on it were last fixed.
    OPEN INPUT GiftCardFile
    IF GiftCardStatus NOT EQUAL "00"
       CLOSE GiftCardFile
       EXIT PARAGRAPH
    END-IF
    READ GiftCardFile NEXT RECORD
       AT END SET EndOfGiftCards TO TRUE
    END-READ
    PERFORM UNTIL EndOfGiftCards
       IF CardActive-GC AND CardBalance-GC > ZEROS
          AND IssueStoreId-GC NUMERIC
          AND IssuedDate-GC NOT > PeriodEndDate
          MOVE IssueStoreId-GC TO BalanceStoreId
          MOVE LastActivityDate-GC TO CarryingDate
          IF CarryingDate EQUAL ZEROS
             MOVE IssuedDate-GC TO CarryingDate
          END-IF
          MOVE CardBalance-GC TO CarriedAmount
          PERFORM RestateBalance
          IF RestatedAmount NOT EQUAL ZEROS
             ADD 1              TO CardCount(StoreSub)
             ADD CarriedAmount  TO CreditCarried(StoreSub)
             ADD ForeignAmount  TO CreditForeign(StoreSub)
             ADD RestatedAmount TO CreditRestated(StoreSub)
          END-IF
       END-IF
       READ GiftCardFile NEXT RECORD
          AT END SET EndOfGiftCards TO TRUE
       END-READ
    END-PERFORM
    CLOSE GiftCardFile.

RestateBalance.
*> Leaves RestatedAmount zero for a dollar store, or when either
*> rate is missing; otherwise the foreign amount at the carrying
*> rate and its dollar value at the closing rate.
    MOVE ZEROS TO ForeignAmount RestatedAmount
    COMPUTE StoreSub = BalanceStoreId + 1
    CALL "GetStoreInfo" USING BalanceStoreId, StoreName, StoreCurrency,
                              StoreStatusCode, StoreResult
    IF NOT StoreFound OR StoreCurrency EQUAL SPACES
                      OR StoreCurrency EQUAL "USD"
       EXIT PARAGRAPH
    END-IF
    CALL "GetRateAsAt" USING StoreCurrency, PeriodEndDate,
                             ClosingRateNow, RateResult
    CALL "GetRateAsAt" USING StoreCurrency, CarryingDate,
                             CarryingRate, RateResult
    IF ClosingRateNow EQUAL ZEROS OR CarryingRate EQUAL ZEROS
       ADD 1 TO NoRateCount
       EXIT PARAGRAPH
    END-IF
    MOVE StoreCurrency  TO StoreCcy(StoreSub)
    MOVE ClosingRateNow TO ClosingRate(StoreSub)
    SET StoreHasActivity(StoreSub) TO TRUE
    COMPUTE ForeignAmount ROUNDED = CarriedAmount * CarryingRate
    COMPUTE RestatedAmount ROUNDED = ForeignAmount / ClosingRateNow.

PrintStoreReval.
*> AR is an asset, so restating it upward is a gain; store credit
*> is owed to the holder, so restating it upward is a loss.
    COMPUTE BalanceStoreId = StoreSub - 1
    CALL "GetStoreInfo" USING BalanceStoreId, StoreName, StoreCurrency,
                              StoreStatusCode, StoreResult
    COMPUTE StoreARGain = ARRestated(StoreSub) - ARCarried(StoreSub)
    COMPUTE StoreCreditGain =
            CreditCarried(StoreSub) - CreditRestated(StoreSub)
    COMPUTE StoreNetGain = StoreARGain + StoreCreditGain
    ADD StoreARGain     TO TotalARGain
    ADD StoreCreditGain TO TotalCreditGain
    ADD 1 TO StoresReported
    DISPLAY SPACES
    DISPLAY "  Store " BalanceStoreId SPACE StoreName SPACE
            StoreCcy(StoreSub) "  closing rate " ClosingRate(StoreSub)
            " per dollar"
    DISPLAY "                    Count       Carried        Foreign"
            "      Restated      Gain/loss"
    MOVE ARItemCount(StoreSub) TO Count-Ed
    MOVE ARCarried(StoreSub)   TO Carried-Ed
    MOVE ARForeign(StoreSub)   TO Foreign-Ed
    MOVE ARRestated(StoreSub)  TO Restated-Ed
    MOVE StoreARGain           TO Gain-Ed
    DISPLAY "    Open AR items " Count-Ed Carried-Ed Foreign-Ed
            Restated-Ed Gain-Ed
    MOVE CardCount(StoreSub)      TO Count-Ed
    MOVE CreditCarried(StoreSub)  TO Carried-Ed
    MOVE CreditForeign(StoreSub)  TO Foreign-Ed
    MOVE CreditRestated(StoreSub) TO Restated-Ed
    MOVE StoreCreditGain          TO Gain-Ed
    DISPLAY "    Store credit  " Count-Ed Carried-Ed Foreign-Ed
            Restated-Ed Gain-Ed
    MOVE StoreNetGain TO Gain-Ed
    DISPLAY "    Net unrealized gain/loss for the store"
            "                      " Gain-Ed.

PrintRevalTotals.
    COMPUTE TotalNetGain = TotalARGain + TotalCreditGain
    DISPLAY SPACES
    DISPLAY "-----------------------------------------------------"
            "------------------"
    MOVE TotalARGain TO Gain-Ed
    DISPLAY "  All stores - AR           " Gain-Ed
    MOVE TotalCreditGain TO Gain-Ed
    DISPLAY "  All stores - store credit " Gain-Ed
    MOVE TotalNetGain TO Gain-Ed
    DISPLAY "  Net unrealized gain/loss  " Gain-Ed
            "  (" StoresReported " stores)"
    IF NoRateCount > ZEROS
       DISPLAY "  " NoRateCount " balance(s) not restated - no rate "
               "on file for their currency."
    END-IF
    DISPLAY "====================================================="
            "==================".

WriteRevalRecord.
    OPEN EXTEND RevalFile
    IF RevalStatus EQUAL "35"
       CLOSE RevalFile
       OPEN OUTPUT RevalFile
    END-IF
    MOVE RevalMonthNum     TO RevalPeriod-RV
    MOVE PeriodEndDate     TO RevalDate-RV
    MOVE NextMonthStartNum TO ReversalDate-RV
    MOVE TotalARGain       TO ARAdjust-RV
    MOVE TotalCreditGain   TO CreditAdjust-RV
    WRITE RevalRec
    CLOSE RevalFile
    DISPLAY "Revaluation for " RevalMonth " written for the GL "
            "extract.".

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
PROGRAM-ID. GetRateAsAt.
AUTHOR. Michael Coughlan.
*> Returns the exchange rate (units of the currency per dollar, as
*> RateFile carries it) that was in force for a currency on a given
*> date: the newest rate the Listing17-49 import accepted on or
*> before that date. A date older than the whole history falls back
*> to the rate now on RateFile, and says so in the result, so an
*> item posted before the history began is carried at today's rate
*> rather than at none. WORKING-STORAGE is not INITIAL, so both
*> files load once per run however many items are looked up.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RateHistoryFile ASSIGN TO "Listing17-49RateHist.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS RateHistoryStatus.

    SELECT RateFile ASSIGN TO "Listing9-3Rate.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS RateStatus.

DATA DIVISION.
FILE SECTION.
FD  RateHistoryFile.
01  RateHistoryRec.
    02  RateDate-RH         PIC 9(8).
    02  RateCode-RH         PIC XXX.
    02  RateValue-RH        PIC 99V9(6).

FD  RateFile.
01  RateFileRec.
    02  RateFileCode        PIC XXX.
    02  RateFileValue       PIC 99V9(6).

WORKING-STORAGE SECTION.
01  RateHistoryStatus          PIC XX.
    88  EndOfRateHistory         VALUE "10".
01  RateStatus                 PIC XX.
    88  EndOfRateFile            VALUE "10".

01  TablesLoaded               PIC X VALUE "N".
    88  TablesAlreadyLoaded      VALUE "Y".

01  HistoryTable.
    02  HistoryCount           PIC 9(4) VALUE ZERO.
    02  HistoryEntry OCCURS 2000 TIMES INDEXED BY RhIdx.
        03  HistoryCode        PIC XXX.
        03  HistoryDate        PIC 9(8).
        03  HistoryRate        PIC 99V9(6).

01  RateTable.
    02  RateCount              PIC 99 VALUE ZERO.
    02  RateEntry OCCURS 10 TIMES INDEXED BY RtIdx.
        03  RateCurrencyCode   PIC XXX.
        03  RateValue          PIC 99V9(6).

01  BestDate                   PIC 9(8).

LINKAGE SECTION.
01  CurrencyCode-IO            PIC XXX.
01  AsAtDate-IO                PIC 9(8).
01  RateAsAt-IO                PIC 99V9(6).
01  RateResult-IO              PIC 9.
    88  RateFromHistory          VALUE 0.
    88  RateFromCurrentFile      VALUE 1.
    88  NoRateForCurrency        VALUE 2.

PROCEDURE DIVISION USING CurrencyCode-IO, AsAtDate-IO, RateAsAt-IO,
                          RateResult-IO.
Begin.
   IF NOT TablesAlreadyLoaded
      PERFORM LoadRateHistory
      PERFORM LoadRateTable
      MOVE "Y" TO TablesLoaded
   END-IF

   MOVE ZEROS TO RateAsAt-IO BestDate
   SET NoRateForCurrency TO TRUE
   PERFORM VARYING RhIdx FROM 1 BY 1 UNTIL RhIdx > HistoryCount
      IF HistoryCode(RhIdx) EQUAL CurrencyCode-IO
         AND HistoryDate(RhIdx) NOT > AsAtDate-IO
         AND HistoryDate(RhIdx) NOT < BestDate
         MOVE HistoryDate(RhIdx) TO BestDate
         MOVE HistoryRate(RhIdx) TO RateAsAt-IO
         SET RateFromHistory TO TRUE
      END-IF
   END-PERFORM
   IF RateFromHistory
      EXIT PROGRAM
   END-IF

   PERFORM VARYING RtIdx FROM 1 BY 1 UNTIL RtIdx > RateCount
      IF RateCurrencyCode(RtIdx) EQUAL CurrencyCode-IO
         MOVE RateValue(RtIdx) TO RateAsAt-IO
         SET RateFromCurrentFile TO TRUE
         EXIT PERFORM
      END-IF
   END-PERFORM
   EXIT PROGRAM.

LoadRateHistory.
*> Appended in feed order, so a later line for the same date - a
*> corrected feed re-run - replaces the earlier one in the search.
   MOVE ZERO TO HistoryCount
   OPEN INPUT RateHistoryFile
   IF RateHistoryStatus EQUAL "00"
      READ RateHistoryFile
         AT END SET EndOfRateHistory TO TRUE
      END-READ
      PERFORM UNTIL EndOfRateHistory
         IF HistoryCount < 2000
            ADD 1 TO HistoryCount
            MOVE RateCode-RH  TO HistoryCode(HistoryCount)
            MOVE RateDate-RH  TO HistoryDate(HistoryCount)
            MOVE RateValue-RH TO HistoryRate(HistoryCount)
         END-IF
         READ RateHistoryFile
            AT END SET EndOfRateHistory TO TRUE
         END-READ
      END-PERFORM
      CLOSE RateHistoryFile
   ELSE
      CLOSE RateHistoryFile
   END-IF.

LoadRateTable.
   MOVE ZERO TO RateCount
   OPEN INPUT RateFile
   IF RateStatus EQUAL "00"
      READ RateFile
         AT END SET EndOfRateFile TO TRUE
      END-READ
      PERFORM UNTIL EndOfRateFile
         IF RateCount < 10
            ADD 1 TO RateCount
            MOVE RateFileCode  TO RateCurrencyCode(RateCount)
            MOVE RateFileValue TO RateValue(RateCount)
         END-IF
         READ RateFile
            AT END SET EndOfRateFile TO TRUE
         END-READ
      END-PERFORM
      CLOSE RateFile
   ELSE
      CLOSE RateFile
   END-IF.
END PROGRAM GetRateAsAt.

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
