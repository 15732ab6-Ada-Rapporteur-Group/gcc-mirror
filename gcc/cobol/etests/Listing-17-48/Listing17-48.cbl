*> store's day to
*> a balancing history file so patterns like "always short on
*> Saturdays at store 2" become visible.
*> Previously-viewed copies sold at the till come off the
*> Listing17-29 sales register as a sales-revenue line of their own,
*> with the tax taken on them; the cash-tender sales go into what
*> the drawer should hold.
*> Concessions and merchandise rung up at the till come off the
*> Listing17-29 merchandise register the same way - revenue and tax
*> shown apart, cash-tender lines into the drawer and the session
*> that took them - so the counter no longer needs a cash box of its
*> own for popcorn and tapes.
*> Paid-outs taken from the drawer on a Listing18-29 voucher come
*> off the cash expected the same way refunds do, and against the
*> session that paid them, so a day with a milk run no longer
*> balances short.
*> A payment split over several tenders is written by Listing17-28
*> as one line per tender under the one receipt: each line's cash
*> goes to the drawer, but the receipt counts as one payment.
*> US cash taken at the Windsor tills goes in a drawer of its own:
*> the payment and sales lines carry the notes in their currency and
*> the change given back out of the local drawer, so each drawer is
*> expected, counted and shown over or short on its own, and the
*> history line carries both.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
*> Same-day voids from the till - the deleted checkouts never reach
*> the totals above, but the register says how much was keyed wrong
*> and who approved taking it back.
*> Sundries paid out of the drawer against a voucher - cash out, like
*> the refunds.
    SELECT PaidOutFile ASSIGN TO "Listing18-29PaidOuts.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PaidOutStatus.

    SELECT VoidRegisterFile ASSIGN TO "Listing17-29Voids.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS VoidRegisterStatus.

*> Previously-viewed copies sold over the counter.
    SELECT UsedSaleFile ASSIGN TO "Listing17-29Sales.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS UsedSaleStatus.

*> Concessions and merchandise sold over the counter.
    SELECT MerchSaleFile ASSIGN TO "Listing17-29Merch.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MerchSaleStatus.

    SELECT FilmFile ASSIGN TO "Listing17-6Film.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
   02 SupervisorId-RD       PIC 9(4).
   02 SessionNum-RD         PIC 9(7).

FD PaidOutFile.
01 PaidOutRec-PU.
   COPY PaidOutRec.

FD UsedSaleFile.
01 UsedSaleRec-US.
   COPY UsedSaleRec.

FD MerchSaleFile.
01 MerchSaleRec-MR.
   COPY MerchSaleRec.

FD FilmFile.
01 FilmRec-FF.
   COPY FilmRec.
   02 CashExpected-TH       PIC 9(7)V99.
   02 CashCounted-TH        PIC 9(7)V99.
   02 OverShort-TH          PIC S9(5)V99 SIGN LEADING SEPARATE.
   02 ForeignCurrency-TH    PIC XXX.
   02 ForeignExpected-TH    PIC 9(7)V99.
   02 ForeignCounted-TH     PIC 9(7)V99.
   02 ForeignOverShort-TH   PIC S9(5)V99 SIGN LEADING SEPARATE.

FD SessionFile.
01 SessionRec-SN.

01 RefundsStatus            PIC XX.
01 VoidRegisterStatus       PIC XX.
01 PaidOutStatus            PIC XX.
01 UsedSaleStatus           PIC XX.
01 MerchSaleStatus          PIC XX.

01 FilmStatus               PIC XX.
   88 FilmOk    VALUE "02", "00".
      03 SessOperatorId       PIC 9(4).
      03 SessPayments         PIC 9(4).
      03 SessCashValue        PIC 9(7)V99.
      03 SessPaidOuts         PIC 9(7)V99.
      03 SessForeignCash      PIC 9(7)V99.
      03 SessChangeGiven      PIC 9(7)V99.
01 SessionDayFound           PIC X VALUE "N".
   88 SessionDayEntryFound     VALUE "Y".

      03 DayPaymentsValue     PIC 9(7)V99.
      03 DayCashValue         PIC 9(7)V99.
      03 DayRefunds           PIC 9(7)V99.
      03 DayPaidOuts          PIC 9(4).
      03 DayPaidOutValue      PIC 9(7)V99.
      03 DayVoids             PIC 9(4).
      03 DayVoidValue         PIC 9(7)V99.
      03 DaySales             PIC 9(4).
      03 DaySalesValue        PIC 9(7)V99.
      03 DaySalesTax          PIC 9(7)V99.
      03 DayMerchSales        PIC 9(4).
      03 DayMerchValue        PIC 9(7)V99.
      03 DayMerchTax          PIC 9(7)V99.
      03 DayForeignCurrency   PIC XXX.
      03 DayForeignCash       PIC 9(7)V99.
      03 DayChangeGiven       PIC 9(7)V99.
01 StoreDayFound             PIC X VALUE "N".
   88 StoreDayEntryFound       VALUE "Y".
01 WantedStoreId             PIC 99.
01 PreviousReceiptNum        PIC 9(7) VALUE ZEROS.
01 ReceiptState              PIC X VALUE "N".
   88 FirstLineOfReceipt       VALUE "Y".

01 DaysOverdue               PIC S9(5) VALUE ZEROS.
01 LateFee                   PIC 9(5)V99 VALUE ZEROS.
01 LateFeeTier2Length        PIC 9(5) VALUE ZEROS.
01 BillableOverdueDays       PIC 9(5) VALUE ZEROS.

*> One cash line split between the drawers: what it put in the
*> local drawer, the foreign notes it put in the other, and the
*> change that came back out of the local one.
01 LocalCashIn               PIC 9(7)V99 VALUE ZEROS.
01 ForeignCashIn             PIC 9(7)V99 VALUE ZEROS.
01 ForeignCashCurrency       PIC XXX VALUE SPACES.
01 ChangeGivenOut            PIC 9(7)V99 VALUE ZEROS.

01 CountedCash               PIC 9(7)V99.
01 ForeignCounted            PIC 9(7)V99.
01 ForeignOverShort          PIC S9(5)V99.
01 CashExpected              PIC 9(7)V99.
01 OverShort                 PIC S9(5)V99.
01 OverShort-Ed              PIC +$$,$$9.99.
01 Value-Ed                  PIC $$,$$$,$$9.99.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing17-48", "FilmFile    ",
          FilmRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-48", "RentalFile  ",
          RentalRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    DISPLAY "*** End-of-Day Till Balancing - " TodayDate " ***"

    PERFORM TotalTodaysPayments
    PERFORM TotalTodaysAdjustments
    PERFORM TotalTodaysRefunds
    PERFORM TotalTodaysPaidOuts
    PERFORM TotalTodaysVoids
    PERFORM TotalTodaysCopySales
    PERFORM TotalTodaysMerchSales

    IF StoreDayCount EQUAL ZEROS
       DISPLAY "No activity recorded today - nothing to balance."
    END-IF.

TotalTodaysAdjustments.
*> A finance charge waived or a delivery fee credited was never rung
*> up at a till, so only the late-fee waivers count against the
*> store's day.
    OPEN INPUT AdjustmentsFile
    IF AdjustmentsStatus NOT EQUAL "00"
       CLOSE AdjustmentsFile
    END-READ
    PERFORM UNTIL EndOfAdjustments
       IF AdjustmentDate-AJ EQUAL TodayDate
          AND LateFeeAdjusted-AJ
          MOVE StoreId-AJ TO WantedStoreId
          PERFORM FindStoreDayEntry
          ADD AmountWaived-AJ TO DayAdjustments(SDIdx)
       AT END SET EndOfPayments TO TRUE
    END-READ
    PERFORM UNTIL EndOfPayments
*> Payments taken on the website came through no till.
       IF PaymentDate-PM EQUAL TodayDate AND NOT WebTender-PM
          MOVE StoreId-PM TO WantedStoreId
          PERFORM FindStoreDayEntry
          MOVE "N" TO ReceiptState
          IF ReceiptNum-PM NOT EQUAL PreviousReceiptNum
             SET FirstLineOfReceipt TO TRUE
             MOVE ReceiptNum-PM TO PreviousReceiptNum
             ADD 1 TO DayPayments(SDIdx)
          END-IF
          ADD PaymentAmount-PM TO DayPaymentsValue(SDIdx)
          IF CashTender-PM
             PERFORM SortPaymentCash
             ADD LocalCashIn TO DayCashValue(SDIdx)
             PERFORM AddForeignCashToStore
          END-IF
          PERFORM AddPaymentToSession
       END-IF
    END-PERFORM
    CLOSE VoidRegisterFile.

TotalTodaysCopySales.
*> The tax is the jurisdiction's, not ours, so it is kept apart from
*> the sales revenue - but it was handed over with the price, so a
*> cash sale puts both in the drawer.
    OPEN INPUT UsedSaleFile
    IF UsedSaleStatus NOT EQUAL "00"
       CLOSE UsedSaleFile
       EXIT PARAGRAPH
    END-IF
    READ UsedSaleFile
       AT END SET EndOfUsedSales TO TRUE
    END-READ
    PERFORM UNTIL EndOfUsedSales
       IF SaleDate-US EQUAL TodayDate
          MOVE StoreId-US TO WantedStoreId
          PERFORM FindStoreDayEntry
          ADD 1 TO DaySales(SDIdx)
          ADD SalePrice-US TO DaySalesValue(SDIdx)
          ADD SaleTax-US   TO DaySalesTax(SDIdx)
          IF CashTender-US
             MOVE ZEROS TO LocalCashIn ForeignCashIn ChangeGivenOut
             IF CashCurrency-US EQUAL SPACES
                COMPUTE LocalCashIn = SalePrice-US + SaleTax-US
             ELSE
                MOVE CashCurrency-US TO ForeignCashCurrency
                MOVE CashTendered-US TO ForeignCashIn
                MOVE ChangeGiven-US  TO ChangeGivenOut
             END-IF
             ADD LocalCashIn TO DayCashValue(SDIdx)
             PERFORM AddForeignCashToStore
             PERFORM AddCopySaleToSession
          END-IF
       END-IF
       READ UsedSaleFile
          AT END SET EndOfUsedSales TO TRUE
       END-READ
    END-PERFORM
    CLOSE UsedSaleFile.

AddCopySaleToSession.
*> Cash from a sale belongs to the session that rang it, the same
*> as a payment does; the payments column does not count it.
    MOVE "N" TO SessionDayFound
    PERFORM VARYING SsIdx FROM 1 BY 1 UNTIL SsIdx > SessionDayCount
       IF SessSessionNum(SsIdx) EQUAL SessionNum-US
          AND SessStoreId(SsIdx) EQUAL StoreId-US
          SET SessionDayEntryFound TO TRUE
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF NOT SessionDayEntryFound
       IF SessionDayCount < 50
          ADD 1 TO SessionDayCount
          SET SsIdx TO SessionDayCount
          MOVE StoreId-US    TO SessStoreId(SsIdx)
          MOVE SessionNum-US TO SessSessionNum(SsIdx)
          MOVE ZEROS TO SessOperatorId(SsIdx) SessPayments(SsIdx)
                        SessCashValue(SsIdx) SessPaidOuts(SsIdx)
                        SessForeignCash(SsIdx) SessChangeGiven(SsIdx)
       ELSE
          EXIT PARAGRAPH
       END-IF
    END-IF
    ADD LocalCashIn    TO SessCashValue(SsIdx)
    ADD ForeignCashIn  TO SessForeignCash(SsIdx)
    ADD ChangeGivenOut TO SessChangeGiven(SsIdx).

TotalTodaysMerchSales.
*> One register line per SKU on a transaction; the count shown is of
*> lines, the value is what the items sold for before tax.
    OPEN INPUT MerchSaleFile
    IF MerchSaleStatus NOT EQUAL "00"
       CLOSE MerchSaleFile
       EXIT PARAGRAPH
    END-IF
    READ MerchSaleFile
       AT END SET EndOfMerchSales TO TRUE
    END-READ
    PERFORM UNTIL EndOfMerchSales
       IF SaleDate-MR EQUAL TodayDate
          MOVE StoreId-MR TO WantedStoreId
          PERFORM FindStoreDayEntry
          ADD 1 TO DayMerchSales(SDIdx)
          ADD ExtendedPrice-MR TO DayMerchValue(SDIdx)
          ADD SaleTax-MR       TO DayMerchTax(SDIdx)
          IF CashTender-MR
             MOVE ZEROS TO LocalCashIn ForeignCashIn ChangeGivenOut
             IF CashCurrency-MR EQUAL SPACES
                COMPUTE LocalCashIn = ExtendedPrice-MR + SaleTax-MR
             ELSE
                MOVE CashCurrency-MR TO ForeignCashCurrency
                MOVE CashTendered-MR TO ForeignCashIn
                MOVE ChangeGiven-MR  TO ChangeGivenOut
             END-IF
             ADD LocalCashIn TO DayCashValue(SDIdx)
             PERFORM AddForeignCashToStore
             PERFORM AddMerchSaleToSession
          END-IF
       END-IF
       READ MerchSaleFile
          AT END SET EndOfMerchSales TO TRUE
       END-READ
    END-PERFORM
    CLOSE MerchSaleFile.

AddMerchSaleToSession.
    MOVE "N" TO SessionDayFound
    PERFORM VARYING SsIdx FROM 1 BY 1 UNTIL SsIdx > SessionDayCount
       IF SessSessionNum(SsIdx) EQUAL SessionNum-MR
          AND SessStoreId(SsIdx) EQUAL StoreId-MR
          SET SessionDayEntryFound TO TRUE
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF NOT SessionDayEntryFound
       IF SessionDayCount < 50
          ADD 1 TO SessionDayCount
          SET SsIdx TO SessionDayCount
          MOVE StoreId-MR    TO SessStoreId(SsIdx)
          MOVE SessionNum-MR TO SessSessionNum(SsIdx)
          MOVE ZEROS TO SessOperatorId(SsIdx) SessPayments(SsIdx)
                        SessCashValue(SsIdx) SessPaidOuts(SsIdx)
                        SessForeignCash(SsIdx) SessChangeGiven(SsIdx)
       ELSE
          EXIT PARAGRAPH
       END-IF
    END-IF
    ADD LocalCashIn    TO SessCashValue(SsIdx)
    ADD ForeignCashIn  TO SessForeignCash(SsIdx)
    ADD ChangeGivenOut TO SessChangeGiven(SsIdx).

TotalTodaysRefunds.
    OPEN INPUT RefundsFile
    IF RefundsStatus NOT EQUAL "00"
    END-PERFORM
    CLOSE RefundsFile.

TotalTodaysPaidOuts.
    OPEN INPUT PaidOutFile
    IF PaidOutStatus NOT EQUAL "00"
       CLOSE PaidOutFile
       EXIT PARAGRAPH
    END-IF
    READ PaidOutFile
       AT END SET EndOfPaidOuts TO TRUE
    END-READ
    PERFORM UNTIL EndOfPaidOuts
       IF PaidOutDate-PU EQUAL TodayDate
          MOVE StoreId-PU TO WantedStoreId
          PERFORM FindStoreDayEntry
          ADD 1 TO DayPaidOuts(SDIdx)
          ADD PaidOutAmount-PU TO DayPaidOutValue(SDIdx)
          PERFORM AddPaidOutToSession
       END-IF
       READ PaidOutFile
          AT END SET EndOfPaidOuts TO TRUE
       END-READ
    END-PERFORM
    CLOSE PaidOutFile.

AddPaidOutToSession.
*> The voucher names the session whose drawer paid it.
    MOVE "N" TO SessionDayFound
    PERFORM VARYING SsIdx FROM 1 BY 1 UNTIL SsIdx > SessionDayCount
       IF SessSessionNum(SsIdx) EQUAL SessionNum-PU
          AND SessStoreId(SsIdx) EQUAL StoreId-PU
          SET SessionDayEntryFound TO TRUE
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF NOT SessionDayEntryFound
       IF SessionDayCount < 50
          ADD 1 TO SessionDayCount
          SET SsIdx TO SessionDayCount
          MOVE StoreId-PU    TO SessStoreId(SsIdx)
          MOVE SessionNum-PU TO SessSessionNum(SsIdx)
          MOVE ZEROS TO SessOperatorId(SsIdx) SessPayments(SsIdx)
                        SessCashValue(SsIdx) SessPaidOuts(SsIdx)
                        SessForeignCash(SsIdx) SessChangeGiven(SsIdx)
       ELSE
          EXIT PARAGRAPH
       END-IF
    END-IF
    ADD PaidOutAmount-PU TO SessPaidOuts(SsIdx).

AddPaymentToSession.
    MOVE "N" TO SessionDayFound
    PERFORM VARYING SsIdx FROM 1 BY 1 UNTIL SsIdx > SessionDayCount
          MOVE StoreId-PM    TO SessStoreId(SsIdx)
          MOVE SessionNum-PM TO SessSessionNum(SsIdx)
          MOVE ZEROS TO SessOperatorId(SsIdx) SessPayments(SsIdx)
                        SessCashValue(SsIdx) SessPaidOuts(SsIdx)
                        SessForeignCash(SsIdx) SessChangeGiven(SsIdx)
       ELSE
          EXIT PARAGRAPH
       END-IF
    END-IF
    IF FirstLineOfReceipt
       ADD 1 TO SessPayments(SsIdx)
    END-IF
    IF CashTender-PM
       ADD LocalCashIn    TO SessCashValue(SsIdx)
       ADD ForeignCashIn  TO SessForeignCash(SsIdx)
       ADD ChangeGivenOut TO SessChangeGiven(SsIdx)
    END-IF.

SortPaymentCash.
*> A line written before the drawers were split, or cash in the
*> store's own money, goes to the local drawer - the notes counted
*> in where the till recorded them, otherwise the dollar amount.
    MOVE ZEROS TO LocalCashIn ForeignCashIn ChangeGivenOut
    IF CashCurrency-PM EQUAL SPACES
       IF CashTendered-PM IS NUMERIC AND CashTendered-PM > ZEROS
          MOVE CashTendered-PM TO LocalCashIn
       ELSE
          MOVE PaymentAmount-PM TO LocalCashIn
       END-IF
    ELSE
       MOVE CashCurrency-PM TO ForeignCashCurrency
       MOVE CashTendered-PM TO ForeignCashIn
       MOVE ChangeGiven-PM  TO ChangeGivenOut
    END-IF.

AddForeignCashToStore.
    IF ForeignCashIn > ZEROS OR ChangeGivenOut > ZEROS
       MOVE ForeignCashCurrency TO DayForeignCurrency(SDIdx)
       ADD ForeignCashIn  TO DayForeignCash(SDIdx)
       ADD ChangeGivenOut TO DayChangeGiven(SDIdx)
    END-IF.

LookUpSessionOperators.
                     DayLateFees(SDIdx) DayAdjustments(SDIdx)
                     DayPayments(SDIdx) DayPaymentsValue(SDIdx)
                     DayCashValue(SDIdx) DayRefunds(SDIdx)
                     DayPaidOuts(SDIdx) DayPaidOutValue(SDIdx)
                     DayVoids(SDIdx) DayVoidValue(SDIdx)
                     DaySales(SDIdx) DaySalesValue(SDIdx)
                     DaySalesTax(SDIdx) DayMerchSales(SDIdx)
                     DayMerchValue(SDIdx) DayMerchTax(SDIdx)
                     DayForeignCash(SDIdx) DayChangeGiven(SDIdx)
       MOVE SPACES TO DayForeignCurrency(SDIdx)
    END-IF.

BalanceEachStore.
       DISPLAY "  Voided checkouts  : " DayVoids(SDIdx)
               " worth " Value-Ed " (already off the totals)"
    END-IF
    IF DaySales(SDIdx) > ZEROS
       MOVE DaySalesValue(SDIdx) TO Value-Ed
       DISPLAY "  Copy sales revenue: " DaySales(SDIdx)
               " worth " Value-Ed
       MOVE DaySalesTax(SDIdx) TO Value-Ed
       DISPLAY "  Tax on copy sales : " Value-Ed
    END-IF
    IF DayMerchSales(SDIdx) > ZEROS
       MOVE DayMerchValue(SDIdx) TO Value-Ed
       DISPLAY "  Merchandise sales : " DayMerchSales(SDIdx)
               " worth " Value-Ed
       MOVE DayMerchTax(SDIdx) TO Value-Ed
       DISPLAY "  Tax on merchandise: " Value-Ed
    END-IF
    MOVE DayRefunds(SDIdx) TO Value-Ed
    DISPLAY "  Refunds paid out  : " Value-Ed
    IF DayPaidOuts(SDIdx) > ZEROS
       MOVE DayPaidOutValue(SDIdx) TO Value-Ed
       DISPLAY "  Paid-out vouchers : " DayPaidOuts(SDIdx)
               " worth " Value-Ed
    END-IF
*> The drawer should hold the cash taken - payments, copy sales and
*> merchandise alike - less the refunds and paid-outs that went back
*> out of it, and the change given against foreign cash.
    IF DayChangeGiven(SDIdx) > ZEROS
       MOVE DayChangeGiven(SDIdx) TO Value-Ed
       DISPLAY "  Change on " DayForeignCurrency(SDIdx)
               " cash : " Value-Ed
    END-IF
    COMPUTE CashExpected = DayCashValue(SDIdx) - DayRefunds(SDIdx)
                         - DayPaidOutValue(SDIdx)
                         - DayChangeGiven(SDIdx)
    MOVE CashExpected TO Value-Ed
    DISPLAY "  Cash expected     : " Value-Ed
    DISPLAY "  Enter the counted till amount - " WITH NO ADVANCING
       WHEN OTHER
          DISPLAY "  Till SHORT by " OverShort-Ed
    END-EVALUATE
    INITIALIZE TillHistoryRec
    IF DayForeignCash(SDIdx) > ZEROS
       PERFORM BalanceForeignDrawer
    END-IF
    PERFORM ShowSessionBreakdown

    MOVE TodayDate               TO TillDate-TH
    MOVE DayStoreId(SDIdx)       TO StoreId-TH
    MOVE DayCheckoutValue(SDIdx) TO CheckoutsValue-TH
    MOVE OverShort               TO OverShort-TH
    WRITE TillHistoryRec.

BalanceForeignDrawer.
*> The foreign notes are counted in their own currency and never
*> mixed with the local drawer.
    MOVE DayForeignCash(SDIdx) TO Value-Ed
    DISPLAY "  " DayForeignCurrency(SDIdx) " cash expected : " Value-Ed
    DISPLAY "  Enter the counted " DayForeignCurrency(SDIdx)
            " drawer amount - " WITH NO ADVANCING
    ACCEPT ForeignCounted
    COMPUTE ForeignOverShort = ForeignCounted - DayForeignCash(SDIdx)
    MOVE ForeignOverShort TO OverShort-Ed
    EVALUATE TRUE
       WHEN ForeignOverShort EQUAL ZEROS
          DISPLAY "  " DayForeignCurrency(SDIdx) " drawer balances."
       WHEN ForeignOverShort > ZEROS
          DISPLAY "  " DayForeignCurrency(SDIdx) " drawer OVER by  "
                  OverShort-Ed
       WHEN OTHER
          DISPLAY "  " DayForeignCurrency(SDIdx) " drawer SHORT by "
                  OverShort-Ed
    END-EVALUATE
    MOVE DayForeignCurrency(SDIdx) TO ForeignCurrency-TH
    MOVE DayForeignCash(SDIdx)     TO ForeignExpected-TH
    MOVE ForeignCounted            TO ForeignCounted-TH
    MOVE ForeignOverShort          TO ForeignOverShort-TH.

ShowSessionBreakdown.
*> The operator sessions that covered this store's day, with the
*> cash each took - where a shortage investigation starts.
                     "  payments " SessPayments(SsIdx)
                     "  cash " Value-Ed
          END-IF
          IF SessPaidOuts(SsIdx) > ZEROS
             MOVE SessPaidOuts(SsIdx) TO Value-Ed
             DISPLAY "      paid out on vouchers " Value-Ed
          END-IF
          IF SessForeignCash(SsIdx) > ZEROS
             MOVE SessForeignCash(SsIdx) TO Value-Ed
             DISPLAY "      " DayForeignCurrency(SDIdx) " cash "
                     Value-Ed
             MOVE SessChangeGiven(SsIdx) TO Value-Ed
             DISPLAY "      change given on it " Value-Ed
          END-IF
       END-IF
    END-PERFORM.

    WRITE HolidayRec
    CLOSE HolidayFile.
END PROGRAM BusinessDateCalc.

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
