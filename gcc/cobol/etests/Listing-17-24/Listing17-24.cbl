*> late fees for every rental checked out within an operator-supplied
*> date range, takes an inventory snapshot of FilmFile by status, and
*> appends the closing totals to a running closing log so each period
*> close is kept for audit. Card chargebacks the acquirer decided
*> against us in the period (lost disputes on the Listing18-18 file)
*> are totalled as permanent reversals of money we had received.
*> Previously-viewed copies sold at the till in the period are
*> totalled from the Listing17-29 sales register as sales revenue on
*> a line of their own, with the tax taken on them kept apart from
*> the tax on rentals, since the GL extract posts the two against
*> different accounts.
*> The closed-period marker this run leaves is what the
*> CheckPostingPeriod guard in the posting programs reads, so a
*> period may not be closed past today - the tills are still taking
*> money dated today and later. A supervisor reopens a closed period
*> through Listing18-36, which moves the marker back.
*> Payments taken on the website (WebTender-PM, imported by
*> Listing18-53) are inside the period's payments and are also shown
*> and kept on the closing totals as a channel of their own.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LiabilityStatus.

   SELECT UsedSaleFile ASSIGN TO "Listing17-29Sales.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS UsedSaleStatus.

   SELECT DisputeFile ASSIGN TO "Listing18-18Disputes.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ReceiptNum-DS
        FILE STATUS IS DisputeStatus.

DATA DIVISION.
FILE SECTION.
FD FilmFile.
   02 ActiveCardCount-LB    PIC 9(5).
   02 LiabilityTotal-LB     PIC 9(7)V99.

FD DisputeFile.
01 DisputeRec-DS.
   COPY DisputeRec.

FD UsedSaleFile.
01 UsedSaleRec-US.
   COPY UsedSaleRec.

FD WriteOffFile.
01 WriteOffRec.
   02 WriteOffDate-WO       PIC 9(8).
   02 Disposition-WO        PIC X.
   02 ReplacementFee-WO     PIC 9(5)V99.
   02 OperatorId-WO         PIC 9(4).
   02 CopyCost-WO           PIC 9(4)V99.

FD PeriodTotalsFile.
01 PeriodTotalsRec.
   02 PeriodTax-PT          PIC 9(7)V99.
   02 PeriodPayments-PT     PIC 9(7)V99.
   02 PeriodWriteOffs-PT    PIC 9(7)V99.
   02 PeriodChargebacks-PT  PIC 9(7)V99.
   02 PeriodCopySales-PT    PIC 9(7)V99.
   02 PeriodCopySalesTax-PT PIC 9(7)V99.
   02 PeriodWebPayments-PT  PIC 9(7)V99.

WORKING-STORAGE SECTION.
01 FilmStatus               PIC XX.
   88 EndOfWriteOffs          VALUE "10".

01 LiabilityStatus          PIC XX.
01 DisputeStatus            PIC XX.
01 UsedSaleStatus           PIC XX.
01 CardLiability            PIC 9(7)V99 VALUE ZEROS.
01 CardLiabilityAsOf        PIC 9(8) VALUE ZEROS.
01 CardLiability-Ed         PIC $$,$$$,$$9.99.
01 LastClosedPeriodEndDate  PIC 9(8) VALUE ZEROS.
01 PeriodIsBackdated        PIC X VALUE "N".
   88 PeriodRejectedAsBackdated VALUE "Y".
01 TodayDate                PIC 9(8).

01 PeriodStartDate          PIC 9(8).
01 PeriodEndDate            PIC 9(8).
01 PaymentsInPeriod         PIC 9(5) VALUE ZEROS.
01 PeriodPayments           PIC 9(7)V99 VALUE ZEROS.
01 PeriodPayments-Ed        PIC $$,$$$,$$9.99.
01 WebPaymentsInPeriod      PIC 9(5) VALUE ZEROS.
01 PeriodWebPayments        PIC 9(7)V99 VALUE ZEROS.
01 PeriodWebPayments-Ed     PIC $$,$$$,$$9.99.
01 AdjustmentsInPeriod      PIC 9(5) VALUE ZEROS.
01 PeriodAdjustments        PIC 9(7)V99 VALUE ZEROS.
01 PeriodAdjustments-Ed     PIC $$,$$$,$$9.99.
01 WriteOffsInPeriod        PIC 9(5) VALUE ZEROS.
01 PeriodWriteOffs          PIC 9(7)V99 VALUE ZEROS.
01 PeriodWriteOffs-Ed       PIC $$,$$$,$$9.99.
01 ChargebacksInPeriod      PIC 9(5) VALUE ZEROS.
01 PeriodChargebacks        PIC 9(7)V99 VALUE ZEROS.
01 PeriodChargebacks-Ed     PIC $$,$$$,$$9.99.
01 CopySalesInPeriod        PIC 9(5) VALUE ZEROS.
01 PeriodCopySales          PIC 9(7)V99 VALUE ZEROS.
01 PeriodCopySales-Ed       PIC $$,$$$,$$9.99.
01 PeriodCopySalesTax       PIC 9(7)V99 VALUE ZEROS.
01 PeriodCopySalesTax-Ed    PIC $$,$$$,$$9.99.
01 PeriodTax                PIC 9(7)V99 VALUE ZEROS.
01 PeriodTax-Ed             PIC $$,$$$,$$9.99.

01 JurisdictionName         PIC X(20).
01 TaxResult                PIC 9.
   88 TaxRateFound            VALUE 0.
01 ExemptResult             PIC 9.
   88 LineTaxExempt           VALUE 0.
01 LineTax                  PIC 9(5)V99 VALUE ZEROS.

*> The price stored at checkout by the pricing engine; rentals from
01 RetiredFilmCount          PIC 9(5) VALUE ZEROS.
01 OutOfStockFilmCount       PIC 9(5) VALUE ZEROS.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing17-24", "FilmFile    ",
          FilmRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-24", "RentalFile  ",
          RentalRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    DISPLAY "*** Fiscal Period-End Closing Report ***"
    DISPLAY "Enter the period start date (YYYYMMDD) - " WITH NO ADVANCING
    ACCEPT PeriodStartDate
    ACCEPT PeriodEndDate

    PERFORM LoadClosedPeriod
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate

*> A period already closed is locked off - no run may post a
*> backdated close starting at or before the last closed end date.
       DISPLAY "REJECTED - period start date falls on or before the "
               "last closed period (" LastClosedPeriodEndDate
               "); backdated closes are not allowed."
       STOP RUN
    END-IF
    IF PeriodEndDate > TodayDate
       DISPLAY "REJECTED - period end date " PeriodEndDate
               " is after today; a period cannot be closed ahead."
    ELSE
       OPEN INPUT RentalFile
       OPEN INPUT FilmFile
       PERFORM TotalPaymentsForPeriod
       PERFORM TotalAdjustmentsForPeriod
       PERFORM TotalWriteOffsForPeriod
       PERFORM TotalLostChargebacksForPeriod
       PERFORM TotalCopySalesForPeriod
       PERFORM LoadGiftCardLiability

*> Waivers recorded by the adjustments program come straight off
*> late-fee revenue, and the replacement charges billed for lost or
*> damaged copies come in, so the closing total matches what is
*> actually collectable. Copy sales are revenue too, taken at the
*> till rather than billed.
       COMPUTE PeriodTotal = PeriodRevenue + PeriodLateFees
                           - PeriodAdjustments + PeriodWriteOffs
                           + PeriodCopySales

       PERFORM PrintClosingReport
       PERFORM AppendClosingLog
    MOVE PeriodTax         TO PeriodTax-PT
    MOVE PeriodPayments    TO PeriodPayments-PT
    MOVE PeriodWriteOffs   TO PeriodWriteOffs-PT
    MOVE PeriodChargebacks TO PeriodChargebacks-PT
    MOVE PeriodCopySales   TO PeriodCopySales-PT
    MOVE PeriodCopySalesTax TO PeriodCopySalesTax-PT
    MOVE PeriodWebPayments TO PeriodWebPayments-PT
    WRITE PeriodTotalsRec
    CLOSE PeriodTotalsFile.

    PERFORM CalculateLateFee
    ADD LateFee TO PeriodLateFees

*> Sales tax on the line, at the rental store's jurisdiction rate,
*> unless the customer held a tax-exemption certificate that day.
    CALL "GetTaxRateForStore" USING BY CONTENT StoreId-RF
                                    BY REFERENCE TaxRate,
                                       JurisdictionCode,
                                       JurisdictionName, TaxResult
    CALL "CheckTaxExemption" USING BY CONTENT CustomerId-RF,
                                      CheckoutDate-RF
                                   BY REFERENCE ExemptResult
    IF TaxRateFound AND NOT LineTaxExempt
       COMPUTE LineTax ROUNDED = (EffectiveRentalFee + LateFee)
                               * TaxRate
       ADD LineTax TO PeriodTax
             AND PaymentDate-PM NOT > PeriodEndDate
             ADD 1 TO PaymentsInPeriod
             ADD PaymentAmount-PM TO PeriodPayments
             IF WebTender-PM
                ADD 1 TO WebPaymentsInPeriod
                ADD PaymentAmount-PM TO PeriodWebPayments
             END-IF
          END-IF
          READ PaymentsFile
             AT END SET EndOfPayments TO TRUE

TotalAdjustmentsForPeriod.
*> Same one-pass date-range total as TotalPaymentsForPeriod, over
*> the waiver audit trail written by the adjustments program. Only
*> late-fee waivers net out of late-fee revenue; a finance charge
*> waived reaches the GL through the finance-charge file instead,
*> and a delivery fee credited back through the delivery-fee file.
    OPEN INPUT AdjustmentsFile
    IF AdjustmentsStatus EQUAL "00"
       READ AdjustmentsFile
       PERFORM UNTIL EndOfAdjustments
          IF AdjustmentDate-AJ NOT < PeriodStartDate
             AND AdjustmentDate-AJ NOT > PeriodEndDate
             AND LateFeeAdjusted-AJ
             ADD 1 TO AdjustmentsInPeriod
             ADD AmountWaived-AJ TO PeriodAdjustments
          END-IF
       CLOSE WriteOffFile
    END-IF.

TotalLostChargebacksForPeriod.
*> A dispute lost in the period is a permanent reversal - the money
*> went back to the cardholder and the receivable stays reinstated.
*> Selected on the decision date, the same one-pass date-range
*> total as the others. Won and still-open disputes are not counted.
    OPEN INPUT DisputeFile
    IF DisputeStatus EQUAL "00"
       READ DisputeFile NEXT RECORD
          AT END SET EndOfDisputes TO TRUE
       END-READ
       PERFORM UNTIL EndOfDisputes
          IF DisputeLost-DS
             AND DecidedDate-DS NOT < PeriodStartDate
             AND DecidedDate-DS NOT > PeriodEndDate
             ADD 1 TO ChargebacksInPeriod
             ADD DisputeAmount-DS TO PeriodChargebacks
          END-IF
          READ DisputeFile NEXT RECORD
             AT END SET EndOfDisputes TO TRUE
          END-READ
       END-PERFORM
       CLOSE DisputeFile
    ELSE
       CLOSE DisputeFile
    END-IF.

TotalCopySalesForPeriod.
*> Same one-pass date-range total, over the previously-viewed copies
*> the till sold.
    OPEN INPUT UsedSaleFile
    IF UsedSaleStatus EQUAL "00"
       READ UsedSaleFile
          AT END SET EndOfUsedSales TO TRUE
       END-READ
       PERFORM UNTIL EndOfUsedSales
          IF SaleDate-US NOT < PeriodStartDate
             AND SaleDate-US NOT > PeriodEndDate
             ADD 1 TO CopySalesInPeriod
             ADD SalePrice-US TO PeriodCopySales
             ADD SaleTax-US   TO PeriodCopySalesTax
          END-IF
          READ UsedSaleFile
             AT END SET EndOfUsedSales TO TRUE
          END-READ
       END-PERFORM
       CLOSE UsedSaleFile
    ELSE
       CLOSE UsedSaleFile
    END-IF.

LoadGiftCardLiability.
*> The latest liability snapshot written by the gift-card program -
*> unspent card balances are money we owe, and the close reports
            " (" AdjustmentsInPeriod " adjustment(s))".
    DISPLAY "Replacement charges (w/offs)  : " PeriodWriteOffs-Ed
            " (" WriteOffsInPeriod " write-off(s))".
    MOVE PeriodCopySales TO PeriodCopySales-Ed.
    DISPLAY "Previously-viewed copy sales  : " PeriodCopySales-Ed
            " (" CopySalesInPeriod " cop(ies))".
    DISPLAY "Total revenue (net)           : " PeriodTotal-Ed.
    DISPLAY "Sales tax collected           : " PeriodTax-Ed.
    MOVE PeriodCopySalesTax TO PeriodCopySalesTax-Ed.
    DISPLAY "  plus tax on copy sales      : " PeriodCopySalesTax-Ed.
    MOVE CardLiability TO CardLiability-Ed
    DISPLAY "Gift-card liability (as of " CardLiabilityAsOf ") : "
            CardLiability-Ed.
    DISPLAY "Payments received in period   : " PeriodPayments-Ed
            " (" PaymentsInPeriod " receipt(s))".
    MOVE PeriodWebPayments TO PeriodWebPayments-Ed.
    DISPLAY "  of which taken on the web   : " PeriodWebPayments-Ed
            " (" WebPaymentsInPeriod " payment(s))".
    MOVE PeriodChargebacks TO PeriodChargebacks-Ed.
    DISPLAY "Card chargebacks lost         : " PeriodChargebacks-Ed
            " (" ChargebacksInPeriod " dispute(s))".
    DISPLAY "-----------------------------------------------------".
    DISPLAY "Film inventory at closing -".
    DISPLAY "  Active      : " ActiveFilmCount.
           PeriodWriteOffs-Ed DELIMITED BY SIZE
           "  Tax=" DELIMITED BY SIZE
           PeriodTax-Ed DELIMITED BY SIZE
           "  Web=" DELIMITED BY SIZE
           PeriodWebPayments-Ed DELIMITED BY SIZE
      INTO ClosingLogLine
    END-STRING
    WRITE ClosingLogLine
    WRITE HolidayRec
    CLOSE HolidayFile.
END PROGRAM BusinessDateCalc.

IDENTIFICATION DIVISION.
PROGRAM-ID. CheckTaxExemption.
AUTHOR. Michael Coughlan.
*> Answers whether a customer's rentals are exempt from sales tax on
*> a given date. Schools and libraries on house accounts lodge a
*> tax-exemption certificate with us; the certificate number and its
*> expiry sit on the customer master, and a line is exempt only while
*> the certificate was in force on the date the rental went out. Every
*> run that prices tax after GetTaxRateForStore asks here before it
*> charges any. The customer last looked up is kept, since the callers
*> walk rentals in customer order. ExemptResult comes back 0 when the
*> line is exempt, 1 when it is taxable.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ExemptCustomerFile ASSIGN TO "Listing17-26Customer.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CustomerId-CF
        ALTERNATE RECORD KEY IS CustomerSurname-CF
                     WITH DUPLICATES
        FILE STATUS IS ExemptCustomerStatus.

DATA DIVISION.
FILE SECTION.
FD  ExemptCustomerFile.
01  CustomerRec-CF.
    COPY CustomerRec.

WORKING-STORAGE SECTION.
01  ExemptCustomerStatus       PIC XX.
    88  ExemptCustomerOk         VALUE "02", "00".

01  LastCustomerId             PIC 9(7) VALUE ZEROS.
01  LastCertNum                PIC X(15) VALUE SPACES.
01  LastCertExpiry             PIC 9(8) VALUE ZEROS.

LINKAGE SECTION.
01  CustomerId-IO              PIC 9(7).
01  AsOfDate-IO                PIC 9(8).
01  ExemptResult-IO            PIC 9.
    88  CustomerTaxExempt        VALUE 0.
    88  CustomerTaxable          VALUE 1.

PROCEDURE DIVISION USING CustomerId-IO, AsOfDate-IO, ExemptResult-IO.
Begin.
   SET CustomerTaxable TO TRUE
   IF CustomerId-IO NOT EQUAL LastCustomerId
      PERFORM LoadCustomerCertificate
   END-IF
   IF LastCertNum NOT EQUAL SPACES
      AND LastCertExpiry NOT < AsOfDate-IO
      SET CustomerTaxExempt TO TRUE
   END-IF
   GOBACK.

LoadCustomerCertificate.
*> A customer missing from the master, or a master that will not
*> open, is taxable - the safe way round for the filing.
   MOVE CustomerId-IO TO LastCustomerId
   MOVE SPACES TO LastCertNum
   MOVE ZEROS  TO LastCertExpiry
   OPEN INPUT ExemptCustomerFile
   IF ExemptCustomerOk
      MOVE CustomerId-IO TO CustomerId-CF
      READ ExemptCustomerFile
         KEY IS CustomerId-CF
         INVALID KEY CONTINUE
      END-READ
      IF ExemptCustomerOk
         MOVE TaxExemptCertNum-CF TO LastCertNum
         MOVE TaxExemptExpiry-CF  TO LastCertExpiry
      END-IF
   END-IF
   CLOSE ExemptCustomerFile.

END PROGRAM CheckTaxExemption.

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
