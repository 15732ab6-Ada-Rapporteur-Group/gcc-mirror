*> journal lines with account codes. The extract refuses to write
*> unless the journal balances to zero, and an exception report
*> fires for any total that has no mapping (which is also what
*> throws the journal out of balance). Bad debt written off and
*> agency recoveries posted by Listing18-19 within the closed period
*> come through as journal lines of their own, as do the
*> subscription fees Listing18-21 billed within the period.
*> Finance charges the Listing18-56 run posted within the period are
*> charged to AR against finance-charge income, and the charges
*> Listing17-32 waived in the period come back off the same income.
*> Home-delivery fees charged at the Listing18-57 desk or through the
*> Listing18-58 web feed are charged to AR against delivery-fee
*> income in the same way, and the fees credited back for a failed or
*> cancelled delivery come off it again.
*> Previously-viewed copies sold at the till were paid for on the
*> spot, so the close's copy-sales figures debit till receipts, not
*> AR, against copy-sales revenue and tax payable. Concessions and
*> merchandise rung up at the till are taken straight from the
*> Listing17-29 merchandise register over the closed period's dates
*> and posted the same way, to merchandise sales revenue.
*> Cash paid out of the drawer on Listing18-29 vouchers within the
*> period is credited to till receipts and debited, category by
*> category, to the expense account the map holds for "P" and the
*> category code - a category with no mapping row is an exception
*> like any other total.
*> Vendor invoices taken onto the Listing18-30 payables file within
*> the period are debited to purchases and credited to accounts
*> payable; the checks its payment run wrote in the period clear
*> accounts payable - or, for a studio, royalties payable - against
*> the bank.
*> The Listing18-33 revaluation of the closed month restates the
*> foreign-currency AR and store-credit balances: its unrealized
*> exchange gain or loss is posted on the period end date and
*> reversed by the same lines the other way round, dated the first
*> day of the next month, so each extract line carries its own
*> journal date. Exchange gains and losses realized when Listing17-28
*> took foreign-currency payments in the period are posted against
*> till receipts.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RoyaltyStatus.

*> Bad-debt write-offs and agency recoveries from Listing18-19.
    SELECT BadDebtFile ASSIGN TO "Listing18-19BadDebt.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BadDebtStatus.

*> Subscription fees billed by Listing18-21.
    SELECT SubBillingFile ASSIGN TO "Listing18-21SubBilling.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SubBillingStatus.

*> Finance charges posted by Listing18-56 and waived by Listing17-32.
    SELECT FinChargeFile ASSIGN TO "Listing18-56FinCharges.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FinChargeStatus.

*> Delivery fees charged and credited by Listing18-57 and Listing18-58.
    SELECT DelivFeeFile ASSIGN TO "Listing18-57DelivFees.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DelivFeeStatus.

*> Concessions and merchandise sold at the till.
    SELECT MerchSaleFile ASSIGN TO "Listing17-29Merch.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MerchSaleStatus.

*> Till paid-out vouchers from Listing18-29.
    SELECT PaidOutFile ASSIGN TO "Listing18-29PaidOuts.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PaidOutStatus.

*> Payables open items and the checks that paid them, Listing18-30.
    SELECT APItemFile ASSIGN TO "Listing18-30APItems.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS APItemKey-PI
        FILE STATUS IS APItemStatus.

*> Month-end currency revaluation from Listing18-33.
    SELECT RevalFile ASSIGN TO "Listing18-33Reval.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RevalStatus.

*> Exchange gains and losses realized on payment, Listing17-28.
    SELECT RealizedFXFile ASSIGN TO "Listing17-28RealizedFX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RealizedFXStatus.

DATA DIVISION.
FILE SECTION.
FD PeriodTotalsFile.
   02 PeriodTax-PT          PIC 9(7)V99.
   02 PeriodPayments-PT     PIC 9(7)V99.
   02 PeriodWriteOffs-PT    PIC 9(7)V99.
   02 PeriodChargebacks-PT  PIC 9(7)V99.
   02 PeriodCopySales-PT    PIC 9(7)V99.
   02 PeriodCopySalesTax-PT PIC 9(7)V99.
   02 PeriodWebPayments-PT  PIC 9(7)V99.

FD AcctMapFile.
01 AcctMapRec.
   02 RoyaltyPeriod-RY      PIC 9(6).
   02 RoyaltyTotal-RY       PIC 9(7)V99.

FD BadDebtFile.
01 BadDebtRec.
   02 PostedDate-BD         PIC 9(8).
   02 WrittenOff-BD         PIC 9(7)V99.
   02 RecoveredGross-BD     PIC 9(7)V99.
   02 AgencyCommission-BD   PIC 9(7)V99.

FD SubBillingFile.
01 SubBillingRec.
   02 BilledDate-SB         PIC 9(8).
   02 BilledAmount-SB       PIC 9(7)V99.

FD FinChargeFile.
01 FinChargeRec.
   02 PostedDate-FN         PIC 9(8).
   02 ChargedAmount-FN      PIC 9(7)V99.
   02 WaivedAmount-FN       PIC 9(7)V99.

FD DelivFeeFile.
01 DelivFeeRec.
   02 PostedDate-DV         PIC 9(8).
   02 ChargedAmount-DV      PIC 9(7)V99.
   02 CreditedAmount-DV     PIC 9(7)V99.

FD MerchSaleFile.
01 MerchSaleRec-MR.
   COPY MerchSaleRec.

FD PaidOutFile.
01 PaidOutRec-PU.
   COPY PaidOutRec.

FD APItemFile.
01 APItemRec-PI.
   COPY APItemRec.

FD RevalFile.
01 RevalRec.
   02 RevalPeriod-RV        PIC 9(6).
   02 RevalDate-RV          PIC 9(8).
   02 ReversalDate-RV       PIC 9(8).
   02 ARAdjust-RV           PIC S9(7)V99 SIGN LEADING SEPARATE.
   02 CreditAdjust-RV       PIC S9(7)V99 SIGN LEADING SEPARATE.

FD RealizedFXFile.
01 RealizedFXRec.
   02 RealizedDate-FX       PIC 9(8).
   02 StoreId-FX            PIC 99.
   02 ReceiptNum-FX         PIC 9(7).
   02 CustomerId-FX         PIC 9(7).
   02 ARItemSeqNum-FX       PIC 9(5).
   02 CurrencyCode-FX       PIC XXX.
   02 ForeignPaid-FX        PIC 9(7)V99.
   02 CarriedAmount-FX      PIC 9(5)V99.
   02 ReceivedAmount-FX     PIC 9(5)V99.
   02 GainLoss-FX           PIC S9(5)V99 SIGN LEADING SEPARATE.

FD GLExtractFile.
01 GLExtractRec.
   02 JournalDate-GL        PIC 9(8).
01 RoyaltyStatus            PIC XX.
   88 EndOfRoyalty            VALUE "10".
01 SavedRoyaltyTotal        PIC 9(7)V99 VALUE ZEROS.
01 BadDebtStatus            PIC XX.
   88 EndOfBadDebt            VALUE "10".
01 PeriodBadDebt            PIC 9(7)V99 VALUE ZEROS.
01 PeriodRecoveredGross     PIC 9(7)V99 VALUE ZEROS.
01 PeriodAgencyCommission   PIC 9(7)V99 VALUE ZEROS.
01 PeriodRecoveredNet       PIC 9(7)V99 VALUE ZEROS.
01 SubBillingStatus         PIC XX.
   88 EndOfSubBilling         VALUE "10".
01 PeriodSubscriptions      PIC 9(7)V99 VALUE ZEROS.
01 FinChargeStatus          PIC XX.
   88 EndOfFinCharges         VALUE "10".
01 PeriodFinCharges         PIC 9(7)V99 VALUE ZEROS.
01 PeriodFinWaived          PIC 9(7)V99 VALUE ZEROS.
01 DelivFeeStatus           PIC XX.
   88 EndOfDelivFees          VALUE "10".
01 PeriodDelivFees          PIC 9(7)V99 VALUE ZEROS.
01 PeriodDelivCredits       PIC 9(7)V99 VALUE ZEROS.
01 MerchSaleStatus          PIC XX.
01 PeriodMerchSales         PIC 9(7)V99 VALUE ZEROS.
01 PeriodMerchTax           PIC 9(7)V99 VALUE ZEROS.
01 PaidOutStatus            PIC XX.
01 PeriodPaidOuts           PIC 9(7)V99 VALUE ZEROS.

*> The period's paid-outs by expense category.
01 PaidOutCategoryTable.
   02 PaidOutCatCount         PIC 99 VALUE ZEROS.
   02 PaidOutCatEntry OCCURS 20 TIMES INDEXED BY PCIdx.
      03 PaidOutCatCode       PIC XXX.
      03 PaidOutCatTotal      PIC 9(7)V99.
01 PaidOutCatFound           PIC X VALUE "N".
   88 PaidOutCatEntryFound     VALUE "Y".
01 APItemStatus             PIC XX.
01 PeriodAPInvoices         PIC 9(7)V99 VALUE ZEROS.
01 PeriodVendorChecks       PIC 9(7)V99 VALUE ZEROS.
01 PeriodStudioChecks       PIC 9(7)V99 VALUE ZEROS.
01 RevalStatus              PIC XX.
   88 EndOfReval              VALUE "10".
01 RealizedFXStatus         PIC XX.
   88 EndOfRealizedFX         VALUE "10".
01 ClosedPeriod             PIC 9(6).
01 RevalOnFile              PIC X VALUE "N".
   88 RevalFoundForPeriod     VALUE "Y".
01 SavedRevalDate           PIC 9(8).
01 SavedReversalDate        PIC 9(8).
01 SavedARAdjust            PIC S9(7)V99 VALUE ZEROS.
01 SavedCreditAdjust        PIC S9(7)V99 VALUE ZEROS.
01 PeriodRealizedFX         PIC S9(7)V99 VALUE ZEROS.

01 TotalsOnFile              PIC X VALUE "N".
   88 SomeTotalsOnFile         VALUE "Y".
   02 SavedAdjustments        PIC 9(7)V99.
   02 SavedTax                PIC 9(7)V99.
   02 SavedWriteOffs          PIC 9(7)V99.
   02 SavedCopySales          PIC 9(7)V99.
   02 SavedCopySalesTax       PIC 9(7)V99.

01 AcctMapTable.
   02 AcctMapCount            PIC 99 VALUE ZEROS.
   02 AcctMapEntry OCCURS 40 TIMES INDEXED BY AMIdx.
      03 MapTotalType         PIC X(4).
      03 MapAccountNum        PIC 9(4).
      03 MapAccountName       PIC X(20).
*> a single line reaches the extract file.
01 JournalTable.
   02 JournalLineCount        PIC 99 VALUE ZEROS.
   02 JournalLine OCCURS 80 TIMES INDEXED BY JLIdx.
      03 JrnDate              PIC 9(8).
      03 JrnAccountNum        PIC 9(4).
      03 JrnAccountName       PIC X(20).
      03 JrnDebit             PIC 9(7)V99.
      03 JrnCredit            PIC 9(7)V99.

01 WantedTotalType           PIC X(4).
01 PaidOutTotalType REDEFINES WantedTotalType.
   02 PaidOutTypePrefix       PIC X.
   02 PaidOutTypeCategory     PIC XXX.
01 FoundAccountNum           PIC 9(4).
01 FoundAccountName          PIC X(20).
01 MapLookupResult           PIC 9.

01 MappingExceptions         PIC 99 VALUE ZEROS.
01 PendingAmount             PIC 9(7)V99 VALUE ZEROS.
01 PendingJournalDate        PIC 9(8) VALUE ZEROS.
*> The side a signed adjustment and its reversal fall on.
01 AdjustTotalType           PIC X(4).
01 AdjustAmount              PIC S9(7)V99 VALUE ZEROS.
01 AdjustGainType            PIC X(4).
01 GrossCharges              PIC 9(7)V99 VALUE ZEROS.
01 TotalDebits               PIC 9(9)V99 VALUE ZEROS.
01 TotalCredits              PIC 9(9)V99 VALUE ZEROS.
    PERFORM LoadAcctMap
    PERFORM LoadNewestDepreciation
    PERFORM LoadNewestRoyalty
    PERFORM TotalBadDebtForPeriod
    PERFORM TotalSubscriptionsForPeriod
    PERFORM TotalFinanceChargesForPeriod
    PERFORM TotalDeliveryFeesForPeriod
    PERFORM TotalMerchSalesForPeriod
    PERFORM TotalPaidOutsForPeriod
    PERFORM TotalPayablesForPeriod
    PERFORM LoadRevaluationForPeriod
    PERFORM TotalRealizedFXForPeriod
    PERFORM BuildJournalLines
    PERFORM CheckJournalBalances
    STOP RUN.
       CLOSE RoyaltyFile
    END-IF.

TotalBadDebtForPeriod.
*> Listing18-19 writes a record for every write-off run and every
*> recoveries posting, so these are summed over the closed period's
*> dates rather than taken from the newest record.
    MOVE ZEROS TO PeriodBadDebt PeriodRecoveredGross
                  PeriodAgencyCommission
    OPEN INPUT BadDebtFile
    IF BadDebtStatus EQUAL "00"
       READ BadDebtFile
          AT END SET EndOfBadDebt TO TRUE
       END-READ
       PERFORM UNTIL EndOfBadDebt
          IF PostedDate-BD NOT < SavedStartDate
             AND PostedDate-BD NOT > SavedEndDate
             ADD WrittenOff-BD       TO PeriodBadDebt
             ADD RecoveredGross-BD   TO PeriodRecoveredGross
             ADD AgencyCommission-BD TO PeriodAgencyCommission
          END-IF
          READ BadDebtFile
             AT END SET EndOfBadDebt TO TRUE
          END-READ
       END-PERFORM
       CLOSE BadDebtFile
    ELSE
       CLOSE BadDebtFile
    END-IF
    COMPUTE PeriodRecoveredNet =
            PeriodRecoveredGross - PeriodAgencyCommission.

TotalSubscriptionsForPeriod.
*> Listing18-21 writes a record for every billing run and every
*> enrolment fee, summed over the closed period's dates like the
*> bad-debt postings.
    MOVE ZEROS TO PeriodSubscriptions
    OPEN INPUT SubBillingFile
    IF SubBillingStatus EQUAL "00"
       READ SubBillingFile
          AT END SET EndOfSubBilling TO TRUE
       END-READ
       PERFORM UNTIL EndOfSubBilling
          IF BilledDate-SB NOT < SavedStartDate
             AND BilledDate-SB NOT > SavedEndDate
             ADD BilledAmount-SB TO PeriodSubscriptions
          END-IF
          READ SubBillingFile
             AT END SET EndOfSubBilling TO TRUE
          END-READ
       END-PERFORM
       CLOSE SubBillingFile
    ELSE
       CLOSE SubBillingFile
    END-IF.

TotalFinanceChargesForPeriod.
*> One record per finance-charge run and one per charge waived,
*> summed over the closed period's dates the same way.
    MOVE ZEROS TO PeriodFinCharges PeriodFinWaived
    OPEN INPUT FinChargeFile
    IF FinChargeStatus EQUAL "00"
       READ FinChargeFile
          AT END SET EndOfFinCharges TO TRUE
       END-READ
       PERFORM UNTIL EndOfFinCharges
          IF PostedDate-FN NOT < SavedStartDate
             AND PostedDate-FN NOT > SavedEndDate
             ADD ChargedAmount-FN TO PeriodFinCharges
             ADD WaivedAmount-FN  TO PeriodFinWaived
          END-IF
          READ FinChargeFile
             AT END SET EndOfFinCharges TO TRUE
          END-READ
       END-PERFORM
       CLOSE FinChargeFile
    ELSE
       CLOSE FinChargeFile
    END-IF.

TotalDeliveryFeesForPeriod.
*> One record per fee charged and one per fee credited back.
    MOVE ZEROS TO PeriodDelivFees PeriodDelivCredits
    OPEN INPUT DelivFeeFile
    IF DelivFeeStatus EQUAL "00"
       READ DelivFeeFile
          AT END SET EndOfDelivFees TO TRUE
       END-READ
       PERFORM UNTIL EndOfDelivFees
          IF PostedDate-DV NOT < SavedStartDate
             AND PostedDate-DV NOT > SavedEndDate
             ADD ChargedAmount-DV  TO PeriodDelivFees
             ADD CreditedAmount-DV TO PeriodDelivCredits
          END-IF
          READ DelivFeeFile
             AT END SET EndOfDelivFees TO TRUE
          END-READ
       END-PERFORM
       CLOSE DelivFeeFile
    ELSE
       CLOSE DelivFeeFile
    END-IF.

TotalMerchSalesForPeriod.
    MOVE ZEROS TO PeriodMerchSales PeriodMerchTax
    OPEN INPUT MerchSaleFile
    IF MerchSaleStatus EQUAL "00"
       READ MerchSaleFile
          AT END SET EndOfMerchSales TO TRUE
       END-READ
       PERFORM UNTIL EndOfMerchSales
          IF SaleDate-MR NOT < SavedStartDate
             AND SaleDate-MR NOT > SavedEndDate
             ADD ExtendedPrice-MR TO PeriodMerchSales
             ADD SaleTax-MR       TO PeriodMerchTax
          END-IF
          READ MerchSaleFile
             AT END SET EndOfMerchSales TO TRUE
          END-READ
       END-PERFORM
       CLOSE MerchSaleFile
    ELSE
       CLOSE MerchSaleFile
    END-IF.

TotalPaidOutsForPeriod.
    MOVE ZEROS TO PeriodPaidOuts PaidOutCatCount
    OPEN INPUT PaidOutFile
    IF PaidOutStatus EQUAL "00"
       READ PaidOutFile
          AT END SET EndOfPaidOuts TO TRUE
       END-READ
       PERFORM UNTIL EndOfPaidOuts
          IF PaidOutDate-PU NOT < SavedStartDate
             AND PaidOutDate-PU NOT > SavedEndDate
             PERFORM AddPaidOutToCategory
          END-IF
          READ PaidOutFile
             AT END SET EndOfPaidOuts TO TRUE
          END-READ
       END-PERFORM
       CLOSE PaidOutFile
    ELSE
       CLOSE PaidOutFile
    END-IF.

TotalPayablesForPeriod.
*> Studio items are not taken up here as a liability - the royalty
*> accrual already credited royalties payable - only their checks.
    MOVE ZEROS TO PeriodAPInvoices PeriodVendorChecks
                  PeriodStudioChecks
    OPEN INPUT APItemFile
    IF APItemStatus EQUAL "00"
       READ APItemFile NEXT RECORD
          AT END SET EndOfAPItems TO TRUE
       END-READ
       PERFORM UNTIL EndOfAPItems
          IF PayeeIsVendor-PI
             AND APItemDate-PI NOT < SavedStartDate
             AND APItemDate-PI NOT > SavedEndDate
             ADD APItemAmount-PI TO PeriodAPInvoices
          END-IF
          IF APItemPaid-PI
             AND APPaidDate-PI NOT < SavedStartDate
             AND APPaidDate-PI NOT > SavedEndDate
             IF PayeeIsVendor-PI
                ADD APItemAmount-PI TO PeriodVendorChecks
             ELSE
                ADD APItemAmount-PI TO PeriodStudioChecks
             END-IF
          END-IF
          READ APItemFile NEXT RECORD
             AT END SET EndOfAPItems TO TRUE
          END-READ
       END-PERFORM
       CLOSE APItemFile
    ELSE
       CLOSE APItemFile
    END-IF.

LoadRevaluationForPeriod.
*> Listing18-33 appends a line per run; the newest for the closed
*> month is the one posted.
    MOVE "N" TO RevalOnFile
    MOVE ZEROS TO SavedARAdjust SavedCreditAdjust
    COMPUTE ClosedPeriod = SavedEndDate / 100
    OPEN INPUT RevalFile
    IF RevalStatus EQUAL "00"
       READ RevalFile
          AT END SET EndOfReval TO TRUE
       END-READ
       PERFORM UNTIL EndOfReval
          IF RevalPeriod-RV EQUAL ClosedPeriod
             SET RevalFoundForPeriod TO TRUE
             MOVE RevalDate-RV     TO SavedRevalDate
             MOVE ReversalDate-RV  TO SavedReversalDate
             MOVE ARAdjust-RV      TO SavedARAdjust
             MOVE CreditAdjust-RV  TO SavedCreditAdjust
          END-IF
          READ RevalFile
             AT END SET EndOfReval TO TRUE
          END-READ
       END-PERFORM
       CLOSE RevalFile
    ELSE
       CLOSE RevalFile
    END-IF.

TotalRealizedFXForPeriod.
    MOVE ZEROS TO PeriodRealizedFX
    OPEN INPUT RealizedFXFile
    IF RealizedFXStatus EQUAL "00"
       READ RealizedFXFile
          AT END SET EndOfRealizedFX TO TRUE
       END-READ
       PERFORM UNTIL EndOfRealizedFX
          IF RealizedDate-FX NOT < SavedStartDate
             AND RealizedDate-FX NOT > SavedEndDate
             ADD GainLoss-FX TO PeriodRealizedFX
          END-IF
          READ RealizedFXFile
             AT END SET EndOfRealizedFX TO TRUE
          END-READ
       END-PERFORM
       CLOSE RealizedFXFile
    ELSE
       CLOSE RealizedFXFile
    END-IF.

AddPaidOutToCategory.
    MOVE "N" TO PaidOutCatFound
    PERFORM VARYING PCIdx FROM 1 BY 1 UNTIL PCIdx > PaidOutCatCount
       IF PaidOutCatCode(PCIdx) EQUAL CategoryCode-PU
          SET PaidOutCatEntryFound TO TRUE
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF NOT PaidOutCatEntryFound
       IF PaidOutCatCount < 20
          ADD 1 TO PaidOutCatCount
          SET PCIdx TO PaidOutCatCount
          MOVE CategoryCode-PU TO PaidOutCatCode(PCIdx)
          MOVE ZEROS TO PaidOutCatTotal(PCIdx)
       ELSE
          EXIT PARAGRAPH
       END-IF
    END-IF
    ADD PaidOutAmount-PU TO PaidOutCatTotal(PCIdx)
    ADD PaidOutAmount-PU TO PeriodPaidOuts.

LoadNewestClose.
    MOVE "N" TO TotalsOnFile
    OPEN INPUT PeriodTotalsFile
          MOVE PeriodAdjustments-PT TO SavedAdjustments
          MOVE PeriodTax-PT         TO SavedTax
          MOVE PeriodWriteOffs-PT   TO SavedWriteOffs
*> Closes written before copy sales were totalled carry no figures.
          IF PeriodCopySales-PT NUMERIC
             MOVE PeriodCopySales-PT    TO SavedCopySales
             MOVE PeriodCopySalesTax-PT TO SavedCopySalesTax
          ELSE
             MOVE ZEROS TO SavedCopySales SavedCopySalesTax
          END-IF
          READ PeriodTotalsFile
             AT END SET EndOfPeriodTotals TO TRUE
          END-READ
       AT END SET EndOfAcctMap TO TRUE
    END-READ
    PERFORM UNTIL EndOfAcctMap
       IF AcctMapCount < 40
          ADD 1 TO AcctMapCount
          MOVE TotalType-AM   TO MapTotalType(AcctMapCount)
          MOVE AccountNum-AM  TO MapAccountNum(AcctMapCount)
    WRITE AcctMapRec
    MOVE "ROYP2200Royalties payable   " TO AcctMapRec
    WRITE AcctMapRec
    MOVE "BADD6300Bad-debt expense    " TO AcctMapRec
    WRITE AcctMapRec
    MOVE "RECV4300Bad-debt recoveries " TO AcctMapRec
    WRITE AcctMapRec
    MOVE "ACOM6310Agency commission   " TO AcctMapRec
    WRITE AcctMapRec
    MOVE "RCSH1010Agency remittances  " TO AcctMapRec
    WRITE AcctMapRec
    MOVE "SUBR4050Subscription revenue" TO AcctMapRec
    WRITE AcctMapRec
    MOVE "FINC4060Finance charges     " TO AcctMapRec
    WRITE AcctMapRec
    MOVE "DLVR4070Delivery fees       " TO AcctMapRec
    WRITE AcctMapRec
    MOVE "TILL1000Till receipts       " TO AcctMapRec
    WRITE AcctMapRec
    MOVE "PVSL4400Copy sales revenue  " TO AcctMapRec
    WRITE AcctMapRec
    MOVE "MRCH4500Merchandise sales   " TO AcctMapRec
    WRITE AcctMapRec
    MOVE "PMLK6410Staff milk and tea  " TO AcctMapRec
    WRITE AcctMapRec
    MOVE "PPST6420Postage             " TO AcctMapRec
    WRITE AcctMapRec
    MOVE "PCLN6430Cleaning supplies   " TO AcctMapRec
    WRITE AcctMapRec
    MOVE "POFF6440Office sundries     " TO AcctMapRec
    WRITE AcctMapRec
    MOVE "PRPR6450Repairs and upkeep  " TO AcctMapRec
    WRITE AcctMapRec
    MOVE "POTH6490Sundry expenses     " TO AcctMapRec
    WRITE AcctMapRec
    MOVE "PURC5000Purchases           " TO AcctMapRec
    WRITE AcctMapRec
    MOVE "APAY2000Accounts payable    " TO AcctMapRec
    WRITE AcctMapRec
    MOVE "BANK1020Operating bank      " TO AcctMapRec
    WRITE AcctMapRec
    MOVE "GCLB2300Gift-card liability " TO AcctMapRec
    WRITE AcctMapRec
    MOVE "FXU 7100Unrealized FX gn/ls " TO AcctMapRec
    WRITE AcctMapRec
    MOVE "FXR 7110Realized FX gain/ls " TO AcctMapRec
    WRITE AcctMapRec
    CLOSE AcctMapFile.

BuildJournalLines.
*> payable; waivers come back out as a debit to the contra account
*> and a credit to AR. Any missing mapping drops its line, which
*> the balance check then catches.
    MOVE SavedEndDate TO PendingJournalDate
    COMPUTE GrossCharges = SavedRevenue + SavedLateFees + SavedTax
                         + SavedWriteOffs

       MOVE "ROYP" TO WantedTotalType
       MOVE SavedRoyaltyTotal TO PendingAmount
       PERFORM AddCreditLineIfMapped
    END-IF

*> Bad debt written off comes out of AR control into expense. The
*> agency's recoveries are credited in full to recoveries income,
*> with the commission it kept shown as expense and only the net as
*> money actually remitted.
    IF PeriodBadDebt > ZEROS
       MOVE "BADD" TO WantedTotalType
       MOVE PeriodBadDebt TO PendingAmount
       PERFORM AddDebitLineIfMapped

       MOVE "ARC " TO WantedTotalType
       MOVE PeriodBadDebt TO PendingAmount
       PERFORM AddCreditLineIfMapped
    END-IF

    IF PeriodRecoveredGross > ZEROS
       MOVE "RCSH" TO WantedTotalType
       MOVE PeriodRecoveredNet TO PendingAmount
       PERFORM AddDebitLineIfMapped

       IF PeriodAgencyCommission > ZEROS
          MOVE "ACOM" TO WantedTotalType
          MOVE PeriodAgencyCommission TO PendingAmount
          PERFORM AddDebitLineIfMapped
       END-IF

       MOVE "RECV" TO WantedTotalType
       MOVE PeriodRecoveredGross TO PendingAmount
       PERFORM AddCreditLineIfMapped
    END-IF

*> Subscription fees are charged to AR control as billed and
*> credited to their own revenue account.
    IF PeriodSubscriptions > ZEROS
       MOVE "ARC " TO WantedTotalType
       MOVE PeriodSubscriptions TO PendingAmount
       PERFORM AddDebitLineIfMapped

       MOVE "SUBR" TO WantedTotalType
       MOVE PeriodSubscriptions TO PendingAmount
       PERFORM AddCreditLineIfMapped
    END-IF

*> Finance charges likewise, to their own income account; a charge
*> waived reverses the same pair of lines.
    IF PeriodFinCharges > ZEROS
       MOVE "ARC " TO WantedTotalType
       MOVE PeriodFinCharges TO PendingAmount
       PERFORM AddDebitLineIfMapped

       MOVE "FINC" TO WantedTotalType
       MOVE PeriodFinCharges TO PendingAmount
       PERFORM AddCreditLineIfMapped
    END-IF
    IF PeriodFinWaived > ZEROS
       MOVE "FINC" TO WantedTotalType
       MOVE PeriodFinWaived TO PendingAmount
       PERFORM AddDebitLineIfMapped

       MOVE "ARC " TO WantedTotalType
       MOVE PeriodFinWaived TO PendingAmount
       PERFORM AddCreditLineIfMapped
    END-IF

*> Delivery fees the same way again, and a fee credited back for a
*> failed or cancelled delivery reverses its pair.
    IF PeriodDelivFees > ZEROS
       MOVE "ARC " TO WantedTotalType
       MOVE PeriodDelivFees TO PendingAmount
       PERFORM AddDebitLineIfMapped

       MOVE "DLVR" TO WantedTotalType
       MOVE PeriodDelivFees TO PendingAmount
       PERFORM AddCreditLineIfMapped
    END-IF
    IF PeriodDelivCredits > ZEROS
       MOVE "DLVR" TO WantedTotalType
       MOVE PeriodDelivCredits TO PendingAmount
       PERFORM AddDebitLineIfMapped

       MOVE "ARC " TO WantedTotalType
       MOVE PeriodDelivCredits TO PendingAmount
       PERFORM AddCreditLineIfMapped
    END-IF

*> Copy sales were paid at the till: the price and its tax together
*> are debited to till receipts, the price credited to copy-sales
*> revenue and the tax to tax payable.
    IF SavedCopySales > ZEROS
       MOVE "TILL" TO WantedTotalType
       COMPUTE PendingAmount = SavedCopySales + SavedCopySalesTax
       PERFORM AddDebitLineIfMapped

       MOVE "PVSL" TO WantedTotalType
       MOVE SavedCopySales TO PendingAmount
       PERFORM AddCreditLineIfMapped

       IF SavedCopySalesTax > ZEROS
          MOVE "TAX " TO WantedTotalType
          MOVE SavedCopySalesTax TO PendingAmount
          PERFORM AddCreditLineIfMapped
       END-IF
    END-IF

*> Merchandise likewise: till receipts against merchandise sales
*> revenue and tax payable.
    IF PeriodMerchSales > ZEROS
       MOVE "TILL" TO WantedTotalType
       COMPUTE PendingAmount = PeriodMerchSales + PeriodMerchTax
       PERFORM AddDebitLineIfMapped

       MOVE "MRCH" TO WantedTotalType
       MOVE PeriodMerchSales TO PendingAmount
       PERFORM AddCreditLineIfMapped

       IF PeriodMerchTax > ZEROS
          MOVE "TAX " TO WantedTotalType
          MOVE PeriodMerchTax TO PendingAmount
          PERFORM AddCreditLineIfMapped
       END-IF
    END-IF

*> Paid-outs: each category's expense account debited, till
*> receipts credited with the cash that left the drawer.
    IF PeriodPaidOuts > ZEROS
       PERFORM VARYING PCIdx FROM 1 BY 1
               UNTIL PCIdx > PaidOutCatCount
          MOVE "P" TO PaidOutTypePrefix
          MOVE PaidOutCatCode(PCIdx) TO PaidOutTypeCategory
          MOVE PaidOutCatTotal(PCIdx) TO PendingAmount
          PERFORM AddDebitLineIfMapped
       END-PERFORM

       MOVE "TILL" TO WantedTotalType
       MOVE PeriodPaidOuts TO PendingAmount
       PERFORM AddCreditLineIfMapped
    END-IF

*> Vendor invoices owed: purchases against accounts payable.
    IF PeriodAPInvoices > ZEROS
       MOVE "PURC" TO WantedTotalType
       MOVE PeriodAPInvoices TO PendingAmount
       PERFORM AddDebitLineIfMapped

       MOVE "APAY" TO WantedTotalType
       MOVE PeriodAPInvoices TO PendingAmount
       PERFORM AddCreditLineIfMapped
    END-IF

*> Checks written: the liability cleared against the bank.
    IF PeriodVendorChecks > ZEROS
       MOVE "APAY" TO WantedTotalType
       MOVE PeriodVendorChecks TO PendingAmount
       PERFORM AddDebitLineIfMapped

       MOVE "BANK" TO WantedTotalType
       MOVE PeriodVendorChecks TO PendingAmount
       PERFORM AddCreditLineIfMapped
    END-IF

    IF PeriodStudioChecks > ZEROS
       MOVE "ROYP" TO WantedTotalType
       MOVE PeriodStudioChecks TO PendingAmount
       PERFORM AddDebitLineIfMapped

       MOVE "BANK" TO WantedTotalType
       MOVE PeriodStudioChecks TO PendingAmount
       PERFORM AddCreditLineIfMapped
    END-IF

*> Exchange realized on foreign-currency payments: a gain means the
*> till took in more dollars than the items were carried at.
    IF PeriodRealizedFX NOT EQUAL ZEROS
       MOVE "TILL" TO AdjustTotalType
       MOVE "FXR " TO AdjustGainType
       MOVE PeriodRealizedFX TO AdjustAmount
       PERFORM AddAdjustmentLines
    END-IF

*> The month-end revaluation, then its reversal into the next month:
*> an AR gain raises AR control, a store-credit gain lowers the
*> gift-card liability, and the reversal undoes both.
    IF RevalFoundForPeriod
       MOVE SavedRevalDate TO PendingJournalDate
       PERFORM AddRevaluationLines
       MOVE SavedReversalDate TO PendingJournalDate
       COMPUTE SavedARAdjust = 0 - SavedARAdjust
       COMPUTE SavedCreditAdjust = 0 - SavedCreditAdjust
       PERFORM AddRevaluationLines
       MOVE SavedEndDate TO PendingJournalDate
    END-IF.

AddRevaluationLines.
    MOVE "FXU " TO AdjustGainType
    IF SavedARAdjust NOT EQUAL ZEROS
       MOVE "ARC " TO AdjustTotalType
       MOVE SavedARAdjust TO AdjustAmount
       PERFORM AddAdjustmentLines
    END-IF
    IF SavedCreditAdjust NOT EQUAL ZEROS
       MOVE "GCLB" TO AdjustTotalType
       MOVE SavedCreditAdjust TO AdjustAmount
       PERFORM AddAdjustmentLines
    END-IF.

AddAdjustmentLines.
*> A gain debits the balance-sheet account and credits the gain or
*> loss account; a loss is the same pair the other way round.
    IF AdjustAmount > ZEROS
       MOVE AdjustAmount TO PendingAmount
       MOVE AdjustTotalType TO WantedTotalType
       PERFORM AddDebitLineIfMapped
       MOVE AdjustGainType TO WantedTotalType
       PERFORM AddCreditLineIfMapped
    ELSE
       COMPUTE PendingAmount = 0 - AdjustAmount
       MOVE AdjustGainType TO WantedTotalType
       PERFORM AddDebitLineIfMapped
       MOVE AdjustTotalType TO WantedTotalType
       PERFORM AddCreditLineIfMapped
    END-IF.

LookUpMapping.

AddDebitLineIfMapped.
    PERFORM LookUpMapping
    IF MappingFound AND JournalLineCount < 80
       ADD 1 TO JournalLineCount
       MOVE PendingJournalDate TO JrnDate(JournalLineCount)
       MOVE FoundAccountNum  TO JrnAccountNum(JournalLineCount)
       MOVE FoundAccountName TO JrnAccountName(JournalLineCount)
       MOVE PendingAmount TO JrnDebit(JournalLineCount)

AddCreditLineIfMapped.
    PERFORM LookUpMapping
    IF MappingFound AND JournalLineCount < 80
       ADD 1 TO JournalLineCount
       MOVE PendingJournalDate TO JrnDate(JournalLineCount)
       MOVE FoundAccountNum  TO JrnAccountNum(JournalLineCount)
       MOVE FoundAccountName TO JrnAccountName(JournalLineCount)
       MOVE ZEROS TO JrnDebit(JournalLineCount)
    DISPLAY "====================================================="
    PERFORM VARYING JLIdx FROM 1 BY 1 UNTIL JLIdx > JournalLineCount
       INITIALIZE GLExtractRec
       MOVE JrnDate(JLIdx)        TO JournalDate-GL
       MOVE JrnAccountNum(JLIdx)  TO AccountNum-GL
       MOVE JrnAccountName(JLIdx) TO AccountName-GL
       MOVE JrnDebit(JLIdx)       TO DebitAmount-GL
       WRITE GLExtractRec
       IF JrnDebit(JLIdx) > ZEROS
          MOVE JrnDebit(JLIdx) TO Amount-Ed
          DISPLAY "  " JrnDate(JLIdx) " DR " JrnAccountNum(JLIdx)
                  SPACE JrnAccountName(JLIdx) SPACE Amount-Ed
       ELSE
          MOVE JrnCredit(JLIdx) TO Amount-Ed
          DISPLAY "  " JrnDate(JLIdx) " CR " JrnAccountNum(JLIdx)
                  SPACE JrnAccountName(JLIdx) SPACE Amount-Ed
       END-IF
    END-PERFORM
    CLOSE GLExtractFile
