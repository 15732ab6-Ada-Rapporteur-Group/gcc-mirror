IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-37.
AUTHOR. Michael Coughlan.
*> Nightly AR roll-forward proof. Nothing showed that the ledger
*> balanced from one night to the next, so this run stores each
*> night's closing figures and proves the next night's against them:
*> the opening balance, plus the charges posted, less the payments
*> received, less adjustments, plus returned checks and chargebacks,
*> plus refunds paid out, less bad-debt write-offs, must come to the
*> closing balance. Every movement is rebuilt from its own file -
*> PaymentsFile, the Listing17-32 adjustments, the Listing17-83
*> refunds, the Listing17-84 NSF file, the Listing18-18 disputes,
*> the Listing17-28 realized exchange file and the AR items dated
*> since the last proof - and the closing balance is counted afresh
*> off the ledger, so a program that changes the ledger without
*> leaving a trail shows up as a difference. The balance proved is
*> what customers owe net of the unapplied payment credit they hold,
*> since a refund or a reapplication moves money between the two.
*> Late fees topped up on items posted earlier (Listing17-27 and
*> Listing17-30 rewrite the item rather than post a second one) are
*> found from the change in the ledger's billed total and shown as
*> fee revisions. The roll-forward prints by store - the store that
*> rented the film behind an item, the till that took a payment;
*> items with no rental behind them are store 00 - and since a
*> customer pays at any till for items from any store, each store's
*> closing differs from its own movements by what was settled across
*> stores. Only the all-stores difference is a failure; it goes to
*> the central error log for the Listing17-56 morning summary. The
*> first run only lays down the opening figures. Run it last each
*> night, after every posting job.

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

   SELECT PaymentsFile ASSIGN TO "Listing17-28Payments.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PaymentsStatus.

   SELECT AdjustmentsFile ASSIGN TO "Listing17-32Adjustments.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AdjustmentsStatus.

   SELECT RefundsFile ASSIGN TO "Listing17-83Refunds.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RefundsStatus.

   SELECT NSFLogFile ASSIGN TO "Listing17-84NSF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NSFLogStatus.

   SELECT DisputeFile ASSIGN TO "Listing18-18Disputes.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ReceiptNum-DS
        FILE STATUS IS DisputeStatus.

   SELECT RealizedFXFile ASSIGN TO "Listing17-28RealizedFX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RealizedFXStatus.

   SELECT ProofFile ASSIGN TO "Listing18-37ARProof.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ProofStatus.

DATA DIVISION.
FILE SECTION.
FD ARLedgerFile.
01 ARItemRec-AR.
   COPY ARItemRec.

FD RentalFile.
01 RentalRec-RF.
   COPY RentalRec.

FD PaymentsFile.
01 PaymentRec-PM.
   COPY PaymentRec.

FD AdjustmentsFile.
01 AdjustmentRec-AJ.
   COPY AdjustmentRec.

FD RefundsFile.
01 RefundRec-RD.
   02 RefundNum-RD          PIC 9(7).
   02 CustomerId-RD         PIC 9(7).
   02 StoreId-RD            PIC 99.
   02 RefundDate-RD         PIC 9(8).
   02 RefundAmount-RD       PIC 9(5)V99.
   02 SupervisorId-RD       PIC 9(4).
   02 SessionNum-RD         PIC 9(7).

FD NSFLogFile.
01 NSFLogRec.
   02 NSFDate-NS            PIC 9(8).
   02 ReceiptNum-NS         PIC 9(7).
   02 CustomerId-NS         PIC 9(7).
   02 CheckAmount-NS        PIC 9(5)V99.
   02 NSFFee-NS             PIC 9(3)V99.
   02 OperatorId-NS         PIC 9(4).

FD DisputeFile.
01 DisputeRec-DS.
   COPY DisputeRec.

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

*> One line per store with a balance, then an all-stores line, for
*> every night proved. A rerun appends; the latest lines stand.
FD ProofFile.
01 ProofRec-PF.
   02 ProofDate-PF          PIC 9(8).
   02 ProofLineType-PF      PIC X.
      88 ProofStoreLine-PF    VALUE "S".
      88 ProofTotalLine-PF    VALUE "T".
   02 StoreId-PF            PIC 99.
   02 OpenItems-PF          PIC S9(9)V99 SIGN LEADING SEPARATE.
   02 UnappliedCredit-PF    PIC S9(9)V99 SIGN LEADING SEPARATE.
   02 NetBalance-PF         PIC S9(9)V99 SIGN LEADING SEPARATE.
   02 BilledTotal-PF        PIC S9(9)V99 SIGN LEADING SEPARATE.
   02 Difference-PF         PIC S9(9)V99 SIGN LEADING SEPARATE.

WORKING-STORAGE SECTION.
01 ARLedgerStatus           PIC XX.
01 RentalStatus             PIC XX.
   88 RentalOk  VALUE "02", "00".
01 PaymentsStatus           PIC XX.
01 AdjustmentsStatus        PIC XX.
01 RefundsStatus            PIC XX.
   88 EndOfRefunds            VALUE "10".
01 NSFLogStatus             PIC XX.
   88 EndOfNSFLog             VALUE "10".
01 DisputeStatus            PIC XX.
01 RealizedFXStatus         PIC XX.
   88 EndOfRealizedFX         VALUE "10".
01 ProofStatus              PIC XX.
   88 EndOfProofFile          VALUE "10".

01 TodayDate                 PIC 9(8).
*> The movements proved are those dated after the last night proved,
*> up to and including tonight.
01 OpeningDate               PIC 9(8) VALUE ZEROS.
01 OpeningFound              PIC X VALUE "N".
   88 HaveOpeningFigures       VALUE "Y".
01 LedgerRolled              PIC X VALUE "N".
   88 LedgerWasRolled          VALUE "Y".

*> One entry per store, subscripted by StoreId plus one.
01 StoreProofTable.
   02 StoreProof OCCURS 100 TIMES.
      03 StoreActivity       PIC X.
         88 StoreHasActivity   VALUE "Y".
      03 OpeningNet          PIC S9(9)V99.
      03 OpeningBilled       PIC S9(9)V99.
      03 ChargesPosted       PIC S9(9)V99.
      03 FeeRevisions        PIC S9(9)V99.
      03 PaymentsReceived    PIC S9(9)V99.
      03 AdjustmentsMade     PIC S9(9)V99.
      03 NSFReversals        PIC S9(9)V99.
      03 ChargebacksMade     PIC S9(9)V99.
      03 ChargebacksWon      PIC S9(9)V99.
      03 RefundsPaid         PIC S9(9)V99.
      03 WriteOffsMade       PIC S9(9)V99.
      03 ExchangeDiffs       PIC S9(9)V99.
      03 NewItemsBilled      PIC S9(9)V99.
      03 ClosingOpenItems    PIC S9(9)V99.
      03 ClosingCredit       PIC S9(9)V99.
      03 ClosingNet          PIC S9(9)V99.
      03 ClosingBilled       PIC S9(9)V99.
      03 ExpectedClosing     PIC S9(9)V99.
      03 CrossStoreAmount    PIC S9(9)V99.

01 StoreSub                  PIC 9(3).
01 BalanceStoreId            PIC 99.

*> Tonight's returned checks, held until the payments pass finds the
*> till that took each one.
01 NSFTable.
   02 NSFCount               PIC 9(3) VALUE ZEROS.
   02 NSFEntry OCCURS 200 TIMES INDEXED BY NSIdx.
      03 NSFReceiptNum       PIC 9(7).
      03 NSFStoreId          PIC 99.
      03 NSFCheckAmount      PIC 9(5)V99.

01 AllStores.
   02 AllOpeningNet          PIC S9(9)V99 VALUE ZEROS.
   02 AllCharges             PIC S9(9)V99 VALUE ZEROS.
   02 AllRevisions           PIC S9(9)V99 VALUE ZEROS.
   02 AllPayments            PIC S9(9)V99 VALUE ZEROS.
   02 AllAdjustments         PIC S9(9)V99 VALUE ZEROS.
   02 AllNSF                 PIC S9(9)V99 VALUE ZEROS.
   02 AllChargebacks         PIC S9(9)V99 VALUE ZEROS.
   02 AllChargebacksWon      PIC S9(9)V99 VALUE ZEROS.
   02 AllRefunds             PIC S9(9)V99 VALUE ZEROS.
   02 AllWriteOffs           PIC S9(9)V99 VALUE ZEROS.
   02 AllExchange            PIC S9(9)V99 VALUE ZEROS.
   02 AllExpected            PIC S9(9)V99 VALUE ZEROS.
   02 AllOpenItems           PIC S9(9)V99 VALUE ZEROS.
   02 AllCredit              PIC S9(9)V99 VALUE ZEROS.
   02 AllClosing             PIC S9(9)V99 VALUE ZEROS.
   02 AllBilled              PIC S9(9)V99 VALUE ZEROS.
   02 ProofDifference        PIC S9(9)V99 VALUE ZEROS.

01 UnappliedOnPayment        PIC S9(7)V99.
01 ItemsCounted              PIC 9(7) VALUE ZEROS.
01 StoresReported            PIC 99 VALUE ZEROS.

01 FileStatusMessage         PIC X(38).
01 Money-Ed                  PIC $$$,$$$,$$9.99-.
01 Date-Ed                   PIC 9999/99/99.
01 Count-Ed                  PIC Z,ZZZ,ZZ9.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing18-37", "RentalFile  ",
          RentalRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    INITIALIZE StoreProofTable
    PERFORM LoadOpeningFigures

    PERFORM CountClosingLedger
    PERFORM CountPaymentsAndCredit
    IF HaveOpeningFigures
       PERFORM RebuildAdjustments
       PERFORM RebuildRefunds
       PERFORM RebuildDisputes
       PERFORM RebuildExchangeDiffs
       PERFORM VARYING StoreSub FROM 1 BY 1 UNTIL StoreSub > 100
          PERFORM ProveOneStore
       END-PERFORM
    END-IF

    DISPLAY "====================================================="
            "=================="
    MOVE TodayDate TO Date-Ed
    DISPLAY "  AR ROLL-FORWARD PROOF - night of " Date-Ed
    IF HaveOpeningFigures
       MOVE OpeningDate TO Date-Ed
       DISPLAY "  Movements since the proof of " Date-Ed
    END-IF
    DISPLAY "====================================================="
            "=================="
    IF NOT HaveOpeningFigures
       PERFORM PrintBaselineOnly
    ELSE
       PERFORM VARYING StoreSub FROM 1 BY 1 UNTIL StoreSub > 100
          IF StoreHasActivity(StoreSub)
             PERFORM PrintStoreRollForward
          END-IF
       END-PERFORM
       PERFORM PrintAllStoresProof
    END-IF
    PERFORM SaveClosingFigures
    STOP RUN.

LoadOpeningFigures.
*> The opening figures are the latest night proved before tonight;
*> lines from a rerun of that night replace the earlier ones.
    OPEN INPUT ProofFile
    IF ProofStatus NOT EQUAL "00"
       CLOSE ProofFile
       EXIT PARAGRAPH
    END-IF
    READ ProofFile
       AT END SET EndOfProofFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfProofFile
       IF ProofDate-PF < TodayDate
          IF ProofDate-PF > OpeningDate
             INITIALIZE StoreProofTable
             MOVE ProofDate-PF TO OpeningDate
             SET HaveOpeningFigures TO TRUE
          END-IF
          IF ProofDate-PF EQUAL OpeningDate AND ProofStoreLine-PF
             COMPUTE StoreSub = StoreId-PF + 1
             MOVE NetBalance-PF  TO OpeningNet(StoreSub)
             MOVE BilledTotal-PF TO OpeningBilled(StoreSub)
             SET StoreHasActivity(StoreSub) TO TRUE
          END-IF
       END-IF
       READ ProofFile
          AT END SET EndOfProofFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE ProofFile.

CountClosingLedger.
*> One pass over the ledger counts tonight's closing open items and
*> billed total, and picks out the items dated since the last proof.
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
       ADD 1 TO ItemsCounted
       PERFORM CountOneItem
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
    END-PERFORM
    CLOSE RentalFile
    CLOSE ARLedgerFile.

CountOneItem.
    PERFORM FindItemStore
    SET StoreHasActivity(StoreSub) TO TRUE
    ADD ARItemOpenAmount-AR TO ClosingOpenItems(StoreSub)
    ADD ARItemAmount-AR     TO ClosingBilled(StoreSub)
    IF NOT HaveOpeningFigures
       OR ARItemDate-AR NOT > OpeningDate
       OR ARItemDate-AR > TodayDate
       EXIT PARAGRAPH
    END-IF
*> Returned-check and chargeback items are proved from their own
*> files, a bad-debt item records a write-off, and a brought-forward
*> item only restates what the year-end roll carried over.
    ADD ARItemAmount-AR TO NewItemsBilled(StoreSub)
    EVALUATE TRUE
       WHEN ARNSFReversalItem-AR
          CONTINUE
       WHEN ARChargebackItem-AR
          ADD ARItemAmount-AR TO ChargebacksMade(StoreSub)
       WHEN ARBadDebtItem-AR
          ADD ARItemAmount-AR TO WriteOffsMade(StoreSub)
       WHEN ARBalanceFwdItem-AR
          SET LedgerWasRolled TO TRUE
       WHEN OTHER
          ADD ARItemAmount-AR TO ChargesPosted(StoreSub)
    END-EVALUATE.

FindItemStore.
*> An item belongs to the store that rented the film behind it;
*> fees and balances with no rental behind them are store 00.
    MOVE ZEROS TO BalanceStoreId
    IF FilmId-AR NOT EQUAL ZEROS
       MOVE CustomerId-AR   TO CustomerId-RF
       MOVE FilmId-AR       TO FilmId-RF
       MOVE CheckoutDate-AR TO CheckoutDate-RF
       READ RentalFile
          KEY IS RentalKey-RF
          INVALID KEY CONTINUE
       END-READ
       IF RentalOk
          MOVE StoreId-RF TO BalanceStoreId
       END-IF
    END-IF
    COMPUTE StoreSub = BalanceStoreId + 1.

CountPaymentsAndCredit.
*> A bounced check's unapplied remainder went back to the bank with
*> it, so it is not credit; every other payment's unapplied part is.
    IF HaveOpeningFigures
       PERFORM LoadNSFInWindow
    END-IF
    OPEN INPUT PaymentsFile
    IF PaymentsStatus NOT EQUAL "00"
       CLOSE PaymentsFile
       PERFORM PostNSFReversals
       EXIT PARAGRAPH
    END-IF
    READ PaymentsFile
       AT END SET EndOfPayments TO TRUE
    END-READ
    PERFORM UNTIL EndOfPayments
       COMPUTE StoreSub = StoreId-PM + 1
       IF NOT PaymentBouncedNSF-PM
          COMPUTE UnappliedOnPayment = PaymentAmount-PM
                                     - AppliedAmount-PM
          IF UnappliedOnPayment > ZEROS
             SET StoreHasActivity(StoreSub) TO TRUE
             ADD UnappliedOnPayment TO ClosingCredit(StoreSub)
          END-IF
       END-IF
       IF HaveOpeningFigures
          AND PaymentDate-PM > OpeningDate
          AND PaymentDate-PM NOT > TodayDate
          SET StoreHasActivity(StoreSub) TO TRUE
          ADD PaymentAmount-PM TO PaymentsReceived(StoreSub)
       END-IF
       IF PaymentBouncedNSF-PM AND NSFCount > ZEROS
          SET NSIdx TO 1
          SEARCH NSFEntry
             AT END CONTINUE
             WHEN NSFReceiptNum(NSIdx) EQUAL ReceiptNum-PM
                MOVE StoreId-PM TO NSFStoreId(NSIdx)
          END-SEARCH
       END-IF
       READ PaymentsFile
          AT END SET EndOfPayments TO TRUE
       END-READ
    END-PERFORM
    CLOSE PaymentsFile
    PERFORM PostNSFReversals.

LoadNSFInWindow.
    MOVE ZEROS TO NSFCount
    OPEN INPUT NSFLogFile
    IF NSFLogStatus NOT EQUAL "00"
       CLOSE NSFLogFile
       EXIT PARAGRAPH
    END-IF
    READ NSFLogFile
       AT END SET EndOfNSFLog TO TRUE
    END-READ
    PERFORM UNTIL EndOfNSFLog
       IF NSFDate-NS > OpeningDate AND NSFDate-NS NOT > TodayDate
          AND NSFCount < 200
          ADD 1 TO NSFCount
          MOVE ReceiptNum-NS  TO NSFReceiptNum(NSFCount)
          MOVE ZEROS          TO NSFStoreId(NSFCount)
          MOVE CheckAmount-NS TO NSFCheckAmount(NSFCount)
       END-IF
       READ NSFLogFile
          AT END SET EndOfNSFLog TO TRUE
       END-READ
    END-PERFORM
    CLOSE NSFLogFile.

PostNSFReversals.
*> A returned check puts back all of it - what it had applied comes
*> back as the reversal item and its unapplied part stops being
*> credit - against the till that took it.
    PERFORM VARYING NSIdx FROM 1 BY 1 UNTIL NSIdx > NSFCount
       COMPUTE StoreSub = NSFStoreId(NSIdx) + 1
       SET StoreHasActivity(StoreSub) TO TRUE
       ADD NSFCheckAmount(NSIdx) TO NSFReversals(StoreSub)
    END-PERFORM.

RebuildAdjustments.
*> The full waiver is what the item's billed amount came down by.
*> Where more was waived than was still open the ledger records no
*> credit for the remainder, and the proof shows it as a difference.
    OPEN INPUT AdjustmentsFile
    IF AdjustmentsStatus NOT EQUAL "00"
       CLOSE AdjustmentsFile
       EXIT PARAGRAPH
    END-IF
    READ AdjustmentsFile
       AT END SET EndOfAdjustments TO TRUE
    END-READ
    PERFORM UNTIL EndOfAdjustments
       IF AdjustmentDate-AJ > OpeningDate
          AND AdjustmentDate-AJ NOT > TodayDate
          COMPUTE StoreSub = StoreId-AJ + 1
          SET StoreHasActivity(StoreSub) TO TRUE
          ADD AmountWaived-AJ TO AdjustmentsMade(StoreSub)
       END-IF
       READ AdjustmentsFile
          AT END SET EndOfAdjustments TO TRUE
       END-READ
    END-PERFORM
    CLOSE AdjustmentsFile.

RebuildRefunds.
    OPEN INPUT RefundsFile
    IF RefundsStatus NOT EQUAL "00"
       CLOSE RefundsFile
       EXIT PARAGRAPH
    END-IF
    READ RefundsFile
       AT END SET EndOfRefunds TO TRUE
    END-READ
    PERFORM UNTIL EndOfRefunds
       IF RefundDate-RD > OpeningDate
          AND RefundDate-RD NOT > TodayDate
          COMPUTE StoreSub = StoreId-RD + 1
          SET StoreHasActivity(StoreSub) TO TRUE
          ADD RefundAmount-RD TO RefundsPaid(StoreSub)
       END-IF
       READ RefundsFile
          AT END SET EndOfRefunds TO TRUE
       END-READ
    END-PERFORM
    CLOSE RefundsFile.

RebuildDisputes.
*> A won dispute closes its chargeback item, which has no rental
*> behind it and so sits with store 00.
    OPEN INPUT DisputeFile
    IF DisputeStatus NOT EQUAL "00"
       CLOSE DisputeFile
       EXIT PARAGRAPH
    END-IF
    READ DisputeFile NEXT RECORD
       AT END SET EndOfDisputes TO TRUE
    END-READ
    PERFORM UNTIL EndOfDisputes
       IF DisputeWon-DS
          AND DecidedDate-DS > OpeningDate
          AND DecidedDate-DS NOT > TodayDate
          AND ReversalSeqNum-DS NOT EQUAL ZEROS
          SET StoreHasActivity(1) TO TRUE
          ADD ReversedAmount-DS TO ChargebacksWon(1)
       END-IF
       READ DisputeFile NEXT RECORD
          AT END SET EndOfDisputes TO TRUE
       END-READ
    END-PERFORM
    CLOSE DisputeFile.

RebuildExchangeDiffs.
*> A foreign tender settles an item at its carrying rate and books
*> today's dollar value, so the balance falls by less (or more) than
*> the payment by the realized gain or loss.
    OPEN INPUT RealizedFXFile
    IF RealizedFXStatus NOT EQUAL "00"
       CLOSE RealizedFXFile
       EXIT PARAGRAPH
    END-IF
    READ RealizedFXFile
       AT END SET EndOfRealizedFX TO TRUE
    END-READ
    PERFORM UNTIL EndOfRealizedFX
       IF RealizedDate-FX > OpeningDate
          AND RealizedDate-FX NOT > TodayDate
          COMPUTE StoreSub = StoreId-FX + 1
          SET StoreHasActivity(StoreSub) TO TRUE
          ADD GainLoss-FX TO ExchangeDiffs(StoreSub)
       END-IF
       READ RealizedFXFile
          AT END SET EndOfRealizedFX TO TRUE
       END-READ
    END-PERFORM
    CLOSE RealizedFXFile.

ProveOneStore.
*> Fee revisions are whatever moved the billed total other than new
*> items and waivers. The year-end roll archives the settled items,
*> so on a night it ran the billed total starts again from here.
    COMPUTE ClosingNet(StoreSub) = ClosingOpenItems(StoreSub)
                                 - ClosingCredit(StoreSub)
    IF LedgerWasRolled
       MOVE ZEROS TO FeeRevisions(StoreSub)
    ELSE
       COMPUTE FeeRevisions(StoreSub) = ClosingBilled(StoreSub)
                                      - OpeningBilled(StoreSub)
                                      - NewItemsBilled(StoreSub)
                                      + AdjustmentsMade(StoreSub)
    END-IF
    COMPUTE ExpectedClosing(StoreSub) = OpeningNet(StoreSub)
                                      + ChargesPosted(StoreSub)
                                      + FeeRevisions(StoreSub)
                                      - PaymentsReceived(StoreSub)
                                      - AdjustmentsMade(StoreSub)
                                      + NSFReversals(StoreSub)
                                      + ChargebacksMade(StoreSub)
                                      - ChargebacksWon(StoreSub)
                                      + RefundsPaid(StoreSub)
                                      - WriteOffsMade(StoreSub)
                                      + ExchangeDiffs(StoreSub)
    COMPUTE CrossStoreAmount(StoreSub) = ClosingNet(StoreSub)
                                       - ExpectedClosing(StoreSub)
    ADD OpeningNet(StoreSub)        TO AllOpeningNet
    ADD ChargesPosted(StoreSub)     TO AllCharges
    ADD FeeRevisions(StoreSub)      TO AllRevisions
    ADD PaymentsReceived(StoreSub)  TO AllPayments
    ADD AdjustmentsMade(StoreSub)   TO AllAdjustments
    ADD NSFReversals(StoreSub)      TO AllNSF
    ADD ChargebacksMade(StoreSub)   TO AllChargebacks
    ADD ChargebacksWon(StoreSub)    TO AllChargebacksWon
    ADD RefundsPaid(StoreSub)       TO AllRefunds
    ADD WriteOffsMade(StoreSub)     TO AllWriteOffs
    ADD ExchangeDiffs(StoreSub)     TO AllExchange
    ADD ExpectedClosing(StoreSub)   TO AllExpected
    ADD ClosingOpenItems(StoreSub)  TO AllOpenItems
    ADD ClosingCredit(StoreSub)     TO AllCredit
    ADD ClosingNet(StoreSub)        TO AllClosing
    ADD ClosingBilled(StoreSub)     TO AllBilled.

PrintStoreRollForward.
    COMPUTE BalanceStoreId = StoreSub - 1
    ADD 1 TO StoresReported
    DISPLAY SPACES
    IF BalanceStoreId EQUAL ZEROS
       DISPLAY "  Store 00 - fees and balances with no rental behind "
               "them"
    ELSE
       DISPLAY "  Store " BalanceStoreId
    END-IF
    MOVE OpeningNet(StoreSub) TO Money-Ed
    DISPLAY "    Opening balance               " Money-Ed
    MOVE ChargesPosted(StoreSub) TO Money-Ed
    DISPLAY "    + Charges posted              " Money-Ed
    MOVE FeeRevisions(StoreSub) TO Money-Ed
    DISPLAY "    + Late-fee revisions          " Money-Ed
    MOVE PaymentsReceived(StoreSub) TO Money-Ed
    DISPLAY "    - Payments received           " Money-Ed
    MOVE AdjustmentsMade(StoreSub) TO Money-Ed
    DISPLAY "    - Adjustments                 " Money-Ed
    MOVE NSFReversals(StoreSub) TO Money-Ed
    DISPLAY "    + Returned checks (NSF)       " Money-Ed
    MOVE ChargebacksMade(StoreSub) TO Money-Ed
    DISPLAY "    + Chargebacks                 " Money-Ed
    MOVE ChargebacksWon(StoreSub) TO Money-Ed
    DISPLAY "    - Chargebacks won back        " Money-Ed
    MOVE RefundsPaid(StoreSub) TO Money-Ed
    DISPLAY "    + Refunds paid out            " Money-Ed
    MOVE WriteOffsMade(StoreSub) TO Money-Ed
    DISPLAY "    - Bad-debt write-offs         " Money-Ed
    MOVE ExchangeDiffs(StoreSub) TO Money-Ed
    DISPLAY "    + Realized exchange gain/loss " Money-Ed
    MOVE ExpectedClosing(StoreSub) TO Money-Ed
    DISPLAY "    = Closing by movements        " Money-Ed
    MOVE CrossStoreAmount(StoreSub) TO Money-Ed
    DISPLAY "      Settled across stores       " Money-Ed
    MOVE ClosingNet(StoreSub) TO Money-Ed
    DISPLAY "    Closing balance on the ledger " Money-Ed.

PrintAllStoresProof.
    COMPUTE ProofDifference = AllClosing - AllExpected
    DISPLAY SPACES
    DISPLAY "-----------------------------------------------------"
            "------------------"
    DISPLAY "  All stores (" StoresReported " reported)"
    MOVE AllOpeningNet TO Money-Ed
    DISPLAY "    Opening balance               " Money-Ed
    MOVE AllCharges TO Money-Ed
    DISPLAY "    + Charges posted              " Money-Ed
    MOVE AllRevisions TO Money-Ed
    DISPLAY "    + Late-fee revisions          " Money-Ed
    MOVE AllPayments TO Money-Ed
    DISPLAY "    - Payments received           " Money-Ed
    MOVE AllAdjustments TO Money-Ed
    DISPLAY "    - Adjustments                 " Money-Ed
    MOVE AllNSF TO Money-Ed
    DISPLAY "    + Returned checks (NSF)       " Money-Ed
    MOVE AllChargebacks TO Money-Ed
    DISPLAY "    + Chargebacks                 " Money-Ed
    MOVE AllChargebacksWon TO Money-Ed
    DISPLAY "    - Chargebacks won back        " Money-Ed
    MOVE AllRefunds TO Money-Ed
    DISPLAY "    + Refunds paid out            " Money-Ed
    MOVE AllWriteOffs TO Money-Ed
    DISPLAY "    - Bad-debt write-offs         " Money-Ed
    MOVE AllExchange TO Money-Ed
    DISPLAY "    + Realized exchange gain/loss " Money-Ed
    MOVE AllExpected TO Money-Ed
    DISPLAY "    = Closing by movements        " Money-Ed
    MOVE AllOpenItems TO Money-Ed
    DISPLAY "    Open items on the ledger      " Money-Ed
    MOVE AllCredit TO Money-Ed
    DISPLAY "    - Unapplied payment credit    " Money-Ed
    MOVE AllClosing TO Money-Ed
    DISPLAY "    = Closing balance             " Money-Ed
    MOVE ProofDifference TO Money-Ed
    DISPLAY "    DIFFERENCE                    " Money-Ed
    IF LedgerWasRolled
       DISPLAY "  The ledger was rolled for the year end - late-fee "
               "revisions are not proved tonight."
    END-IF
    IF NSFCount NOT < 200
       DISPLAY "  NOTE - more returned checks than the table holds; "
               "the proof is short some of them."
    END-IF
    IF ProofDifference EQUAL ZEROS
       DISPLAY "  The ledger proves."
    ELSE
       DISPLAY "  *** THE LEDGER DOES NOT PROVE ***"
       MOVE SPACES TO FileStatusMessage
       STRING "AR roll-forward out by " DELIMITED BY SIZE
              Money-Ed DELIMITED BY SIZE
         INTO FileStatusMessage
       END-STRING
       CALL "ErrorLogFileStatus" USING "Listing18-37", "ARLedgerFile",
             "ROLLFWD   ", "RF", FileStatusMessage
    END-IF
    DISPLAY "====================================================="
            "==================".

PrintBaselineOnly.
*> Nothing to prove against on the first night - the ledger as it
*> stands becomes the opening balance for tomorrow.
    PERFORM VARYING StoreSub FROM 1 BY 1 UNTIL StoreSub > 100
       COMPUTE ClosingNet(StoreSub) = ClosingOpenItems(StoreSub)
                                    - ClosingCredit(StoreSub)
       ADD ClosingOpenItems(StoreSub) TO AllOpenItems
       ADD ClosingCredit(StoreSub)    TO AllCredit
       ADD ClosingNet(StoreSub)       TO AllClosing
       ADD ClosingBilled(StoreSub)    TO AllBilled
    END-PERFORM
    MOVE ItemsCounted TO Count-Ed
    DISPLAY "  No earlier proof on file - tonight's figures are laid "
            "down as the opening"
    DISPLAY "  balance for the next proof. Ledger items " Count-Ed
    MOVE AllOpenItems TO Money-Ed
    DISPLAY "    Open items on the ledger      " Money-Ed
    MOVE AllCredit TO Money-Ed
    DISPLAY "    - Unapplied payment credit    " Money-Ed
    MOVE AllClosing TO Money-Ed
    DISPLAY "    = Closing balance             " Money-Ed
    DISPLAY "====================================================="
            "==================".

SaveClosingFigures.
    OPEN EXTEND ProofFile
    IF ProofStatus EQUAL "35"
       CLOSE ProofFile
       OPEN OUTPUT ProofFile
    END-IF
    PERFORM VARYING StoreSub FROM 1 BY 1 UNTIL StoreSub > 100
       IF StoreHasActivity(StoreSub)
          MOVE TodayDate                  TO ProofDate-PF
          SET ProofStoreLine-PF           TO TRUE
          COMPUTE StoreId-PF = StoreSub - 1
          MOVE ClosingOpenItems(StoreSub) TO OpenItems-PF
          MOVE ClosingCredit(StoreSub)    TO UnappliedCredit-PF
          MOVE ClosingNet(StoreSub)       TO NetBalance-PF
          MOVE ClosingBilled(StoreSub)    TO BilledTotal-PF
          MOVE CrossStoreAmount(StoreSub) TO Difference-PF
          WRITE ProofRec-PF
       END-IF
    END-PERFORM
    MOVE TodayDate       TO ProofDate-PF
    SET ProofTotalLine-PF TO TRUE
    MOVE ZEROS           TO StoreId-PF
    MOVE AllOpenItems    TO OpenItems-PF
    MOVE AllCredit       TO UnappliedCredit-PF
    MOVE AllClosing      TO NetBalance-PF
    MOVE AllBilled       TO BilledTotal-PF
    MOVE ProofDifference TO Difference-PF
    WRITE ProofRec-PF
    CLOSE ProofFile.

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
