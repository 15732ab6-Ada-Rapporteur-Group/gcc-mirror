*> every payment to PaymentsFile so the period-end close can total
*> payments alongside rental revenue. Receipt numbers are issued from
*> a one-record counter file so they keep climbing across runs.
*> A till at a store that bills in another currency - the Windsor
*> store's Canadian dollars - takes the tender in that currency and
*> books its dollar value at today's rate. Items the store billed in
*> that currency are settled at the rate they were posted at, so the
*> difference between what the customer's money is worth today and
*> what the item was carried at is written away, item by item, as a
*> realized exchange gain or loss for the GL extract to post.
*> One payment may be made up of several tenders - part on a gift
*> card, part cash, the rest on a card. They are taken in turn, all
*> applied to the open items together and printed on one receipt,
*> and each is written as its own payment line under that receipt
*> number, so the till session, the drawer count, the deposit slip
*> and the card settlement match still see every tender as its own
*> type.
*> The Windsor till also takes US cash. The posted buy rate comes
*> from GetCashBuyRate, the notes are valued in Canadian dollars at
*> it, the receipt shows the conversion, and change is worked out
*> and given in Canadian money. The payment line records the US
*> notes and the change apart from the dollar value booked, so the
*> drawer count and the deposit slip can keep the two currencies'
*> cash apart.
*> In training mode (see OperatorSignOnCheck) the payment is applied
*> to the training copies of the customer, ledger and payment files,
*> the receipt is stamped TRAINING, and nothing reaches the audit log
*> or the GL extract.
*> Each payment keeps the time the till took it, for the Listing18-52
*> hourly traffic report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   SELECT CustomerFile ASSIGN TO CustomerFileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CustomerId-CF
                     WITH DUPLICATES
        FILE STATUS IS CustomerStatus.

   SELECT ARLedgerFile ASSIGN TO ARLedgerFileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ARItemKey-AR
        FILE STATUS IS ARLedgerStatus.

   SELECT PaymentsFile ASSIGN TO PaymentsFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PaymentsStatus.

   SELECT ReceiptNumFile ASSIGN TO ReceiptNumFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ReceiptNumStatus.

   SELECT GiftCardFile ASSIGN TO GiftCardFileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CardNum-GC
        FILE STATUS IS GiftCardStatus.

*> The rental behind an AR item says which store billed it.
   SELECT RentalFile ASSIGN TO RentalFileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RentalKey-RF
        ALTERNATE RECORD KEY IS FilmId-RF
                     WITH DUPLICATES
        FILE STATUS IS RentalStatus.

   SELECT RealizedFXFile ASSIGN TO RealizedFXFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RealizedFXStatus.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
01 GiftCardRec-GC.
   COPY GiftCardRec.

FD RentalFile.
01 RentalRec-RF.
   COPY RentalRec.

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

WORKING-STORAGE SECTION.
*> The files the counter writes are named here rather than in the
*> SELECTs, so that a training session can be pointed at the
*> training copies.
01 CustomerFileName         PIC X(40) VALUE "Listing17-26Customer.DAT".
01 ARLedgerFileName         PIC X(40) VALUE "Listing17-27ARLedger.DAT".
01 PaymentsFileName         PIC X(40) VALUE "Listing17-28Payments.DAT".
01 ReceiptNumFileName       PIC X(40) VALUE "Listing17-28ReceiptNum.DAT".
01 GiftCardFileName         PIC X(40) VALUE "Listing17-47GiftCards.DAT".
01 RentalFileName           PIC X(40) VALUE "Listing17-6Rental.DAT".
01 RealizedFXFileName       PIC X(40) VALUE "Listing17-28RealizedFX.DAT".
01 TrainingState            PIC X VALUE "N".
   88 TrainingModeOn          VALUE "Y".

01 CustomerStatus           PIC XX.
   88 CustomerOk  VALUE "02", "00".

01 GiftCardStatus           PIC XX.
   88 GiftCardOk  VALUE "02", "00".

01 RentalStatus             PIC XX.
   88 RentalOk  VALUE "02", "00".

01 RealizedFXStatus         PIC XX.

01 MenuChoice                PIC 9.
   88 MenuTakePayment         VALUE 1.
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
01 TillStoreId                PIC 99.

01 PayCustomerId              PIC 9(7).
01 PaymentAmount              PIC 9(5)V99.
01 TenderAmount               PIC 9(5)V99.
01 TenderChoice               PIC X.
   88 ValidTender               VALUE "C", "K", "D", "G", "U".
   88 GiftCardTender            VALUE "G".
   88 ForeignCashTender         VALUE "U".

*> The tenders making up the payment, in the order they were taken.
*> A check and a card may each appear once, since the returned-check
*> and chargeback runs find them by receipt number and tender type.
01 MaxTenders                 PIC 9 VALUE 6.
01 TenderTable.
   02 TenderCount             PIC 9 VALUE ZERO.
   02 TenderEntry OCCURS 6 TIMES INDEXED BY TnIdx.
      03 SplitTenderType      PIC X.
      03 SplitTenderAmount    PIC 9(5)V99.
      03 SplitTenderForeign   PIC 9(7)V99.
      03 SplitCardNum         PIC 9(8).
      03 SplitCashCurrency    PIC XXX.
      03 SplitCashTendered    PIC 9(5)V99.
      03 SplitChangeGiven     PIC 9(5)V99.
01 TenderEntryState           PIC X VALUE "N".
   88 TenderEntryDone           VALUE "Y".
01 TenderRepeated             PIC X VALUE "N".
   88 TenderAlreadyTaken        VALUE "Y".
01 AppliedToAllocate          PIC 9(5)V99 VALUE ZEROS.
01 TenderDescription          PIC X(9).
01 TenderAmount-Ed            PIC $$$,$$9.99.
01 RedeemCardNum              PIC 9(8).
01 GiftCardAccepted           PIC X VALUE "N".
   88 GiftCardRedeemed          VALUE "Y".
01 AppliedToItem              PIC 9(5)V99 VALUE ZEROS.
01 TotalApplied               PIC 9(5)V99 VALUE ZEROS.

*> Foreign-currency till: the store master's currency for the till's
*> store, the tender in that currency, and the rates it is valued at.
01 TillStoreName              PIC X(20).
01 TillCurrency               PIC XXX.
01 TillStoreState             PIC X.
01 StoreResult                PIC 9.
   88 StoreFound                VALUE 0.
01 ForeignTill                PIC X VALUE "N".
   88 TillTakesForeign          VALUE "Y".
01 TenderedForeign            PIC 9(7)V99 VALUE ZEROS.
01 TenderForeign              PIC 9(7)V99 VALUE ZEROS.
01 RemainingForeign           PIC 9(7)V99 VALUE ZEROS.
01 ForeignOpenOnItem          PIC 9(7)V99 VALUE ZEROS.
01 ForeignPaidOnItem          PIC 9(7)V99 VALUE ZEROS.
01 ReceivedForItem            PIC 9(5)V99 VALUE ZEROS.
01 TodayRate                  PIC 99V9(6) VALUE ZEROS.
01 ItemRate                   PIC 99V9(6) VALUE ZEROS.
01 RateResult                 PIC 9 VALUE ZERO.
   88 NoRateForCurrency         VALUE 2.
01 ItemRateResult             PIC 9 VALUE ZERO.
01 ItemStoreName              PIC X(20).
01 ItemCurrency               PIC XXX.
01 ItemStoreState             PIC X.
01 ItemStoreResult            PIC 9.
01 ItemCarried                PIC X VALUE "N".
   88 ItemCarriedInTillCurrency VALUE "Y".
01 RealizedGainLoss           PIC S9(5)V99 VALUE ZEROS.
01 PaymentGainLoss            PIC S9(5)V99 VALUE ZEROS.
01 TenderedForeign-Ed         PIC $$$,$$$,$$9.99.

*> US cash over the counter of a till in another currency: the notes,
*> what they buy in the till's currency at the posted rate, and the
*> change that goes back in the till's currency.
01 ForeignCashCurrency        PIC XXX VALUE "USD".
01 CashBuyRate                PIC 99V9(6) VALUE ZEROS.
01 BuyRateResult              PIC 9 VALUE ZERO.
   88 NoBuyRate                 VALUE 2.
01 ForeignCashNotes           PIC 9(5)V99 VALUE ZEROS.
01 ForeignCashValue           PIC 9(7)V99 VALUE ZEROS.
01 ChangeDue                  PIC 9(5)V99 VALUE ZEROS.
01 CashNotes-Ed               PIC ZZ,ZZ9.99.
01 CashValue-Ed               PIC Z,ZZZ,ZZ9.99.
01 ChangeDue-Ed               PIC ZZ,ZZ9.99.
01 GainLoss-Ed                PIC $$$,$$9.99-.

01 PaymentAmount-Ed           PIC $$$,$$9.99.
01 AppliedToItem-Ed           PIC $$$9.99.
01 ItemOpen-Ed                PIC $$$9.99.
01 QuiesceResult              PIC 9 VALUE ZERO.
   88 SystemQuiesced            VALUE 1.

*> Before/after images for the update journal.
01 JrnBeforeImage             PIC X(400) VALUE SPACES.
01 JrnAfterImage              PIC X(400) VALUE SPACES.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing17-28", "CustomerFile",
          CustomerRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-28", "RentalFile  ",
          RentalRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-28", "GiftCardFile",
          GiftCardRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    CALL "CheckQuiesce" USING QuiesceResult
    IF SystemQuiesced
       DISPLAY "Nightly close in progress - please try again when "
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    CALL "OperatorSignOnCheck" USING "Listing17-28", "O",
                                     OperatorId, SignOnResult
    CALL "SignOnRole" USING "Q", OperatorId, OperatorRole
    IF OperatorSignedOn
       PERFORM UseTrainingFiles
    END-IF
    IF OperatorSignedOn
       DISPLAY "Enter the Store Id for this till - " WITH NO ADVANCING
       ACCEPT TillStoreId
       CALL "GetStoreInfo" USING TillStoreId, TillStoreName,
                                 TillCurrency, TillStoreState,
                                 StoreResult
       IF StoreFound AND TillCurrency NOT EQUAL SPACES
                     AND TillCurrency NOT EQUAL "USD"
          SET TillTakesForeign TO TRUE
          DISPLAY "This till takes payments in " TillCurrency "."
       END-IF
       CALL "TillSessionControl" USING "O", OperatorId, TillStoreId,
                                       TillSessionNum, SessionResult
       IF SessionSettled
       END-IF
       OPEN I-O ARLedgerFile
       CALL "AuditLogFileEvent" USING "Listing17-28", "ARLedgerFile", "O", ARLedgerStatus, OperatorId
       OPEN INPUT RentalFile
       PERFORM LoadReceiptNum
       PERFORM MainMenu UNTIL MenuExit
       PERFORM SaveReceiptNum
       CLOSE GiftCardFile
       CLOSE ARLedgerFile
       CALL "AuditLogFileEvent" USING "Listing17-28", "ARLedgerFile", "C", ARLedgerStatus, OperatorId
       CLOSE RentalFile
       CALL "TillSessionControl" USING "C", OperatorId, TillStoreId,
                                       TillSessionNum, SessionResult
       DISPLAY "Till session " TillSessionNum " closed."
    END-IF
    DISPLAY SPACES
    DISPLAY "*** Payment Entry ***"
    IF TrainingModeOn
       DISPLAY "*** TRAINING MODE - practice only ***"
    END-IF
    DISPLAY "1 = Take a payment"
    DISPLAY "9 = Exit"
    DISPLAY "Enter your choice - " WITH NO ADVANCING
    ACCEPT MenuChoice
    PERFORM CheckMenuPermission
    IF MenuRefused
       EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
       WHEN MenuTakePayment  PERFORM TakePayment
       WHEN MenuExit          CONTINUE
       WHEN OTHER             DISPLAY "Please enter 1 or 9"
    END-EVALUATE.

CheckMenuPermission.
*> Every choice defaults to the operator role the sign-on asks for;
*> the Listing17-51 permission table can narrow any one of them.
    MOVE SPACES TO MenuFunction
    MOVE ZERO TO MenuPermission
    EVALUATE TRUE
       WHEN MenuTakePayment
          MOVE "PAYMENT" TO MenuFunction
          MOVE "O" TO MenuRole
    END-EVALUATE
    IF MenuFunction NOT EQUAL SPACES
       CALL "CheckPermission" USING "Listing17-28", MenuFunction, OperatorId,
                                    OperatorRole, MenuRole, MenuPermission
       IF MenuRefused
          DISPLAY "Operator " OperatorId " is not permitted to use "
                  "that function."
       END-IF
    END-IF.

TakePayment.
    DISPLAY "Enter the Customer Id - " WITH NO ADVANCING
    ACCEPT PayCustomerId
    END-IF.

TakePaymentForFoundCustomer.
*> Tenders are taken until the operator enters a zero amount; the
*> payment is their total.
    MOVE ZERO TO TenderCount
    MOVE ZEROS TO PaymentAmount TenderedForeign
    MOVE "N" TO TenderEntryState
    PERFORM UNTIL TenderEntryDone
       PERFORM TakeOneTender
    END-PERFORM
    IF TenderCount EQUAL ZERO
       DISPLAY "No tender taken - payment not recorded."
    ELSE
       PERFORM TakeValidatedPayment
    END-IF.

TakeOneTender.
    IF TenderCount NOT < MaxTenders
       DISPLAY "A receipt takes at most " MaxTenders " tenders."
       SET TenderEntryDone TO TRUE
       EXIT PARAGRAPH
    END-IF
    MOVE ZEROS TO TenderForeign
    IF TillTakesForeign
       PERFORM AcceptForeignTender
       IF NoRateForCurrency
          SET TenderEntryDone TO TRUE
          EXIT PARAGRAPH
       END-IF
    ELSE
       DISPLAY "Enter the amount tendered (zero when done) - "
               WITH NO ADVANCING
       ACCEPT TenderAmount
    END-IF
    IF TenderAmount EQUAL ZEROS
       SET TenderEntryDone TO TRUE
       EXIT PARAGRAPH
    END-IF
    IF TillTakesForeign
       DISPLAY "Enter the tender type (C=Cash K=Check D=Card "
               "G=Gift card U=US cash) - " WITH NO ADVANCING
    ELSE
       DISPLAY "Enter the tender type (C=Cash K=Check D=Card "
               "G=Gift card) - " WITH NO ADVANCING
    END-IF
    ACCEPT TenderChoice
    MOVE FUNCTION UPPER-CASE(TenderChoice) TO TenderChoice
    IF NOT ValidTender
       DISPLAY "Unrecognized tender type " TenderChoice
               " - tender not taken."
       EXIT PARAGRAPH
    END-IF
    IF ForeignCashTender AND NOT TillTakesForeign
       DISPLAY "US cash is only taken at a till in another "
               "currency - tender not taken."
       EXIT PARAGRAPH
    END-IF
*> A customer flagged by the Listing17-84 NSF run pays some other
*> way until the office clears the flag.
    IF TenderChoice EQUAL "K" AND ChecksBlocked-CF
       DISPLAY "REFUSED - checks are not accepted from this "
               "customer after a returned check."
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO TenderRepeated
    IF NOT GiftCardTender
       PERFORM VARYING TnIdx FROM 1 BY 1 UNTIL TnIdx > TenderCount
          IF SplitTenderType(TnIdx) EQUAL TenderChoice
             SET TenderAlreadyTaken TO TRUE
          END-IF
       END-PERFORM
    END-IF
    IF TenderAlreadyTaken
       DISPLAY "That tender type is already on this receipt - "
               "tender not taken."
       EXIT PARAGRAPH
    END-IF
    MOVE ZEROS TO RedeemCardNum ForeignCashNotes ChangeDue
    IF GiftCardTender
       PERFORM RedeemGiftCard
    ELSE
       MOVE "Y" TO GiftCardAccepted
       IF ForeignCashTender
          PERFORM TakeForeignCash
       END-IF
    END-IF
    IF GiftCardRedeemed
       ADD 1 TO TenderCount
       MOVE TenderChoice  TO SplitTenderType(TenderCount)
       MOVE TenderAmount  TO SplitTenderAmount(TenderCount)
       MOVE TenderForeign TO SplitTenderForeign(TenderCount)
       MOVE RedeemCardNum TO SplitCardNum(TenderCount)
       MOVE SPACES TO SplitCashCurrency(TenderCount)
       MOVE ZEROS  TO SplitCashTendered(TenderCount)
                      SplitChangeGiven(TenderCount)
       EVALUATE TRUE
          WHEN ForeignCashTender
             MOVE ForeignCashCurrency TO SplitCashCurrency(TenderCount)
             MOVE ForeignCashNotes TO SplitCashTendered(TenderCount)
             MOVE ChangeDue        TO SplitChangeGiven(TenderCount)
          WHEN TenderChoice EQUAL "C" AND TillTakesForeign
             MOVE TenderForeign    TO SplitCashTendered(TenderCount)
          WHEN TenderChoice EQUAL "C"
             MOVE TenderAmount     TO SplitCashTendered(TenderCount)
       END-EVALUATE
       ADD TenderAmount  TO PaymentAmount
       ADD TenderForeign TO TenderedForeign
       MOVE PaymentAmount TO PaymentAmount-Ed
       DISPLAY "Tendered so far " PaymentAmount-Ed
    END-IF.

AcceptForeignTender.
*> The dollar value of the tender is what the books take in; with
*> no rate for the till's currency there is no way to value it.
    DISPLAY "Enter the amount tendered in " TillCurrency
            " (zero when done) - " WITH NO ADVANCING
    ACCEPT TenderForeign
    MOVE ZEROS TO TenderAmount
    IF TenderForeign EQUAL ZEROS
       EXIT PARAGRAPH
    END-IF
    CALL "GetRateAsAt" USING TillCurrency, TodayDate, TodayRate,
                             RateResult
    IF TodayRate EQUAL ZEROS
       SET NoRateForCurrency TO TRUE
       DISPLAY "REFUSED - no " TillCurrency " rate on file; "
               "tender not taken."
    ELSE
       COMPUTE TenderAmount ROUNDED = TenderForeign / TodayRate
       MOVE TenderAmount TO TenderAmount-Ed
       DISPLAY "Dollar value at today's rate " TodayRate " is "
               TenderAmount-Ed
    END-IF.

TakeForeignCash.
*> The tender amount already keyed is what this cash pays, in the
*> till's currency; the US notes handed over must buy at least that
*> at the posted rate, and what they buy beyond it goes back as
*> change in the till's currency.
    CALL "GetCashBuyRate" USING TillCurrency, ForeignCashCurrency,
                                TodayDate, CashBuyRate, BuyRateResult
    IF NoBuyRate
       DISPLAY "REFUSED - no buy rate for " ForeignCashCurrency
               " cash on file; tender not taken."
       MOVE "N" TO GiftCardAccepted
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Posted buy rate " CashBuyRate SPACE TillCurrency
            " per " ForeignCashCurrency " 1.00"
    DISPLAY "Enter the " ForeignCashCurrency " cash handed over - "
            WITH NO ADVANCING
    ACCEPT ForeignCashNotes
    COMPUTE ForeignCashValue ROUNDED = ForeignCashNotes * CashBuyRate
    MOVE ForeignCashValue TO CashValue-Ed
    IF ForeignCashValue < TenderForeign
       DISPLAY "REFUSED - that cash buys only " TillCurrency
               CashValue-Ed " - tender not taken."
       MOVE "N" TO GiftCardAccepted
       EXIT PARAGRAPH
    END-IF
    COMPUTE ChangeDue = ForeignCashValue - TenderForeign
    MOVE ChangeDue TO ChangeDue-Ed
    DISPLAY "Worth " TillCurrency CashValue-Ed
            " - give change of " TillCurrency ChangeDue-Ed.

TakeValidatedPayment.
    ADD 1 TO NextReceiptNum
    PERFORM PrintReceiptHeader
                  "the state as unclaimed property."
       WHEN NOT CardActive-GC
          DISPLAY "REFUSED - card " RedeemCardNum " is closed."
       WHEN CardBalance-GC < TenderAmount
          MOVE CardBalance-GC TO CardBalance-Ed
          DISPLAY "REFUSED - card balance is only " CardBalance-Ed
                  "; tender the balance or a smaller amount."
       WHEN OTHER
          SUBTRACT TenderAmount FROM CardBalance-GC
          MOVE TodayDate TO LastActivityDate-GC
          REWRITE GiftCardRec-GC
             INVALID KEY DISPLAY "-GC ERROR Status = " GiftCardStatus
*> also oldest-first, since sequence numbers are issued in order),
*> paying each open item down until the tendered amount runs out.
    MOVE PaymentAmount TO RemainingToApply
    MOVE ZEROS TO TotalApplied PaymentGainLoss
    MOVE TenderedForeign TO RemainingForeign
    MOVE PayCustomerId TO CustomerId-AR
    MOVE ZEROS         TO ARItemSeqNum-AR
    START ARLedgerFile KEY IS GREATER THAN OR EQUAL ARItemKey-AR
    END-PERFORM.

ApplyToOneItem.
    MOVE ARItemRec-AR TO JrnBeforeImage
    IF TillTakesForeign
       PERFORM SettleItemInForeign
    ELSE
       IF RemainingToApply NOT < ARItemOpenAmount-AR
          MOVE ARItemOpenAmount-AR TO AppliedToItem
       ELSE
          MOVE RemainingToApply TO AppliedToItem
       END-IF
       SUBTRACT AppliedToItem FROM RemainingToApply
       ADD AppliedToItem TO TotalApplied
    END-IF
    SUBTRACT AppliedToItem FROM ARItemOpenAmount-AR
    IF ARItemOpenAmount-AR EQUAL ZEROS
       SET ARItemPaid-AR TO TRUE
    END-IF
    REWRITE ARItemRec-AR
       INVALID KEY DISPLAY "-AR ERROR Status = " ARLedgerStatus
       NOT INVALID KEY
          MOVE ARItemRec-AR TO JrnAfterImage
          CALL "JournalUpdate" USING "Listing17-28", OperatorId,
                "ARLedger    ", "R", JrnBeforeImage, JrnAfterImage
    END-REWRITE
    MOVE AppliedToItem TO AppliedToItem-Ed
    MOVE ARItemOpenAmount-AR TO ItemOpen-Ed
            ItemDate-Ed "  paid " AppliedToItem-Ed
            "  still open " ItemOpen-Ed.

SettleItemInForeign.
*> The item is owed in the till's currency at the rate it is carried
*> at. Whatever part of it the tender covers comes off the item at
*> that carrying rate and into the books at today's rate; the two
*> dollar figures differ by the realized exchange gain or loss.
    PERFORM FindItemRate
    COMPUTE ForeignOpenOnItem ROUNDED = ARItemOpenAmount-AR * ItemRate
    IF RemainingForeign NOT < ForeignOpenOnItem
       MOVE ForeignOpenOnItem TO ForeignPaidOnItem
       MOVE ARItemOpenAmount-AR TO AppliedToItem
    ELSE
       MOVE RemainingForeign TO ForeignPaidOnItem
       COMPUTE AppliedToItem ROUNDED = ForeignPaidOnItem / ItemRate
       IF AppliedToItem > ARItemOpenAmount-AR
          MOVE ARItemOpenAmount-AR TO AppliedToItem
       END-IF
    END-IF
    IF ItemCarriedInTillCurrency
       COMPUTE ReceivedForItem ROUNDED = ForeignPaidOnItem / TodayRate
    ELSE
       MOVE AppliedToItem TO ReceivedForItem
    END-IF
    SUBTRACT ForeignPaidOnItem FROM RemainingForeign
    COMPUTE RemainingToApply ROUNDED = RemainingForeign / TodayRate
    ADD ReceivedForItem TO TotalApplied
    COMPUTE RealizedGainLoss = ReceivedForItem - AppliedToItem
    IF RealizedGainLoss NOT EQUAL ZEROS
       ADD RealizedGainLoss TO PaymentGainLoss
       PERFORM WriteRealizedFXRecord
    END-IF.

FindItemRate.
*> Only an item from a rental at a store billing in the till's
*> currency was posted in that currency; fees with no rental behind
*> them, and rentals at dollar stores, are dollar items valued at
*> today's rate like the tender itself.
    MOVE "N" TO ItemCarried
    MOVE TodayRate TO ItemRate
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
    CALL "GetStoreInfo" USING StoreId-RF, ItemStoreName, ItemCurrency,
                              ItemStoreState, ItemStoreResult
    IF ItemCurrency EQUAL TillCurrency
       CALL "GetRateAsAt" USING TillCurrency, ARItemDate-AR, ItemRate,
                                ItemRateResult
       IF ItemRate EQUAL ZEROS
          MOVE TodayRate TO ItemRate
       ELSE
          SET ItemCarriedInTillCurrency TO TRUE
       END-IF
    END-IF.

WriteRealizedFXRecord.
    OPEN EXTEND RealizedFXFile
    IF RealizedFXStatus EQUAL "35"
       CLOSE RealizedFXFile
       OPEN OUTPUT RealizedFXFile
    END-IF
    INITIALIZE RealizedFXRec
    MOVE TodayDate         TO RealizedDate-FX
    MOVE TillStoreId       TO StoreId-FX
    MOVE NextReceiptNum    TO ReceiptNum-FX
    MOVE PayCustomerId     TO CustomerId-FX
    MOVE ARItemSeqNum-AR   TO ARItemSeqNum-FX
    MOVE TillCurrency      TO CurrencyCode-FX
    MOVE ForeignPaidOnItem TO ForeignPaid-FX
    MOVE AppliedToItem     TO CarriedAmount-FX
    MOVE ReceivedForItem   TO ReceivedAmount-FX
    MOVE RealizedGainLoss  TO GainLoss-FX
    WRITE RealizedFXRec
    CLOSE RealizedFXFile.

PrintReceiptHeader.
    MOVE PaymentAmount TO PaymentAmount-Ed
    MOVE TodayDate TO PaymentDate-Ed
    DISPLAY "===================================================".
    DISPLAY "                 PAYMENT RECEIPT No. " NextReceiptNum.
    DISPLAY "===================================================".
    IF TrainingModeOn
       DISPLAY "     *** TRAINING - NOT A VALID RECEIPT ***"
    END-IF
    DISPLAY "Customer " CustomerId-CF " - " CustomerFirstName-CF
            SPACE CustomerSurname-CF.
    DISPLAY "Date " PaymentDate-Ed "  Store " TillStoreId
            "  Amount " PaymentAmount-Ed.
    PERFORM VARYING TnIdx FROM 1 BY 1 UNTIL TnIdx > TenderCount
       PERFORM DescribeTender
       MOVE SplitTenderAmount(TnIdx) TO TenderAmount-Ed
       IF SplitTenderType(TnIdx) EQUAL "G"
          DISPLAY "  Tender " TenderDescription " " TenderAmount-Ed
                  "  card " SplitCardNum(TnIdx)
       ELSE
          DISPLAY "  Tender " TenderDescription " " TenderAmount-Ed
       END-IF
       IF SplitTenderType(TnIdx) EQUAL "U"
          MOVE SplitCashTendered(TnIdx) TO CashNotes-Ed
          COMPUTE ForeignCashValue = SplitTenderForeign(TnIdx)
                                   + SplitChangeGiven(TnIdx)
          MOVE ForeignCashValue TO CashValue-Ed
          MOVE SplitChangeGiven(TnIdx) TO ChangeDue-Ed
          DISPLAY "    " ForeignCashCurrency CashNotes-Ed " at "
                  CashBuyRate " = " TillCurrency CashValue-Ed
          DISPLAY "    Change given " TillCurrency ChangeDue-Ed
       END-IF
    END-PERFORM
    IF TillTakesForeign
       MOVE TenderedForeign TO TenderedForeign-Ed
       DISPLAY "Tendered " TenderedForeign-Ed SPACE TillCurrency
               " at " TodayRate " per dollar"
    END-IF
    DISPLAY "---------------------------------------------------".

PrintReceiptFooter.
    IF RemainingToApply > ZEROS
       DISPLAY "  Unapplied (held as credit) " Unapplied-Ed
    END-IF
    IF PaymentGainLoss NOT EQUAL ZEROS
       MOVE PaymentGainLoss TO GainLoss-Ed
       DISPLAY "  Exchange gain/loss realized " GainLoss-Ed
    END-IF
    DISPLAY "  Thank you for your payment."
    IF TrainingModeOn
       DISPLAY "  TRAINING - no payment has been taken."
    END-IF
    DISPLAY "=====================================================".

DescribeTender.
    EVALUATE SplitTenderType(TnIdx)
       WHEN "C"   MOVE "Cash"      TO TenderDescription
       WHEN "K"   MOVE "Check"     TO TenderDescription
       WHEN "D"   MOVE "Card"      TO TenderDescription
       WHEN "G"   MOVE "Gift card" TO TenderDescription
       WHEN "U"   MOVE "US cash"   TO TenderDescription
    END-EVALUATE.

WritePaymentRecord.
*> One line per tender under the one receipt number. What the
*> payment applied is shared out over the tenders in the order they
*> were taken, so any unapplied credit sits on the last of them.
    OPEN EXTEND PaymentsFile
    IF PaymentsStatus EQUAL "35"
       CLOSE PaymentsFile
       OPEN OUTPUT PaymentsFile
    END-IF
    MOVE TotalApplied TO AppliedToAllocate
    PERFORM VARYING TnIdx FROM 1 BY 1 UNTIL TnIdx > TenderCount
       INITIALIZE PaymentRec-PM
       MOVE NextReceiptNum TO ReceiptNum-PM
       MOVE PayCustomerId  TO CustomerId-PM
       MOVE TillStoreId    TO StoreId-PM
       MOVE TodayDate      TO PaymentDate-PM
       MOVE FUNCTION CURRENT-DATE(9:6) TO PaymentTime-PM
       IF SplitTenderType(TnIdx) EQUAL "U"
          SET CashTender-PM TO TRUE
       ELSE
          MOVE SplitTenderType(TnIdx) TO TenderType-PM
       END-IF
       MOVE SplitTenderAmount(TnIdx) TO PaymentAmount-PM
       MOVE SplitCashCurrency(TnIdx) TO CashCurrency-PM
       MOVE SplitCashTendered(TnIdx) TO CashTendered-PM
       MOVE SplitChangeGiven(TnIdx)  TO ChangeGiven-PM
       IF AppliedToAllocate > SplitTenderAmount(TnIdx)
          MOVE SplitTenderAmount(TnIdx) TO AppliedAmount-PM
       ELSE
          MOVE AppliedToAllocate TO AppliedAmount-PM
       END-IF
       SUBTRACT AppliedAmount-PM FROM AppliedToAllocate
       MOVE TillSessionNum TO SessionNum-PM
       WRITE PaymentRec-PM
    END-PERFORM
    CLOSE PaymentsFile.

UseTrainingFiles.
*> OperatorSignOnCheck has settled whether this is a training session.
*> In training each file named at the head of WORKING-STORAGE
*> becomes its training copy; the reference files stay live.
    CALL "TrainingMode" USING "Q", TrainingState, RealizedFXFileName
    IF NOT TrainingModeOn
       EXIT PARAGRAPH
    END-IF
    CALL "TrainingMode" USING "F", TrainingState, CustomerFileName
    CALL "TrainingMode" USING "F", TrainingState, ARLedgerFileName
    CALL "TrainingMode" USING "F", TrainingState, PaymentsFileName
    CALL "TrainingMode" USING "F", TrainingState, ReceiptNumFileName
    CALL "TrainingMode" USING "F", TrainingState, GiftCardFileName
    CALL "TrainingMode" USING "F", TrainingState, RentalFileName
    CALL "TrainingMode" USING "F", TrainingState, RealizedFXFileName
*> The training copies only exist once Listing18-39 has built them.
    OPEN INPUT CustomerFile
    IF CustomerStatus NOT EQUAL "00"
       DISPLAY "The training files have not been built yet - "
               "Listing18-39 builds them overnight."
       MOVE 1 TO SignOnResult
    END-IF
    CLOSE CustomerFile.

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
WORKING-STORAGE SECTION.
01 SessionStatus            PIC XX.
   88 SessionOk  VALUE "02", "00".
01 SessionFileName          PIC X(40).
01 TrainingState            PIC X.
   88 TrainingModeOn          VALUE "Y".

01 TodayDate                PIC 9(8).
01 TimeNow                  PIC 9(6).
   MOVE ZEROS TO SessionNum-IO
   MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
   MOVE FUNCTION CURRENT-DATE(9:6) TO TimeNow
   MOVE "Listing17-80Sessions.DAT" TO SessionFileName
   CALL "TrainingMode" USING "F", TrainingState, SessionFileName

   OPEN I-O SessionFile
   IF SessionStatus EQUAL "35"
   CLOSE QuiesceFile
   EXIT PROGRAM.
END PROGRAM CheckQuiesce.

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
PROGRAM-ID. GetCashBuyRate.
AUTHOR. Michael Coughlan.
*> The posted rate a till buys another currency's cash at - how many
*> units of the store's own currency one unit of the customer's notes
*> is worth over the counter. The mid rate is crossed through the
*> dollar from the rates the Listing17-49 import keeps (GetRateAsAt
*> hands back units per dollar, and the dollar itself is one), and
*> the buy spread comes off it, so the store is never out of pocket
*> for the trip to the bank. Both tills call this, so the Windsor
*> counter quotes one rate whichever till the customer stands at.

DATA DIVISION.
WORKING-STORAGE SECTION.
*> Percent below the mid rate the store buys cash at.
01  BuySpreadPct               PIC 9V99 VALUE 2.50.

01  LocalRate                  PIC 99V9(6) VALUE ZEROS.
01  CashRate                   PIC 99V9(6) VALUE ZEROS.
01  LocalRateResult            PIC 9 VALUE ZERO.
01  CashRateResult             PIC 9 VALUE ZERO.

LINKAGE SECTION.
01  LocalCurrency-IO           PIC XXX.
01  CashCurrency-IO            PIC XXX.
01  AsAtDate-IO                PIC 9(8).
01  BuyRate-IO                 PIC 99V9(6).
01  BuyRateResult-IO           PIC 9.
    88  BuyRatePosted            VALUE 0.
    88  NoBuyRate                VALUE 2.

PROCEDURE DIVISION USING LocalCurrency-IO, CashCurrency-IO,
                          AsAtDate-IO, BuyRate-IO, BuyRateResult-IO.
Begin.
   MOVE ZEROS TO BuyRate-IO
   SET NoBuyRate TO TRUE

   IF LocalCurrency-IO EQUAL SPACES OR LocalCurrency-IO EQUAL "USD"
      MOVE 1 TO LocalRate
   ELSE
      CALL "GetRateAsAt" USING LocalCurrency-IO, AsAtDate-IO,
                               LocalRate, LocalRateResult
   END-IF
   IF CashCurrency-IO EQUAL SPACES OR CashCurrency-IO EQUAL "USD"
      MOVE 1 TO CashRate
   ELSE
      CALL "GetRateAsAt" USING CashCurrency-IO, AsAtDate-IO,
                               CashRate, CashRateResult
   END-IF

   IF LocalRate EQUAL ZEROS OR CashRate EQUAL ZEROS
      EXIT PROGRAM
   END-IF

   COMPUTE BuyRate-IO ROUNDED =
           LocalRate / CashRate * (100 - BuySpreadPct) / 100
   SET BuyRatePosted TO TRUE
   EXIT PROGRAM.
END PROGRAM GetCashBuyRate.

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
