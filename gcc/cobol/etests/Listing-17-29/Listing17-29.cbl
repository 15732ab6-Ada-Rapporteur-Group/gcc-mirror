*> Until now checkout records were only created by Listing17-6's
*> seeded BuildRentalFile or the nightly transaction run; this is
*> the live counter function.
*> A school or library on a house account takes nothing at the
*> till: the rental goes to the ledger on its purchase order against
*> the account's own credit limit, and is billed on the Listing18-20
*> monthly invoice. A member on a Listing18-21 subscription plan
*> rents at no charge - PriceFilmRental prices the plan's rentals at
*> zero - up to the plan's limit on films out at once; late fees
*> still run as for anyone else.
*> Surplus copies left over once a title's new-release peak has
*> passed are sold over the same counter as previously-viewed stock:
*> PriceUsedCopy prices the copy from its age and condition, sales
*> tax comes from GetTaxRateForStore, the barcode is retired on the
*> copy master and comes off the store's shelf count, and the sale
*> lands on a register Listing17-48 and the period close total as
*> sales revenue of its own.
*> Popcorn, candy and blank tapes are rung up over the counter too,
*> on their own or on the same transaction as a rental: each SKU is
*> priced from the Listing18-24 merchandise master, taxed unless its
*> tax class is exempt, and taken off the store's quantity on hand,
*> and the basket lands one line per SKU on a merchandise register
*> that Listing17-48 balances the drawer against and Listing17-45
*> posts to the GL.
*> The film inquiry also lists the titles customers who rented the
*> film went on to rent, from the weekly Listing18-25 affinity file,
*> so the clerk has something to suggest.
*> A title is stocked on VHS, DVD and Blu-ray under the one FilmId;
*> the format rented comes off the scanned copy (or is keyed for an
*> untracked one), the copy is taken off that format's shelf count,
*> PriceFilmRental prices it at that format's base fee, and the
*> rental carries the format. Holds and transfer requests raised
*> from the inquiry name a format too, or any format for a hold.
*> A family rents as one household: a secondary cardholder's card
*> is checked against that cardholder's own date of birth and the
*> rating and monthly spend caps the primary set, and the rental is
*> then written to the primary's account - which owns the balance
*> and the credit limit - marked with the cardholder who took it.
*> Members are identified by the membership card scanned at the
*> counter; a card reported lost or stolen, or since replaced, is
*> refused and the attempt logged for the weekly hotlist report.
*> At a store that trades in another currency - Windsor - a sale may
*> be paid in US cash: the notes are valued at the posted buy rate
*> from GetCashBuyRate, the till shows the conversion and the change
*> due in the store's own money, and the register line carries the
*> US notes and the change so Listing17-48 balances each currency's
*> drawer on its own.
*> When the shared files cannot be had - the batch window has the
*> system quiesced, or the file server is down - the till can work
*> offline: checkouts and payments on account are checked against
*> the customer and film cache Listing18-38 builds and written to the
*> store's store-and-forward log, and that run applies them through
*> the normal edits, credit checks and journal once the files are back.
*> In training mode (see OperatorSignOnCheck) every file the till
*> writes - rentals, customers, copies, holds, ledger, sales and the
*> offline log among them - is its training copy, rebuilt nightly by
*> Listing18-39; the film catalog and the other reference files stay
*> live, and nothing is journalled or audited.
*> A customer with a service case still open in Listing18-43 is
*> flagged at checkout, so the clerk knows a complaint is in hand.
*> Each checkout, and each void, is posted to the open-rentals index
*> through MaintainOpenRental so the nightly runs find it there.
*> The rental keeps the time of day it was checked out, for the
*> Listing18-52 hourly traffic report.
*> A new release is not rented before its street date - the studios
*> fine us for it - though the inquiry will still take a hold on it
*> for the customer, to be filled once copies may go out.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
                     WITH DUPLICATES
        FILE STATUS IS FilmStatus.

   SELECT RentalFile ASSIGN TO RentalFileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RentalKey-RF
                     WITH DUPLICATES
        FILE STATUS IS RentalStatus.

   SELECT CustomerFile ASSIGN TO CustomerFileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CustomerId-CF
                     WITH DUPLICATES
        FILE STATUS IS CustomerStatus.

    SELECT TierMovesFile ASSIGN TO TierMovesFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TierMovesStatus.

        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SecurityLogStatus.

    SELECT StoreCopyFile ASSIGN TO StoreCopyFileName
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS StoreCopyKey
        FILE STATUS IS StoreCopyStatus.

   SELECT CopyMasterFile ASSIGN TO CopyMasterFileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Barcode-CP
*> The cross-store inquiry can place a hold or raise a transfer
*> request on the spot, instead of the clerk phoning the other
*> store.
   SELECT HoldQueueFile ASSIGN TO HoldQueueFileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HoldQueueKey-HQ
        FILE STATUS IS HoldQueueStatus.

   SELECT TransferFile ASSIGN TO TransferFileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TransferNum-TR

*> A same-day void has to unwind any AR item the posting run has
*> already raised for the checkout.
   SELECT ARLedgerFile ASSIGN TO ARLedgerFileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ARItemKey-AR
        FILE STATUS IS ARLedgerStatus.

*> The subscription plan master - the plan's limit on films out at
*> once replaces the tier limit for an active subscriber.
   SELECT SubPlanFile ASSIGN TO "Listing18-21Plans.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PlanCode-SU
        FILE STATUS IS SubPlanStatus.

*> The void register Listing17-48's balancing reads - every void
*> names the operator, the supervisor who approved it and the value
*> taken back off the day.
    SELECT VoidRegisterFile ASSIGN TO VoidRegisterFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS VoidRegisterStatus.

*> Previously-viewed copies sold over the counter - read by the till
*> balancing and the period close for their sales-revenue lines.
    SELECT UsedSaleFile ASSIGN TO UsedSaleFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS UsedSaleStatus.

   SELECT MerchSkuFile ASSIGN TO MerchSkuFileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MerchSkuKey-MS
        FILE STATUS IS MerchSkuStatus.

*> Concessions and merchandise sold over the counter, one line per
*> SKU on the transaction - read by the till balancing and the GL
*> extract.
    SELECT MerchSaleFile ASSIGN TO MerchSaleFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MerchSaleStatus.

   SELECT AffinityFile ASSIGN TO "Listing18-25Affinity.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AffinityKey-AF
        FILE STATUS IS AffinityStatus.

*> Store-and-forward log and the customer/film cache the till works
*> from when it is offline - both kept at the store.
    SELECT OfflineLogFile ASSIGN TO OfflineLogFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OfflineLogStatus.

    SELECT OfflineCacheFile ASSIGN TO "Listing18-38OfflineCache.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CacheKey-OC
        FILE STATUS IS OfflineCacheStatus.

DATA DIVISION.
FILE SECTION.
FD FilmFile.
01 TransferRec-TR.
   COPY TransferRec.

FD SubPlanFile.
01 SubPlanRec-SU.
   COPY SubPlanRec.

FD VoidRegisterFile.
01 VoidRegisterRec.
   02 VoidDate-VR           PIC 9(8).
   02 SupervisorId-VR       PIC 9(4).
   02 SessionNum-VR         PIC 9(7).

FD UsedSaleFile.
01 UsedSaleRec-US.
   COPY UsedSaleRec.

FD MerchSkuFile.
01 MerchSkuRec-MS.
   COPY MerchSkuRec.

FD MerchSaleFile.
01 MerchSaleRec-MR.
   COPY MerchSaleRec.

FD AffinityFile.
01 AffinityRec-AF.
   COPY AffinityRec.

FD OfflineLogFile.
01 OfflineTxnRec-OL.
   COPY OfflineTxnRec.

FD OfflineCacheFile.
01 OfflineCacheRec-OC.
   COPY OfflineCacheRec.

WORKING-STORAGE SECTION.
*> The files the counter writes are named here rather than in the
*> SELECTs, so that a training session can be pointed at the
*> training copies.
01 RentalFileName           PIC X(40) VALUE "Listing17-6Rental.DAT".
01 CustomerFileName         PIC X(40) VALUE "Listing17-26Customer.DAT".
01 TierMovesFileName        PIC X(40) VALUE "Listing17-62TierMoves.DAT".
01 StoreCopyFileName        PIC X(40) VALUE "Listing17-6StoreCopy.DAT".
01 CopyMasterFileName       PIC X(40) VALUE "Listing17-36CopyMaster.DAT".
01 HoldQueueFileName        PIC X(40) VALUE "Listing17-6HoldQueue.DAT".
01 TransferFileName         PIC X(40) VALUE "Listing17-37Transfers.DAT".
01 ARLedgerFileName         PIC X(40) VALUE "Listing17-27ARLedger.DAT".
01 VoidRegisterFileName     PIC X(40) VALUE "Listing17-29Voids.DAT".
01 UsedSaleFileName         PIC X(40) VALUE "Listing17-29Sales.DAT".
01 MerchSkuFileName         PIC X(40) VALUE "Listing18-24Merch.DAT".
01 MerchSaleFileName        PIC X(40) VALUE "Listing17-29Merch.DAT".
01 OfflineLogFileName       PIC X(40) VALUE "Listing18-38OfflineLog.DAT".
01 TrainingState            PIC X VALUE "N".
   88 TrainingModeOn          VALUE "Y".

01 FilmStatus               PIC XX.
   88 FilmOk    VALUE "02", "00".

   88 MenuVoid                VALUE 2.
   88 MenuInquiry             VALUE 3.
   88 MenuSetCheckout         VALUE 4.
   88 MenuSellCopy            VALUE 5.
   88 MenuSellMerch           VALUE 6.
   88 MenuOfflinePayment      VALUE 7.
   88 MenuExit                VALUE 9.

01 SetMasterStatus          PIC XX.
   88 SetMasterOk VALUE "02", "00".
01 SubPlanStatus            PIC XX.
   88 SubPlanOk   VALUE "02", "00".
01 SetMemberStatus          PIC XX.
   88 SetMemberOk VALUE "02", "00".

   88 InquiryRaiseTransfer     VALUE "T", "t".
01 InquiryCustomerId         PIC 9(7).
01 InquiryFromStore          PIC 99.
01 InquiryFormat             PIC X.
   88 InquiryFormatValid       VALUE "V", "D", "B".
01 NextHoldSeqNum            PIC 9(5) VALUE ZEROS.
01 NextTransferNum           PIC 9(7) VALUE ZEROS.
01 AffinityStatus           PIC XX.
   88 AffinityOk  VALUE "02", "00".
*> The affinity file only exists once the weekly build has run.
01 AffinityState             PIC X VALUE "N".
   88 AffinityFileOpen         VALUE "Y".
01 AffinityLinesShown        PIC 9 VALUE ZERO.

01 ARLedgerStatus           PIC XX.
   88 ARLedgerOk  VALUE "02", "00".
01 VoidState                 PIC X VALUE "N".
   88 VoidRentalFound          VALUE "Y".
01 VoidBarcode               PIC 9(10) VALUE ZEROS.
01 VoidFormat                PIC X VALUE "V".
01 VoidPrice                 PIC 9(3)V99 VALUE ZEROS.
01 VoidPrice-Ed              PIC $$$9.99.
01 CopyPutBack               PIC X VALUE "N".
   88 VoidCopyPutBack          VALUE "Y".

*> A previously-viewed sale. At least SaleMinShelfCopies of the title
*> must stay on this store's shelf after the sale, and a title with
*> customers still queued for it is not sold off.
01 UsedSaleStatus           PIC XX.
01 SaleBarcode               PIC 9(10).
01 SaleFilmId                PIC 9(7).
01 SalePrice                 PIC 9(3)V99 VALUE ZEROS.
01 SaleTax                   PIC 9(3)V99 VALUE ZEROS.
01 SaleTotal                 PIC 9(4)V99 VALUE ZEROS.
01 SalePrice-Ed              PIC $$$9.99.
01 SaleTax-Ed                PIC $$$9.99.
01 SaleTotal-Ed              PIC $$,$$9.99.
01 SaleResult                PIC 9 VALUE 1.
   88 SaleCopyPriced           VALUE 0.
01 SaleTaxRate               PIC 9V9999 VALUE ZEROS.
01 SaleJurisdictionCode      PIC XXX.
01 SaleJurisdictionName      PIC X(20).
01 SaleTaxResult             PIC 9 VALUE 1.
   88 SaleTaxRateFound         VALUE 0.
01 SaleTenderType            PIC X.
   88 SaleTenderValid          VALUE "C", "K", "D", "U".
   88 SaleForeignCash          VALUE "U".

*> US cash taken for a sale at a till in another currency.
01 SaleAmountDue             PIC 9(5)V99 VALUE ZEROS.
01 SaleCashCurrency          PIC XXX VALUE "USD".
01 SaleBuyRate               PIC 99V9(6) VALUE ZEROS.
01 SaleBuyRateResult         PIC 9 VALUE ZERO.
   88 NoSaleBuyRate            VALUE 2.
01 SaleCashNotes             PIC 9(5)V99 VALUE ZEROS.
01 SaleCashValue             PIC 9(7)V99 VALUE ZEROS.
01 SaleChangeDue             PIC 9(5)V99 VALUE ZEROS.
01 SaleCashState             PIC X VALUE "Y".
   88 SaleCashShort            VALUE "N".
01 SaleCashNotes-Ed          PIC ZZ,ZZ9.99.
01 SaleCashValue-Ed          PIC Z,ZZZ,ZZ9.99.
01 SaleChangeDue-Ed          PIC ZZ,ZZ9.99.
01 SaleConfirmReply          PIC X.
   88 SaleConfirmed            VALUE "Y", "y".
01 SaleMinShelfCopies        PIC 9(3) VALUE 1.
01 SaleShelfKey              PIC 9(5) VALUE ZEROS.
01 SaleFormat                PIC X VALUE "V".
01 SaleOutcome               PIC X VALUE "Y".
   88 SaleRefused              VALUE "N".
01 SaleHoldsPending          PIC 9(5) VALUE ZEROS.

01 MerchSkuStatus           PIC XX.
   88 MerchSkuOk  VALUE "02", "00".
01 MerchSaleStatus          PIC XX.
01 MerchReply                PIC X.
   88 MerchWanted              VALUE "Y", "y".
01 MerchCustomerId           PIC 9(7) VALUE ZEROS.
01 MerchEnteredSku           PIC X(8).
01 MerchEnteredQty           PIC 9(3) VALUE ZEROS.
01 MerchInBasketQty          PIC 9(5) VALUE ZEROS.
01 MerchBasketState          PIC X VALUE "N".
   88 MerchBasketClosed        VALUE "Y".
01 MerchBasket.
   02 MerchItemCount          PIC 99 VALUE ZEROS.
   02 MerchItem OCCURS 20 TIMES INDEXED BY MbIdx.
      03 MerchItemSku         PIC X(8).
      03 MerchItemQty         PIC 9(3).
      03 MerchItemPrice       PIC 9(5)V99.
      03 MerchItemTax         PIC 9(3)V99.
01 MerchBasketValue          PIC 9(5)V99 VALUE ZEROS.
01 MerchBasketTax            PIC 9(5)V99 VALUE ZEROS.
01 MerchBasketTotal          PIC 9(5)V99 VALUE ZEROS.
01 MerchPrice-Ed             PIC $$,$$9.99.
01 MerchTotal-Ed             PIC $$,$$9.99.

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
   88 TillStoreOnMaster         VALUE 0.
01 TillStoreOutcome           PIC X VALUE "Y".
   88 TillStoreAccepted          VALUE "Y".
01 TillForeignCash            PIC X VALUE "N".
   88 TillTakesUSCash           VALUE "Y".
01 TillStoreCheck             PIC X VALUE "Y".
   88 TillStoreUnverified       VALUE "N".

*> The operator's till session for the shift - stamped on every
*> rental written, so Listing17-48 can break the day down by who
01 BDOtherDate                PIC 9(8) VALUE ZEROS.
01 BDWorkingFlag              PIC X.

*> The membership card scanned, or the Customer Id keyed when the
*> member has no card with them; CheckMemberCard tells them apart,
*> refuses a hotlisted card and logs the attempt.
01 CardOrCustomerNum          PIC 9(8) VALUE ZEROS.
01 CardCustomerId             PIC 9(7) VALUE ZEROS.
01 CardResult                 PIC 9 VALUE ZERO.
   88 CardCustomerFound         VALUE 0.
   88 CardRefused               VALUE 1.
   88 CardNotRecognised         VALUE 2.

01 CheckoutCustomerId         PIC 9(7).
01 CheckoutFilmId             PIC 9(7).
01 CheckoutBarcode            PIC 9(10).
01 CheckoutPromoCode          PIC X(6).
01 CheckoutFormat             PIC X VALUE "V".
   88 CheckoutFormatValid       VALUE "V", "D", "B".
01 PriceCharged               PIC 9(3)V99 VALUE ZEROS.
01 PriceRuleApplied           PIC 9(3) VALUE ZEROS.
01 PriceCharged-Ed            PIC $$$9.99.
01 StaffRate                  PIC 9(3)V99 VALUE 1.00.
01 StaffMonthCount            PIC 9(3) VALUE ZEROS.
01 TierDiscountPct            PIC 99 VALUE ZEROS.
01 SubscriptionPriceCode      PIC X(6) VALUE "SUBSCR".
01 PointsPerRental            PIC 99 VALUE 10.
01 SilverThreshold            PIC 9(5) VALUE 100.
01 GoldThreshold              PIC 9(5) VALUE 250.
01 SupSignOnResult            PIC 9 VALUE 1.
   88 SupervisorSignedOn        VALUE 0.

*> A secondary cardholder rents on the household's primary account:
*> the card keyed is kept as the cardholder, and its own date of
*> birth, rating cap and monthly spend cap still gate the checkout
*> once the primary's record has taken its place.
01 CardholderId               PIC 9(7) VALUE ZEROS.
01 CardholderBirthDate        PIC 9(8) VALUE ZEROS.
01 CardholderRatingCap        PIC X(3) VALUE SPACES.
01 CardholderSpendCap         PIC 9(5)V99 VALUE ZEROS.
01 CardholderMonthSpend       PIC 9(5)V99 VALUE ZEROS.
01 OpenCaseCount              PIC 9(3) VALUE ZEROS.
01 CardholderSpend-Ed         PIC $$$,$$9.99.
01 CardholderCap-Ed           PIC $$$,$$9.99.

*> Ratings from the most to the least restrictive; a film rated
*> above the cardholder's cap is refused.
01 RatingRankValues.
   02 FILLER                  PIC X(4) VALUE "U  1".
   02 FILLER                  PIC X(4) VALUE "PG 2".
   02 FILLER                  PIC X(4) VALUE "12 3".
   02 FILLER                  PIC X(4) VALUE "15 4".
   02 FILLER                  PIC X(4) VALUE "18 5".
01 RatingRankTable REDEFINES RatingRankValues.
   02 RatingRank OCCURS 5 TIMES INDEXED BY RkIdx.
      03 RankRating           PIC X(3).
      03 RankValue            PIC 9.
01 FilmRatingRank             PIC 9 VALUE ZERO.
01 CapRatingRank              PIC 9 VALUE ZERO.

01 CopyAllocated              PIC X VALUE "N".
   88 StoreCopyAllocated        VALUE "Y".

01 WaiverCharge-Ed            PIC $9.99.

01 DueDate-Ed                 PIC 9999/99/99.
01 StreetDate-Ed              PIC 9999/99/99.

*> Before/after images for the update journal.
01 JrnBeforeImage             PIC X(400) VALUE SPACES.
01 JrnAfterImage              PIC X(400) VALUE SPACES.

*> The nightly batch raises the quiesce flag while it owns the
*> files; writes hold off cleanly instead of sitting on a lock.
01 QuiesceResult              PIC 9 VALUE ZERO.
   88 SystemQuiesced            VALUE 1.

*> Offline working. When the shared files cannot be had the till
*> carries on from the cache Listing18-38 last built, and every
*> checkout and payment taken goes onto the store-and-forward log
*> for that run to replay once the files are back.
01 OfflineCacheStatus         PIC XX.
   88 OfflineCacheOk            VALUE "02", "00".
01 OfflineLogStatus           PIC XX.
01 OfflineMode                PIC X VALUE "N".
   88 TillIsOffline             VALUE "Y".
01 OfflineReply               PIC X VALUE "N".
   88 OfflineWanted             VALUE "Y", "y".
01 ProbeCustomerStatus        PIC XX.
01 ProbeRentalStatus          PIC XX.
01 OfflineCustomerId          PIC 9(7) VALUE ZEROS.
01 OfflineCustomerName        PIC X(40) VALUE SPACES.
01 OfflineFilmId              PIC 9(7) VALUE ZEROS.
01 OfflineBarcode             PIC 9(10) VALUE ZEROS.
01 OfflineFormat              PIC X VALUE SPACE.
   88 OfflineFormatValid        VALUE "V", "D", "B".
01 OfflineDueDate             PIC 9(8) VALUE ZEROS.
01 OfflineAmount              PIC 9(5)V99 VALUE ZEROS.
01 OfflineAmount-Ed           PIC $$,$$9.99.
01 OfflineTender              PIC X VALUE SPACE.
   88 OfflineTenderValid        VALUE "C", "K", "D".

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing17-29", "FilmFile    ",
          FilmRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-29", "CustomerFile",
          CustomerRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-29", "RentalFile  ",
          RentalRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-29", "HoldQueue   ",
          HoldQueueRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-29", "CopyMaster  ",
          CopyMasterRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-29", "StoreCopy   ",
          StoreCopyRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-29", "TransferFile",
          TransferRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    CALL "CheckQuiesce" USING QuiesceResult
    IF SystemQuiesced
       DISPLAY "Nightly close in progress - the shared files are "
               "not available."
       PERFORM OfferOfflineMode
       IF NOT TillIsOffline
          STOP RUN
       END-IF
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    CALL "OperatorSignOnCheck" USING "Listing17-29", "O",
                                     OperatorId, SignOnResult
    CALL "SignOnRole" USING "Q", OperatorId, OperatorRole
    IF OperatorSignedOn
       PERFORM UseTrainingFiles
    END-IF
    IF OperatorSignedOn
       DISPLAY "Enter the Store Id for this till - " WITH NO ADVANCING
       ACCEPT TillStoreId
       PERFORM CheckTillStore
    END-IF
    IF OperatorSignedOn AND TillStoreAccepted AND NOT TillIsOffline
       PERFORM ProbeSharedFiles
    END-IF
    IF OperatorSignedOn AND TillStoreAccepted AND TillIsOffline
       PERFORM RunOfflineTill
       STOP RUN
    END-IF
    IF OperatorSignedOn AND TillStoreAccepted
       CALL "TillSessionControl" USING "O", OperatorId, TillStoreId,
                                       TillSessionNum, SessionResult
          CLOSE CopyMasterFile
          OPEN I-O CopyMasterFile
       END-IF
       OPEN INPUT SubPlanFile
       OPEN I-O MerchSkuFile
       IF MerchSkuStatus EQUAL "35"
          CLOSE MerchSkuFile
          OPEN OUTPUT MerchSkuFile
          CLOSE MerchSkuFile
          OPEN I-O MerchSkuFile
       END-IF
       OPEN INPUT AffinityFile
       IF AffinityStatus EQUAL "00"
          SET AffinityFileOpen TO TRUE
       ELSE
          CLOSE AffinityFile
       END-IF
       PERFORM MainMenu UNTIL MenuExit
       CLOSE CustomerFile
       CLOSE FilmFile
       CLOSE SetMasterFile
       CLOSE SetMemberFile
       CLOSE CopyMasterFile
       CLOSE SubPlanFile
       CLOSE MerchSkuFile
       IF AffinityFileOpen
          CLOSE AffinityFile
       END-IF
       CALL "TillSessionControl" USING "C", OperatorId, TillStoreId,
                                       TillSessionNum, SessionResult
       DISPLAY "Till session " TillSessionNum " closed."
       IF SystemQuiesced
          PERFORM OfferOfflineMode
          IF TillIsOffline
             PERFORM RunOfflineTill
          END-IF
       END-IF
    ELSE
       IF NOT OperatorSignedOn
          DISPLAY "Access denied - sign-on was not accepted."
                                 TillStoreCurrency, TillStoreStatus,
                                 TillStoreResult
    EVALUATE TRUE
       WHEN NOT TillStoreOnMaster AND TillIsOffline
          DISPLAY "Store master not available - store " TillStoreId
                  " taken as keyed."
          SET TillStoreUnverified TO TRUE
       WHEN NOT TillStoreOnMaster
          DISPLAY "Store " TillStoreId " is not on the store master."
          MOVE "N" TO TillStoreOutcome
          DISPLAY "Store " TillStoreId " is closed - this till "
                  "cannot operate for it."
          MOVE "N" TO TillStoreOutcome
    END-EVALUATE
    IF TillStoreCurrency NOT EQUAL SPACES
       AND TillStoreCurrency NOT EQUAL "USD"
       SET TillTakesUSCash TO TRUE
    END-IF.

MainMenu.
*> The quiesce flag is re-checked every trip round the menu, so a
    END-IF
    DISPLAY SPACES
    DISPLAY "*** Checkout - Store " TillStoreId " ***"
    IF TrainingModeOn
       DISPLAY "*** TRAINING MODE - practice only ***"
    END-IF
    DISPLAY "1 = Check a film out"
    DISPLAY "2 = Void a same-day checkout"
    DISPLAY "3 = Availability at all stores"
    DISPLAY "4 = Check a box set out"
    DISPLAY "5 = Sell a previously-viewed copy"
    DISPLAY "6 = Sell concessions or merchandise"
    DISPLAY "9 = Exit"
    DISPLAY "Enter your choice - " WITH NO ADVANCING
    ACCEPT MenuChoice
    PERFORM CheckMenuPermission
    IF MenuRefused
       EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
       WHEN MenuCheckout    PERFORM CheckoutFilm
       WHEN MenuVoid        PERFORM VoidCheckout
       WHEN MenuInquiry     PERFORM CrossStoreInquiry
       WHEN MenuSetCheckout PERFORM CheckOutSet
       WHEN MenuSellCopy    PERFORM SellUsedCopy
       WHEN MenuSellMerch   PERFORM SellMerchandise
       WHEN MenuExit         CONTINUE
       WHEN OTHER            DISPLAY "Please enter 1 to 6 or 9"
    END-EVALUATE.

CheckMenuPermission.
*> Every choice defaults to the operator role the sign-on asks for;
*> the Listing17-51 permission table can narrow any one of them, so
*> voiding a checkout can be kept from operators who may only check
*> films out and sell.
    MOVE SPACES TO MenuFunction
    MOVE ZERO TO MenuPermission
    EVALUATE TRUE
       WHEN MenuCheckout
          MOVE "CHECKOUT" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuVoid
          MOVE "VOID" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuInquiry
          MOVE "INQUIRY" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuSetCheckout
          MOVE "SETOUT" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuSellCopy
          MOVE "SELLCOPY" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuSellMerch
          MOVE "MERCH" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuOfflinePayment
          MOVE "OFFPAY" TO MenuFunction
          MOVE "O" TO MenuRole
    END-EVALUATE
    IF MenuFunction NOT EQUAL SPACES
       CALL "CheckPermission" USING "Listing17-29", MenuFunction, OperatorId,
                                    OperatorRole, MenuRole, MenuPermission
       IF MenuRefused
          DISPLAY "Operator " OperatorId " is not permitted to use "
                  "that function."
       END-IF
    END-IF.

ProbeSharedFiles.
*> A file server that is down shows up as the customer or rental
*> file refusing to open. Rather than turn the customer away the
*> till offers to carry on offline.
    OPEN INPUT CustomerFile
    MOVE CustomerStatus TO ProbeCustomerStatus
    CLOSE CustomerFile
    OPEN INPUT RentalFile
    MOVE RentalStatus TO ProbeRentalStatus
    CLOSE RentalFile
    IF ProbeCustomerStatus EQUAL "00" AND ProbeRentalStatus EQUAL "00"
       EXIT PARAGRAPH
    END-IF
    DISPLAY "The shared files cannot be opened (customer status "
            ProbeCustomerStatus ", rental status " ProbeRentalStatus
            ")."
    PERFORM OfferOfflineMode.

OfferOfflineMode.
    DISPLAY "Work offline from the store's cached customer and film "
            "lists? (Y/N) - " WITH NO ADVANCING
    ACCEPT OfflineReply
    IF OfflineWanted
       SET TillIsOffline TO TRUE
    END-IF.

RunOfflineTill.
*> Nothing shared is touched offline. Customers and films are checked
*> against the cache, and each checkout or payment is written to the
*> store-and-forward log; Listing18-38 prices it, dates it and runs
*> it through the credit and copy checks when it replays the log.
    OPEN INPUT OfflineCacheFile
    IF OfflineCacheStatus NOT EQUAL "00"
       DISPLAY "No offline cache at this store - the till cannot "
               "work offline."
       CLOSE OfflineCacheFile
       EXIT PARAGRAPH
    END-IF
    OPEN EXTEND OfflineLogFile
    IF OfflineLogStatus EQUAL "35"
       OPEN OUTPUT OfflineLogFile
    END-IF
    MOVE ZERO TO MenuChoice
    PERFORM OfflineMenu UNTIL MenuExit
    CLOSE OfflineCacheFile
    CLOSE OfflineLogFile.

OfflineMenu.
    DISPLAY SPACES
    DISPLAY "*** Checkout - Store " TillStoreId " - OFFLINE ***"
    IF TrainingModeOn
       DISPLAY "*** TRAINING MODE - practice only ***"
    END-IF
    DISPLAY "1 = Check a film out"
    DISPLAY "7 = Take a payment on account"
    DISPLAY "9 = Exit"
    DISPLAY "Enter your choice - " WITH NO ADVANCING
    ACCEPT MenuChoice
    PERFORM CheckMenuPermission
    IF MenuRefused
       EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
       WHEN MenuCheckout       PERFORM OfflineCheckout
       WHEN MenuOfflinePayment PERFORM OfflinePayment
       WHEN MenuExit           CONTINUE
       WHEN OTHER              DISPLAY "Please enter 1, 7 or 9"
    END-EVALUATE.

OfflineCheckout.
*> The cache only says whether the customer could rent and the film
*> was out on the floor when it was built; the price and anything
*> that has changed since are settled when the log is replayed.
    DISPLAY "Key the Customer Id - " WITH NO ADVANCING
    ACCEPT OfflineCustomerId
    PERFORM ReadCachedCustomer
    IF NOT OfflineCacheOk
       EXIT PARAGRAPH
    END-IF
    IF NOT CacheMayRent-OC
       DISPLAY "REFUSED - Customer " OfflineCustomerId
               " may not rent (suspended, closed or merged)."
       EXIT PARAGRAPH
    END-IF
    MOVE CacheName-OC TO OfflineCustomerName

    DISPLAY "Enter the Film Id - " WITH NO ADVANCING
    ACCEPT OfflineFilmId
    MOVE "F" TO CacheType-OC
    MOVE OfflineFilmId TO CacheId-OC
    READ OfflineCacheFile
       INVALID KEY CONTINUE
    END-READ
    IF NOT OfflineCacheOk
       DISPLAY "REFUSED - Film " OfflineFilmId
               " is not on the offline list."
       EXIT PARAGRAPH
    END-IF
    IF NOT CacheMayRent-OC
       DISPLAY "REFUSED - " CacheName-OC " is not out for rental."
       EXIT PARAGRAPH
    END-IF

    DISPLAY "Scan the copy barcode (0 if none) - " WITH NO ADVANCING
    ACCEPT OfflineBarcode
    DISPLAY "Format - V = VHS, D = DVD, B = Blu-ray - "
            WITH NO ADVANCING
    ACCEPT OfflineFormat
    MOVE FUNCTION UPPER-CASE(OfflineFormat) TO OfflineFormat
    IF NOT OfflineFormatValid
       DISPLAY "REFUSED - Format must be V, D or B."
       EXIT PARAGRAPH
    END-IF

    MOVE CacheLoanDays-OC TO LoanPeriodDays
    MOVE "A" TO BDFunctionCode
    CALL "BusinessDateCalc" USING BDFunctionCode, TodayDate,
                                  BDOtherDate, LoanPeriodDays,
                                  OfflineDueDate, BDWorkingFlag

    INITIALIZE OfflineTxnRec-OL
    SET OfflineCheckout-OL TO TRUE
    MOVE OfflineCustomerId TO CustomerId-OL
    MOVE OfflineFilmId     TO FilmId-OL
    MOVE OfflineBarcode    TO Barcode-OL
    MOVE OfflineFormat     TO FormatCode-OL
    PERFORM WriteOfflineTxn
    MOVE OfflineDueDate TO DueDate-Ed
    DISPLAY "Recorded offline - " CacheName-OC
    DISPLAY "  to " OfflineCustomerName
    DISPLAY "  due back " DueDate-Ed
            " - the charge is settled when the till is back online.".

OfflinePayment.
*> Cash, cheque or debit only, and only where the store trades in
*> dollars - the exchange rate for US cash at the Canadian stores is
*> not held at the till.
    IF TillTakesUSCash OR TillStoreUnverified
       DISPLAY "Payments cannot be taken offline at this store."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Key the Customer Id - " WITH NO ADVANCING
    ACCEPT OfflineCustomerId
    PERFORM ReadCachedCustomer
    IF NOT OfflineCacheOk
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Amount paid - " WITH NO ADVANCING
    ACCEPT OfflineAmount
    IF OfflineAmount EQUAL ZEROS
       DISPLAY "REFUSED - No amount was entered."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Tender - C = Cash, K = Cheque, D = Debit - "
            WITH NO ADVANCING
    ACCEPT OfflineTender
    MOVE FUNCTION UPPER-CASE(OfflineTender) TO OfflineTender
    IF NOT OfflineTenderValid
       DISPLAY "REFUSED - Tender must be C, K or D."
       EXIT PARAGRAPH
    END-IF

    INITIALIZE OfflineTxnRec-OL
    SET OfflinePayment-OL TO TRUE
    MOVE OfflineCustomerId TO CustomerId-OL
    MOVE OfflineTender     TO TenderType-OL
    MOVE OfflineAmount     TO Amount-OL
    PERFORM WriteOfflineTxn
    MOVE OfflineAmount TO OfflineAmount-Ed
    DISPLAY "Payment of " OfflineAmount-Ed " recorded offline for "
            CacheName-OC
    DISPLAY "  - the receipt number is issued when it is replayed.".

ReadCachedCustomer.
    MOVE "C" TO CacheType-OC
    MOVE OfflineCustomerId TO CacheId-OC
    READ OfflineCacheFile
       INVALID KEY CONTINUE
    END-READ
    IF NOT OfflineCacheOk
       DISPLAY "REFUSED - Customer " OfflineCustomerId
               " is not on the offline list."
    END-IF.

WriteOfflineTxn.
    MOVE TodayDate   TO TxnDate-OL
    MOVE FUNCTION CURRENT-DATE(9:6) TO TxnTime-OL
    MOVE TillStoreId TO StoreId-OL
    MOVE OperatorId  TO OperatorId-OL
    SET AwaitingReplay-OL TO TRUE
    MOVE ZEROS TO ReplayDate-OL
    WRITE OfflineTxnRec-OL.

CheckOutSet.
*> The whole set in one action: every member must be on the shelf
*> here before anything is written, the set price comes through
*> member's rental, the rest at zero), and each member stands as
*> its own RentalRec - so one tape coming back leaves the others
*> open until they do.
    PERFORM AcceptCustomerCard
    MOVE CardCustomerId TO CheckoutCustomerId
    IF NOT CardCustomerFound
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter the Set Id - " WITH NO ADVANCING
    ACCEPT CheckoutSetId
    PERFORM AcceptCheckoutFormat
    MOVE SPACES TO CheckoutPromoCode
    MOVE ZEROS TO CheckoutBarcode
    MOVE "Y" TO CheckoutOutcome
    IF NOT CheckoutFormatValid
       DISPLAY "REFUSED - the format must be V, D or B."
       EXIT PARAGRAPH
    END-IF
    PERFORM CheckCustomer
    IF CheckoutRefused
       EXIT PARAGRAPH
       EXIT PARAGRAPH
    END-IF
    PERFORM PriceTheSet
    IF CardholderSpendCap > ZEROS
       MOVE "N" TO CopyAllocated
       MOVE SetPriceCharged TO PriceCharged
       PERFORM CheckCardholderSpendCap
       IF CheckoutRefused
          DISPLAY "Set not checked out - nothing was written."
          EXIT PARAGRAPH
       END-IF
    END-IF
    MOVE "N" TO FirstMemberState
*> A member failing mid-set stops the loop dead - nothing more may
*> leave the shelf count once the set cannot complete.
       IF CheckoutAllowed AND FilmIsAdultRated-FF
          PERFORM CheckAgeRestriction
       END-IF
       IF CheckoutAllowed AND CardholderRatingCap NOT EQUAL SPACES
          PERFORM CheckCardholderRatingCap
       END-IF
       IF CheckoutAllowed
          PERFORM CheckMemberOnShelf
       END-IF
    PERFORM UNTIL EndOfStoreCopies
       IF StoreId-SC EQUAL TillStoreId
          AND FilmId-SC EQUAL CheckoutFilmId
          AND FormatCode-SC EQUAL CheckoutFormat
          IF CopyCount-SC > ZERO
             SET EndOfStoreCopies TO TRUE
          ELSE

PriceTheSet.
*> The set's base fee through the same rules engine as a single
*> film, under the BOXSET genre, then the member's tier discount -
*> or nothing at all for an active subscriber.
    IF SubscriptionActive-CF
       MOVE SubscriptionPriceCode TO CheckoutPromoCode
    END-IF
    CALL "PriceFilmRental" USING BY CONTENT SetGenre,
                                    SetZeroYear, SetBaseFee-BX,
                                    CheckoutFormat, TodayDate,
                                    CheckoutPromoCode
                                 BY REFERENCE SetPriceCharged,
                                    PriceRuleApplied
    EVALUATE TRUE
    IF TierDiscountPct > ZEROS
       COMPUTE SetPriceCharged ROUNDED =
               SetPriceCharged * (100 - TierDiscountPct) / 100
    END-IF
    IF SubscriptionActive-CF
       MOVE SPACES TO CheckoutPromoCode
    END-IF.

CheckOutOneSetMember.
       IF FilmId-SC EQUAL InquiryFilmId
          ADD 1 TO InquiryLinesShown
          DISPLAY "  Store " StoreId-SC " - " CopyCount-SC
                  " on the shelf, format " FormatCode-SC
       END-IF
       READ StoreCopyFile NEXT RECORD
          AT END SET EndOfStoreCopies TO TRUE
       END-READ
    END-PERFORM
    PERFORM ShowAlsoRented
    IF InquiryLinesShown EQUAL ZEROS
       DISPLAY "  No store stocks film " InquiryFilmId "."
       EXIT PARAGRAPH
       WHEN OTHER                 CONTINUE
    END-EVALUATE.

ShowAlsoRented.
*> The related titles in rank order, most shared customers first.
    IF NOT AffinityFileOpen
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO AffinityLinesShown
    MOVE InquiryFilmId TO FilmId-AF
    MOVE ZERO TO AffinityRank-AF
    START AffinityFile KEY IS GREATER THAN OR EQUAL AffinityKey-AF
       INVALID KEY SET EndOfAffinity TO TRUE
    END-START
    IF NOT EndOfAffinity
       READ AffinityFile NEXT RECORD
          AT END SET EndOfAffinity TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfAffinity
                   OR FilmId-AF NOT EQUAL InquiryFilmId
       IF AffinityLinesShown EQUAL ZERO
          DISPLAY "  Customers who rented this also rented:"
       END-IF
       ADD 1 TO AffinityLinesShown
       MOVE RelatedFilmId-AF TO FilmId-FF
       READ FilmFile
          KEY IS FilmId-FF
          INVALID KEY MOVE SPACES TO FilmTitle-FF
       END-READ
       DISPLAY "    " RelatedFilmId-AF SPACE FilmTitle-FF
       READ AffinityFile NEXT RECORD
          AT END SET EndOfAffinity TO TRUE
       END-READ
    END-PERFORM.

PlaceInquiryHold.
    PERFORM AcceptCustomerCard
    MOVE CardCustomerId TO InquiryCustomerId
    IF NOT CardCustomerFound
       EXIT PARAGRAPH
    END-IF
*> A customer who does not mind the format is filled by the first
*> copy back on any of them.
    DISPLAY "Format wanted (V/D/B, spaces for any) - "
            WITH NO ADVANCING
    ACCEPT InquiryFormat
    MOVE FUNCTION UPPER-CASE(InquiryFormat) TO InquiryFormat
    IF NOT InquiryFormatValid
       MOVE SPACE TO InquiryFormat
    END-IF
    PERFORM FindNextHoldSeqNum
    INITIALIZE HoldQueueRec-HQ
    MOVE InquiryFilmId     TO FilmId-HQ
    MOVE NextHoldSeqNum    TO HoldSeqNum-HQ
    MOVE InquiryCustomerId TO CustomerId-HQ
    MOVE InquiryFormat     TO FormatCode-HQ
    MOVE TodayDate         TO HoldDate-HQ
    SET HoldIsPending-HQ   TO TRUE
    WRITE HoldQueueRec-HQ
       DISPLAY "REFUSED - that is this store."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Format to pull (V/D/B) - " WITH NO ADVANCING
    ACCEPT InquiryFormat
    MOVE FUNCTION UPPER-CASE(InquiryFormat) TO InquiryFormat
    IF NOT InquiryFormatValid
       DISPLAY "REFUSED - the format must be V, D or B."
       EXIT PARAGRAPH
    END-IF
    PERFORM FindNextTransferNum
    INITIALIZE TransferRec-TR
    MOVE NextTransferNum  TO TransferNum-TR
    MOVE InquiryFromStore TO FromStoreId-TR
    MOVE TillStoreId      TO ToStoreId-TR
    MOVE InquiryFilmId    TO FilmId-TR
    MOVE InquiryFormat    TO FormatCode-TR
    MOVE 1                TO TransferQty-TR
    MOVE TodayDate        TO TransferDate-TR
    SET TransferRequested-TR TO TRUE
    ADD 1 TO NextTransferNum.

CheckoutFilm.
    PERFORM AcceptCustomerCard
    MOVE CardCustomerId TO CheckoutCustomerId
    IF NOT CardCustomerFound
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter the Film Id - " WITH NO ADVANCING
    ACCEPT CheckoutFilmId
    DISPLAY "Scan the copy barcode (0 if untracked) - "
            WITH NO ADVANCING
    ACCEPT CheckoutBarcode
*> A scanned copy says its own format; an untracked one is keyed.
    IF CheckoutBarcode EQUAL ZEROS
       PERFORM AcceptCheckoutFormat
    END-IF
    DISPLAY "Promo code (spaces if none) - " WITH NO ADVANCING
    ACCEPT CheckoutPromoCode
    MOVE "Y" TO CheckoutOutcome
    IF CheckoutBarcode EQUAL ZEROS AND NOT CheckoutFormatValid
       DISPLAY "REFUSED - the format must be V, D or B."
       SET CheckoutRefused TO TRUE
    END-IF

    IF CheckoutAllowed
       PERFORM CheckCustomer
    END-IF
    IF CheckoutAllowed
       PERFORM CheckFilm
    END-IF
    IF CheckoutAllowed AND FilmIsAdultRated-FF
       PERFORM CheckAgeRestriction
    END-IF
    IF CheckoutAllowed AND CardholderRatingCap NOT EQUAL SPACES
       PERFORM CheckCardholderRatingCap
    END-IF
    IF CheckoutAllowed AND CheckoutBarcode NOT EQUAL ZEROS
       PERFORM CheckBarcode
    END-IF
    IF CheckoutAllowed
       PERFORM PriceTheRental
       PERFORM OfferDamageWaiver
       IF CardholderSpendCap > ZEROS
          PERFORM CheckCardholderSpendCap
       END-IF
    END-IF
    IF CheckoutAllowed
       PERFORM WriteRentalRecord
       PERFORM OfferMerchandise
    END-IF.

AcceptCustomerCard.
    DISPLAY "Scan the membership card or key the Customer Id - "
            WITH NO ADVANCING
    ACCEPT CardOrCustomerNum
    CALL "CheckMemberCard" USING "Listing17-29", OperatorId,
                                 TillStoreId, CardOrCustomerNum,
                                 CardCustomerId, CardResult
    EVALUATE TRUE
       WHEN CardRefused
          DISPLAY "REFUSED - card " CardOrCustomerNum " has been "
                  "reported lost or stolen, or replaced. Keep the "
                  "card and call a supervisor."
       WHEN CardNotRecognised
          DISPLAY "REFUSED - " CardOrCustomerNum " is not a "
                  "membership card we issued."
    END-EVALUATE.

AcceptCheckoutFormat.
    DISPLAY "Format - V = VHS, D = DVD, B = Blu-ray - "
            WITH NO ADVANCING
    ACCEPT CheckoutFormat
    MOVE FUNCTION UPPER-CASE(CheckoutFormat) TO CheckoutFormat.

OfferMerchandise.
*> Popcorn and the like go on the same transaction as the rental,
*> against the same customer.
    DISPLAY "Add concessions or merchandise to this transaction "
            "(Y/N) - " WITH NO ADVANCING
    ACCEPT MerchReply
    IF MerchWanted
       MOVE CheckoutCustomerId TO MerchCustomerId
       PERFORM RingMerchandise
    END-IF.

OfferDamageWaiver.
       DISPLAY "REFUSED - a supervisor must approve a void."
       EXIT PARAGRAPH
    END-IF
*> A secondary cardholder's checkout sits on the household's primary
*> account, so the card keyed leads to the primary's rentals.
    MOVE VoidCustomerId TO CustomerId-CF
    READ CustomerFile
       KEY IS CustomerId-CF
       INVALID KEY CONTINUE
    END-READ
    IF CustomerOk AND HouseholdSecondary-CF
       MOVE HouseholdPrimaryId-CF TO VoidCustomerId
    END-IF
    PERFORM FindTodaysRental
    IF NOT VoidRentalFound
       DISPLAY "No same-day unreturned checkout of film " VoidFilmId
    END-DELETE
    CALL "JournalUpdate" USING "Listing17-29", OperatorId,
          "RentalFile  ", "D", JrnBeforeImage, JrnAfterImage
    CALL "MaintainOpenRental" USING "D", RentalRec-RF
    PERFORM PutVoidCopyBackOnCount
    IF VoidBarcode NOT EQUAL ZEROS
       PERFORM PutVoidCopyBackOnShelf
          AND CheckoutDate-RF EQUAL TodayDate
          AND NotYetReturned-RF
          SET VoidRentalFound TO TRUE
          MOVE FormatCode-RF TO VoidFormat
       ELSE
          READ RentalFile NEXT RECORD
             AT END SET EndOfRentals TO TRUE
    PERFORM UNTIL EndOfStoreCopies OR VoidCopyPutBack
       IF StoreId-SC EQUAL TillStoreId
          AND FilmId-SC EQUAL VoidFilmId
          AND FormatCode-SC EQUAL VoidFormat
          MOVE SPACES TO JrnBeforeImage
          MOVE StoreCopyRec TO JrnBeforeImage
          ADD 1 TO CopyCount-SC
          AND FilmId-AR EQUAL VoidFilmId
          AND CheckoutDate-AR EQUAL TodayDate
          AND ARItemOpen-AR
          MOVE ARItemRec-AR TO JrnBeforeImage
          MOVE ZEROS TO ARItemOpenAmount-AR
          SET ARItemPaid-AR TO TRUE
          REWRITE ARItemRec-AR
             INVALID KEY DISPLAY "-AR ERROR Status = " ARLedgerStatus
             NOT INVALID KEY
                MOVE ARItemRec-AR TO JrnAfterImage
                CALL "JournalUpdate" USING "Listing17-29", OperatorId,
                      "ARLedger    ", "R", JrnBeforeImage, JrnAfterImage
          END-REWRITE
       END-IF
       READ ARLedgerFile NEXT RECORD
    WRITE VoidRegisterRec
    CLOSE VoidRegisterFile.

SellUsedCopy.
*> The copy must be one of this store's, on the shelf and not
*> already retired; the price and tax are shown before the clerk
*> takes the money, and nothing is written until the sale is
*> confirmed.
    MOVE "Y" TO SaleOutcome
    DISPLAY "Enter the barcode of the copy being sold - "
            WITH NO ADVANCING
    ACCEPT SaleBarcode
    MOVE SaleBarcode TO Barcode-CP
    READ CopyMasterFile
       KEY IS Barcode-CP
       INVALID KEY CONTINUE
    END-READ
    EVALUATE TRUE
       WHEN NOT CopyMasterOk
          DISPLAY "REFUSED - barcode " SaleBarcode
                  " is not on the copy master."
          EXIT PARAGRAPH
       WHEN StoreId-CP NOT EQUAL TillStoreId
          DISPLAY "REFUSED - that copy belongs to store " StoreId-CP
                  "; it can only be sold there."
          EXIT PARAGRAPH
       WHEN CopyIsRetired-CP
          DISPLAY "REFUSED - that copy has been retired."
          EXIT PARAGRAPH
       WHEN NOT CopyIsOnShelf-CP
          DISPLAY "REFUSED - that copy is not on the shelf."
          EXIT PARAGRAPH
    END-EVALUATE
    MOVE FilmId-CP TO SaleFilmId
    MOVE FormatCode-CP TO SaleFormat
    PERFORM CountPendingHoldsForSale
    IF SaleHoldsPending > ZEROS
       DISPLAY "REFUSED - " SaleHoldsPending " customer(s) still "
               "waiting on a hold for Film " SaleFilmId "."
       EXIT PARAGRAPH
    END-IF
    PERFORM FindSaleShelfCount
    IF SaleRefused
       EXIT PARAGRAPH
    END-IF
    CALL "PriceUsedCopy" USING AcquisitionDate-CP, ConditionCode-CP,
                               TodayDate, SalePrice, SaleResult
    IF NOT SaleCopyPriced
       DISPLAY "REFUSED - the price schedule has no price for a copy "
               "in condition " ConditionCode-CP "."
       EXIT PARAGRAPH
    END-IF
    CALL "GetTaxRateForStore" USING BY CONTENT TillStoreId
                                    BY REFERENCE SaleTaxRate,
                                       SaleJurisdictionCode,
                                       SaleJurisdictionName,
                                       SaleTaxResult
    IF SaleTaxRateFound
       COMPUTE SaleTax ROUNDED = SalePrice * SaleTaxRate
    ELSE
       MOVE ZEROS TO SaleTax
    END-IF
    COMPUTE SaleTotal = SalePrice + SaleTax
    MOVE SaleFilmId TO FilmId-FF
    READ FilmFile
       KEY IS FilmId-FF
       INVALID KEY MOVE SPACES TO FilmTitle-FF
    END-READ
    MOVE SalePrice TO SalePrice-Ed
    MOVE SaleTax   TO SaleTax-Ed
    MOVE SaleTotal TO SaleTotal-Ed
    DISPLAY "Previously-viewed " FilmTitle-FF
    DISPLAY "  Price " SalePrice-Ed "  tax " SaleTax-Ed
            "  to pay " SaleTotal-Ed
    MOVE SaleTotal TO SaleAmountDue
    PERFORM AcceptSaleTender
    IF NOT SaleTenderValid
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Confirm the sale (Y/N) - " WITH NO ADVANCING
    ACCEPT SaleConfirmReply
    IF NOT SaleConfirmed
       DISPLAY "Sale abandoned - nothing recorded."
       EXIT PARAGRAPH
    END-IF
    PERFORM TakeSoldCopyOffShelf
    PERFORM RetireSoldCopy
    PERFORM WriteUsedSale
    DISPLAY "Sold - " SaleTotal-Ed " taken. Barcode " SaleBarcode
            " retired.".

AcceptSaleTender.
*> US cash is offered only where the store trades in another
*> currency; the notes must cover what is due at the posted rate or
*> the sale goes no further.
    IF TillTakesUSCash
       DISPLAY "Tender - C = cash, K = check, D = card, "
               "U = US cash - " WITH NO ADVANCING
    ELSE
       DISPLAY "Tender - C = cash, K = check, D = card - "
               WITH NO ADVANCING
    END-IF
    ACCEPT SaleTenderType
    MOVE ZEROS TO SaleCashNotes SaleChangeDue
    IF NOT SaleTenderValid
       OR (SaleForeignCash AND NOT TillTakesUSCash)
       DISPLAY "Sale abandoned - tender must be C, K or D."
       MOVE SPACE TO SaleTenderType
       EXIT PARAGRAPH
    END-IF
    IF SaleForeignCash
       PERFORM TakeSaleForeignCash
       IF SaleCashShort
          MOVE SPACE TO SaleTenderType
       END-IF
    END-IF.

TakeSaleForeignCash.
    MOVE "Y" TO SaleCashState
    CALL "GetCashBuyRate" USING TillStoreCurrency, SaleCashCurrency,
                                TodayDate, SaleBuyRate,
                                SaleBuyRateResult
    IF NoSaleBuyRate
       DISPLAY "Sale abandoned - no buy rate for " SaleCashCurrency
               " cash on file."
       SET SaleCashShort TO TRUE
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Posted buy rate " SaleBuyRate SPACE TillStoreCurrency
            " per " SaleCashCurrency " 1.00"
    DISPLAY "Enter the " SaleCashCurrency " cash handed over - "
            WITH NO ADVANCING
    ACCEPT SaleCashNotes
    COMPUTE SaleCashValue ROUNDED = SaleCashNotes * SaleBuyRate
    MOVE SaleCashNotes TO SaleCashNotes-Ed
    MOVE SaleCashValue TO SaleCashValue-Ed
    IF SaleCashValue < SaleAmountDue
       DISPLAY "Sale abandoned - that cash buys only "
               TillStoreCurrency SaleCashValue-Ed "."
       SET SaleCashShort TO TRUE
       EXIT PARAGRAPH
    END-IF
    COMPUTE SaleChangeDue = SaleCashValue - SaleAmountDue
    MOVE SaleChangeDue TO SaleChangeDue-Ed
    DISPLAY "  " SaleCashCurrency SaleCashNotes-Ed " at " SaleBuyRate
            " = " TillStoreCurrency SaleCashValue-Ed
    DISPLAY "  Change given " TillStoreCurrency SaleChangeDue-Ed.

CountPendingHoldsForSale.
    MOVE ZEROS TO SaleHoldsPending
    MOVE SaleFilmId TO FilmId-HQ
    MOVE ZEROS TO HoldSeqNum-HQ
    START HoldQueueFile KEY IS GREATER THAN OR EQUAL HoldQueueKey-HQ
       INVALID KEY SET EndOfHoldQueue TO TRUE
    END-START
    IF NOT EndOfHoldQueue
       READ HoldQueueFile NEXT RECORD
          AT END SET EndOfHoldQueue TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfHoldQueue
                   OR FilmId-HQ NOT EQUAL SaleFilmId
       IF HoldIsPending-HQ
          ADD 1 TO SaleHoldsPending
       END-IF
       READ HoldQueueFile NEXT RECORD
          AT END SET EndOfHoldQueue TO TRUE
       END-READ
    END-PERFORM.

FindSaleShelfCount.
*> The same sequential store/film scan as AllocateStoreCopy; the key
*> of the slot is kept so the count can be taken down once the sale
*> is confirmed.
    MOVE "N" TO CopyAllocated
    MOVE ZEROS TO StoreCopyKey
    START StoreCopyFile KEY IS GREATER THAN OR EQUAL StoreCopyKey
       INVALID KEY SET EndOfStoreCopies TO TRUE
    END-START
    READ StoreCopyFile NEXT RECORD
       AT END SET EndOfStoreCopies TO TRUE
    END-READ
    PERFORM UNTIL EndOfStoreCopies OR StoreCopyAllocated
       IF StoreId-SC EQUAL TillStoreId
          AND FilmId-SC EQUAL SaleFilmId
          AND FormatCode-SC EQUAL SaleFormat
          SET StoreCopyAllocated TO TRUE
          MOVE StoreCopyKey TO SaleShelfKey
       ELSE
          READ StoreCopyFile NEXT RECORD
             AT END SET EndOfStoreCopies TO TRUE
          END-READ
       END-IF
    END-PERFORM
    EVALUATE TRUE
       WHEN NOT StoreCopyAllocated
          DISPLAY "REFUSED - no shelf count for Film " SaleFilmId
                  " at Store " TillStoreId "."
          SET SaleRefused TO TRUE
       WHEN CopyCount-SC NOT > SaleMinShelfCopies
          DISPLAY "REFUSED - only " CopyCount-SC " cop(ies) of Film "
                  SaleFilmId " left on the shelf here."
          SET SaleRefused TO TRUE
    END-EVALUATE.

TakeSoldCopyOffShelf.
    MOVE SaleShelfKey TO StoreCopyKey
    READ StoreCopyFile
       INVALID KEY
          DISPLAY "-SC ERROR Status = " StoreCopyStatus
          EXIT PARAGRAPH
    END-READ
    MOVE SPACES TO JrnBeforeImage
    MOVE StoreCopyRec TO JrnBeforeImage
    IF CopyCount-SC > ZERO
       SUBTRACT 1 FROM CopyCount-SC
    END-IF
    REWRITE StoreCopyRec
       INVALID KEY DISPLAY "-SC ERROR Status = " StoreCopyStatus
       NOT INVALID KEY
          MOVE SPACES TO JrnAfterImage
          MOVE StoreCopyRec TO JrnAfterImage
          CALL "JournalUpdate" USING "Listing17-29", OperatorId,
                "StoreCopy   ", "R", JrnBeforeImage, JrnAfterImage
    END-REWRITE.

RetireSoldCopy.
*> Retired and off the shelf, the way Listing17-39 retires a copy it
*> writes off - the barcode can never be rented or sold again.
    MOVE SaleBarcode TO Barcode-CP
    READ CopyMasterFile
       KEY IS Barcode-CP
       INVALID KEY CONTINUE
    END-READ
    IF CopyMasterOk
       MOVE SPACES TO JrnBeforeImage
       MOVE CopyMasterRec-CP TO JrnBeforeImage
       SET CopyIsRetired-CP TO TRUE
       SET CopyIsOut-CP TO TRUE
       REWRITE CopyMasterRec-CP
          INVALID KEY DISPLAY "-CP ERROR Status = " CopyMasterStatus
          NOT INVALID KEY
             MOVE SPACES TO JrnAfterImage
             MOVE CopyMasterRec-CP TO JrnAfterImage
             CALL "JournalUpdate" USING "Listing17-29", OperatorId,
                   "CopyMaster  ", "R", JrnBeforeImage, JrnAfterImage
       END-REWRITE
    END-IF.

WriteUsedSale.
    OPEN EXTEND UsedSaleFile
    IF UsedSaleStatus EQUAL "35"
       CLOSE UsedSaleFile
       OPEN OUTPUT UsedSaleFile
    END-IF
    INITIALIZE UsedSaleRec-US
    MOVE TodayDate      TO SaleDate-US
    MOVE TillStoreId    TO StoreId-US
    MOVE SaleBarcode    TO Barcode-US
    MOVE SaleFilmId     TO FilmId-US
    MOVE SalePrice      TO SalePrice-US
    MOVE SaleTax        TO SaleTax-US
    MOVE SaleTenderType TO TenderType-US
    IF SaleForeignCash
       SET CashTender-US TO TRUE
       MOVE SaleCashCurrency TO CashCurrency-US
       MOVE SaleCashNotes    TO CashTendered-US
       MOVE SaleChangeDue    TO ChangeGiven-US
    END-IF
    MOVE OperatorId     TO OperatorId-US
    MOVE TillSessionNum TO SessionNum-US
    WRITE UsedSaleRec-US
    CLOSE UsedSaleFile.

SellMerchandise.
*> A counter sale with no rental is rung up against no customer.
    MOVE ZEROS TO MerchCustomerId
    PERFORM RingMerchandise.

RingMerchandise.
*> SKUs are keyed one at a time into a basket until a blank code;
*> the quantity asked for is checked against this store's quantity
*> on hand, counting whatever of that SKU is already in the basket.
*> Nothing is written until the total is shown, the tender taken
*> and the sale confirmed.
    INITIALIZE MerchBasket
    MOVE "N" TO MerchBasketState
    CALL "GetTaxRateForStore" USING BY CONTENT TillStoreId
                                    BY REFERENCE SaleTaxRate,
                                       SaleJurisdictionCode,
                                       SaleJurisdictionName,
                                       SaleTaxResult
    IF NOT SaleTaxRateFound
       MOVE ZEROS TO SaleTaxRate
    END-IF
    PERFORM AddMerchItem UNTIL MerchBasketClosed
    IF MerchItemCount EQUAL ZEROS
       DISPLAY "No merchandise rung up."
       EXIT PARAGRAPH
    END-IF
    MOVE ZEROS TO MerchBasketValue MerchBasketTax
    PERFORM VARYING MbIdx FROM 1 BY 1 UNTIL MbIdx > MerchItemCount
       ADD MerchItemPrice(MbIdx) TO MerchBasketValue
       ADD MerchItemTax(MbIdx)   TO MerchBasketTax
    END-PERFORM
    COMPUTE MerchBasketTotal = MerchBasketValue + MerchBasketTax
    MOVE MerchBasketValue TO MerchPrice-Ed
    MOVE MerchBasketTax   TO MerchTotal-Ed
    DISPLAY "  Merchandise " MerchPrice-Ed "  tax " MerchTotal-Ed
    MOVE MerchBasketTotal TO MerchTotal-Ed
    DISPLAY "  To pay " MerchTotal-Ed
    MOVE MerchBasketTotal TO SaleAmountDue
    PERFORM AcceptSaleTender
    IF NOT SaleTenderValid
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Confirm the sale (Y/N) - " WITH NO ADVANCING
    ACCEPT SaleConfirmReply
    IF NOT SaleConfirmed
       DISPLAY "Sale abandoned - nothing recorded."
       EXIT PARAGRAPH
    END-IF
    OPEN EXTEND MerchSaleFile
    IF MerchSaleStatus EQUAL "35"
       CLOSE MerchSaleFile
       OPEN OUTPUT MerchSaleFile
    END-IF
    PERFORM VARYING MbIdx FROM 1 BY 1 UNTIL MbIdx > MerchItemCount
       PERFORM SellMerchItem
    END-PERFORM
    CLOSE MerchSaleFile
    DISPLAY "Sold - " MerchTotal-Ed " taken for " MerchItemCount
            " item line(s).".

AddMerchItem.
    DISPLAY "SKU code (spaces when done) - " WITH NO ADVANCING
    ACCEPT MerchEnteredSku
    MOVE FUNCTION UPPER-CASE(MerchEnteredSku) TO MerchEnteredSku
    IF MerchEnteredSku EQUAL SPACES
       SET MerchBasketClosed TO TRUE
       EXIT PARAGRAPH
    END-IF
    MOVE TillStoreId     TO StoreId-MS
    MOVE MerchEnteredSku TO SkuCode-MS
    READ MerchSkuFile
       KEY IS MerchSkuKey-MS
       INVALID KEY
          DISPLAY "SKU " MerchEnteredSku " is not stocked at store "
                  TillStoreId "."
          EXIT PARAGRAPH
    END-READ
    IF SkuDiscontinued-MS
       DISPLAY "SKU " MerchEnteredSku " has been discontinued."
       EXIT PARAGRAPH
    END-IF
    DISPLAY SkuDescription-MS " - quantity - " WITH NO ADVANCING
    ACCEPT MerchEnteredQty
    IF MerchEnteredQty EQUAL ZEROS
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING MbIdx FROM 1 BY 1
            UNTIL MbIdx > MerchItemCount
               OR MerchItemSku(MbIdx) EQUAL SkuCode-MS
       CONTINUE
    END-PERFORM
    IF MbIdx > MerchItemCount
       MOVE ZEROS TO MerchInBasketQty
    ELSE
       MOVE MerchItemQty(MbIdx) TO MerchInBasketQty
    END-IF
    IF MerchInBasketQty + MerchEnteredQty > OnHandQty-MS
       DISPLAY "Only " OnHandQty-MS " on hand - not added."
       EXIT PARAGRAPH
    END-IF
    IF MbIdx > MerchItemCount
       IF MerchItemCount NOT < 20
          DISPLAY "The basket is full - ring the rest up separately."
          SET MerchBasketClosed TO TRUE
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO MerchItemCount
       SET MbIdx TO MerchItemCount
       MOVE SkuCode-MS TO MerchItemSku(MbIdx)
       MOVE ZEROS TO MerchItemQty(MbIdx)
    END-IF
    ADD MerchEnteredQty TO MerchItemQty(MbIdx)
    COMPUTE MerchItemPrice(MbIdx) = MerchItemQty(MbIdx) * UnitPrice-MS
    IF TaxExempt-MS
       MOVE ZEROS TO MerchItemTax(MbIdx)
    ELSE
       COMPUTE MerchItemTax(MbIdx) ROUNDED =
               MerchItemPrice(MbIdx) * SaleTaxRate
    END-IF
    MOVE MerchItemPrice(MbIdx) TO MerchPrice-Ed
    DISPLAY "  " MerchItemQty(MbIdx) " x " SkuDescription-MS " "
            MerchPrice-Ed.

SellMerchItem.
*> The money has been taken, so the sale is recorded even if another
*> till got to the last of the stock first; the quantity on hand
*> simply stops at zero for the stock take to put right.
    MOVE TillStoreId          TO StoreId-MS
    MOVE MerchItemSku(MbIdx)  TO SkuCode-MS
    READ MerchSkuFile
       KEY IS MerchSkuKey-MS
       INVALID KEY CONTINUE
    END-READ
    IF MerchSkuOk
       MOVE SPACES TO JrnBeforeImage
       MOVE MerchSkuRec-MS TO JrnBeforeImage
       IF OnHandQty-MS < MerchItemQty(MbIdx)
          MOVE ZEROS TO OnHandQty-MS
       ELSE
          SUBTRACT MerchItemQty(MbIdx) FROM OnHandQty-MS
       END-IF
       REWRITE MerchSkuRec-MS
          INVALID KEY DISPLAY "-MS ERROR Status = " MerchSkuStatus
          NOT INVALID KEY
             MOVE SPACES TO JrnAfterImage
             MOVE MerchSkuRec-MS TO JrnAfterImage
             CALL "JournalUpdate" USING "Listing17-29", OperatorId,
                   "MerchSkuFile", "R", JrnBeforeImage, JrnAfterImage
       END-REWRITE
    END-IF
    INITIALIZE MerchSaleRec-MR
    MOVE TodayDate             TO SaleDate-MR
    MOVE TillStoreId           TO StoreId-MR
    MOVE MerchItemSku(MbIdx)   TO SkuCode-MR
    MOVE MerchItemQty(MbIdx)   TO Quantity-MR
    MOVE MerchItemPrice(MbIdx) TO ExtendedPrice-MR
    MOVE MerchItemTax(MbIdx)   TO SaleTax-MR
    MOVE SaleTenderType        TO TenderType-MR
*> Every line of a basket paid in US cash is marked with the
*> currency so none of it is looked for in the local drawer; the
*> notes and the change go on the first line only.
    IF SaleForeignCash
       SET CashTender-MR TO TRUE
       MOVE SaleCashCurrency TO CashCurrency-MR
       IF MbIdx EQUAL 1
          MOVE SaleCashNotes TO CashTendered-MR
          MOVE SaleChangeDue TO ChangeGiven-MR
       END-IF
    END-IF
    MOVE MerchCustomerId       TO CustomerId-MR
    MOVE OperatorId            TO OperatorId-MR
    MOVE TillSessionNum        TO SessionNum-MR
    WRITE MerchSaleRec-MR.

PriceTheRental.
*> The price is computed here, at checkout time, and stored on the
*> rental; RentalFee-FF is just the base rate the rules adjust, and
*> the member's tier discount comes off whatever the rules said.
*> An active subscriber's rental goes through under the plan's price
*> code instead of any promo keyed, so it prices at zero and is not
*> counted as a campaign redemption.
    IF SubscriptionActive-CF
       MOVE SubscriptionPriceCode TO CheckoutPromoCode
    END-IF
    CALL "PriceFilmRental" USING BY CONTENT FilmGenre-FF,
                                    FilmYear-FF, RentalFee-FF,
                                    CheckoutFormat, TodayDate,
                                    CheckoutPromoCode
                                 BY REFERENCE PriceCharged,
                                    PriceRuleApplied
    EVALUATE TRUE
       WHEN GoldTier-CF    MOVE 10 TO TierDiscountPct
       WHEN SilverTier-CF  MOVE 5  TO TierDiscountPct
       WHEN OTHER          MOVE ZEROS TO TierDiscountPct
    END-EVALUATE
    IF TierDiscountPct > ZEROS
       COMPUTE PriceCharged ROUNDED =
               PriceCharged * (100 - TierDiscountPct) / 100
    END-IF
*> Staff rentals override the rules: free inside the monthly
*> allowance, the flat staff rate beyond it - the payroll export
*> collects the staff-rate rentals at month end.
    IF SubscriptionActive-CF
       MOVE SPACES TO CheckoutPromoCode
       DISPLAY "  (subscription plan " SubPlanCode-CF
               " - covered by the monthly fee)"
    END-IF
    IF CustomerIsStaff-CF AND NOT SubscriptionActive-CF
       IF StaffMonthCount < StaffFreeAllowance
          MOVE ZEROS TO PriceCharged
          DISPLAY "  (staff free allowance - "
                  StaffMonthCount " of " StaffFreeAllowance
                  " used this month)"
       ELSE
          MOVE StaffRate TO PriceCharged
          DISPLAY "  (staff rate - collected by payroll deduction)"
       END-IF
    END-IF.

CheckCustomer.
    MOVE CheckoutCustomerId TO CustomerId-CF
    READ CustomerFile
       KEY IS CustomerId-CF
       INVALID KEY CONTINUE
    END-READ
    MOVE CheckoutCustomerId TO CardholderId
    MOVE ZEROS  TO CardholderBirthDate CardholderSpendCap
    MOVE SPACES TO CardholderRatingCap
    IF CustomerOk
       MOVE DateOfBirth-CF TO CardholderBirthDate
       IF HouseholdSecondary-CF
          PERFORM SwitchToHouseholdPrimary
          IF CheckoutRefused
             EXIT PARAGRAPH
          END-IF
       END-IF
    END-IF
    IF NOT CustomerOk
       DISPLAY "REFUSED - Customer " CheckoutCustomerId
               " is not on the customer master."
       SET CheckoutRefused TO TRUE
    ELSE
       EVALUATE TRUE
          WHEN CustomerIsSuspended-CF
             DISPLAY "REFUSED - Customer " CheckoutCustomerId
                     " is suspended for collections."
             SET CheckoutRefused TO TRUE
          WHEN CustomerIsMerged-CF
             DISPLAY "REFUSED - Customer " CheckoutCustomerId
                     " was merged into " MergedIntoId-CF
                     "; use that account."
             SET CheckoutRefused TO TRUE
          WHEN CustomerIsClosed-CF
             DISPLAY "REFUSED - Customer " CheckoutCustomerId
                     " is closed."
             SET CheckoutRefused TO TRUE
          WHEN HouseAccount-CF AND PurchaseOrderRef-CF EQUAL SPACES
             DISPLAY "REFUSED - House account " CheckoutCustomerId
                     " has no purchase order on file."
             SET CheckoutRefused TO TRUE
       END-EVALUATE
    END-IF
    IF NOT CheckoutRefused
       CALL "CheckOpenCases" USING CheckoutCustomerId, OpenCaseCount
       IF OpenCaseCount > ZEROS
          DISPLAY "NOTE - customer " CheckoutCustomerId " has "
                  OpenCaseCount " open service case(s) in Listing18-43."
       END-IF
    END-IF.

SwitchToHouseholdPrimary.
*> The card belongs to a secondary cardholder. Their own age and caps
*> are kept, then the primary's record is read in its place, so the
*> status, limits, pricing and ledger checks that follow - and the
*> rental itself - all land on the household account.
    MOVE RatingCap-CF       TO CardholderRatingCap
    MOVE MonthlySpendCap-CF TO CardholderSpendCap
    IF NOT CustomerIsActive-CF
       DISPLAY "REFUSED - card " CardholderId " is no longer active "
               "on its household account."
       SET CheckoutRefused TO TRUE
       EXIT PARAGRAPH
    END-IF
    DISPLAY "  (cardholder " CustomerFirstName-CF SPACE
            CustomerSurname-CF " - household account "
            HouseholdPrimaryId-CF ")"
    MOVE HouseholdPrimaryId-CF TO CheckoutCustomerId
    MOVE CheckoutCustomerId    TO CustomerId-CF
    READ CustomerFile
       KEY IS CustomerId-CF
       INVALID KEY CONTINUE
    END-READ.

CheckCardholderRatingCap.
*> The primary's ceiling on what this cardholder may rent. A film
*> with no rating on file is not held back by the cap.
    MOVE ZERO TO FilmRatingRank CapRatingRank
    PERFORM VARYING RkIdx FROM 1 BY 1 UNTIL RkIdx > 5
       IF RankRating(RkIdx) EQUAL FilmRating-FF
          MOVE RankValue(RkIdx) TO FilmRatingRank
       END-IF
       IF RankRating(RkIdx) EQUAL CardholderRatingCap
          MOVE RankValue(RkIdx) TO CapRatingRank
       END-IF
    END-PERFORM
    IF FilmRatingRank > CapRatingRank
       DISPLAY "REFUSED - " FilmTitle-FF " is rated " FilmRating-FF
               "; card " CardholderId " may rent up to "
               CardholderRatingCap " only."
       SET CheckoutRefused TO TRUE
    END-IF.

CheckCardholderSpendCap.
*> The cardholder's rentals this calendar month on the household
*> account, plus this one, against the monthly cap the primary set.
*> The copy is already off the shelf count, so a refusal puts it
*> back.
    MOVE ZEROS TO CardholderMonthSpend
    MOVE CheckoutCustomerId TO CustomerId-RF
    MOVE ZEROS TO FilmId-RF CheckoutDate-RF
    START RentalFile KEY IS GREATER THAN OR EQUAL RentalKey-RF
       INVALID KEY SET EndOfRentals TO TRUE
    END-START
    IF NOT EndOfRentals
       READ RentalFile NEXT RECORD
          AT END SET EndOfRentals TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfRentals
                   OR CustomerId-RF NOT EQUAL CheckoutCustomerId
       IF CardholderId-RF EQUAL CardholderId
          AND CheckoutDate-RF(1:6) EQUAL TodayDate(1:6)
          ADD PriceCharged-RF TO CardholderMonthSpend
       END-IF
       READ RentalFile NEXT RECORD
          AT END SET EndOfRentals TO TRUE
       END-READ
    END-PERFORM
    IF CardholderMonthSpend + PriceCharged > CardholderSpendCap
       MOVE CardholderMonthSpend TO CardholderSpend-Ed
       MOVE CardholderSpendCap   TO CardholderCap-Ed
       DISPLAY "REFUSED - card " CardholderId " has spent "
               CardholderSpend-Ed " this month against a cap of "
               CardholderCap-Ed "."
       SET CheckoutRefused TO TRUE
       MOVE "N" TO WaiverReply
       IF StoreCopyAllocated
          PERFORM ReturnCopyToShelf
       END-IF
    END-IF.

CheckFilm.
    MOVE CheckoutFilmId TO FilmId-FF
    READ FilmFile
       KEY IS FilmId-FF
       INVALID KEY CONTINUE
    END-READ
    IF NOT FilmOk
       DISPLAY "REFUSED - Film " CheckoutFilmId " is not on file."
       SET CheckoutRefused TO TRUE
    ELSE
       IF NOT FilmIsActive-FF
          DISPLAY "REFUSED - " FilmTitle-FF " is not active for rental."
          SET CheckoutRefused TO TRUE
       END-IF
    END-IF
    IF CheckoutAllowed AND StreetDate-FF IS NUMERIC
       AND StreetDate-FF > TodayDate
       MOVE StreetDate-FF TO StreetDate-Ed
       DISPLAY "REFUSED - " FilmTitle-FF " may not be rented before "
               "its street date of " StreetDate-Ed "."
       DISPLAY "  Place a hold for the customer from the inquiry."
       SET CheckoutRefused TO TRUE
    END-IF.

CheckAgeRestriction.
*> The age is the cardholder's own, kept by CheckCustomer - on a
*> household account that is not the primary's. A member under the
*> rating age is refused; the supervisor can override, and every
*> override lands on the security log.
    IF CardholderBirthDate EQUAL ZEROS
       MOVE ZEROS TO CustomerAgeYears
    ELSE
       COMPUTE CustomerAgeYears =
               (FUNCTION INTEGER-OF-DATE(TodayDate)
              - FUNCTION INTEGER-OF-DATE(CardholderBirthDate)) / 365.25
    END-IF
    IF CustomerAgeYears < AdultRatingAge
       DISPLAY FilmTitle-FF " is rated " FilmRating-FF
       WHEN NOT CopyIsOnShelf-CP
          DISPLAY "REFUSED - that copy is not on the shelf."
          SET CheckoutRefused TO TRUE
    END-EVALUATE
    MOVE FormatCode-CP TO CheckoutFormat.

CheckForOverdueRentals.
*> A customer holding any unreturned rental already past its due
       WHEN SilverTier-CF  MOVE 5 TO TierRentalLimit
       WHEN OTHER          MOVE 3 TO TierRentalLimit
    END-EVALUATE
    IF SubscriptionActive-CF
       PERFORM ApplyPlanRentalLimit
       EXIT PARAGRAPH
    END-IF
    IF SubscriptionLapsed-CF
       DISPLAY "  (subscription lapsed - ordinary prices and limits "
               "apply until it is renewed)"
    END-IF
    IF OpenRentalCount NOT < TierRentalLimit
       DISPLAY "REFUSED - Customer " CheckoutCustomerId " already "
               "has " OpenRentalCount " film(s) out (tier limit "
       SET CheckoutRefused TO TRUE
    END-IF.

ApplyPlanRentalLimit.
*> The plan's own limit on films out at once. A plan missing from
*> the master leaves the member on the tier limit rather than
*> unlimited.
    MOVE SubPlanCode-CF TO PlanCode-SU
    READ SubPlanFile
       KEY IS PlanCode-SU
       INVALID KEY CONTINUE
    END-READ
    IF SubPlanOk
       MOVE MaxFilmsOut-SU TO TierRentalLimit
    END-IF
    IF OpenRentalCount NOT < TierRentalLimit
       DISPLAY "REFUSED - Customer " CheckoutCustomerId " already "
               "has " OpenRentalCount " film(s) out (plan "
               SubPlanCode-CF " limit " TierRentalLimit ")."
       SET CheckoutRefused TO TRUE
    END-IF.

CheckCreditLimit.
*> The customer's open items on the ledger, against the limit the
*> tier earns - or, for a house account, the limit agreed with the
*> school or library. CustomerRec-CF still holds the record
*> CheckCustomer read.
    MOVE ZEROS TO CustomerOpenBalance
    MOVE CheckoutCustomerId TO CustomerId-AR
    MOVE ZEROS              TO ARItemSeqNum-AR
       END-READ
    END-PERFORM
    EVALUATE TRUE
       WHEN HouseAccount-CF MOVE HouseCreditLimit-CF TO CustomerCreditLimit
       WHEN GoldTier-CF    MOVE CreditLimitGold     TO CustomerCreditLimit
       WHEN SilverTier-CF  MOVE CreditLimitSilver   TO CustomerCreditLimit
       WHEN OTHER          MOVE CreditLimitStandard TO CustomerCreditLimit
    MOVE CustomerOpenBalance TO OpenBalance-Ed
    MOVE CustomerCreditLimit TO CreditLimit-Ed
    DISPLAY "DECLINED - Customer " CheckoutCustomerId " owes "
            OpenBalance-Ed " against a credit limit of "
            CreditLimit-Ed "."
    DISPLAY "Supervisor override? (Y/N) - " WITH NO ADVANCING
    ACCEPT OverrideReply
    PERFORM UNTIL EndOfStoreCopies OR StoreCopyAllocated
       IF StoreId-SC EQUAL TillStoreId
          AND FilmId-SC EQUAL CheckoutFilmId
          AND FormatCode-SC EQUAL CheckoutFormat
          AND CopyCount-SC > ZERO
          MOVE SPACES TO JrnBeforeImage
          MOVE StoreCopyRec TO JrnBeforeImage
    END-PERFORM
    IF NOT StoreCopyAllocated
       DISPLAY "REFUSED - no copies of Film " CheckoutFilmId
               " format " CheckoutFormat
               " on the shelf at Store " TillStoreId "."
       SET CheckoutRefused TO TRUE
    END-IF.
    MOVE CheckoutCustomerId TO CustomerId-RF
    MOVE CheckoutFilmId     TO FilmId-RF
    MOVE TodayDate          TO CheckoutDate-RF
    MOVE FUNCTION CURRENT-DATE(9:6) TO CheckoutTime-RF
*> FilmRec-FF still holds the record CheckFilm read.
    CALL "LoanPeriodForFilm" USING BY CONTENT FilmGenre-FF,
                                      FilmYear-FF, FilmStatusCode-FF
    MOVE ZEROS              TO ReturnDate-RF
    MOVE TillStoreId        TO StoreId-RF
    MOVE CheckoutBarcode    TO Barcode-RF
    MOVE CheckoutFormat     TO FormatCode-RF
    MOVE CardholderId       TO CardholderId-RF
    MOVE PriceCharged       TO PriceCharged-RF
    MOVE TillSessionNum     TO SessionNum-RF
*> The rental remembers how it was priced, so the campaign report
          MOVE RentalRec-RF TO JrnAfterImage
          CALL "JournalUpdate" USING "Listing17-29", OperatorId,
                "RentalFile  ", "W", JrnBeforeImage, JrnAfterImage
          CALL "MaintainOpenRental" USING "S", RentalRec-RF
          IF CheckoutBarcode NOT EQUAL ZEROS
             PERFORM MarkCopyOut
          END-IF
          END-IF
          DISPLAY "  to " CustomerFirstName-CF SPACE CustomerSurname-CF
                  " - due back " DueDate-Ed
          IF HouseAccount-CF
             DISPLAY "  Charged to the house account on PO "
                     PurchaseOrderRef-CF " - nothing to pay at the till."
          END-IF
    END-WRITE.

MarkCopyOut.
                "StoreCopy   ", "R", JrnBeforeImage, JrnAfterImage
    END-REWRITE.

UseTrainingFiles.
*> OperatorSignOnCheck has settled whether this is a training session.
*> In training each file named at the head of WORKING-STORAGE
*> becomes its training copy; the reference files stay live.
    CALL "TrainingMode" USING "Q", TrainingState, OfflineLogFileName
    IF NOT TrainingModeOn
       EXIT PARAGRAPH
    END-IF
    CALL "TrainingMode" USING "F", TrainingState, RentalFileName
    CALL "TrainingMode" USING "F", TrainingState, CustomerFileName
    CALL "TrainingMode" USING "F", TrainingState, TierMovesFileName
    CALL "TrainingMode" USING "F", TrainingState, StoreCopyFileName
    CALL "TrainingMode" USING "F", TrainingState, CopyMasterFileName
    CALL "TrainingMode" USING "F", TrainingState, HoldQueueFileName
    CALL "TrainingMode" USING "F", TrainingState, TransferFileName
    CALL "TrainingMode" USING "F", TrainingState, ARLedgerFileName
    CALL "TrainingMode" USING "F", TrainingState, VoidRegisterFileName
    CALL "TrainingMode" USING "F", TrainingState, UsedSaleFileName
    CALL "TrainingMode" USING "F", TrainingState, MerchSkuFileName
    CALL "TrainingMode" USING "F", TrainingState, MerchSaleFileName
    CALL "TrainingMode" USING "F", TrainingState, OfflineLogFileName
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
*> the first matching rule wins, adjusting the base RentalFee-FF by
*> a percentage or replacing it with a flat price. No matching rule
*> means the base rate stands. WORKING-STORAGE is not INITIAL, so
*> the table loads once per run. A subscriber's rental is covered by
*> the monthly plan fee: the till passes the reserved subscription
*> code in place of a promo code, and that prices at zero under its
*> own rule number ahead of anything in the table.
*> A title stocked on several formats rents at a different base fee
*> on each: a second small file, seeded the same way, gives each
*> format either an amount added to RentalFee-FF or a flat base fee
*> that replaces it, and the rules then work from that base. A format
*> not on the file (or passed as spaces) leaves RentalFee-FF alone.
*> The home-delivery fee is priced here too, so that it can be
*> promoted like a rental: the caller passes the reserved delivery
*> code, and the standard fee is charged under its own rule number
*> unless a table rule carrying that same code matches. The general
*> rules (Saturday discount and so on) never touch the fee.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS PriceRuleStatus.

    SELECT FormatFeeFile ASSIGN TO "Listing17-46FormatFees.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS FormatFeeStatus.

DATA DIVISION.
FILE SECTION.
FD  PriceRuleFile.
01  PriceRuleRec.
    02  AdjustType-PR          PIC X.
    02  AdjustAmount-PR        PIC 9(3)V99.

FD  FormatFeeFile.
01  FormatFeeRec.
    02  FormatCode-FE          PIC X.
    02  FormatName-FE          PIC X(10).
    02  FeeType-FE             PIC X.
    02  FeeAmount-FE           PIC 9(3)V99.

WORKING-STORAGE SECTION.
01  PriceRuleStatus            PIC XX.
    88  EndOfPriceRules          VALUE "10".

01  FormatFeeStatus            PIC XX.
    88  EndOfFormatFees          VALUE "10".

01  TableLoaded                PIC X VALUE "N".
    88  TableAlreadyLoaded       VALUE "Y".

           88  FlatPriceRule-T   VALUE "F".
        03  AdjustAmount-T     PIC 9(3)V99.

01  FormatFeeTable.
    02  FormatFeeCount         PIC 9 VALUE ZERO.
    02  FormatFeeEntry OCCURS 9 TIMES INDEXED BY FmtIdx.
        03  FormatCode-T       PIC X.
        03  FeeType-T          PIC X.
           88  FlatFormatFee-T   VALUE "F".
           88  AddedFormatFee-T  VALUE "A".
        03  FeeAmount-T        PIC 9(3)V99.
01  FormatBaseFee              PIC 9(3)V99.

*> Integer day 1 (1601-01-01) was a Monday, so MOD(int - 1, 7) + 1
*> gives 1=Monday .. 7=Sunday.
01  PriceDayOfWeek             PIC 9.
01  RuleMatches                PIC X.
    88  RuleDoesMatch            VALUE "Y".

01  SubscriptionPriceCode      PIC X(6) VALUE "SUBSCR".
01  SubscriptionRuleId         PIC 9(3) VALUE 900.
01  DeliveryPriceCode          PIC X(6) VALUE "DELIVR".
01  DeliveryBaseFee            PIC 9(3)V99 VALUE 3.99.
01  DeliveryRuleId             PIC 9(3) VALUE 901.

LINKAGE SECTION.
01  FilmGenre-IO               PIC X(10).
01  FilmYear-IO                PIC 9(4).
01  BaseFee-IO                 PIC 9(3)V99.
01  FormatCode-IO              PIC X.
01  PriceDate-IO               PIC 9(8).
01  PromoCode-IO               PIC X(6).
01  PriceOut-IO                PIC 9(3)V99.
01  RuleIdOut-IO               PIC 9(3).

PROCEDURE DIVISION USING FilmGenre-IO, FilmYear-IO, BaseFee-IO,
                          FormatCode-IO, PriceDate-IO, PromoCode-IO,
                          PriceOut-IO, RuleIdOut-IO.
Begin.
   IF NOT TableAlreadyLoaded
      PERFORM LoadRuleTable
      PERFORM LoadFormatFeeTable
      MOVE "Y" TO TableLoaded
   END-IF

           FUNCTION MOD(FUNCTION INTEGER-OF-DATE(PriceDate-IO) - 1, 7)
           + 1

   MOVE BaseFee-IO TO FormatBaseFee
   PERFORM VARYING FmtIdx FROM 1 BY 1 UNTIL FmtIdx > FormatFeeCount
      IF FormatCode-T(FmtIdx) EQUAL FormatCode-IO
         IF FlatFormatFee-T(FmtIdx)
            MOVE FeeAmount-T(FmtIdx) TO FormatBaseFee
         ELSE
            ADD FeeAmount-T(FmtIdx) TO FormatBaseFee
         END-IF
         EXIT PERFORM
      END-IF
   END-PERFORM
   MOVE FormatBaseFee TO PriceOut-IO
   MOVE ZEROS      TO RuleIdOut-IO
   IF PromoCode-IO EQUAL SubscriptionPriceCode
      MOVE ZEROS              TO PriceOut-IO
      MOVE SubscriptionRuleId TO RuleIdOut-IO
      EXIT PROGRAM
   END-IF
   IF PromoCode-IO EQUAL DeliveryPriceCode
      PERFORM PriceDeliveryFee
      EXIT PROGRAM
   END-IF
   PERFORM VARYING RuleIdx FROM 1 BY 1 UNTIL RuleIdx > RuleCount
      PERFORM TestRuleMatch
      IF RuleDoesMatch
   END-PERFORM
   EXIT PROGRAM.

PriceDeliveryFee.
   MOVE DeliveryBaseFee TO FormatBaseFee
   MOVE DeliveryBaseFee TO PriceOut-IO
   MOVE DeliveryRuleId  TO RuleIdOut-IO
   PERFORM VARYING RuleIdx FROM 1 BY 1 UNTIL RuleIdx > RuleCount
      IF PromoCode-T(RuleIdx) EQUAL DeliveryPriceCode
         PERFORM TestRuleMatch
         IF RuleDoesMatch
            PERFORM ApplyRule
            EXIT PERFORM
         END-IF
      END-IF
   END-PERFORM.

TestRuleMatch.
   MOVE "Y" TO RuleMatches
   IF PriceDate-IO < EffectiveFrom-T(RuleIdx)
*> Percentage rules carry the percentage of the base fee to charge,
*> e.g. 080.00 charges 80% of the base rate.
      COMPUTE PriceOut-IO ROUNDED =
              FormatBaseFee * AdjustAmount-T(RuleIdx) / 100
   END-IF.

LoadRuleTable.
   END-PERFORM
   CLOSE PriceRuleFile.

LoadFormatFeeTable.
   MOVE ZERO TO FormatFeeCount
   OPEN INPUT FormatFeeFile
   IF FormatFeeStatus NOT EQUAL "00"
      CLOSE FormatFeeFile
      PERFORM SeedFormatFeeFile
      OPEN INPUT FormatFeeFile
   END-IF
   READ FormatFeeFile
      AT END SET EndOfFormatFees TO TRUE
   END-READ
   PERFORM UNTIL EndOfFormatFees
      IF FormatFeeCount < 9
         ADD 1 TO FormatFeeCount
         MOVE FormatCode-FE TO FormatCode-T(FormatFeeCount)
         MOVE FeeType-FE    TO FeeType-T(FormatFeeCount)
         MOVE FeeAmount-FE  TO FeeAmount-T(FormatFeeCount)
      END-IF
      READ FormatFeeFile
         AT END SET EndOfFormatFees TO TRUE
      END-READ
   END-PERFORM
   CLOSE FormatFeeFile.

SeedFormatFeeFile.
*> VHS rents at the title's own fee; DVD and Blu-ray carry a dollar
*> and two dollars more.
   OPEN OUTPUT FormatFeeFile
   MOVE "VVHS       A00000" TO FormatFeeRec
   WRITE FormatFeeRec
   MOVE "DDVD       A00100" TO FormatFeeRec
   WRITE FormatFeeRec
   MOVE "BBlu-ray   A00200" TO FormatFeeRec
   WRITE FormatFeeRec
   CLOSE FormatFeeFile.

SeedRuleFile.
*> Launch promotions: Saturdays 20% off everything, catalog titles
*> from 1990 or earlier at a flat 1.99, and promo code NEW10 for 10%
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
PROGRAM-ID. PriceUsedCopy.
AUTHOR. Michael Coughlan.
*> Resolves the retail price of a previously-viewed copy put up for
*> sale once a title's new-release peak has passed. The schedule
*> lives on a LINE SEQUENTIAL file (seeded the first time anything
*> asks, like the rental price rules) as age bands in months since
*> the copy was acquired, each priced by the condition the copy is
*> in; the first row whose band covers the copy's age and whose
*> condition matches wins, so rows are kept youngest band first.
*> A copy with no acquisition date on the copy master prices in the
*> oldest band. A retired copy, or a condition no row prices, is not
*> for sale. WORKING-STORAGE is not INITIAL, so the table loads once
*> per run. SaleResult comes back 0 when priced, 1 when not saleable.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT UsedPriceFile ASSIGN TO "Listing17-29UsedPrices.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS UsedPriceStatus.

DATA DIVISION.
FILE SECTION.
FD  UsedPriceFile.
01  UsedPriceRec.
    02  MaxAgeMonths-UP        PIC 9(3).
    02  ConditionCode-UP       PIC X.
    02  SalePrice-UP           PIC 9(3)V99.

WORKING-STORAGE SECTION.
01  UsedPriceStatus            PIC XX.
    88  EndOfUsedPrices          VALUE "10".

01  TableLoaded                PIC X VALUE "N".
    88  TableAlreadyLoaded       VALUE "Y".

01  UsedPriceTable.
    02  UsedPriceCount         PIC 99 VALUE ZERO.
    02  UsedPriceEntry OCCURS 20 TIMES INDEXED BY UPIdx.
        03  MaxAgeMonths-T     PIC 9(3).
        03  ConditionCode-T    PIC X.
        03  SalePrice-T        PIC 9(3)V99.

01  CopyAgeMonths              PIC 9(5) VALUE ZEROS.
01  AsOfDateParts.
    02  AsOfYear               PIC 9(4).
    02  AsOfMonth              PIC 99.
    02  FILLER                 PIC 99.
01  AcquiredDateParts.
    02  AcquiredYear           PIC 9(4).
    02  AcquiredMonth          PIC 99.
    02  FILLER                 PIC 99.
01  OldestBandMonths           PIC 9(3) VALUE 999.
01  RetiredConditionCode       PIC X VALUE "X".

LINKAGE SECTION.
01  AcquisitionDate-IO         PIC 9(8).
01  ConditionCode-IO           PIC X.
01  AsOfDate-IO                PIC 9(8).
01  SalePrice-IO               PIC 9(3)V99.
01  SaleResult-IO              PIC 9.
    88  CopyPriced               VALUE 0.
    88  CopyNotSaleable          VALUE 1.

PROCEDURE DIVISION USING AcquisitionDate-IO, ConditionCode-IO,
                          AsOfDate-IO, SalePrice-IO, SaleResult-IO.
Begin.
   IF NOT TableAlreadyLoaded
      PERFORM LoadUsedPriceTable
      MOVE "Y" TO TableLoaded
   END-IF

   SET CopyNotSaleable TO TRUE
   MOVE ZEROS TO SalePrice-IO
   IF ConditionCode-IO EQUAL RetiredConditionCode
      EXIT PROGRAM
   END-IF
   IF AcquisitionDate-IO EQUAL ZEROS
      OR AcquisitionDate-IO > AsOfDate-IO
      MOVE OldestBandMonths TO CopyAgeMonths
   ELSE
      MOVE AsOfDate-IO        TO AsOfDateParts
      MOVE AcquisitionDate-IO TO AcquiredDateParts
      COMPUTE CopyAgeMonths =
              (AsOfYear * 12 + AsOfMonth)
            - (AcquiredYear * 12 + AcquiredMonth)
   END-IF
   PERFORM VARYING UPIdx FROM 1 BY 1 UNTIL UPIdx > UsedPriceCount
      IF ConditionCode-T(UPIdx) EQUAL ConditionCode-IO
         AND CopyAgeMonths NOT > MaxAgeMonths-T(UPIdx)
         MOVE SalePrice-T(UPIdx) TO SalePrice-IO
         SET CopyPriced TO TRUE
         EXIT PERFORM
      END-IF
   END-PERFORM
   EXIT PROGRAM.

LoadUsedPriceTable.
   MOVE ZERO TO UsedPriceCount
   OPEN INPUT UsedPriceFile
   IF UsedPriceStatus NOT EQUAL "00"
      CLOSE UsedPriceFile
      PERFORM SeedUsedPriceFile
      OPEN INPUT UsedPriceFile
   END-IF
   READ UsedPriceFile
      AT END SET EndOfUsedPrices TO TRUE
   END-READ
   PERFORM UNTIL EndOfUsedPrices
      IF UsedPriceCount < 20
         ADD 1 TO UsedPriceCount
         MOVE MaxAgeMonths-UP  TO MaxAgeMonths-T(UsedPriceCount)
         MOVE ConditionCode-UP TO ConditionCode-T(UsedPriceCount)
         MOVE SalePrice-UP     TO SalePrice-T(UsedPriceCount)
      END-IF
      READ UsedPriceFile
         AT END SET EndOfUsedPrices TO TRUE
      END-READ
   END-PERFORM
   CLOSE UsedPriceFile.

SeedUsedPriceFile.
*> Launch schedule: good copies from 12.99 inside six months down to
*> 3.99 past two years, worn copies a few dollars less, and damaged
*> copies a flat 1.00 whatever their age.
   OPEN OUTPUT UsedPriceFile
   MOVE "006G01299" TO UsedPriceRec
   WRITE UsedPriceRec
   MOVE "006W00999" TO UsedPriceRec
   WRITE UsedPriceRec
   MOVE "012G00999" TO UsedPriceRec
   WRITE UsedPriceRec
   MOVE "012W00799" TO UsedPriceRec
   WRITE UsedPriceRec
   MOVE "024G00699" TO UsedPriceRec
   WRITE UsedPriceRec
   MOVE "024W00499" TO UsedPriceRec
   WRITE UsedPriceRec
   MOVE "999G00399" TO UsedPriceRec
   WRITE UsedPriceRec
   MOVE "999W00299" TO UsedPriceRec
   WRITE UsedPriceRec
   MOVE "999D00100" TO UsedPriceRec
   WRITE UsedPriceRec
   CLOSE UsedPriceFile.
END PROGRAM PriceUsedCopy.

IDENTIFICATION DIVISION.
PROGRAM-ID. GetTaxRateForStore.
AUTHOR. Michael Coughlan.
*> Maps a StoreId to its sales-tax jurisdiction and rate. The store
*> master and jurisdiction rate table live on two small LINE
*> SEQUENTIAL files, seeded with the shop's stores/counties the
*> first time anything asks (the same first-run seeding idiom as
*> Listing9-3's RateFile); WORKING-STORAGE is not INITIAL, so the
*> tables load once per run no matter how many rentals are taxed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StoreMasterFile ASSIGN TO "Listing17-44Stores.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS StoreMasterStatus.

    SELECT TaxRateFile ASSIGN TO "Listing17-44TaxRates.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS TaxRateStatus.

DATA DIVISION.
FILE SECTION.
FD  StoreMasterFile.
01  StoreMasterRec.
    02  StoreId-SM             PIC 99.
    02  StoreName-SM           PIC X(20).
    02  JurisdictionCode-SM    PIC XXX.
    02  CurrencyCode-SM        PIC XXX.
    02  StoreStatus-SM         PIC X.

FD  TaxRateFile.
01  TaxRateFileRec.
    02  JurisdictionCode-TX    PIC XXX.
    02  JurisdictionName-TX    PIC X(20).
    02  TaxRate-TX             PIC 9V9999.

WORKING-STORAGE SECTION.
01  StoreMasterStatus          PIC XX.
    88  EndOfStoreMaster         VALUE "10".
01  TaxRateStatus              PIC XX.
    88  EndOfTaxRates            VALUE "10".

01  TablesLoaded               PIC X VALUE "N".
    88  TablesAlreadyLoaded      VALUE "Y".

01  StoreTable.
    02  StoreCount             PIC 99 VALUE ZERO.
    02  StoreEntry OCCURS 10 TIMES INDEXED BY StIdx.
        03  StoreId-T          PIC 99.
        03  StoreName-T        PIC X(20).
        03  StoreJurCode-T     PIC XXX.

01  JurisdictionTable.
    02  JurCount               PIC 99 VALUE ZERO.
    02  JurEntry OCCURS 10 TIMES INDEXED BY JurIdx.
        03  JurCode-T          PIC XXX.
        03  JurName-T          PIC X(20).
        03  JurRate-T          PIC 9V9999.

01  WantedJurCode              PIC XXX.

LINKAGE SECTION.
01  StoreId-IO                 PIC 99.
01  TaxRate-IO                 PIC 9V9999.
01  JurisdictionCode-IO        PIC XXX.
01  JurisdictionName-IO        PIC X(20).
01  TaxResult-IO               PIC 9.
    88  TaxRateFound             VALUE 0.
    88  TaxRateNotFound          VALUE 1.

PROCEDURE DIVISION USING StoreId-IO, TaxRate-IO,
                          JurisdictionCode-IO, JurisdictionName-IO,
                          TaxResult-IO.
Begin.
   IF NOT TablesAlreadyLoaded
      PERFORM LoadStoreMaster
      PERFORM LoadTaxRates
      MOVE "Y" TO TablesLoaded
   END-IF

   SET TaxRateNotFound TO TRUE
   MOVE ZEROS  TO TaxRate-IO
   MOVE SPACES TO JurisdictionCode-IO JurisdictionName-IO
   MOVE SPACES TO WantedJurCode
   PERFORM VARYING StIdx FROM 1 BY 1 UNTIL StIdx > StoreCount
      IF StoreId-T(StIdx) EQUAL StoreId-IO
         MOVE StoreJurCode-T(StIdx) TO WantedJurCode
         EXIT PERFORM
      END-IF
   END-PERFORM
   IF WantedJurCode NOT EQUAL SPACES
      PERFORM VARYING JurIdx FROM 1 BY 1 UNTIL JurIdx > JurCount
         IF JurCode-T(JurIdx) EQUAL WantedJurCode
            MOVE JurRate-T(JurIdx) TO TaxRate-IO
            MOVE WantedJurCode     TO JurisdictionCode-IO
            MOVE JurName-T(JurIdx) TO JurisdictionName-IO
            SET TaxRateFound TO TRUE
            EXIT PERFORM
         END-IF
      END-PERFORM
   END-IF
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
         MOVE StoreId-SM          TO StoreId-T(StoreCount)
         MOVE StoreName-SM        TO StoreName-T(StoreCount)
         MOVE JurisdictionCode-SM TO StoreJurCode-T(StoreCount)
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

LoadTaxRates.
   MOVE ZERO TO JurCount
   OPEN INPUT TaxRateFile
   IF TaxRateStatus NOT EQUAL "00"
      CLOSE TaxRateFile
      PERFORM SeedTaxRates
      OPEN INPUT TaxRateFile
   END-IF
   READ TaxRateFile
      AT END SET EndOfTaxRates TO TRUE
   END-READ
   PERFORM UNTIL EndOfTaxRates
      IF JurCount < 10
         ADD 1 TO JurCount
         MOVE JurisdictionCode-TX TO JurCode-T(JurCount)
         MOVE JurisdictionName-TX TO JurName-T(JurCount)
         MOVE TaxRate-TX          TO JurRate-T(JurCount)
      END-IF
      READ TaxRateFile
         AT END SET EndOfTaxRates TO TRUE
      END-READ
   END-PERFORM
   CLOSE TaxRateFile.

SeedTaxRates.
   OPEN OUTPUT TaxRateFile
   MOVE "J01Riverside County    00650" TO TaxRateFileRec
   WRITE TaxRateFileRec
   MOVE "J02Hillside County     00700" TO TaxRateFileRec
   WRITE TaxRateFileRec
   MOVE "J03Essex County (CAN)  00800" TO TaxRateFileRec
   WRITE TaxRateFileRec
   CLOSE TaxRateFile.
END PROGRAM GetTaxRateForStore.

IDENTIFICATION DIVISION.
PROGRAM-ID. CheckMemberCard.
AUTHOR. Michael Coughlan.
*> Resolves the number a clerk scans or keys for a customer at the
*> counter. A number above the CustomerId range is a membership
*> card: its check digit must verify under the badge scheme
*> ValidateBadgeCheckDigit applies, and it must be on the Listing17-26
*> card register. A card that has been reported lost or stolen, or
*> that has been replaced, is refused, and every attempt to use one
*> goes to the security log - with the store and the customer the
*> card belonged to - for the weekly Listing18-27 hotlist report. A
*> number in the CustomerId range was keyed by hand and comes back
*> unchanged. CardResult comes back 0 when a customer was resolved,
*> 1 when the card is refused, 2 when the number is not a card. In
*> training the card is looked up on the training card register.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT MemberCardFile ASSIGN TO MemberCardFileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CardNum-MC
        ALTERNATE RECORD KEY IS CustomerId-MC
                     WITH DUPLICATES
        FILE STATUS IS MemberCardStatus.

    SELECT SecurityLogFile ASSIGN TO "Listing17-51Security.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS SecurityLogStatus.

DATA DIVISION.
FILE SECTION.
FD MemberCardFile.
01 MemberCardRec-MC.
   COPY MemberCardRec.

FD  SecurityLogFile.
01  SecurityLogRec         PIC X(110).

WORKING-STORAGE SECTION.
01  MemberCardStatus       PIC XX.
    88  MemberCardOk         VALUE "02", "00".
01  SecurityLogStatus      PIC XX.
01  SecurityTimestamp      PIC X(21).
01  MemberCardFileName     PIC X(40).
01  TrainingState          PIC X.
    88  TrainingModeOn       VALUE "Y".
01  HighestCustomerId      PIC 9(8) VALUE 9999999.
01  CheckDigitResult       PIC 9.
    88  CardDigitValid       VALUE 0.

LINKAGE SECTION.
01  ProgramName-IO         PIC X(12).
01  OperatorId-IO          PIC 9(4).
01  StoreId-IO             PIC 99.
01  EnteredNum-IO          PIC 9(8).
01  CustomerId-IO          PIC 9(7).
01  CardResult-IO          PIC 9.
    88  CardCustomerFound    VALUE 0.
    88  CardRefused          VALUE 1.
    88  CardNotRecognised    VALUE 2.

PROCEDURE DIVISION USING ProgramName-IO, OperatorId-IO, StoreId-IO,
                          EnteredNum-IO, CustomerId-IO, CardResult-IO.
Begin.
   MOVE ZEROS TO CustomerId-IO
   IF EnteredNum-IO NOT > HighestCustomerId
      MOVE EnteredNum-IO TO CustomerId-IO
      SET CardCustomerFound TO TRUE
      EXIT PROGRAM
   END-IF
   SET CardNotRecognised TO TRUE
   CALL "ValidateBadgeCheckDigit" USING EnteredNum-IO,
                                        CheckDigitResult
   IF NOT CardDigitValid
      EXIT PROGRAM
   END-IF
   MOVE "Listing17-26Cards.DAT" TO MemberCardFileName
   CALL "TrainingMode" USING "F", TrainingState, MemberCardFileName
   OPEN INPUT MemberCardFile
   IF MemberCardStatus NOT EQUAL "00"
      CLOSE MemberCardFile
      EXIT PROGRAM
   END-IF
   MOVE EnteredNum-IO TO CardNum-MC
   READ MemberCardFile
      KEY IS CardNum-MC
      INVALID KEY CONTINUE
   END-READ
   IF MemberCardOk
      MOVE CustomerId-MC TO CustomerId-IO
      IF CardIsActive-MC
         SET CardCustomerFound TO TRUE
      ELSE
         SET CardRefused TO TRUE
         PERFORM LogHotlistedCard
      END-IF
   END-IF
   CLOSE MemberCardFile
   EXIT PROGRAM.

LogHotlistedCard.
*> The event text is the thirty characters the security-log readers
*> expect; the customer and the card's status follow the timestamp.
   MOVE FUNCTION CURRENT-DATE TO SecurityTimestamp
   OPEN EXTEND SecurityLogFile
   IF SecurityLogStatus EQUAL "35"
      OPEN OUTPUT SecurityLogFile
   END-IF
   MOVE SPACES TO SecurityLogRec
   STRING ProgramName-IO DELIMITED BY SIZE
          " operator " DELIMITED BY SIZE
          OperatorId-IO DELIMITED BY SIZE
          " HOTLIST CARD " DELIMITED BY SIZE
          CardNum-MC DELIMITED BY SIZE
          " STORE " DELIMITED BY SIZE
          StoreId-IO DELIMITED BY SIZE
          " at " DELIMITED BY SIZE
          SecurityTimestamp DELIMITED BY SIZE
          " customer " DELIMITED BY SIZE
          CustomerId-MC DELIMITED BY SIZE
          " status " DELIMITED BY SIZE
          CardStatus-MC DELIMITED BY SIZE
     INTO SecurityLogRec
   END-STRING
   WRITE SecurityLogRec
   CLOSE SecurityLogFile.
END PROGRAM CheckMemberCard.

IDENTIFICATION DIVISION.
PROGRAM-ID. ValidateBadgeCheckDigit IS INITIAL.
*> Same weighted-sum / modulus-11 scheme as ValidateCheckDigit, applied
*> to the 8-digit format the gift cards share with the employee badge
*> numbers (see Listing16-3).
DATA DIVISION.
WORKING-STORAGE SECTION.
01 SumOfNums            PIC 9(5).
01 Quotient             PIC 9(5).
01 CalcResult           PIC 99.

LINKAGE SECTION.
01 NumToValidate.
   02  D1               PIC 9.
   02  D2               PIC 9.
   02  D3               PIC 9.
   02  D4               PIC 9.
   02  D5               PIC 9.
   02  D6               PIC 9.
   02  D7               PIC 9.
   02  D8               PIC 9.

01 Result               PIC 9.
   88 InvalidCheckDigit VALUE 1.
   88 ValidCheckDigit   VALUE 0.

PROCEDURE DIVISION USING NumToValidate, Result.
*> Returns a Result of 1 (invalid check digit) or 0 (valid check digit)
Begin.
   COMPUTE SumOfNums = (D1 * 8) + (D2 * 7) + (D3 * 6) + (D4 * 5) + (D5 * 4) + (D6 * 3) + (D7 * 2) + (D8).
   DIVIDE SumOfNums BY 11 GIVING Quotient REMAINDER CalcResult
   IF CalcResult EQUAL TO ZERO
      SET ValidCheckDigit TO TRUE
    ELSE
      SET InvalidCheckDigit TO TRUE
   END-IF
   EXIT PROGRAM.
   END PROGRAM ValidateBadgeCheckDigit.

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
PROGRAM-ID. CheckOpenCases.
AUTHOR. Michael Coughlan.
*> Counts the customer's open service cases in the Listing18-43 case
*> file, so whoever has the customer in front of them - at the
*> counter in Listing17-26 or at the till - knows there is a
*> complaint still being handled and can look up what was promised.
*> OpenCaseCount comes back zero when there are none or the case file
*> has not been started.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT CaseFile ASSIGN TO "Listing18-43Cases.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CaseKey-CS
        FILE STATUS IS CaseStatus.

DATA DIVISION.
FILE SECTION.
FD CaseFile.
01 CaseRec-CS.
   COPY CaseRec.

WORKING-STORAGE SECTION.
01  CaseStatus             PIC XX.
    88  CaseOk               VALUE "02", "00".

LINKAGE SECTION.
01  CustomerId-IO          PIC 9(7).
01  OpenCaseCount-IO       PIC 9(3).

PROCEDURE DIVISION USING CustomerId-IO, OpenCaseCount-IO.
Begin.
   MOVE ZEROS TO OpenCaseCount-IO
   OPEN INPUT CaseFile
   IF CaseStatus NOT EQUAL "00"
      CLOSE CaseFile
      EXIT PROGRAM
   END-IF
   MOVE CustomerId-IO TO CustomerId-CS
   MOVE ZEROS         TO CaseSeqNum-CS
   START CaseFile KEY IS GREATER THAN OR EQUAL CaseKey-CS
      INVALID KEY SET EndOfCases TO TRUE
   END-START
   IF NOT EndOfCases
      READ CaseFile NEXT RECORD
         AT END SET EndOfCases TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfCases
                  OR CustomerId-CS NOT EQUAL CustomerId-IO
      IF CaseOpen-CS
         ADD 1 TO OpenCaseCount-IO
      END-IF
      READ CaseFile NEXT RECORD
         AT END SET EndOfCases TO TRUE
      END-READ
   END-PERFORM
   CLOSE CaseFile
   EXIT PROGRAM.
END PROGRAM CheckOpenCases.

IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainOpenRental IS INITIAL.
AUTHOR. Michael Coughlan.
*> Keeps the open-rentals index in step with RentalFile. The index
*> holds one entry per unreturned rental, keyed by due date with the
*> film as an alternate key, so the nightly runs that only want the
*> rentals still out read a few thousand entries instead of the
*> whole rental history. Every program that writes, rewrites or
*> deletes a rental calls this straight after with the rental as it
*> now stands: "S" drops any entry the rental already has (its due
*> date may have moved on a renewal) and, if the rental is still out,
*> writes it afresh; "D" just drops the entry for a rental that has
*> been deleted. In training the training copy of the index is kept
*> instead, alongside the training RentalFile. Listing18-48 proves
*> the index against RentalFile each week and rebuilds it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OpenRentalFile ASSIGN TO OpenRentalFileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OpenRentalKey-OR
        ALTERNATE RECORD KEY IS OpenFilmId-OR
                     WITH DUPLICATES
        FILE STATUS IS OpenRentalStatus.

DATA DIVISION.
FILE SECTION.
FD  OpenRentalFile.
01  OpenRentalRec-OR.
    COPY OpenRentalRec.

WORKING-STORAGE SECTION.
01  OpenRentalStatus           PIC XX.
    88  OpenRentalOk             VALUE "02", "00".
01  OpenRentalFileName         PIC X(40).
01  TrainingState              PIC X.
    88  TrainingModeOn           VALUE "Y".
01  OpenEntryState             PIC X VALUE "N".
    88  OpenEntryFound           VALUE "Y".

LINKAGE SECTION.
01  OpenRentalAction-IO        PIC X.
    88  SyncOpenRental           VALUE "S".
    88  DropOpenRental           VALUE "D".
01  RentalRec-RF.
    COPY RentalRec.

PROCEDURE DIVISION USING OpenRentalAction-IO, RentalRec-RF.
Begin.
   MOVE "Listing17-6OpenRentals.DAT" TO OpenRentalFileName
   CALL "TrainingMode" USING "F", TrainingState, OpenRentalFileName
   OPEN I-O OpenRentalFile
   IF OpenRentalStatus EQUAL "35"
      OPEN OUTPUT OpenRentalFile
      CLOSE OpenRentalFile
      OPEN I-O OpenRentalFile
   END-IF
   IF NOT OpenRentalOk
      DISPLAY "-OR ERROR Status = " OpenRentalStatus
      EXIT PROGRAM
   END-IF

   PERFORM FindOpenEntry
   IF OpenEntryFound
      DELETE OpenRentalFile RECORD
         INVALID KEY DISPLAY "-OR ERROR Status = " OpenRentalStatus
      END-DELETE
   END-IF

   IF SyncOpenRental AND NotYetReturned-RF
      INITIALIZE OpenRentalRec-OR
      MOVE DueDate-RF      TO DueDate-OR
      MOVE CustomerId-RF   TO CustomerId-OR
      MOVE FilmId-RF       TO FilmId-OR
      MOVE CheckoutDate-RF TO CheckoutDate-OR
      MOVE FilmId-RF       TO OpenFilmId-OR
      MOVE StoreId-RF      TO StoreId-OR
      MOVE Barcode-RF      TO Barcode-OR
      MOVE FormatCode-RF   TO FormatCode-OR
      WRITE OpenRentalRec-OR
         INVALID KEY DISPLAY "-OR ERROR Status = " OpenRentalStatus
      END-WRITE
   END-IF
   CLOSE OpenRentalFile
   EXIT PROGRAM.

FindOpenEntry.
*> The due date the entry was filed under may not be the one the
*> rental now carries, so the entry is found through the film.
   MOVE FilmId-RF TO OpenFilmId-OR
   START OpenRentalFile KEY IS EQUAL OpenFilmId-OR
      INVALID KEY SET EndOfOpenRentals TO TRUE
   END-START
   IF NOT EndOfOpenRentals
      READ OpenRentalFile NEXT RECORD
         AT END SET EndOfOpenRentals TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfOpenRentals OR OpenEntryFound
                 OR OpenFilmId-OR NOT EQUAL FilmId-RF
      IF CustomerId-OR EQUAL CustomerId-RF
         AND CheckoutDate-OR EQUAL CheckoutDate-RF
         SET OpenEntryFound TO TRUE
      ELSE
         READ OpenRentalFile NEXT RECORD
            AT END SET EndOfOpenRentals TO TRUE
         END-READ
      END-IF
   END-PERFORM.

END PROGRAM MaintainOpenRental.

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
