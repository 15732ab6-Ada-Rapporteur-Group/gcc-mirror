IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-38.
AUTHOR. Michael Coughlan.
*> Offline till replay and cache refresh. While the batch window has
*> the system quiesced, or the file server is down, the checkout and
*> check-in tills (Listing17-29 and Listing17-30) can work offline:
*> they check customers and films against the cache this run builds
*> and write each checkout, return and payment on account to the
*> store-and-forward log instead of the shared files. Once the files
*> are back this run replays the log through the same edits the
*> tills make online - customer status and household, film active,
*> the scanned copy on the shelf, nothing overdue, the tier or plan
*> limit, the credit limit, the cardholder's rating and spend caps -
*> dating everything at the day the till logged it, so the due date,
*> the late fee and the payment all land where they would have. Each
*> update goes through the journal as it would at the till. Anything
*> the replay cannot apply without a supervisor - a copy already out,
*> a customer suspended since, a credit limit exceeded, where the
*> till would have asked for an override - goes to the exceptions
*> report instead. Every entry is marked applied or excepted on the
*> log as it is replayed, the log streaming through a work file as
*> Listing17-82 rewrites PaymentsFile, so nothing is applied twice.
*> Last, the customer and film cache is rebuilt from the masters for
*> the tills to work from next time.
*> Replayed checkouts and returns are posted to the open-rentals
*> index through MaintainOpenRental, as they are at a live till.
*> They, and replayed payments, keep the time the offline till
*> recorded, so the hourly traffic report places them where they
*> happened.
*> A title is cached as not for rent until the day before its street
*> date, and a checkout replayed from before the street date is
*> excepted, as the till would have refused it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT FilmFile ASSIGN TO "Listing17-6Film.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FilmId-FF
        ALTERNATE RECORD KEY IS FilmTitle-FF
                     WITH DUPLICATES
        ALTERNATE RECORD KEY IS DirectorId-FF
                     WITH DUPLICATES
        ALTERNATE RECORD KEY IS FilmGenre-FF
                     WITH DUPLICATES
        FILE STATUS IS FilmStatus.

   SELECT RentalFile ASSIGN TO "Listing17-6Rental.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RentalKey-RF
        ALTERNATE RECORD KEY IS FilmId-RF
                     WITH DUPLICATES
        FILE STATUS IS RentalStatus.

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

   SELECT HoldQueueFile ASSIGN TO "Listing17-6HoldQueue.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HoldQueueKey-HQ
        ALTERNATE RECORD KEY IS CustomerId-HQ
                     WITH DUPLICATES
        FILE STATUS IS HoldQueueStatus.

    SELECT StoreCopyFile ASSIGN TO "Listing17-6StoreCopy.DAT"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS StoreCopyKey
        FILE STATUS IS StoreCopyStatus.

   SELECT CopyMasterFile ASSIGN TO "Listing17-36CopyMaster.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Barcode-CP
        ALTERNATE RECORD KEY IS FilmId-CP
                     WITH DUPLICATES
        FILE STATUS IS CopyMasterStatus.

   SELECT TransferFile ASSIGN TO "Listing17-37Transfers.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TransferNum-TR
        FILE STATUS IS TransferStatus.

   SELECT SubPlanFile ASSIGN TO "Listing18-21Plans.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PlanCode-SU
        FILE STATUS IS SubPlanStatus.

    SELECT TierMovesFile ASSIGN TO "Listing17-62TierMoves.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TierMovesStatus.

   SELECT PaymentsFile ASSIGN TO "Listing17-28Payments.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PaymentsStatus.

   SELECT ReceiptNumFile ASSIGN TO "Listing17-28ReceiptNum.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ReceiptNumStatus.

    SELECT OfflineLogFile ASSIGN TO "Listing18-38OfflineLog.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OfflineLogStatus.

    SELECT OfflineWorkFile ASSIGN TO "Listing18-38OfflineLog.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OfflineWorkStatus.

    SELECT OfflineCacheFile ASSIGN TO "Listing18-38OfflineCache.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CacheKey-OC
        FILE STATUS IS OfflineCacheStatus.

    SELECT ExceptionsReportFile ASSIGN TO "Listing18-38Exceptions.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ExceptionsReportStatus.

DATA DIVISION.
FILE SECTION.
FD FilmFile.
01 FilmRec-FF.
   COPY FilmRec.

FD RentalFile.
01 RentalRec-RF.
   COPY RentalRec.

FD CustomerFile.
01 CustomerRec-CF.
   COPY CustomerRec.

FD ARLedgerFile.
01 ARItemRec-AR.
   COPY ARItemRec.

FD HoldQueueFile.
01 HoldQueueRec-HQ.
   COPY HoldQueueRec.

FD StoreCopyFile.
01 StoreCopyRec.
   COPY StoreCopyRec.

FD CopyMasterFile.
01 CopyMasterRec-CP.
   COPY CopyMasterRec.

FD TransferFile.
01 TransferRec-TR.
   COPY TransferRec.

FD SubPlanFile.
01 SubPlanRec-SU.
   COPY SubPlanRec.

FD TierMovesFile.
01 TierMoveRec.
   02 MoveDate-TM           PIC 9(8).
   02 CustomerId-TM         PIC 9(7).
   02 FromTier-TM           PIC X.
   02 ToTier-TM             PIC X.
   02 PointsAtMove-TM       PIC 9(5).

FD PaymentsFile.
01 PaymentRec-PM.
   COPY PaymentRec.

FD ReceiptNumFile.
01 ReceiptNumRec            PIC 9(7).

FD OfflineLogFile.
01 OfflineTxnRec-OL.
   COPY OfflineTxnRec.

FD OfflineWorkFile.
01 OfflineWorkRec           PIC X(80).

FD OfflineCacheFile.
01 OfflineCacheRec-OC.
   COPY OfflineCacheRec.

FD ExceptionsReportFile.
01 ExceptionsReportLine     PIC X(132).

WORKING-STORAGE SECTION.
01 FilmStatus               PIC XX.
   88 FilmOk    VALUE "02", "00".

01 RentalStatus             PIC XX.
   88 RentalOk   VALUE "02", "00".

01 CustomerStatus           PIC XX.
   88 CustomerOk  VALUE "02", "00".

01 ARLedgerStatus           PIC XX.
   88 ARLedgerOk  VALUE "02", "00".

01 HoldQueueStatus          PIC XX.
   88 HoldQueueOk VALUE "02", "00".

01 StoreCopyStatus          PIC XX.
   88 StoreCopyOk VALUE "00".

01 CopyMasterStatus         PIC XX.
   88 CopyMasterOk VALUE "02", "00".

01 TransferStatus           PIC XX.
   88 TransferOk  VALUE "02", "00".

01 SubPlanStatus            PIC XX.
   88 SubPlanOk   VALUE "02", "00".

01 TierMovesStatus          PIC XX.
01 PaymentsStatus           PIC XX.
01 ReceiptNumStatus         PIC XX.

01 OfflineLogStatus         PIC XX.
   88 EndOfOfflineLogFile     VALUE "10".
01 OfflineWorkStatus        PIC XX.
   88 EndOfOfflineWork        VALUE "10".
01 OfflineCacheStatus       PIC XX.
01 ExceptionsReportStatus   PIC XX.

01 StoreCopyKey              PIC 9(5) VALUE ZEROS.

01 RunDate                   PIC 9(8).
01 CacheStreetLimit          PIC 9(8).

*> The day the till logged the entry - everything replayed is dated
*> by it rather than by the day of the run.
01 TransactionDate           PIC 9(8).

01 ReplayCounts.
   02 TxnRead                 PIC 9(5) VALUE ZEROS.
   02 TxnApplied              PIC 9(5) VALUE ZEROS.
   02 TxnExcepted             PIC 9(5) VALUE ZEROS.
   02 TxnAlreadyReplayed      PIC 9(5) VALUE ZEROS.
01 CacheCounts.
   02 CustomersCached         PIC 9(7) VALUE ZEROS.
   02 FilmsCached             PIC 9(7) VALUE ZEROS.

01 ReplayReason              PIC X(40).
   88 ReplayAccepted           VALUE SPACES.
01 ReplayNote                PIC X(40) VALUE SPACES.
01 ReplayTypeName            PIC X(8).
01 ReplayLineTag             PIC X(10).
01 ReplayLineText            PIC X(40).

01 LogState                  PIC X VALUE "N".
   88 OfflineLogPresent        VALUE "Y".

*> Checkout - the same edits and figures as Listing17-29.
01 CheckoutCustomerId         PIC 9(7).
01 CheckoutFilmId             PIC 9(7).
01 CheckoutBarcode            PIC 9(10).
01 CheckoutStoreId            PIC 99.
01 CheckoutPromoCode          PIC X(6) VALUE SPACES.
01 CheckoutFormat             PIC X VALUE "V".
01 PriceCharged               PIC 9(3)V99 VALUE ZEROS.
01 PriceRuleApplied           PIC 9(3) VALUE ZEROS.

01 OverdueFound               PIC X VALUE "N".
   88 CustomerHasOverdue        VALUE "Y".
01 OpenRentalCount            PIC 9(3) VALUE ZEROS.
01 TierRentalLimit            PIC 9(3) VALUE ZEROS.

01 CreditLimitGold            PIC 9(5)V99 VALUE 100.00.
01 CreditLimitSilver          PIC 9(5)V99 VALUE 50.00.
01 CreditLimitStandard        PIC 9(5)V99 VALUE 25.00.
01 CustomerCreditLimit        PIC 9(5)V99 VALUE ZEROS.
01 CustomerOpenBalance        PIC 9(7)V99 VALUE ZEROS.

01 StaffFreeAllowance         PIC 99 VALUE 4.
01 StaffMonthlyLimit          PIC 99 VALUE 10.
01 StaffRate                  PIC 9(3)V99 VALUE 1.00.
01 StaffMonthCount            PIC 9(3) VALUE ZEROS.
01 TierDiscountPct            PIC 99 VALUE ZEROS.
01 SubscriptionPriceCode      PIC X(6) VALUE "SUBSCR".
01 PointsPerRental            PIC 99 VALUE 10.
01 SilverThreshold            PIC 9(5) VALUE 100.
01 GoldThreshold              PIC 9(5) VALUE 250.
01 OldTierCode                PIC X.

01 CustomerAgeYears           PIC 9(3) VALUE ZEROS.
01 AdultRatingAge             PIC 99 VALUE 18.

01 CardholderId               PIC 9(7) VALUE ZEROS.
01 CardholderBirthDate        PIC 9(8) VALUE ZEROS.
01 CardholderRatingCap        PIC X(3) VALUE SPACES.
01 CardholderSpendCap         PIC 9(5)V99 VALUE ZEROS.
01 CardholderMonthSpend       PIC 9(5)V99 VALUE ZEROS.

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

01 LoanPeriodDays             PIC S9(5) VALUE 5.
01 LoanRuleApplied            PIC 9(3) VALUE ZEROS.
01 BDFunctionCode             PIC X.
01 BDOtherDate                PIC 9(8) VALUE ZEROS.
01 BDResultDate               PIC 9(8) VALUE ZEROS.
01 BDWorkingFlag              PIC X.

*> Check-in - the same edits and figures as Listing17-30.
01 CheckInCustomerId          PIC 9(7).
01 CheckInFilmId              PIC 9(7).
01 CheckInStoreId             PIC 99.
01 RentalStoreId              PIC 99.
01 RentalFormat               PIC X.
01 NextTransferNum            PIC 9(7) VALUE ZEROS.

01 OpenRentalFound            PIC X VALUE "N".
   88 RentalWasFound            VALUE "Y".

01 DaysOverdue               PIC S9(5) VALUE ZEROS.
01 LateFee                   PIC 9(5)V99 VALUE ZEROS.
01 LateFeeGraceDays          PIC 9(2) VALUE 2.
01 LateFeeTier1Limit         PIC 9(2) VALUE 7.
01 LateFeeTier2Limit         PIC 9(2) VALUE 14.
01 LateFeeTier1Rate          PIC 9V99 VALUE 1.00.
01 LateFeeTier2Rate          PIC 9V99 VALUE 2.00.
01 LateFeeTier3Rate          PIC 9V99 VALUE 3.00.
01 LateFeeTier1Length        PIC 9(5) VALUE ZEROS.
01 LateFeeTier2Length        PIC 9(5) VALUE ZEROS.
01 BillableOverdueDays       PIC 9(5) VALUE ZEROS.

01 NextARItemSeqNum          PIC 9(5) VALUE ZEROS.
01 LateFeeItemSeqFound       PIC 9(5) VALUE ZEROS.
01 LateFeeAmountOnFile       PIC 9(5)V99 VALUE ZEROS.
01 LateFeeAdjustedFlag       PIC X VALUE "N".
   88 LateFeeItemAdjusted      VALUE "Y".
01 LateFeeDelta              PIC S9(5)V99 VALUE ZEROS.

01 PickupWindowDays          PIC S9(5) VALUE 3.
01 NoticeResult              PIC 9.
   88 NoticeWasQueued           VALUE 0.

01 HoldFoundForFilm          PIC X VALUE "N".
   88 SomeHoldFoundForFilm      VALUE "Y".

01 CopyReshelved             PIC X VALUE "N".
   88 StoreCopyReshelved        VALUE "Y".

*> Payment on account - applied oldest item first, as Listing17-28
*> applies a payment taken at the till.
01 PayCustomerId             PIC 9(7).
01 NextReceiptNum            PIC 9(7) VALUE ZEROS.
01 PaymentDate               PIC 9(8).
01 RemainingToApply          PIC 9(5)V99 VALUE ZEROS.
01 TotalApplied              PIC 9(5)V99 VALUE ZEROS.
01 AppliedToItem             PIC 9(5)V99 VALUE ZEROS.

*> The replayed entry is dated back to when it happened, so a late
*> fee or payment falling in a period already closed moves forward
*> to the first open day.
01 PostingRef                PIC X(30).
01 PostingDate               PIC 9(8).
01 PeriodResult              PIC 9.

*> Before/after images for the update journal.
01 JrnBeforeImage             PIC X(400) VALUE SPACES.
01 JrnAfterImage              PIC X(400) VALUE SPACES.

01 QuiesceResult              PIC 9 VALUE ZERO.
   88 SystemQuiesced            VALUE 1.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing18-38", "FilmFile    ",
          FilmRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-38", "CustomerFile",
          CustomerRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-38", "RentalFile  ",
          RentalRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-38", "HoldQueue   ",
          HoldQueueRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-38", "CopyMaster  ",
          CopyMasterRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-38", "StoreCopy   ",
          StoreCopyRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-38", "TransferFile",
          TransferRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    CALL "CheckQuiesce" USING QuiesceResult
    IF SystemQuiesced
       DISPLAY "Nightly close in progress - the offline log is "
               "replayed when the batch window ends."
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    COMPUTE CacheStreetLimit = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE(RunDate) + 1)
    DISPLAY "*** Offline Till Replay - " RunDate " ***"

    OPEN INPUT FilmFile
    OPEN I-O CustomerFile
    OPEN I-O RentalFile
    CALL "AuditLogFileEvent" USING "Listing18-38", "RentalFile  ", "O", RentalStatus, ZEROS
    OPEN I-O ARLedgerFile
    CALL "AuditLogFileEvent" USING "Listing18-38", "ARLedgerFile", "O", ARLedgerStatus, ZEROS
    IF ARLedgerStatus EQUAL "35"
       CLOSE ARLedgerFile
       OPEN OUTPUT ARLedgerFile
       CLOSE ARLedgerFile
       OPEN I-O ARLedgerFile
    END-IF
    OPEN I-O HoldQueueFile
    IF HoldQueueStatus EQUAL "35"
       CLOSE HoldQueueFile
       OPEN OUTPUT HoldQueueFile
       CLOSE HoldQueueFile
       OPEN I-O HoldQueueFile
    END-IF
    OPEN I-O StoreCopyFile
    OPEN I-O CopyMasterFile
    IF CopyMasterStatus EQUAL "35"
       CLOSE CopyMasterFile
       OPEN OUTPUT CopyMasterFile
       CLOSE CopyMasterFile
       OPEN I-O CopyMasterFile
    END-IF
    OPEN I-O TransferFile
    IF TransferStatus EQUAL "35"
       CLOSE TransferFile
       OPEN OUTPUT TransferFile
       CLOSE TransferFile
       OPEN I-O TransferFile
    END-IF
    OPEN INPUT SubPlanFile
    OPEN EXTEND PaymentsFile
    IF PaymentsStatus EQUAL "35"
       CLOSE PaymentsFile
       OPEN OUTPUT PaymentsFile
    END-IF
    PERFORM LoadReceiptNum
    OPEN OUTPUT ExceptionsReportFile

    OPEN INPUT OfflineLogFile
    IF OfflineLogStatus EQUAL "00"
       SET OfflineLogPresent TO TRUE
       OPEN OUTPUT OfflineWorkFile
       READ OfflineLogFile
          AT END SET EndOfOfflineLogFile TO TRUE
       END-READ
       PERFORM UNTIL EndOfOfflineLogFile
          ADD 1 TO TxnRead
          IF AwaitingReplay-OL
             PERFORM ReplayOneTxn
          ELSE
             ADD 1 TO TxnAlreadyReplayed
          END-IF
          WRITE OfflineWorkRec FROM OfflineTxnRec-OL
          READ OfflineLogFile
             AT END SET EndOfOfflineLogFile TO TRUE
          END-READ
       END-PERFORM
       CLOSE OfflineWorkFile
    ELSE
       DISPLAY "No offline log on file - nothing to replay."
    END-IF
    CLOSE OfflineLogFile
    IF OfflineLogPresent
       PERFORM CopyWorkFileBack
    END-IF

    MOVE SPACES TO ExceptionsReportLine
    STRING "Offline entries read " DELIMITED BY SIZE
           TxnRead DELIMITED BY SIZE
           "  applied " DELIMITED BY SIZE
           TxnApplied DELIMITED BY SIZE
           "  exceptions " DELIMITED BY SIZE
           TxnExcepted DELIMITED BY SIZE
           "  replayed before " DELIMITED BY SIZE
           TxnAlreadyReplayed DELIMITED BY SIZE
      INTO ExceptionsReportLine
    END-STRING
    WRITE ExceptionsReportLine
    CLOSE ExceptionsReportFile

    PERFORM SaveReceiptNum
    CLOSE PaymentsFile
    PERFORM RebuildOfflineCache

    CLOSE FilmFile
    CLOSE CustomerFile
    CLOSE RentalFile
    CALL "AuditLogFileEvent" USING "Listing18-38", "RentalFile  ", "C", RentalStatus, ZEROS
    CLOSE ARLedgerFile
    CALL "AuditLogFileEvent" USING "Listing18-38", "ARLedgerFile", "C", ARLedgerStatus, ZEROS
    CLOSE HoldQueueFile
    CLOSE StoreCopyFile
    CLOSE CopyMasterFile
    CLOSE TransferFile
    CLOSE SubPlanFile
    DISPLAY "Read " TxnRead "  applied " TxnApplied
            "  exceptions " TxnExcepted
            "  replayed before " TxnAlreadyReplayed
    DISPLAY "Offline cache rebuilt - " CustomersCached " customers, "
            FilmsCached " films."
    STOP RUN.

LoadReceiptNum.
    MOVE ZEROS TO NextReceiptNum
    OPEN INPUT ReceiptNumFile
    IF ReceiptNumStatus EQUAL "00"
       READ ReceiptNumFile
          AT END CONTINUE
          NOT AT END MOVE ReceiptNumRec TO NextReceiptNum
       END-READ
       CLOSE ReceiptNumFile
    ELSE
       CLOSE ReceiptNumFile
    END-IF.

SaveReceiptNum.
    OPEN OUTPUT ReceiptNumFile
    MOVE NextReceiptNum TO ReceiptNumRec
    WRITE ReceiptNumRec
    CLOSE ReceiptNumFile.

ReplayOneTxn.
    MOVE SPACES TO ReplayReason ReplayNote
    MOVE TxnDate-OL TO TransactionDate
    EVALUATE TRUE
       WHEN OfflineCheckout-OL
          MOVE "CHECKOUT" TO ReplayTypeName
          PERFORM ReplayCheckout
       WHEN OfflineReturn-OL
          MOVE "RETURN"   TO ReplayTypeName
          PERFORM ReplayReturn
       WHEN OfflinePayment-OL
          MOVE "PAYMENT"  TO ReplayTypeName
          PERFORM ReplayPayment
       WHEN OTHER
          MOVE "UNKNOWN"  TO ReplayTypeName
          MOVE "Unrecognised transaction type on the log"
            TO ReplayReason
    END-EVALUATE
    MOVE RunDate TO ReplayDate-OL
*> An entry applied with something for the store to see to still
*> gets a line, as a note rather than an exception.
    IF ReplayAccepted
       SET Replayed-OL TO TRUE
       ADD 1 TO TxnApplied
       IF ReplayNote NOT EQUAL SPACES
          MOVE "NOTE"      TO ReplayLineTag
          MOVE ReplayNote  TO ReplayLineText
          PERFORM WriteExceptionLine
       END-IF
    ELSE
       SET ReplayException-OL TO TRUE
       ADD 1 TO TxnExcepted
       MOVE "EXCEPTION"    TO ReplayLineTag
       MOVE ReplayReason   TO ReplayLineText
       PERFORM WriteExceptionLine
    END-IF.

WriteExceptionLine.
    MOVE SPACES TO ExceptionsReportLine
    STRING ReplayLineTag DELIMITED BY SIZE
           ReplayTypeName DELIMITED BY SIZE
           " store " DELIMITED BY SIZE
           StoreId-OL DELIMITED BY SIZE
           " op " DELIMITED BY SIZE
           OperatorId-OL DELIMITED BY SIZE
           " at " DELIMITED BY SIZE
           TxnDate-OL DELIMITED BY SIZE
           SPACE DELIMITED BY SIZE
           TxnTime-OL DELIMITED BY SIZE
           " cust " DELIMITED BY SIZE
           CustomerId-OL DELIMITED BY SIZE
           " film " DELIMITED BY SIZE
           FilmId-OL DELIMITED BY SIZE
           " copy " DELIMITED BY SIZE
           Barcode-OL DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           ReplayLineText DELIMITED BY SIZE
      INTO ExceptionsReportLine
    END-STRING
    WRITE ExceptionsReportLine.

ReplayCheckout.
*> The checkout as the till would have taken it on the day it was
*> logged. There is no supervisor at a batch run, so anything the
*> till would have needed an override for comes out as an exception.
    MOVE CustomerId-OL TO CheckoutCustomerId
    MOVE FilmId-OL     TO CheckoutFilmId
    MOVE Barcode-OL    TO CheckoutBarcode
    MOVE FormatCode-OL TO CheckoutFormat
    MOVE StoreId-OL    TO CheckoutStoreId
    MOVE SPACES        TO CheckoutPromoCode
    MOVE "N"           TO CopyAllocated

    PERFORM CheckCustomer
    IF ReplayAccepted
       PERFORM CheckFilm
    END-IF
    IF ReplayAccepted AND FilmIsAdultRated-FF
       PERFORM CheckAgeRestriction
    END-IF
    IF ReplayAccepted AND CardholderRatingCap NOT EQUAL SPACES
       PERFORM CheckCardholderRatingCap
    END-IF
    IF ReplayAccepted AND CheckoutBarcode NOT EQUAL ZEROS
       PERFORM CheckBarcode
    END-IF
    IF ReplayAccepted
       PERFORM CheckForOverdueRentals
    END-IF
    IF ReplayAccepted
       PERFORM CheckCreditLimit
    END-IF
    IF ReplayAccepted
       PERFORM AllocateStoreCopy
    END-IF
    IF ReplayAccepted
       PERFORM PriceTheRental
       IF CardholderSpendCap > ZEROS
          PERFORM CheckCardholderSpendCap
       END-IF
    END-IF
    IF ReplayAccepted
       PERFORM WriteRentalRecord
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
          IF NOT ReplayAccepted
             EXIT PARAGRAPH
          END-IF
       END-IF
    END-IF
    IF NOT CustomerOk
       MOVE "Customer is not on the customer master" TO ReplayReason
    ELSE
       EVALUATE TRUE
          WHEN CustomerIsSuspended-CF
             MOVE "Customer has been suspended for collections"
               TO ReplayReason
          WHEN CustomerIsMerged-CF
             MOVE "Customer account has been merged"
               TO ReplayReason
          WHEN CustomerIsClosed-CF
             MOVE "Customer account has been closed"
               TO ReplayReason
          WHEN HouseAccount-CF AND PurchaseOrderRef-CF EQUAL SPACES
             MOVE "House account has no purchase order"
               TO ReplayReason
       END-EVALUATE
    END-IF.

SwitchToHouseholdPrimary.
*> As at the till: the cardholder's own age and caps are kept, and
*> the rental lands on the household's primary account.
    MOVE RatingCap-CF       TO CardholderRatingCap
    MOVE MonthlySpendCap-CF TO CardholderSpendCap
    IF NOT CustomerIsActive-CF
       MOVE "Card no longer active on its household" TO ReplayReason
       EXIT PARAGRAPH
    END-IF
    MOVE HouseholdPrimaryId-CF TO CheckoutCustomerId
    MOVE CheckoutCustomerId    TO CustomerId-CF
    READ CustomerFile
       KEY IS CustomerId-CF
       INVALID KEY CONTINUE
    END-READ.

CheckFilm.
    MOVE CheckoutFilmId TO FilmId-FF
    READ FilmFile
       KEY IS FilmId-FF
       INVALID KEY CONTINUE
    END-READ
    IF NOT FilmOk
       MOVE "Film is not on file" TO ReplayReason
    ELSE
       IF NOT FilmIsActive-FF
          MOVE "Film is no longer active for rental" TO ReplayReason
       END-IF
       IF StreetDate-FF IS NUMERIC
          AND StreetDate-FF > TransactionDate
          MOVE "Rented before the film's street date" TO ReplayReason
       END-IF
    END-IF.

CheckAgeRestriction.
    IF CardholderBirthDate EQUAL ZEROS
       MOVE ZEROS TO CustomerAgeYears
    ELSE
       COMPUTE CustomerAgeYears =
               (FUNCTION INTEGER-OF-DATE(TransactionDate)
              - FUNCTION INTEGER-OF-DATE(CardholderBirthDate)) / 365.25
    END-IF
    IF CustomerAgeYears < AdultRatingAge
       MOVE "Under age for an 18 film - needs override"
         TO ReplayReason
    END-IF.

CheckCardholderRatingCap.
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
       MOVE "Film is rated above the cardholder's cap" TO ReplayReason
    END-IF.

CheckBarcode.
*> The copy scanned offline must still be on the shelf - if another
*> till rented it out meanwhile, the supervisor sorts it out.
    MOVE CheckoutBarcode TO Barcode-CP
    READ CopyMasterFile
       KEY IS Barcode-CP
       INVALID KEY CONTINUE
    END-READ
    EVALUATE TRUE
       WHEN NOT CopyMasterOk
          MOVE "Barcode is not on the copy master" TO ReplayReason
       WHEN FilmId-CP NOT EQUAL CheckoutFilmId
          MOVE "Barcode belongs to a different film" TO ReplayReason
       WHEN CopyIsRetired-CP
          MOVE "Copy has been retired" TO ReplayReason
       WHEN NOT CopyIsOnShelf-CP
          MOVE "Copy is already out" TO ReplayReason
    END-EVALUATE
    IF CopyMasterOk
       MOVE FormatCode-CP TO CheckoutFormat
    END-IF.

CheckForOverdueRentals.
    MOVE "N" TO OverdueFound
    MOVE ZEROS TO OpenRentalCount
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
                   OR CustomerHasOverdue
       IF NotYetReturned-RF AND DueDate-RF < TransactionDate
          SET CustomerHasOverdue TO TRUE
       ELSE
          IF NotYetReturned-RF
             ADD 1 TO OpenRentalCount
          END-IF
          READ RentalFile NEXT RECORD
             AT END SET EndOfRentals TO TRUE
          END-READ
       END-IF
    END-PERFORM
    IF CustomerHasOverdue
       MOVE "Customer had an overdue rental out" TO ReplayReason
    ELSE
       PERFORM CheckTierRentalLimit
    END-IF.

CheckTierRentalLimit.
*> CustomerRec-CF still holds the record CheckCustomer read.
    IF CustomerIsStaff-CF
       PERFORM CountStaffMonthRentals
       IF StaffMonthCount NOT < StaffMonthlyLimit
          MOVE "Staff monthly rental limit reached" TO ReplayReason
          EXIT PARAGRAPH
       END-IF
    END-IF
    EVALUATE TRUE
       WHEN GoldTier-CF    MOVE 8 TO TierRentalLimit
       WHEN SilverTier-CF  MOVE 5 TO TierRentalLimit
       WHEN OTHER          MOVE 3 TO TierRentalLimit
    END-EVALUATE
    IF SubscriptionActive-CF
       MOVE SubPlanCode-CF TO PlanCode-SU
       READ SubPlanFile
          KEY IS PlanCode-SU
          INVALID KEY CONTINUE
       END-READ
       IF SubPlanOk
          MOVE MaxFilmsOut-SU TO TierRentalLimit
       END-IF
    END-IF
    IF OpenRentalCount NOT < TierRentalLimit
       MOVE "Customer already at the limit of films out"
         TO ReplayReason
    END-IF.

CheckCreditLimit.
*> The till's supervisor override has no batch equivalent, so a
*> balance over the limit is left for the supervisor to decide.
    MOVE ZEROS TO CustomerOpenBalance
    MOVE CheckoutCustomerId TO CustomerId-AR
    MOVE ZEROS              TO ARItemSeqNum-AR
    START ARLedgerFile KEY IS GREATER THAN OR EQUAL ARItemKey-AR
       INVALID KEY SET EndOfARItems TO TRUE
    END-START
    IF NOT EndOfARItems
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfARItems
                   OR CustomerId-AR NOT EQUAL CheckoutCustomerId
       IF ARItemOpen-AR
          ADD ARItemOpenAmount-AR TO CustomerOpenBalance
       END-IF
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
    END-PERFORM
    EVALUATE TRUE
       WHEN HouseAccount-CF MOVE HouseCreditLimit-CF TO CustomerCreditLimit
       WHEN GoldTier-CF    MOVE CreditLimitGold     TO CustomerCreditLimit
       WHEN SilverTier-CF  MOVE CreditLimitSilver   TO CustomerCreditLimit
       WHEN OTHER          MOVE CreditLimitStandard TO CustomerCreditLimit
    END-EVALUATE
    IF CustomerOpenBalance > CustomerCreditLimit
       MOVE "Open balance is over the credit limit" TO ReplayReason
    END-IF.

CountStaffMonthRentals.
    MOVE ZEROS TO StaffMonthCount
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
       IF CheckoutDate-RF(1:6) EQUAL TransactionDate(1:6)
          ADD 1 TO StaffMonthCount
       END-IF
       READ RentalFile NEXT RECORD
          AT END SET EndOfRentals TO TRUE
       END-READ
    END-PERFORM.

AllocateStoreCopy.
    MOVE "N" TO CopyAllocated
    MOVE ZEROS TO StoreCopyKey
    START StoreCopyFile KEY IS GREATER THAN OR EQUAL StoreCopyKey
       INVALID KEY SET EndOfStoreCopies TO TRUE
    END-START
    READ StoreCopyFile NEXT RECORD
       AT END SET EndOfStoreCopies TO TRUE
    END-READ
    PERFORM UNTIL EndOfStoreCopies OR StoreCopyAllocated
       IF StoreId-SC EQUAL CheckoutStoreId
          AND FilmId-SC EQUAL CheckoutFilmId
          AND FormatCode-SC EQUAL CheckoutFormat
          AND CopyCount-SC > ZERO
          MOVE SPACES TO JrnBeforeImage
          MOVE StoreCopyRec TO JrnBeforeImage
          SUBTRACT 1 FROM CopyCount-SC
          REWRITE StoreCopyRec
             INVALID KEY DISPLAY "-SC ERROR Status = " StoreCopyStatus
             NOT INVALID KEY
                SET StoreCopyAllocated TO TRUE
                MOVE SPACES TO JrnAfterImage
                MOVE StoreCopyRec TO JrnAfterImage
                CALL "JournalUpdate" USING "Listing18-38",
                      OperatorId-OL, "StoreCopy   ", "R",
                      JrnBeforeImage, JrnAfterImage
          END-REWRITE
       ELSE
          READ StoreCopyFile NEXT RECORD
             AT END SET EndOfStoreCopies TO TRUE
          END-READ
       END-IF
    END-PERFORM
    IF NOT StoreCopyAllocated
       MOVE "No copy of the film on the store's count" TO ReplayReason
    END-IF.

PriceTheRental.
*> Priced as on the day it went out - the rules, promo dates and the
*> member's tier discount all at the logged date.
    IF SubscriptionActive-CF
       MOVE SubscriptionPriceCode TO CheckoutPromoCode
    END-IF
    CALL "PriceFilmRental" USING BY CONTENT FilmGenre-FF,
                                    FilmYear-FF, RentalFee-FF,
                                    CheckoutFormat, TransactionDate,
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
    IF SubscriptionActive-CF
       MOVE SPACES TO CheckoutPromoCode
    END-IF
    IF CustomerIsStaff-CF AND NOT SubscriptionActive-CF
       IF StaffMonthCount < StaffFreeAllowance
          MOVE ZEROS TO PriceCharged
       ELSE
          MOVE StaffRate TO PriceCharged
       END-IF
    END-IF.

CheckCardholderSpendCap.
*> The copy is already off the count, so a refusal puts it back.
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
          AND CheckoutDate-RF(1:6) EQUAL TransactionDate(1:6)
          ADD PriceCharged-RF TO CardholderMonthSpend
       END-IF
       READ RentalFile NEXT RECORD
          AT END SET EndOfRentals TO TRUE
       END-READ
    END-PERFORM
    IF CardholderMonthSpend + PriceCharged > CardholderSpendCap
       MOVE "Cardholder's monthly spend cap exceeded" TO ReplayReason
       PERFORM ReleaseAllocatedCopy
    END-IF.

WriteRentalRecord.
*> The loan runs from the day the film went out; the rental carries
*> no till session, since none was open.
    INITIALIZE RentalRec-RF
    MOVE CheckoutCustomerId TO CustomerId-RF
    MOVE CheckoutFilmId     TO FilmId-RF
    MOVE TransactionDate    TO CheckoutDate-RF
    MOVE TxnTime-OL         TO CheckoutTime-RF
    CALL "LoanPeriodForFilm" USING BY CONTENT FilmGenre-FF,
                                      FilmYear-FF, FilmStatusCode-FF
                                   BY REFERENCE LoanPeriodDays,
                                      LoanRuleApplied
    MOVE "A" TO BDFunctionCode
    CALL "BusinessDateCalc" USING BDFunctionCode, TransactionDate,
                                  BDOtherDate, LoanPeriodDays,
                                  DueDate-RF, BDWorkingFlag
    MOVE ZEROS              TO ReturnDate-RF
    MOVE CheckoutStoreId    TO StoreId-RF
    MOVE CheckoutBarcode    TO Barcode-RF
    MOVE CheckoutFormat     TO FormatCode-RF
    MOVE CardholderId       TO CardholderId-RF
    MOVE PriceCharged       TO PriceCharged-RF
    MOVE ZEROS              TO SessionNum-RF
    MOVE PriceRuleApplied   TO PriceRuleId-RF
    MOVE CheckoutPromoCode  TO PromoCode-RF
    WRITE RentalRec-RF
       INVALID KEY
          MOVE "Rental of this film that day already on file"
            TO ReplayReason
          PERFORM ReleaseAllocatedCopy
       NOT INVALID KEY
          MOVE SPACES TO JrnBeforeImage
          MOVE RentalRec-RF TO JrnAfterImage
          CALL "JournalUpdate" USING "Listing18-38", OperatorId-OL,
                "RentalFile  ", "W", JrnBeforeImage, JrnAfterImage
          CALL "MaintainOpenRental" USING "S", RentalRec-RF
          IF CheckoutBarcode NOT EQUAL ZEROS
             PERFORM MarkCopyOut
          END-IF
          PERFORM EarnLoyaltyPoints
    END-WRITE.

MarkCopyOut.
*> CopyMasterRec-CP still holds the record CheckBarcode read.
    MOVE SPACES TO JrnBeforeImage
    MOVE CopyMasterRec-CP TO JrnBeforeImage
    SET CopyIsOut-CP TO TRUE
    REWRITE CopyMasterRec-CP
       INVALID KEY DISPLAY "-CP ERROR Status = " CopyMasterStatus
       NOT INVALID KEY
          MOVE SPACES TO JrnAfterImage
          MOVE CopyMasterRec-CP TO JrnAfterImage
          CALL "JournalUpdate" USING "Listing18-38", OperatorId-OL,
                "CopyMaster  ", "R", JrnBeforeImage, JrnAfterImage
    END-REWRITE.

EarnLoyaltyPoints.
    MOVE SPACES TO JrnBeforeImage
    MOVE CustomerRec-CF TO JrnBeforeImage
    ADD PointsPerRental TO LoyaltyPoints-CF
    MOVE TierCode-CF TO OldTierCode
    EVALUATE TRUE
       WHEN LoyaltyPoints-CF NOT < GoldThreshold
          SET GoldTier-CF TO TRUE
       WHEN LoyaltyPoints-CF NOT < SilverThreshold
          AND NOT GoldTier-CF
          SET SilverTier-CF TO TRUE
    END-EVALUATE
    REWRITE CustomerRec-CF
       INVALID KEY DISPLAY "-CF ERROR Status = " CustomerStatus
       NOT INVALID KEY
          MOVE SPACES TO JrnAfterImage
          MOVE CustomerRec-CF TO JrnAfterImage
          CALL "JournalUpdate" USING "Listing18-38", OperatorId-OL,
                "CustomerFile", "R", JrnBeforeImage, JrnAfterImage
    END-REWRITE
    IF TierCode-CF NOT EQUAL OldTierCode
       OPEN EXTEND TierMovesFile
       IF TierMovesStatus EQUAL "35"
          CLOSE TierMovesFile
          OPEN OUTPUT TierMovesFile
       END-IF
       MOVE TransactionDate TO MoveDate-TM
       MOVE CheckoutCustomerId TO CustomerId-TM
       MOVE OldTierCode TO FromTier-TM
       MOVE TierCode-CF TO ToTier-TM
       MOVE LoyaltyPoints-CF TO PointsAtMove-TM
       WRITE TierMoveRec
       CLOSE TierMovesFile
    END-IF.

ReleaseAllocatedCopy.
*> StoreCopyRec still holds the slot AllocateStoreCopy took the copy
*> from.
    MOVE SPACES TO JrnBeforeImage
    MOVE StoreCopyRec TO JrnBeforeImage
    ADD 1 TO CopyCount-SC
    REWRITE StoreCopyRec
       INVALID KEY DISPLAY "-SC ERROR Status = " StoreCopyStatus
       NOT INVALID KEY
          MOVE SPACES TO JrnAfterImage
          MOVE StoreCopyRec TO JrnAfterImage
          CALL "JournalUpdate" USING "Listing18-38", OperatorId-OL,
                "StoreCopy   ", "R", JrnBeforeImage, JrnAfterImage
    END-REWRITE.

ReplayReturn.
*> The return as the check-in till would have taken it: the return
*> date, and so the late fee, is the day the tape came back.
    MOVE CustomerId-OL TO CheckInCustomerId
    MOVE FilmId-OL     TO CheckInFilmId
    MOVE StoreId-OL    TO CheckInStoreId
    MOVE CheckInCustomerId TO CustomerId-CF
    READ CustomerFile
       KEY IS CustomerId-CF
       INVALID KEY CONTINUE
    END-READ
    IF CustomerOk AND HouseholdSecondary-CF
       MOVE HouseholdPrimaryId-CF TO CheckInCustomerId
    END-IF
    PERFORM FindOpenRental
    IF NOT RentalWasFound
       MOVE "No open rental of the film for the customer"
         TO ReplayReason
       EXIT PARAGRAPH
    END-IF
    IF Barcode-OL NOT EQUAL ZEROS AND Barcode-OL NOT EQUAL Barcode-RF
       MOVE "Copy returned was not the copy rented" TO ReplayNote
    END-IF
    PERFORM StampReturnDate
    PERFORM ChargeLateFee
    IF RentalStoreId NOT EQUAL CheckInStoreId
       IF Barcode-RF NOT EQUAL ZEROS
          PERFORM RecordForeignCopyReturn
       END-IF
       PERFORM RaiseTransferBack
    ELSE
       PERFORM FillNextHold
       IF NOT SomeHoldFoundForFilm
          PERFORM ReturnCopyToShelf
       END-IF
       IF Barcode-RF NOT EQUAL ZEROS
          PERFORM RecordCopyReturn
       END-IF
    END-IF.

FindOpenRental.
    MOVE "N" TO OpenRentalFound
    MOVE CheckInCustomerId TO CustomerId-RF
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
                   OR CustomerId-RF NOT EQUAL CheckInCustomerId
                   OR RentalWasFound
       IF FilmId-RF EQUAL CheckInFilmId AND NotYetReturned-RF
          SET RentalWasFound TO TRUE
       ELSE
          READ RentalFile NEXT RECORD
             AT END SET EndOfRentals TO TRUE
          END-READ
       END-IF
    END-PERFORM.

StampReturnDate.
    MOVE RentalRec-RF TO JrnBeforeImage
    MOVE TransactionDate TO ReturnDate-RF
    MOVE TxnTime-OL      TO ReturnTime-RF
    MOVE StoreId-RF TO RentalStoreId
    MOVE FormatCode-RF TO RentalFormat
    REWRITE RentalRec-RF
       INVALID KEY DISPLAY "-RF ERROR Status = " RentalStatus
       NOT INVALID KEY
          MOVE RentalRec-RF TO JrnAfterImage
          CALL "JournalUpdate" USING "Listing18-38", OperatorId-OL,
                "RentalFile  ", "R", JrnBeforeImage, JrnAfterImage
          CALL "MaintainOpenRental" USING "S", RentalRec-RF
    END-REWRITE.

ChargeLateFee.
    MOVE CheckInFilmId TO FilmId-FF
    READ FilmFile
       KEY IS FilmId-FF
       INVALID KEY MOVE ZEROS TO RentalFee-FF
    END-READ
    MOVE "C" TO BDFunctionCode
    CALL "BusinessDateCalc" USING BDFunctionCode, DueDate-RF,
                                  TransactionDate, DaysOverdue,
                                  BDResultDate, BDWorkingFlag
    IF DaysOverdue > 0
       PERFORM ComputeTieredLateFee
    ELSE
       MOVE ZEROS TO DaysOverdue
       MOVE ZEROS TO LateFee
    END-IF
    IF LateFee > ZEROS
       PERFORM PostLateFeeToAccount
    END-IF.

ComputeTieredLateFee.
    IF DaysOverdue NOT > LateFeeGraceDays
       MOVE ZEROS TO LateFee
    ELSE
       COMPUTE BillableOverdueDays = DaysOverdue - LateFeeGraceDays
       COMPUTE LateFeeTier1Length = LateFeeTier1Limit - LateFeeGraceDays
       COMPUTE LateFeeTier2Length = LateFeeTier2Limit - LateFeeTier1Limit
       EVALUATE TRUE
          WHEN BillableOverdueDays NOT > LateFeeTier1Length
             COMPUTE LateFee ROUNDED =
                     BillableOverdueDays * LateFeeTier1Rate
          WHEN BillableOverdueDays NOT > LateFeeTier1Length + LateFeeTier2Length
             COMPUTE LateFee ROUNDED =
                     (LateFeeTier1Length * LateFeeTier1Rate)
                   + ((BillableOverdueDays - LateFeeTier1Length) * LateFeeTier2Rate)
          WHEN OTHER
             COMPUTE LateFee ROUNDED =
                     (LateFeeTier1Length * LateFeeTier1Rate)
                   + (LateFeeTier2Length * LateFeeTier2Rate)
                   + ((BillableOverdueDays - LateFeeTier1Length - LateFeeTier2Length)
                      * LateFeeTier3Rate)
       END-EVALUATE
    END-IF
    IF LateFee > RentalFee-FF
       MOVE RentalFee-FF TO LateFee
    END-IF.

PostLateFeeToAccount.
    PERFORM FindCustomerARItems
    IF LateFeeItemSeqFound EQUAL ZEROS
       MOVE TransactionDate TO PostingDate
       MOVE SPACES TO PostingRef
       STRING "LATE FEE " DELIMITED BY SIZE
              CheckInCustomerId DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              CheckInFilmId DELIMITED BY SIZE
         INTO PostingRef
       END-STRING
       CALL "CheckPostingPeriod" USING "Listing18-38", PostingRef,
                                       "M", PostingDate, PeriodResult
       INITIALIZE ARItemRec-AR
       MOVE CheckInCustomerId  TO CustomerId-AR
       MOVE NextARItemSeqNum   TO ARItemSeqNum-AR
       MOVE PostingDate        TO ARItemDate-AR
       SET ARLateFeeItem-AR    TO TRUE
       MOVE CheckInFilmId      TO FilmId-AR
       MOVE CheckoutDate-RF    TO CheckoutDate-AR
       MOVE LateFee            TO ARItemAmount-AR
       MOVE LateFee            TO ARItemOpenAmount-AR
       SET ARItemOpen-AR       TO TRUE
       WRITE ARItemRec-AR
          INVALID KEY DISPLAY "-AR ERROR Status = " ARLedgerStatus
          NOT INVALID KEY
             MOVE SPACES TO JrnBeforeImage
             MOVE ARItemRec-AR TO JrnAfterImage
             CALL "JournalUpdate" USING "Listing18-38", OperatorId-OL,
                   "ARLedger    ", "W", JrnBeforeImage, JrnAfterImage
       END-WRITE
    ELSE
       IF LateFeeItemAdjusted
          EXIT PARAGRAPH
       END-IF
       MOVE CheckInCustomerId   TO CustomerId-AR
       MOVE LateFeeItemSeqFound TO ARItemSeqNum-AR
       READ ARLedgerFile
          KEY IS ARItemKey-AR
          INVALID KEY DISPLAY "-AR ERROR Status = " ARLedgerStatus
          NOT INVALID KEY
             MOVE ARItemRec-AR TO JrnBeforeImage
             COMPUTE LateFeeDelta = LateFee - ARItemAmount-AR
             MOVE LateFee TO ARItemAmount-AR
             ADD LateFeeDelta TO ARItemOpenAmount-AR
             IF ARItemOpenAmount-AR > ZEROS
                SET ARItemOpen-AR TO TRUE
             END-IF
             REWRITE ARItemRec-AR
                INVALID KEY DISPLAY "-AR ERROR Status = " ARLedgerStatus
                NOT INVALID KEY
                   MOVE ARItemRec-AR TO JrnAfterImage
                   CALL "JournalUpdate" USING "Listing18-38", OperatorId-OL,
                         "ARLedger    ", "R", JrnBeforeImage, JrnAfterImage
             END-REWRITE
       END-READ
    END-IF.

FindCustomerARItems.
    MOVE ZEROS TO NextARItemSeqNum LateFeeItemSeqFound
                  LateFeeAmountOnFile
    MOVE "N" TO LateFeeAdjustedFlag
    MOVE CheckInCustomerId TO CustomerId-AR
    MOVE ZEROS             TO ARItemSeqNum-AR
    START ARLedgerFile KEY IS GREATER THAN OR EQUAL ARItemKey-AR
       INVALID KEY SET EndOfARItems TO TRUE
    END-START
    IF NOT EndOfARItems
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfARItems
                   OR CustomerId-AR NOT EQUAL CheckInCustomerId
       MOVE ARItemSeqNum-AR TO NextARItemSeqNum
       IF ARLateFeeItem-AR
          AND FilmId-AR EQUAL CheckInFilmId
          AND CheckoutDate-AR EQUAL CheckoutDate-RF
          MOVE ARItemSeqNum-AR TO LateFeeItemSeqFound
          MOVE ARItemAmount-AR TO LateFeeAmountOnFile
          IF ARItemWasAdjusted-AR
             MOVE "Y" TO LateFeeAdjustedFlag
          END-IF
       END-IF
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
    END-PERFORM
    ADD 1 TO NextARItemSeqNum.

FillNextHold.
*> The pickup window runs from the day of the replay, since that is
*> when the customer can first be told.
    MOVE "N" TO HoldFoundForFilm
    MOVE CheckInFilmId TO FilmId-HQ
    MOVE ZEROS TO HoldSeqNum-HQ
    START HoldQueueFile KEY IS GREATER THAN OR EQUAL HoldQueueKey-HQ
       INVALID KEY SET EndOfHoldQueue TO TRUE
    END-START
    IF NOT EndOfHoldQueue
       READ HoldQueueFile NEXT RECORD AT END SET EndOfHoldQueue TO TRUE END-READ
    END-IF
    PERFORM UNTIL EndOfHoldQueue OR FilmId-HQ NOT EQUAL CheckInFilmId
                   OR SomeHoldFoundForFilm
       IF HoldIsPending-HQ
          AND (HoldAnyFormat-HQ OR FormatCode-HQ EQUAL RentalFormat)
          MOVE SPACES TO JrnBeforeImage
          MOVE HoldQueueRec-HQ TO JrnBeforeImage
          SET HoldIsFilled-HQ TO TRUE
          MOVE RentalFormat TO FormatCode-HQ
          MOVE RunDate TO FilledDate-HQ
          MOVE "A" TO BDFunctionCode
          CALL "BusinessDateCalc" USING BDFunctionCode, RunDate,
                                        BDOtherDate, PickupWindowDays,
                                        PickupDeadline-HQ,
                                        BDWorkingFlag
          MOVE RentalStoreId TO FilledStoreId-HQ
          MOVE Barcode-RF    TO FilledBarcode-HQ
          CALL "QueueHoldReadyNotice" USING CustomerId-HQ, FilmId-HQ,
                                               FilledStoreId-HQ,
                                               PickupDeadline-HQ,
                                               NoticeResult
          IF NoticeWasQueued
             MOVE RunDate TO NotifiedDate-HQ
          ELSE
             MOVE ZEROS TO NotifiedDate-HQ
          END-IF
          REWRITE HoldQueueRec-HQ
             INVALID KEY DISPLAY "-HQ ERROR Status = " HoldQueueStatus
             NOT INVALID KEY
                MOVE "Y" TO HoldFoundForFilm
                MOVE "Copy filled a hold - move it to the desk"
                  TO ReplayNote
                MOVE SPACES TO JrnAfterImage
                MOVE HoldQueueRec-HQ TO JrnAfterImage
                CALL "JournalUpdate" USING "Listing18-38",
                      OperatorId-OL, "HoldQueue   ", "R",
                      JrnBeforeImage, JrnAfterImage
          END-REWRITE
       ELSE
          READ HoldQueueFile NEXT RECORD AT END SET EndOfHoldQueue TO TRUE END-READ
       END-IF
    END-PERFORM.

ReturnCopyToShelf.
    MOVE "N" TO CopyReshelved
    MOVE ZEROS TO StoreCopyKey
    START StoreCopyFile KEY IS GREATER THAN OR EQUAL StoreCopyKey
       INVALID KEY SET EndOfStoreCopies TO TRUE
    END-START
    READ StoreCopyFile NEXT RECORD
       AT END SET EndOfStoreCopies TO TRUE
    END-READ
    PERFORM UNTIL EndOfStoreCopies OR StoreCopyReshelved
       IF StoreId-SC EQUAL RentalStoreId
          AND FilmId-SC EQUAL CheckInFilmId
          AND FormatCode-SC EQUAL RentalFormat
          MOVE SPACES TO JrnBeforeImage
          MOVE StoreCopyRec TO JrnBeforeImage
          ADD 1 TO CopyCount-SC
          REWRITE StoreCopyRec
             INVALID KEY DISPLAY "-SC ERROR Status = " StoreCopyStatus
             NOT INVALID KEY
                SET StoreCopyReshelved TO TRUE
                MOVE SPACES TO JrnAfterImage
                MOVE StoreCopyRec TO JrnAfterImage
                CALL "JournalUpdate" USING "Listing18-38",
                      OperatorId-OL, "StoreCopy   ", "R",
                      JrnBeforeImage, JrnAfterImage
          END-REWRITE
       ELSE
          READ StoreCopyFile NEXT RECORD
             AT END SET EndOfStoreCopies TO TRUE
          END-READ
       END-IF
    END-PERFORM
    IF NOT StoreCopyReshelved
       MOVE "No store copy record - shelf count not updated"
         TO ReplayNote
    END-IF.

RecordCopyReturn.
*> The condition is the one keyed at the till when the copy came
*> back.
    MOVE Barcode-RF TO Barcode-CP
    READ CopyMasterFile
       KEY IS Barcode-CP
       INVALID KEY CONTINUE
    END-READ
    IF NOT CopyMasterOk
       MOVE "Barcode is not on the copy master" TO ReplayNote
    ELSE
       MOVE SPACES TO JrnBeforeImage
       MOVE CopyMasterRec-CP TO JrnBeforeImage
       IF ConditionCode-OL NOT EQUAL SPACE
          MOVE ConditionCode-OL TO ConditionCode-CP
       END-IF
       IF SomeHoldFoundForFilm
          SET CopyIsOut-CP TO TRUE
       ELSE
          SET CopyIsOnShelf-CP TO TRUE
       END-IF
       REWRITE CopyMasterRec-CP
          INVALID KEY DISPLAY "-CP ERROR Status = " CopyMasterStatus
          NOT INVALID KEY
             MOVE SPACES TO JrnAfterImage
             MOVE CopyMasterRec-CP TO JrnAfterImage
             CALL "JournalUpdate" USING "Listing18-38", OperatorId-OL,
                   "CopyMaster  ", "R", JrnBeforeImage, JrnAfterImage
       END-REWRITE
    END-IF.

RecordForeignCopyReturn.
*> Handed in at the other store: the condition is noted but the copy
*> stays off the shelf, travelling home on the transfer raised next.
    MOVE Barcode-RF TO Barcode-CP
    READ CopyMasterFile
       KEY IS Barcode-CP
       INVALID KEY CONTINUE
    END-READ
    IF NOT CopyMasterOk
       MOVE "Barcode is not on the copy master" TO ReplayNote
    ELSE
       MOVE SPACES TO JrnBeforeImage
       MOVE CopyMasterRec-CP TO JrnBeforeImage
       IF ConditionCode-OL NOT EQUAL SPACE
          MOVE ConditionCode-OL TO ConditionCode-CP
       END-IF
       SET CopyIsOut-CP TO TRUE
       REWRITE CopyMasterRec-CP
          INVALID KEY DISPLAY "-CP ERROR Status = " CopyMasterStatus
          NOT INVALID KEY
             MOVE SPACES TO JrnAfterImage
             MOVE CopyMasterRec-CP TO JrnAfterImage
             CALL "JournalUpdate" USING "Listing18-38", OperatorId-OL,
                   "CopyMaster  ", "R", JrnBeforeImage, JrnAfterImage
       END-REWRITE
    END-IF.

RaiseTransferBack.
    PERFORM FindNextTransferNum
    INITIALIZE TransferRec-TR
    MOVE NextTransferNum TO TransferNum-TR
    MOVE CheckInStoreId  TO FromStoreId-TR
    MOVE RentalStoreId   TO ToStoreId-TR
    MOVE CheckInFilmId   TO FilmId-TR
    MOVE RentalFormat    TO FormatCode-TR
    MOVE 1               TO TransferQty-TR
    MOVE RunDate         TO TransferDate-TR
    SET TransferInTransit-TR TO TRUE
    MOVE ZEROS           TO ReceivedDate-TR
    WRITE TransferRec-TR
       INVALID KEY DISPLAY "-TR ERROR Status = " TransferStatus
       NOT INVALID KEY
          MOVE "Other store's copy - transfer raised home"
            TO ReplayNote
    END-WRITE.

FindNextTransferNum.
    MOVE ZEROS TO NextTransferNum
    MOVE LOW-VALUES TO TransferNum-TR
    START TransferFile KEY IS GREATER THAN TransferNum-TR
       INVALID KEY SET EndOfTransfers TO TRUE
    END-START
    IF NOT EndOfTransfers
       READ TransferFile NEXT RECORD
          AT END SET EndOfTransfers TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfTransfers
       MOVE TransferNum-TR TO NextTransferNum
       READ TransferFile NEXT RECORD
          AT END SET EndOfTransfers TO TRUE
       END-READ
    END-PERFORM
    ADD 1 TO NextTransferNum.

ReplayPayment.
*> The money is already in the drawer, so a payment is always
*> recorded - even for a customer suspended meanwhile. The receipt
*> number is issued now, and the payment applied to the open items
*> oldest first.
    MOVE CustomerId-OL TO PayCustomerId
    MOVE PayCustomerId TO CustomerId-CF
    READ CustomerFile
       KEY IS CustomerId-CF
       INVALID KEY CONTINUE
    END-READ
    IF NOT CustomerOk
       MOVE "Customer is not on the customer master" TO ReplayReason
       EXIT PARAGRAPH
    END-IF
    IF TenderType-OL EQUAL "K" AND ChecksBlocked-CF
       MOVE "Cheque taken from a customer barred cheques"
         TO ReplayNote
    END-IF
    ADD 1 TO NextReceiptNum
    MOVE TransactionDate TO PaymentDate
    MOVE SPACES TO PostingRef
    STRING "RECEIPT " DELIMITED BY SIZE
           NextReceiptNum DELIMITED BY SIZE
      INTO PostingRef
    END-STRING
    CALL "CheckPostingPeriod" USING "Listing18-38", PostingRef,
                                    "M", PaymentDate, PeriodResult
    PERFORM ApplyPaymentToOpenItems

    INITIALIZE PaymentRec-PM
    MOVE NextReceiptNum  TO ReceiptNum-PM
    MOVE PayCustomerId   TO CustomerId-PM
    MOVE StoreId-OL      TO StoreId-PM
    MOVE PaymentDate     TO PaymentDate-PM
    MOVE TxnTime-OL      TO PaymentTime-PM
    MOVE TenderType-OL   TO TenderType-PM
    MOVE Amount-OL       TO PaymentAmount-PM
    MOVE TotalApplied    TO AppliedAmount-PM
    MOVE ZEROS           TO SessionNum-PM
    IF CashTender-PM
       MOVE Amount-OL    TO CashTendered-PM
    END-IF
    WRITE PaymentRec-PM.

ApplyPaymentToOpenItems.
    MOVE Amount-OL TO RemainingToApply
    MOVE ZEROS TO TotalApplied
    MOVE PayCustomerId TO CustomerId-AR
    MOVE ZEROS         TO ARItemSeqNum-AR
    START ARLedgerFile KEY IS GREATER THAN OR EQUAL ARItemKey-AR
       INVALID KEY SET EndOfARItems TO TRUE
    END-START
    IF NOT EndOfARItems
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfARItems
                   OR CustomerId-AR NOT EQUAL PayCustomerId
                   OR RemainingToApply EQUAL ZEROS
       IF ARItemOpen-AR AND ARItemOpenAmount-AR > ZEROS
          PERFORM ApplyToOneItem
       END-IF
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
    END-PERFORM.

ApplyToOneItem.
    MOVE ARItemRec-AR TO JrnBeforeImage
    IF RemainingToApply NOT < ARItemOpenAmount-AR
       MOVE ARItemOpenAmount-AR TO AppliedToItem
    ELSE
       MOVE RemainingToApply TO AppliedToItem
    END-IF
    SUBTRACT AppliedToItem FROM RemainingToApply
    ADD AppliedToItem TO TotalApplied
    SUBTRACT AppliedToItem FROM ARItemOpenAmount-AR
    IF ARItemOpenAmount-AR EQUAL ZEROS
       SET ARItemPaid-AR TO TRUE
    END-IF
    REWRITE ARItemRec-AR
       INVALID KEY DISPLAY "-AR ERROR Status = " ARLedgerStatus
       NOT INVALID KEY
          MOVE ARItemRec-AR TO JrnAfterImage
          CALL "JournalUpdate" USING "Listing18-38", OperatorId-OL,
                "ARLedger    ", "R", JrnBeforeImage, JrnAfterImage
    END-REWRITE.

CopyWorkFileBack.
*> The work file replaces the log, so every entry now carries its
*> replay mark and the next run passes over it.
    OPEN INPUT OfflineWorkFile
    OPEN OUTPUT OfflineLogFile
    READ OfflineWorkFile
       AT END SET EndOfOfflineWork TO TRUE
    END-READ
    PERFORM UNTIL EndOfOfflineWork
       MOVE OfflineWorkRec TO OfflineTxnRec-OL
       WRITE OfflineTxnRec-OL
       READ OfflineWorkFile
          AT END SET EndOfOfflineWork TO TRUE
       END-READ
    END-PERFORM
    CLOSE OfflineWorkFile
    CLOSE OfflineLogFile.

RebuildOfflineCache.
*> Everything the tills need to work offline, taken fresh from the
*> masters: every customer, with whether they may rent and the
*> account a household card rents on, then every film with its loan
*> length and base fee. Customers key under "C" and films under "F",
*> so both walks write in key order.
    OPEN OUTPUT OfflineCacheFile
    MOVE ZEROS TO CustomerId-CF
    START CustomerFile KEY IS GREATER THAN OR EQUAL CustomerId-CF
       INVALID KEY SET EndOfCustomers TO TRUE
    END-START
    IF NOT EndOfCustomers
       READ CustomerFile NEXT RECORD
          AT END SET EndOfCustomers TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfCustomers
       PERFORM CacheOneCustomer
       READ CustomerFile NEXT RECORD
          AT END SET EndOfCustomers TO TRUE
       END-READ
    END-PERFORM

    MOVE ZEROS TO FilmId-FF
    START FilmFile KEY IS GREATER THAN OR EQUAL FilmId-FF
       INVALID KEY SET EndOfFilms TO TRUE
    END-START
    IF NOT EndOfFilms
       READ FilmFile NEXT RECORD
          AT END SET EndOfFilms TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfFilms
       PERFORM CacheOneFilm
       READ FilmFile NEXT RECORD
          AT END SET EndOfFilms TO TRUE
       END-READ
    END-PERFORM
    CLOSE OfflineCacheFile.

CacheOneCustomer.
    INITIALIZE OfflineCacheRec-OC
    SET CachedCustomer-OC TO TRUE
    MOVE CustomerId-CF TO CacheId-OC
    STRING CustomerFirstName-CF DELIMITED BY "  "
           SPACE DELIMITED BY SIZE
           CustomerSurname-CF DELIMITED BY "  "
      INTO CacheName-OC
    END-STRING
    MOVE "N" TO CacheUsable-OC
    IF CustomerIsActive-CF
       AND NOT (HouseAccount-CF AND PurchaseOrderRef-CF EQUAL SPACES)
       SET CacheMayRent-OC TO TRUE
    END-IF
    IF HouseholdSecondary-CF
       MOVE HouseholdPrimaryId-CF TO CacheRentTo-OC
    ELSE
       MOVE CustomerId-CF TO CacheRentTo-OC
    END-IF
    WRITE OfflineCacheRec-OC
       INVALID KEY DISPLAY "-OC ERROR Status = " OfflineCacheStatus
       NOT INVALID KEY ADD 1 TO CustomersCached
    END-WRITE.

CacheOneFilm.
    INITIALIZE OfflineCacheRec-OC
    SET CachedFilm-OC TO TRUE
    MOVE FilmId-FF    TO CacheId-OC
    MOVE FilmTitle-FF TO CacheName-OC
    MOVE "N" TO CacheUsable-OC
    IF FilmIsActive-FF
       SET CacheMayRent-OC TO TRUE
    END-IF
*> The cache serves the tills from tomorrow, so a title whose street
*> date is later than that stays off the offline floor.
    IF StreetDate-FF IS NUMERIC AND StreetDate-FF > CacheStreetLimit
       MOVE "N" TO CacheUsable-OC
    END-IF
    CALL "LoanPeriodForFilm" USING BY CONTENT FilmGenre-FF,
                                      FilmYear-FF, FilmStatusCode-FF
                                   BY REFERENCE LoanPeriodDays,
                                      LoanRuleApplied
    MOVE LoanPeriodDays TO CacheLoanDays-OC
    MOVE RentalFee-FF   TO CacheFee-OC
    WRITE OfflineCacheRec-OC
       INVALID KEY DISPLAY "-OC ERROR Status = " OfflineCacheStatus
       NOT INVALID KEY ADD 1 TO FilmsCached
    END-WRITE.

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
PROGRAM-ID. LoanPeriodForFilm.
AUTHOR. Michael Coughlan.
*> Resolves the loan period for a rental the way PriceFilmRental
*> resolves the price. The rules live on a LINE SEQUENTIAL file
*> (seeded with the shop's standing policy the first time anything
*> asks) and are matched in rule-number order against the film's
*> genre, year band and status code; the first matching rule wins
*> and its business-day count becomes the due-date offset. No
*> matching rule means the old system-wide five days stands.
*> WORKING-STORAGE is not INITIAL, so the table loads once per run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LoanRuleFile ASSIGN TO "Listing17-29LoanRules.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS LoanRuleStatus.

DATA DIVISION.
FILE SECTION.
FD  LoanRuleFile.
01  LoanRuleRec.
    02  RuleId-LP              PIC 9(3).
    02  Genre-LP               PIC X(10).
    02  YearFrom-LP            PIC 9(4).
    02  YearTo-LP              PIC 9(4).
    02  FilmStatus-LP          PIC X.
    02  LoanDays-LP            PIC 9(2).

WORKING-STORAGE SECTION.
01  LoanRuleStatus             PIC XX.
    88  EndOfLoanRules           VALUE "10".

01  TableLoaded                PIC X VALUE "N".
    88  TableAlreadyLoaded       VALUE "Y".

01  RuleTable.
    02  RuleCount              PIC 99 VALUE ZERO.
    02  RuleEntry OCCURS 20 TIMES INDEXED BY RuleIdx.
        03  RuleId-T           PIC 9(3).
        03  Genre-T            PIC X(10).
        03  YearFrom-T         PIC 9(4).
        03  YearTo-T           PIC 9(4).
        03  FilmStatus-T       PIC X.
        03  LoanDays-T         PIC 9(2).

01  RuleMatches                PIC X.
    88  RuleDoesMatch            VALUE "Y".

*> The pre-rules loan period, kept as the fallback.
01  DefaultLoanDays            PIC 9(2) VALUE 5.

LINKAGE SECTION.
01  FilmGenre-IO               PIC X(10).
01  FilmYear-IO                PIC 9(4).
01  FilmStatus-IO              PIC X.
01  LoanDays-IO                PIC S9(5).
01  RuleIdOut-IO               PIC 9(3).

PROCEDURE DIVISION USING FilmGenre-IO, FilmYear-IO, FilmStatus-IO,
                          LoanDays-IO, RuleIdOut-IO.
Begin.
   IF NOT TableAlreadyLoaded
      PERFORM LoadRuleTable
      MOVE "Y" TO TableLoaded
   END-IF

   MOVE DefaultLoanDays TO LoanDays-IO
   MOVE ZEROS           TO RuleIdOut-IO
   PERFORM VARYING RuleIdx FROM 1 BY 1 UNTIL RuleIdx > RuleCount
      PERFORM TestRuleMatch
      IF RuleDoesMatch
         MOVE RuleId-T(RuleIdx)   TO RuleIdOut-IO
         MOVE LoanDays-T(RuleIdx) TO LoanDays-IO
         EXIT PERFORM
      END-IF
   END-PERFORM
   EXIT PROGRAM.

TestRuleMatch.
   MOVE "Y" TO RuleMatches
   IF Genre-T(RuleIdx) NOT EQUAL SPACES
      AND Genre-T(RuleIdx) NOT EQUAL FilmGenre-IO
      MOVE "N" TO RuleMatches
   END-IF
   IF YearFrom-T(RuleIdx) NOT EQUAL ZEROS
      AND FilmYear-IO < YearFrom-T(RuleIdx)
      MOVE "N" TO RuleMatches
   END-IF
   IF YearTo-T(RuleIdx) NOT EQUAL ZEROS
      AND FilmYear-IO > YearTo-T(RuleIdx)
      MOVE "N" TO RuleMatches
   END-IF
   IF FilmStatus-T(RuleIdx) NOT EQUAL SPACES
      AND FilmStatus-T(RuleIdx) NOT EQUAL FilmStatus-IO
      MOVE "N" TO RuleMatches
   END-IF.

LoadRuleTable.
   MOVE ZERO TO RuleCount
   OPEN INPUT LoanRuleFile
   IF LoanRuleStatus NOT EQUAL "00"
      CLOSE LoanRuleFile
      PERFORM SeedRuleFile
      OPEN INPUT LoanRuleFile
   END-IF
   READ LoanRuleFile
      AT END SET EndOfLoanRules TO TRUE
   END-READ
   PERFORM UNTIL EndOfLoanRules
      IF RuleCount < 20
         ADD 1 TO RuleCount
         MOVE RuleId-LP     TO RuleId-T(RuleCount)
         MOVE Genre-LP      TO Genre-T(RuleCount)
         MOVE YearFrom-LP   TO YearFrom-T(RuleCount)
         MOVE YearTo-LP     TO YearTo-T(RuleCount)
         MOVE FilmStatus-LP TO FilmStatus-T(RuleCount)
         MOVE LoanDays-LP   TO LoanDays-T(RuleCount)
      END-IF
      READ LoanRuleFile
         AT END SET EndOfLoanRules TO TRUE
      END-READ
   END-PERFORM
   CLOSE LoanRuleFile.

SeedRuleFile.
*> Standing policy: new releases (recent year band) go overnight,
*> children's titles get a week, and everything else gets a week.
   OPEN OUTPUT LoanRuleFile
   MOVE "001          20242099 01" TO LoanRuleRec
   WRITE LoanRuleRec
   MOVE "002CHILDRENS 00000000 07" TO LoanRuleRec
   WRITE LoanRuleRec
   MOVE "003          00000000 07" TO LoanRuleRec
   WRITE LoanRuleRec
   CLOSE LoanRuleFile.
END PROGRAM LoanPeriodForFilm.

IDENTIFICATION DIVISION.
PROGRAM-ID. PriceFilmRental.
AUTHOR. Michael Coughlan.
*> Resolves the price actually charged for a rental. The rules live
*> on a LINE SEQUENTIAL file (seeded with the launch promotions the
*> first time anything asks, like Listing9-3's RateFile) and are
*> matched in rule-number order against the pricing date's day of
*> week, the film's genre and year band, and any promo code given;
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
FILE-CONTROL.
    SELECT PriceRuleFile ASSIGN TO "Listing17-46PriceRules.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS PriceRuleStatus.

    SELECT FormatFeeFile ASSIGN TO "Listing17-46FormatFees.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS FormatFeeStatus.

DATA DIVISION.
FILE SECTION.
FD  PriceRuleFile.
01  PriceRuleRec.
    02  RuleId-PR              PIC 9(3).
    02  EffectiveFrom-PR       PIC 9(8).
    02  EffectiveTo-PR         PIC 9(8).
    02  DayOfWeek-PR           PIC 9.
    02  Genre-PR               PIC X(10).
    02  YearFrom-PR            PIC 9(4).
    02  YearTo-PR              PIC 9(4).
    02  PromoCode-PR           PIC X(6).
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

01  RuleTable.
    02  RuleCount              PIC 99 VALUE ZERO.
    02  RuleEntry OCCURS 20 TIMES INDEXED BY RuleIdx.
        03  RuleId-T           PIC 9(3).
        03  EffectiveFrom-T    PIC 9(8).
        03  EffectiveTo-T      PIC 9(8).
        03  DayOfWeek-T        PIC 9.
        03  Genre-T            PIC X(10).
        03  YearFrom-T         PIC 9(4).
        03  YearTo-T           PIC 9(4).
        03  PromoCode-T        PIC X(6).
        03  AdjustType-T       PIC X.
           88  PercentRule-T     VALUE "P".
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

   COMPUTE PriceDayOfWeek =
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
         PERFORM ApplyRule
         EXIT PERFORM
      END-IF
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
      OR PriceDate-IO > EffectiveTo-T(RuleIdx)
      MOVE "N" TO RuleMatches
   END-IF
   IF DayOfWeek-T(RuleIdx) NOT EQUAL ZERO
      AND DayOfWeek-T(RuleIdx) NOT EQUAL PriceDayOfWeek
      MOVE "N" TO RuleMatches
   END-IF
   IF Genre-T(RuleIdx) NOT EQUAL SPACES
      AND Genre-T(RuleIdx) NOT EQUAL FilmGenre-IO
      MOVE "N" TO RuleMatches
   END-IF
   IF YearFrom-T(RuleIdx) NOT EQUAL ZEROS
      AND FilmYear-IO < YearFrom-T(RuleIdx)
      MOVE "N" TO RuleMatches
   END-IF
   IF YearTo-T(RuleIdx) NOT EQUAL ZEROS
      AND FilmYear-IO > YearTo-T(RuleIdx)
      MOVE "N" TO RuleMatches
   END-IF
   IF PromoCode-T(RuleIdx) NOT EQUAL SPACES
      AND PromoCode-T(RuleIdx) NOT EQUAL PromoCode-IO
      MOVE "N" TO RuleMatches
   END-IF.

ApplyRule.
   MOVE RuleId-T(RuleIdx) TO RuleIdOut-IO
   IF FlatPriceRule-T(RuleIdx)
      MOVE AdjustAmount-T(RuleIdx) TO PriceOut-IO
   ELSE
*> Percentage rules carry the percentage of the base fee to charge,
*> e.g. 080.00 charges 80% of the base rate.
      COMPUTE PriceOut-IO ROUNDED =
              FormatBaseFee * AdjustAmount-T(RuleIdx) / 100
   END-IF.

LoadRuleTable.
   MOVE ZERO TO RuleCount
   OPEN INPUT PriceRuleFile
   IF PriceRuleStatus NOT EQUAL "00"
      CLOSE PriceRuleFile
      PERFORM SeedRuleFile
      OPEN INPUT PriceRuleFile
   END-IF
   READ PriceRuleFile
      AT END SET EndOfPriceRules TO TRUE
   END-READ
   PERFORM UNTIL EndOfPriceRules
      IF RuleCount < 20
         ADD 1 TO RuleCount
         MOVE RuleId-PR        TO RuleId-T(RuleCount)
         MOVE EffectiveFrom-PR TO EffectiveFrom-T(RuleCount)
         MOVE EffectiveTo-PR   TO EffectiveTo-T(RuleCount)
         MOVE DayOfWeek-PR     TO DayOfWeek-T(RuleCount)
         MOVE Genre-PR         TO Genre-T(RuleCount)
         MOVE YearFrom-PR      TO YearFrom-T(RuleCount)
         MOVE YearTo-PR        TO YearTo-T(RuleCount)
         MOVE PromoCode-PR     TO PromoCode-T(RuleCount)
         MOVE AdjustType-PR    TO AdjustType-T(RuleCount)
         MOVE AdjustAmount-PR  TO AdjustAmount-T(RuleCount)
      END-IF
      READ PriceRuleFile
         AT END SET EndOfPriceRules TO TRUE
      END-READ
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
*> off a new-release year band.
   OPEN OUTPUT PriceRuleFile
   MOVE "00120260101202612316          00000000      P08000"
     TO PriceRuleRec
   WRITE PriceRuleRec
   MOVE "00220260101202612310          00001990      F00199"
     TO PriceRuleRec
   WRITE PriceRuleRec
   MOVE "00320260101202612310          20242026NEW10 P09000"
     TO PriceRuleRec
   WRITE PriceRuleRec
   CLOSE PriceRuleFile.
END PROGRAM PriceFilmRental.

IDENTIFICATION DIVISION.
PROGRAM-ID. CheckPostingPeriod.
AUTHOR. Michael Coughlan.
*> Closed-period posting guard. Listing17-24 keeps the end date of the
*> last period it closed on Listing17-24ClosedPeriod.DAT; every
*> program that posts money or a dated transaction calls this before
*> it writes, with the date it means to post on. A date after the
*> closed period is passed straight back. A date on or before it is
*> either refused (rule "R" - the caller leaves the posting alone) or
*> moved to the first open day (rule "M"), and either way the caller's
*> reference and the original date go onto the posting-period log so
*> the moved item can be traced back to when it really happened. The
*> closed date loads once per run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ClosedPeriodFile ASSIGN TO "Listing17-24ClosedPeriod.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS ClosedPeriodStatus.

    SELECT PostingLogFile ASSIGN TO "Listing17-24PostingMoves.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS PostingLogStatus.

DATA DIVISION.
FILE SECTION.
FD  ClosedPeriodFile.
01  ClosedPeriodRec            PIC 9(8).

FD  PostingLogFile.
01  PostingLogRec.
    02  LogProgram-PL          PIC X(12).
    02  FILLER                 PIC X.
    02  LogAction-PL           PIC X(7).
    02  FILLER                 PIC X.
    02  LogOriginalDate-PL     PIC 9(8).
    02  FILLER                 PIC X.
    02  LogPostedDate-PL       PIC 9(8).
    02  FILLER                 PIC X.
    02  LogReference-PL        PIC X(30).
    02  FILLER                 PIC X.
    02  LogTimestamp-PL        PIC X(14).

WORKING-STORAGE SECTION.
01  ClosedPeriodStatus         PIC XX.
01  PostingLogStatus           PIC XX.

01  ClosedLoaded               PIC X VALUE "N".
    88  ClosedAlreadyLoaded      VALUE "Y".
01  ClosedThroughDate          PIC 9(8) VALUE ZEROS.
01  FirstOpenDate              PIC 9(8) VALUE ZEROS.
01  OriginalDate               PIC 9(8).

LINKAGE SECTION.
01  ProgramName-IO             PIC X(12).
01  PostingRef-IO              PIC X(30).
01  PeriodRule-IO              PIC X.
    88  RefuseClosedDate         VALUE "R".
    88  MoveClosedDate           VALUE "M".
01  PostingDate-IO             PIC 9(8).
01  PeriodResult-IO            PIC 9.
    88  PostingPeriodOpen        VALUE 0.
    88  PostingDateMoved         VALUE 1.
    88  PostingRefused           VALUE 2.

PROCEDURE DIVISION USING ProgramName-IO, PostingRef-IO, PeriodRule-IO,
                          PostingDate-IO, PeriodResult-IO.
Begin.
   IF NOT ClosedAlreadyLoaded
      PERFORM LoadClosedPeriod
      MOVE "Y" TO ClosedLoaded
   END-IF

   SET PostingPeriodOpen TO TRUE
   IF PostingDate-IO > ClosedThroughDate
      EXIT PROGRAM
   END-IF

   MOVE PostingDate-IO TO OriginalDate
   IF MoveClosedDate
      MOVE FirstOpenDate TO PostingDate-IO
      SET PostingDateMoved TO TRUE
   ELSE
      SET PostingRefused TO TRUE
   END-IF
   PERFORM WritePostingLog
   EXIT PROGRAM.

LoadClosedPeriod.
   MOVE ZEROS TO ClosedThroughDate FirstOpenDate
   OPEN INPUT ClosedPeriodFile
   IF ClosedPeriodStatus EQUAL "00"
      READ ClosedPeriodFile
         AT END CONTINUE
         NOT AT END MOVE ClosedPeriodRec TO ClosedThroughDate
      END-READ
      CLOSE ClosedPeriodFile
   ELSE
      CLOSE ClosedPeriodFile
   END-IF
   IF ClosedThroughDate > ZEROS
      COMPUTE FirstOpenDate = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(ClosedThroughDate) + 1)
   END-IF.

WritePostingLog.
   OPEN EXTEND PostingLogFile
   IF PostingLogStatus EQUAL "35"
      OPEN OUTPUT PostingLogFile
   END-IF
   MOVE SPACES TO PostingLogRec
   MOVE ProgramName-IO TO LogProgram-PL
   IF PostingDateMoved
      MOVE "MOVED"   TO LogAction-PL
   ELSE
      MOVE "REFUSED" TO LogAction-PL
   END-IF
   MOVE OriginalDate   TO LogOriginalDate-PL
   MOVE PostingDate-IO TO LogPostedDate-PL
   MOVE PostingRef-IO  TO LogReference-PL
   MOVE FUNCTION CURRENT-DATE(1:14) TO LogTimestamp-PL
   WRITE PostingLogRec
   CLOSE PostingLogFile.
END PROGRAM CheckPostingPeriod.

IDENTIFICATION DIVISION.
PROGRAM-ID. QueueHoldReadyNotice IS INITIAL.
AUTHOR. Michael Coughlan.
*> Queues the "your film is ready" letter on the shared
*> correspondence queue the moment a hold is filled, for Listing17-73
*> to print or send by email/SMS. The letter names the film, the
*> store holding the copy at its desk and the pickup deadline. Every
*> program that fills a hold calls it, so the customer hears from us
*> whichever way the copy was set aside. NoticeResult comes back 0
*> when the letter was queued; the caller stamps NotifiedDate-HQ on
*> that basis and Listing18-14 reports any filled hold left without
*> one. A hold filled in training reads the training customer file
*> and queues its letter, stamped TRAINING, on the training copy of
*> the queue, so it never reaches a customer. The wording comes off
*> the Listing18-45 template master through FillLetterTemplate, in
*> the customer's own language: notice level one of the template
*> names the store, level two is the letter for a copy set aside
*> with no store recorded.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT NoticeFilmFile ASSIGN TO "Listing17-6Film.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FilmId-FF
        ALTERNATE RECORD KEY IS FilmTitle-FF
                     WITH DUPLICATES
        ALTERNATE RECORD KEY IS DirectorId-FF
                     WITH DUPLICATES
        ALTERNATE RECORD KEY IS FilmGenre-FF
                     WITH DUPLICATES
        FILE STATUS IS NoticeFilmStatus.

    SELECT NoticeCustomerFile ASSIGN TO NoticeCustomerFileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CustomerId-CF
        ALTERNATE RECORD KEY IS CustomerSurname-CF
                     WITH DUPLICATES
        FILE STATUS IS NoticeCustomerStatus.

    SELECT NoticeCorrFile ASSIGN TO NoticeCorrFileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CorrKey-CQ
        FILE STATUS IS NoticeCorrStatus.

DATA DIVISION.
FILE SECTION.
FD  NoticeFilmFile.
01  FilmRec-FF.
    COPY FilmRec.

FD  NoticeCustomerFile.
01  CustomerRec-CF.
    COPY CustomerRec.

FD  NoticeCorrFile.
01  CorrespondenceRec-CQ.
    COPY CorrespondenceRec.

WORKING-STORAGE SECTION.
01  NoticeFilmStatus           PIC XX.
    88  NoticeFilmOk             VALUE "02", "00".
01  NoticeCustomerStatus       PIC XX.
    88  NoticeCustomerOk         VALUE "02", "00".
01  NoticeCorrStatus           PIC XX.
    88  NoticeCorrOk             VALUE "02", "00".
01  NoticeCustomerFileName     PIC X(40).
01  NoticeCorrFileName         PIC X(40).
01  TrainingState              PIC X.
    88  TrainingModeOn           VALUE "Y".

01  NoticeToday                PIC 9(8).
01  NoticeSeqNum               PIC 9(7) VALUE ZEROS.
01  NoticeLine                 PIC X(80).
01  NoticeFilmTitle            PIC X(40).
01  NoticeStoreName            PIC X(20).
01  NoticeCurrency             PIC XXX.
01  NoticeStoreStatus          PIC X.
01  NoticeStoreResult          PIC 9.
01  NoticeStoreId-Ed           PIC Z9.
01  NoticeDeadline-Ed          PIC 9999/99/99.
01  NoticeWriteFailed          PIC X VALUE "N".
    88  NoticeLineFailed         VALUE "Y".

01  TemplateLetterType         PIC X VALUE "H".
01  TemplateLevel              PIC 9.
01  TemplateLanguage           PIC X.
01  TemplatePart               PIC X VALUE "H".
01  TemplateLineNum            PIC 99.
01  TemplateResult             PIC 9.
    88  NoMoreTemplateLines      VALUE 1.
01  LetterFields.
    COPY LetterFields.

LINKAGE SECTION.
01  CustomerId-IO              PIC 9(7).
01  FilmId-IO                  PIC 9(7).
01  StoreId-IO                 PIC 99.
01  PickupDeadline-IO          PIC 9(8).
01  NoticeResult-IO            PIC 9.
    88  NoticeQueued             VALUE 0.
    88  NoticeNotQueued          VALUE 1.

PROCEDURE DIVISION USING CustomerId-IO, FilmId-IO, StoreId-IO,
                          PickupDeadline-IO, NoticeResult-IO.
Begin.
   SET NoticeNotQueued TO TRUE
   MOVE FUNCTION CURRENT-DATE(1:8) TO NoticeToday
   MOVE "Listing17-26Customer.DAT" TO NoticeCustomerFileName
   CALL "TrainingMode" USING "F", TrainingState, NoticeCustomerFileName
   MOVE "Listing17-73Correspondence.DAT" TO NoticeCorrFileName
   CALL "TrainingMode" USING "F", TrainingState, NoticeCorrFileName

   MOVE "your reserved film" TO NoticeFilmTitle
   OPEN INPUT NoticeFilmFile
   IF NoticeFilmOk
      MOVE FilmId-IO TO FilmId-FF
      READ NoticeFilmFile
         KEY IS FilmId-FF
         INVALID KEY CONTINUE
      END-READ
      IF NoticeFilmOk
         MOVE FilmTitle-FF TO NoticeFilmTitle
      END-IF
   END-IF
   CLOSE NoticeFilmFile

   MOVE SPACES TO CustomerRec-CF
   MOVE "Customer" TO CustomerSurname-CF
   OPEN INPUT NoticeCustomerFile
   IF NoticeCustomerOk
      MOVE CustomerId-IO TO CustomerId-CF
      READ NoticeCustomerFile
         KEY IS CustomerId-CF
         INVALID KEY
            MOVE SPACES TO CustomerRec-CF
            MOVE "Customer" TO CustomerSurname-CF
      END-READ
   END-IF
   CLOSE NoticeCustomerFile

*> A desk copy pulled by hand records no store; the letter then just
*> says "at the store" rather than naming one.
   MOVE SPACES TO NoticeStoreName
   IF StoreId-IO NOT EQUAL ZEROS
      CALL "GetStoreInfo" USING StoreId-IO, NoticeStoreName,
                                NoticeCurrency, NoticeStoreStatus,
                                NoticeStoreResult
   END-IF

   OPEN I-O NoticeCorrFile
   IF NoticeCorrStatus EQUAL "35"
      CLOSE NoticeCorrFile
      OPEN OUTPUT NoticeCorrFile
      CLOSE NoticeCorrFile
      OPEN I-O NoticeCorrFile
   END-IF
   IF NOT NoticeCorrOk
      EXIT PROGRAM
   END-IF

   PERFORM FindNextNoticeSeqNum

   IF TrainingModeOn
      MOVE "*** TRAINING - NOT A REAL NOTICE ***" TO NoticeLine
      PERFORM QueueNoticeLine
   END-IF
   INITIALIZE LetterFields
   STRING CustomerFirstName-CF DELIMITED BY "  "
          " " DELIMITED BY SIZE
          CustomerSurname-CF DELIMITED BY "  "
     INTO LetterName-LF
   END-STRING
   MOVE CustomerId-IO   TO LetterCustId-LF
   MOVE NoticeFilmTitle TO LetterTitle-LF
   MOVE PickupDeadline-IO TO NoticeDeadline-Ed
   MOVE NoticeDeadline-Ed TO LetterDate-LF
   IF NoticeStoreName EQUAL SPACES
      MOVE 2 TO TemplateLevel
   ELSE
      MOVE 1 TO TemplateLevel
      MOVE StoreId-IO TO NoticeStoreId-Ed
      MOVE NoticeStoreName  TO LetterStore-LF
      MOVE NoticeStoreId-Ed TO LetterStoreNum-LF
   END-IF
   IF LettersInFrench-CF
      MOVE "F" TO TemplateLanguage
   ELSE
      MOVE "E" TO TemplateLanguage
   END-IF
   MOVE ZEROS TO TemplateLineNum
   PERFORM NextTemplateLine
   PERFORM UNTIL NoMoreTemplateLines
      PERFORM QueueNoticeLine
      PERFORM NextTemplateLine
   END-PERFORM

   CLOSE NoticeCorrFile
   IF NOT NoticeLineFailed
      SET NoticeQueued TO TRUE
   END-IF
   EXIT PROGRAM.

FindNextNoticeSeqNum.
*> One past the customer's highest queued line, as Listing17-23
*> numbers its overdue letters, so the runs never collide.
   MOVE ZEROS TO NoticeSeqNum
   MOVE CustomerId-IO TO CustomerId-CQ
   MOVE ZEROS TO CorrSeqNum-CQ
   START NoticeCorrFile KEY IS GREATER THAN OR EQUAL CorrKey-CQ
      INVALID KEY SET EndOfCorrespondence TO TRUE
   END-START
   IF NOT EndOfCorrespondence
      READ NoticeCorrFile NEXT RECORD
         AT END SET EndOfCorrespondence TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfCorrespondence
                  OR CustomerId-CQ NOT EQUAL CustomerId-IO
      MOVE CorrSeqNum-CQ TO NoticeSeqNum
      READ NoticeCorrFile NEXT RECORD
         AT END SET EndOfCorrespondence TO TRUE
      END-READ
   END-PERFORM
   ADD 1 TO NoticeSeqNum.

NextTemplateLine.
   CALL "FillLetterTemplate" USING TemplateLetterType, TemplateLevel,
                                   TemplateLanguage, TemplatePart,
                                   TemplateLineNum, LetterFields,
                                   NoticeLine, TemplateResult.

QueueNoticeLine.
   INITIALIZE CorrespondenceRec-CQ
   MOVE CustomerId-IO     TO CustomerId-CQ
   MOVE NoticeSeqNum      TO CorrSeqNum-CQ
   MOVE NoticeToday       TO QueuedDate-CQ
   SET HoldReadyLetter-CQ TO TRUE
   SET CorrPending-CQ     TO TRUE
   MOVE ZEROS             TO PrintedDate-CQ
   MOVE NoticeLine        TO CorrText-CQ
   WRITE CorrespondenceRec-CQ
      INVALID KEY MOVE "Y" TO NoticeWriteFailed
   END-WRITE
   ADD 1 TO NoticeSeqNum.
END PROGRAM QueueHoldReadyNotice.

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
PROGRAM-ID. CheckQuiesce IS INITIAL.
AUTHOR. Michael Coughlan.
*> Answers whether the Listing17-54 run controller has the system
*> quiesced for the batch window. The till and maintenance programs
*> ask before opening anything for update, and show a clean
*> "nightly close in progress" message instead of sitting on a
*> record lock. No flag file, or a flag of "R", means open.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT QuiesceFile ASSIGN TO "Listing17-54Quiesce.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS QuiesceStatus.

DATA DIVISION.
FILE SECTION.
FD  QuiesceFile.
01  QuiesceRec.
    02  QuiesceState-QS      PIC X.
    02  QuiesceStamp-QS      PIC X(21).

WORKING-STORAGE SECTION.
01  QuiesceStatus          PIC XX.

LINKAGE SECTION.
01  QuiesceResult-IO       PIC 9.
    88  SystemIsOpen-IO      VALUE 0.
    88  SystemQuiesced-IO    VALUE 1.

PROCEDURE DIVISION USING QuiesceResult-IO.
Begin.
   SET SystemIsOpen-IO TO TRUE
   OPEN INPUT QuiesceFile
   IF QuiesceStatus EQUAL "00"
      READ QuiesceFile
         AT END CONTINUE
         NOT AT END
            IF QuiesceState-QS EQUAL "Q"
               SET SystemQuiesced-IO TO TRUE
            END-IF
      END-READ
   END-IF
   CLOSE QuiesceFile
   EXIT PROGRAM.
END PROGRAM CheckQuiesce.

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
PROGRAM-ID. FillLetterTemplate.
AUTHOR. Michael Coughlan.
*> Builds letter lines from the Listing18-45 template master, so the
*> wording of the overdue, collections, reminder and hold-ready
*> letters lives on file where a supervisor can change it, not in
*> the programs that queue them. A template is held for each letter
*> type, notice level and language - English or French - in three
*> parts: the opening lines, the line repeated for each film, and the
*> closing lines. Each call hands back the part's next line after
*> LineNum with the placeholders filled in from LetterFields -
*> &NAME&, &CUSTID&, &TITLE&, &DATE&, &FEE&, &TOTAL&, &STORE& and
*> &STORENUM& - and TemplateResult 1 when the part has no more
*> lines. A level with no lines of its own for the part uses level
*> one, and a language with none uses English, so a French letter
*> is never left blank. The templates load once per run, the file
*> being seeded with the standard wording the first time it is
*> wanted; a letter type of "*" loads them again, for the template
*> utility after a change.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT TemplateFile ASSIGN TO "Listing18-45Templates.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TemplateKey-LT
        FILE STATUS IS TemplateStatus.

DATA DIVISION.
FILE SECTION.
FD TemplateFile.
01 LetterTemplateRec-LT.
   COPY LetterTemplateRec.

WORKING-STORAGE SECTION.
01  TemplateStatus         PIC XX.
    88  TemplateOk           VALUE "02", "00".
01  TablesLoaded           PIC X VALUE "N".
    88  TablesAlreadyLoaded  VALUE "Y".
01  SeedDate               PIC 9(8).

01  TemplateTable.
    02  TemplateCount      PIC 9(3) VALUE ZERO.
    02  TemplateEntry OCCURS 400 TIMES INDEXED BY TpIdx.
        03  TemplateKey-T  PIC X(6).
        03  TemplateText-T PIC X(80).

01  WantedKey.
    02  WantedType         PIC X.
    02  WantedLevel        PIC 9.
    02  WantedLanguage     PIC X.
    02  WantedPart         PIC X.
    02  WantedLineNum      PIC 99.
01  PartFound              PIC X.
    88  PartHasLines         VALUE "Y".
01  BestLineNum            PIC 99.
01  BestIdx                PIC 9(3).

01  InPos                  PIC 99.
01  OutPos                 PIC 9(3).
01  TokenFound             PIC X.
    88  TokenWasFound        VALUE "Y".

LINKAGE SECTION.
01  LetterType-IO          PIC X.
    88  ReloadTemplates      VALUE "*".
01  NoticeLevel-IO         PIC 9.
01  LanguageCode-IO        PIC X.
01  LinePart-IO            PIC X.
01  LineNum-IO             PIC 99.
01  LetterFields-IO.
    COPY LetterFields.
01  LetterLine-IO          PIC X(80).
01  TemplateResult-IO      PIC 9.
    88  TemplateLineFilled   VALUE 0.
    88  NoMoreTemplateLines  VALUE 1.

PROCEDURE DIVISION USING LetterType-IO, NoticeLevel-IO,
                          LanguageCode-IO, LinePart-IO, LineNum-IO,
                          LetterFields-IO, LetterLine-IO,
                          TemplateResult-IO.
Begin.
   SET NoMoreTemplateLines TO TRUE
   MOVE SPACES TO LetterLine-IO
   IF ReloadTemplates
      MOVE "N" TO TablesLoaded
   END-IF
   IF NOT TablesAlreadyLoaded
      PERFORM LoadTemplates
      MOVE "Y" TO TablesLoaded
   END-IF
   IF ReloadTemplates
      EXIT PROGRAM
   END-IF

*> The level and language asked for, then level one, then English.
   MOVE LetterType-IO TO WantedType
   MOVE LinePart-IO   TO WantedPart
   MOVE NoticeLevel-IO  TO WantedLevel
   MOVE LanguageCode-IO TO WantedLanguage
   IF WantedLanguage NOT EQUAL "F"
      MOVE "E" TO WantedLanguage
   END-IF
   PERFORM CheckPartHasLines
   IF NOT PartHasLines
      MOVE 1 TO WantedLevel
      PERFORM CheckPartHasLines
   END-IF
   IF NOT PartHasLines
      MOVE NoticeLevel-IO TO WantedLevel
      MOVE "E" TO WantedLanguage
      PERFORM CheckPartHasLines
   END-IF
   IF NOT PartHasLines
      MOVE 1 TO WantedLevel
      PERFORM CheckPartHasLines
   END-IF
   IF NOT PartHasLines
      EXIT PROGRAM
   END-IF

*> The lowest line number above the one the caller last had.
   MOVE 99 TO BestLineNum
   MOVE ZERO TO BestIdx
   PERFORM VARYING TpIdx FROM 1 BY 1 UNTIL TpIdx > TemplateCount
      IF TemplateKey-T(TpIdx)(1:4) EQUAL WantedKey(1:4)
         MOVE TemplateKey-T(TpIdx)(5:2) TO WantedLineNum
         IF WantedLineNum > LineNum-IO
            AND (BestIdx EQUAL ZERO OR WantedLineNum < BestLineNum)
            MOVE WantedLineNum TO BestLineNum
            SET BestIdx TO TpIdx
         END-IF
      END-IF
   END-PERFORM
   IF BestIdx EQUAL ZERO
      EXIT PROGRAM
   END-IF
   MOVE BestLineNum TO LineNum-IO
   PERFORM FillPlaceholders
   SET TemplateLineFilled TO TRUE
   EXIT PROGRAM.

CheckPartHasLines.
   MOVE "N" TO PartFound
   PERFORM VARYING TpIdx FROM 1 BY 1 UNTIL TpIdx > TemplateCount
      IF TemplateKey-T(TpIdx)(1:4) EQUAL WantedKey(1:4)
         SET PartHasLines TO TRUE
         EXIT PERFORM
      END-IF
   END-PERFORM.

FillPlaceholders.
*> Copies the template text across a character at a time, putting
*> each placeholder's value in its place without trailing spaces.
   MOVE 1 TO InPos
   MOVE 1 TO OutPos
   PERFORM UNTIL InPos > 80 OR OutPos > 80
      MOVE "N" TO TokenFound
      IF TemplateText-T(BestIdx)(InPos:1) EQUAL "&"
         PERFORM MatchPlaceholder
      END-IF
      IF NOT TokenWasFound
         STRING TemplateText-T(BestIdx)(InPos:1) DELIMITED BY SIZE
           INTO LetterLine-IO WITH POINTER OutPos
         END-STRING
         ADD 1 TO InPos
      END-IF
   END-PERFORM.

MatchPlaceholder.
   EVALUATE TRUE
      WHEN InPos <= 75
           AND TemplateText-T(BestIdx)(InPos:6) EQUAL "&NAME&"
         STRING FUNCTION TRIM(LetterName-LF) DELIMITED BY SIZE
           INTO LetterLine-IO WITH POINTER OutPos
         END-STRING
         ADD 6 TO InPos
         SET TokenWasFound TO TRUE
      WHEN InPos <= 73
           AND TemplateText-T(BestIdx)(InPos:8) EQUAL "&CUSTID&"
         STRING LetterCustId-LF DELIMITED BY SIZE
           INTO LetterLine-IO WITH POINTER OutPos
         END-STRING
         ADD 8 TO InPos
         SET TokenWasFound TO TRUE
      WHEN InPos <= 74
           AND TemplateText-T(BestIdx)(InPos:7) EQUAL "&TITLE&"
         STRING FUNCTION TRIM(LetterTitle-LF) DELIMITED BY SIZE
           INTO LetterLine-IO WITH POINTER OutPos
         END-STRING
         ADD 7 TO InPos
         SET TokenWasFound TO TRUE
      WHEN InPos <= 75
           AND TemplateText-T(BestIdx)(InPos:6) EQUAL "&DATE&"
         STRING FUNCTION TRIM(LetterDate-LF) DELIMITED BY SIZE
           INTO LetterLine-IO WITH POINTER OutPos
         END-STRING
         ADD 6 TO InPos
         SET TokenWasFound TO TRUE
      WHEN InPos <= 76
           AND TemplateText-T(BestIdx)(InPos:5) EQUAL "&FEE&"
         STRING FUNCTION TRIM(LetterFee-LF) DELIMITED BY SIZE
           INTO LetterLine-IO WITH POINTER OutPos
         END-STRING
         ADD 5 TO InPos
         SET TokenWasFound TO TRUE
      WHEN InPos <= 74
           AND TemplateText-T(BestIdx)(InPos:7) EQUAL "&TOTAL&"
         STRING FUNCTION TRIM(LetterTotal-LF) DELIMITED BY SIZE
           INTO LetterLine-IO WITH POINTER OutPos
         END-STRING
         ADD 7 TO InPos
         SET TokenWasFound TO TRUE
      WHEN InPos <= 74
           AND TemplateText-T(BestIdx)(InPos:7) EQUAL "&STORE&"
         STRING FUNCTION TRIM(LetterStore-LF) DELIMITED BY SIZE
           INTO LetterLine-IO WITH POINTER OutPos
         END-STRING
         ADD 7 TO InPos
         SET TokenWasFound TO TRUE
      WHEN InPos <= 71
           AND TemplateText-T(BestIdx)(InPos:10) EQUAL "&STORENUM&"
         STRING FUNCTION TRIM(LetterStoreNum-LF) DELIMITED BY SIZE
           INTO LetterLine-IO WITH POINTER OutPos
         END-STRING
         ADD 10 TO InPos
         SET TokenWasFound TO TRUE
   END-EVALUATE.

LoadTemplates.
   MOVE ZERO TO TemplateCount
   OPEN INPUT TemplateFile
   IF TemplateStatus EQUAL "35"
      CLOSE TemplateFile
      PERFORM SeedTemplates
      OPEN INPUT TemplateFile
   END-IF
   IF TemplateStatus NOT EQUAL "00"
      CLOSE TemplateFile
      EXIT PARAGRAPH
   END-IF
   MOVE LOW-VALUES TO TemplateKey-LT
   START TemplateFile KEY IS GREATER THAN TemplateKey-LT
      INVALID KEY SET EndOfTemplates TO TRUE
   END-START
   IF NOT EndOfTemplates
      READ TemplateFile NEXT RECORD
         AT END SET EndOfTemplates TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfTemplates
      IF TemplateCount < 400
         ADD 1 TO TemplateCount
         MOVE TemplateKey-LT  TO TemplateKey-T(TemplateCount)
         MOVE TemplateText-LT TO TemplateText-T(TemplateCount)
      END-IF
      READ TemplateFile NEXT RECORD
         AT END SET EndOfTemplates TO TRUE
      END-READ
   END-PERFORM
   CLOSE TemplateFile.

SeedTemplates.
*> The wording the letters carried before the template master, and
*> its French. Envelope type E is the sign-off Listing17-73 prints
*> under each customer's letters.
   MOVE FUNCTION CURRENT-DATE(1:8) TO SeedDate
   OPEN OUTPUT TemplateFile
   MOVE "O1EH01" TO TemplateKey-LT
   MOVE "Dear &NAME& (Customer &CUSTID&),"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O1EH02" TO TemplateKey-LT
   MOVE "The following rental(s) are now overdue:"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O1ED01" TO TemplateKey-LT
   MOVE "  - &TITLE& (due &DATE&) late fee &FEE&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O1EF01" TO TemplateKey-LT
   MOVE "Total amount now due: &TOTAL&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O1EF02" TO TemplateKey-LT
   MOVE "Please return these items or settle the fee promptly."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O2EF01" TO TemplateKey-LT
   MOVE "Total amount now due: &TOTAL&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O2EF02" TO TemplateKey-LT
   MOVE "SECOND NOTICE: this is not the first time we have written."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O2EF03" TO TemplateKey-LT
   MOVE "Return the items within 7 days or your account will be suspended."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O3EF01" TO TemplateKey-LT
   MOVE "Total amount now due: &TOTAL&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O3EF02" TO TemplateKey-LT
   MOVE "FINAL NOTICE: your account is now suspended."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O3EF03" TO TemplateKey-LT
   MOVE "No further rentals will be made until these items and fees are settled."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O1FH01" TO TemplateKey-LT
   MOVE "Bonjour &NAME& (client &CUSTID&),"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O1FH02" TO TemplateKey-LT
   MOVE "Les locations suivantes sont maintenant en retard :"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O1FD01" TO TemplateKey-LT
   MOVE "  - &TITLE& (retour prevu le &DATE&) frais de retard &FEE&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O1FF01" TO TemplateKey-LT
   MOVE "Montant total du : &TOTAL&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O1FF02" TO TemplateKey-LT
   MOVE "Veuillez rapporter ces articles ou regler les frais rapidement."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O2FF01" TO TemplateKey-LT
   MOVE "Montant total du : &TOTAL&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O2FF02" TO TemplateKey-LT
   MOVE "DEUXIEME AVIS : ce n'est pas la premiere fois que nous vous ecrivons."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O2FF03" TO TemplateKey-LT
   MOVE "Rapportez les articles d'ici 7 jours, sinon votre compte sera suspendu."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O3FF01" TO TemplateKey-LT
   MOVE "Montant total du : &TOTAL&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O3FF02" TO TemplateKey-LT
   MOVE "DERNIER AVIS : votre compte est maintenant suspendu."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O3FF03" TO TemplateKey-LT
   MOVE "Aucune location ne sera possible avant le reglement des articles et des frais."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "C1EH01" TO TemplateKey-LT
   MOVE "Dear &NAME& (Customer &CUSTID&),"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "C1EH02" TO TemplateKey-LT
   MOVE "Your account is suspended and has been referred for collection."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "C1EH03" TO TemplateKey-LT
   MOVE "Our records show an outstanding balance of &TOTAL&."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "C1EH04" TO TemplateKey-LT
   MOVE "Please contact the store to arrange payment."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "C1FH01" TO TemplateKey-LT
   MOVE "Bonjour &NAME& (client &CUSTID&),"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "C1FH02" TO TemplateKey-LT
   MOVE "Votre compte est suspendu et a ete transmis au recouvrement."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "C1FH03" TO TemplateKey-LT
   MOVE "Nos dossiers indiquent un solde impaye de &TOTAL&."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "C1FH04" TO TemplateKey-LT
   MOVE "Veuillez communiquer avec le magasin pour convenir du paiement."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "R1EH01" TO TemplateKey-LT
   MOVE "Dear &NAME&,"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "R1EH02" TO TemplateKey-LT
   MOVE "Just a friendly reminder - these rental(s) are due back soon:"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "R1ED01" TO TemplateKey-LT
   MOVE "  - &TITLE& (due &DATE&)"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "R1EF01" TO TemplateKey-LT
   MOVE "Return them to any store, or use the drop box after hours."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "R1EF02" TO TemplateKey-LT
   MOVE "Thank you for renting with us."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "R1FH01" TO TemplateKey-LT
   MOVE "Bonjour &NAME&,"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "R1FH02" TO TemplateKey-LT
   MOVE "Petit rappel amical - ces locations doivent etre rapportees bientot :"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "R1FD01" TO TemplateKey-LT
   MOVE "  - &TITLE& (retour prevu le &DATE&)"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "R1FF01" TO TemplateKey-LT
   MOVE "Rapportez-les a n'importe quel magasin, ou utilisez la chute apres les heures."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "R1FF02" TO TemplateKey-LT
   MOVE "Merci de louer chez nous."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H1EH01" TO TemplateKey-LT
   MOVE "Dear &NAME&,"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H1EH02" TO TemplateKey-LT
   MOVE "Good news - the film you reserved is ready for you to collect:"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H1EH03" TO TemplateKey-LT
   MOVE "   &TITLE&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H1EH04" TO TemplateKey-LT
   MOVE "It is waiting for you at the desk of our &STORE& store (&STORENUM&)."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H1EH05" TO TemplateKey-LT
   MOVE "Please collect it by &DATE& - after that it passes to the next customer."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H2EH01" TO TemplateKey-LT
   MOVE "Dear &NAME&,"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H2EH02" TO TemplateKey-LT
   MOVE "Good news - the film you reserved is ready for you to collect:"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H2EH03" TO TemplateKey-LT
   MOVE "   &TITLE&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H2EH04" TO TemplateKey-LT
   MOVE "It is waiting for you at the store desk."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H2EH05" TO TemplateKey-LT
   MOVE "Please collect it by &DATE& - after that it passes to the next customer."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H1FH01" TO TemplateKey-LT
   MOVE "Bonjour &NAME&,"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H1FH02" TO TemplateKey-LT
   MOVE "Bonne nouvelle - le film que vous avez reserve est pret :"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H1FH03" TO TemplateKey-LT
   MOVE "   &TITLE&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H1FH04" TO TemplateKey-LT
   MOVE "Il vous attend au comptoir de notre magasin &STORE& (&STORENUM&)."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H1FH05" TO TemplateKey-LT
   MOVE "Veuillez le ramasser d'ici le &DATE& - ensuite, il passe au client suivant."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H2FH01" TO TemplateKey-LT
   MOVE "Bonjour &NAME&,"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H2FH02" TO TemplateKey-LT
   MOVE "Bonne nouvelle - le film que vous avez reserve est pret :"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H2FH03" TO TemplateKey-LT
   MOVE "   &TITLE&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H2FH04" TO TemplateKey-LT
   MOVE "Il vous attend au comptoir du magasin."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H2FH05" TO TemplateKey-LT
   MOVE "Veuillez le ramasser d'ici le &DATE& - ensuite, il passe au client suivant."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "E1EF01" TO TemplateKey-LT
   MOVE "Yours sincerely,"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "E1EF02" TO TemplateKey-LT
   MOVE "Customer Services"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "E1FF01" TO TemplateKey-LT
   MOVE "Veuillez agreer nos salutations distinguees,"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "E1FF02" TO TemplateKey-LT
   MOVE "Service a la clientele"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   CLOSE TemplateFile.

WriteSeedLine.
   MOVE SeedDate TO ChangedDate-LT
   MOVE ZEROS    TO ChangedBy-LT
   WRITE LetterTemplateRec-LT
      INVALID KEY DISPLAY "-LT ERROR Status = " TemplateStatus
   END-WRITE.
END PROGRAM FillLetterTemplate.

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
