IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-39.
AUTHOR. Michael Coughlan.
*> Nightly rebuild of the training files. A counter program signed on
*> in training mode (see OperatorSignOnCheck and TrainingMode) works
*> on "Training-" copies of the files it writes, so new staff can
*> rent, return, take payments and register customers without leaving
*> anything behind on the live files for Listing17-32 to adjust away.
*> This run throws away whatever the day's training sessions did and
*> copies the live customer, card, ledger, gift card, rental, copy,
*> hold, transfer and merchandise files afresh, with the id counters
*> and the receipt number. The customers are masked on the way over -
*> names, addresses, phone numbers, email and the day and month of
*> birth are replaced - so a trainee never sees a real customer's
*> details; the year of birth stays, so the rating checks behave as
*> they would live. The training payment, sales, void, tier-move,
*> exchange, offline, session, correspondence and film rating files
*> start each day empty. Run it in the batch window, with the tills closed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   SELECT CustomerFile ASSIGN TO "Listing17-26Customer.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CustomerId-CF
        ALTERNATE RECORD KEY IS CustomerSurname-CF
                     WITH DUPLICATES
        FILE STATUS IS CustomerStatus.

   SELECT TrainingCustomerFile
        ASSIGN TO "Training-Listing17-26Customer.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TrnCustomerId
        ALTERNATE RECORD KEY IS TrnCustomerSurname
                     WITH DUPLICATES
        FILE STATUS IS TrnCustomerStatus.

   SELECT MemberCardFile ASSIGN TO "Listing17-26Cards.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CardNum-MC
        ALTERNATE RECORD KEY IS CustomerId-MC
                     WITH DUPLICATES
        FILE STATUS IS MemberCardStatus.

   SELECT TrainingMemberCardFile
        ASSIGN TO "Training-Listing17-26Cards.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TrnCardNum
        ALTERNATE RECORD KEY IS TrnCardCustomerId
                     WITH DUPLICATES
        FILE STATUS IS TrnMemberCardStatus.

   SELECT ARLedgerFile ASSIGN TO "Listing17-27ARLedger.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ARItemKey-AR
        FILE STATUS IS ARLedgerStatus.

   SELECT TrainingARLedgerFile
        ASSIGN TO "Training-Listing17-27ARLedger.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TrnARItemKey
        FILE STATUS IS TrnARLedgerStatus.

   SELECT GiftCardFile ASSIGN TO "Listing17-47GiftCards.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CardNum-GC
        FILE STATUS IS GiftCardStatus.

   SELECT TrainingGiftCardFile
        ASSIGN TO "Training-Listing17-47GiftCards.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TrnGiftCardNum
        FILE STATUS IS TrnGiftCardStatus.

   SELECT RentalFile ASSIGN TO "Listing17-6Rental.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RentalKey-RF
        ALTERNATE RECORD KEY IS FilmId-RF
                     WITH DUPLICATES
        FILE STATUS IS RentalStatus.

   SELECT TrainingRentalFile
        ASSIGN TO "Training-Listing17-6Rental.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TrnRentalKey
        ALTERNATE RECORD KEY IS TrnRentalFilmId
                     WITH DUPLICATES
        FILE STATUS IS TrnRentalStatus.

   SELECT CopyMasterFile ASSIGN TO "Listing17-36CopyMaster.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Barcode-CP
        ALTERNATE RECORD KEY IS FilmId-CP
                     WITH DUPLICATES
        FILE STATUS IS CopyMasterStatus.

   SELECT TrainingCopyMasterFile
        ASSIGN TO "Training-Listing17-36CopyMaster.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TrnBarcode
        ALTERNATE RECORD KEY IS TrnCopyFilmId
                     WITH DUPLICATES
        FILE STATUS IS TrnCopyMasterStatus.

   SELECT HoldQueueFile ASSIGN TO "Listing17-6HoldQueue.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HoldQueueKey-HQ
        FILE STATUS IS HoldQueueStatus.

   SELECT TrainingHoldQueueFile
        ASSIGN TO "Training-Listing17-6HoldQueue.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TrnHoldQueueKey
        FILE STATUS IS TrnHoldQueueStatus.

   SELECT TransferFile ASSIGN TO "Listing17-37Transfers.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TransferNum-TR
        FILE STATUS IS TransferStatus.

   SELECT TrainingTransferFile
        ASSIGN TO "Training-Listing17-37Transfers.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TrnTransferNum
        FILE STATUS IS TrnTransferStatus.

   SELECT MerchSkuFile ASSIGN TO "Listing18-24Merch.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MerchSkuKey-MS
        FILE STATUS IS MerchSkuStatus.

   SELECT TrainingMerchSkuFile
        ASSIGN TO "Training-Listing18-24Merch.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TrnMerchSkuKey
        FILE STATUS IS TrnMerchSkuStatus.

    SELECT StoreCopyFile ASSIGN TO "Listing17-6StoreCopy.DAT"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS StoreCopyKey
        FILE STATUS IS StoreCopyStatus.

    SELECT TrainingStoreCopyFile
        ASSIGN TO "Training-Listing17-6StoreCopy.DAT"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS TrnStoreCopyKey
        FILE STATUS IS TrnStoreCopyStatus.

*> The sessions, the letter queue and the ratings are emptied rather
*> than copied; TillSessionControl, QueueHoldReadyNotice and
*> RecordFilmRating fill them again.
   SELECT TrainingSessionFile
        ASSIGN TO "Training-Listing17-80Sessions.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TrnSessionNum
        FILE STATUS IS TrnSessionStatus.

   SELECT TrainingCorrFile
        ASSIGN TO "Training-Listing17-73Correspondence.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TrnCorrKey
        FILE STATUS IS TrnCorrStatus.

   SELECT TrainingRatingFile
        ASSIGN TO "Training-Listing18-54Ratings.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TrnRatingKey
        FILE STATUS IS TrnRatingStatus.

*> The one-line counter files are copied, and the day's transaction
*> logs emptied, through these two - named as each is reached.
    SELECT FlatFromFile ASSIGN TO FlatFromFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FlatFromStatus.

    SELECT FlatToFile ASSIGN TO FlatToFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FlatToStatus.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
01 CustomerRec-CF.
   COPY CustomerRec.

FD TrainingCustomerFile.
01 TrnCustomerRec.
   02 TrnCustomerId          PIC 9(7).
   02 TrnCustomerSurname     PIC X(20).
   02 FILLER                 PIC X(312).

FD MemberCardFile.
01 MemberCardRec-MC.
   COPY MemberCardRec.

FD TrainingMemberCardFile.
01 TrnMemberCardRec.
   02 TrnCardNum             PIC 9(8).
   02 TrnCardCustomerId      PIC 9(7).
   02 FILLER                 PIC X(25).

FD ARLedgerFile.
01 ARItemRec-AR.
   COPY ARItemRec.

FD TrainingARLedgerFile.
01 TrnARItemRec.
   02 TrnARItemKey           PIC X(12).
   02 FILLER                 PIC X(40).

FD GiftCardFile.
01 GiftCardRec-GC.
   COPY GiftCardRec.

FD TrainingGiftCardFile.
01 TrnGiftCardRec.
   02 TrnGiftCardNum         PIC 9(8).
   02 FILLER                 PIC X(41).

FD RentalFile.
01 RentalRec-RF.
   COPY RentalRec.

FD TrainingRentalFile.
01 TrnRentalRec.
   02 TrnRentalKey.
      03 FILLER              PIC X(7).
      03 TrnRentalFilmId     PIC 9(7).
      03 FILLER              PIC X(8).
   02 FILLER                 PIC X(60).

FD CopyMasterFile.
01 CopyMasterRec-CP.
   COPY CopyMasterRec.

FD TrainingCopyMasterFile.
01 TrnCopyMasterRec.
   02 TrnBarcode             PIC 9(10).
   02 TrnCopyFilmId          PIC 9(7).
   02 FILLER                 PIC X(25).

FD HoldQueueFile.
01 HoldQueueRec-HQ.
   COPY HoldQueueRec.

FD TrainingHoldQueueFile.
01 TrnHoldQueueRec.
   02 TrnHoldQueueKey        PIC X(12).
   02 FILLER                 PIC X(62).

FD TransferFile.
01 TransferRec-TR.
   COPY TransferRec.

FD TrainingTransferFile.
01 TrnTransferRec.
   02 TrnTransferNum         PIC 9(7).
   02 FILLER                 PIC X(46).

FD MerchSkuFile.
01 MerchSkuRec-MS.
   COPY MerchSkuRec.

FD TrainingMerchSkuFile.
01 TrnMerchSkuRec.
   02 TrnMerchSkuKey         PIC X(10).
   02 FILLER                 PIC X(54).

FD StoreCopyFile.
01 StoreCopyRec.
   COPY StoreCopyRec.

FD TrainingStoreCopyFile.
01 TrnStoreCopyRec           PIC X(13).

FD TrainingSessionFile.
01 TrnSessionRec.
   02 TrnSessionNum          PIC 9(7).
   02 FILLER                 PIC X(27).

FD TrainingCorrFile.
01 TrnCorrRec.
   02 TrnCorrKey             PIC X(14).
   02 FILLER                 PIC X(98).

FD TrainingRatingFile.
01 TrnRatingRec.
   02 TrnRatingKey           PIC X(14).
   02 FILLER                 PIC X(10).

FD FlatFromFile.
01 FlatFromRec               PIC X(80).

FD FlatToFile.
01 FlatToRec                 PIC X(80).

WORKING-STORAGE SECTION.
01 CustomerStatus           PIC XX.
01 TrnCustomerStatus        PIC XX.
01 MemberCardStatus         PIC XX.
01 TrnMemberCardStatus      PIC XX.
01 ARLedgerStatus           PIC XX.
01 TrnARLedgerStatus        PIC XX.
01 GiftCardStatus           PIC XX.
01 TrnGiftCardStatus        PIC XX.
01 RentalStatus             PIC XX.
01 TrnRentalStatus          PIC XX.
01 CopyMasterStatus         PIC XX.
01 TrnCopyMasterStatus      PIC XX.
01 HoldQueueStatus          PIC XX.
01 TrnHoldQueueStatus       PIC XX.
01 TransferStatus           PIC XX.
01 TrnTransferStatus        PIC XX.
01 MerchSkuStatus           PIC XX.
01 TrnMerchSkuStatus        PIC XX.
01 StoreCopyStatus          PIC XX.
01 TrnStoreCopyStatus       PIC XX.
01 TrnSessionStatus         PIC XX.
01 TrnCorrStatus            PIC XX.
01 TrnRatingStatus          PIC XX.
01 FlatFromStatus           PIC XX.
   88 EndOfFlatFrom           VALUE "10".
01 FlatToStatus             PIC XX.

01 StoreCopyKey             PIC 9(5) VALUE ZEROS.
01 TrnStoreCopyKey          PIC 9(5) VALUE ZEROS.

01 FlatFromFileName         PIC X(40).
01 FlatToFileName           PIC X(40).

01 RunDate                  PIC 9(8).
01 CopiedCount              PIC 9(7) VALUE ZEROS.
01 CopiedCount-Ed           PIC Z,ZZZ,ZZ9.
01 CopiedFileDesc           PIC X(24).

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing18-39", "CustomerFile",
          CustomerRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-39", "RentalFile  ",
          RentalRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-39", "HoldQueue   ",
          HoldQueueRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-39", "CopyMaster  ",
          CopyMasterRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-39", "StoreCopy   ",
          StoreCopyRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-39", "GiftCardFile",
          GiftCardRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-39", "TransferFile",
          TransferRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    DISPLAY "*** Training Files Rebuild - " RunDate " ***"

    PERFORM CopyCustomers
    PERFORM CopyMemberCards
    PERFORM CopyARLedger
    PERFORM CopyGiftCards
    PERFORM CopyRentals
    PERFORM CopyCopyMaster
    PERFORM CopyHoldQueue
    PERFORM CopyTransfers
    PERFORM CopyMerchSkus
    PERFORM CopyStoreCopies

    MOVE "Listing17-26Counters.DAT"   TO FlatFromFileName
    MOVE "Id counters"                TO CopiedFileDesc
    PERFORM CopyFlatFile
    MOVE "Listing17-28ReceiptNum.DAT" TO FlatFromFileName
    MOVE "Receipt number"             TO CopiedFileDesc
    PERFORM CopyFlatFile

    MOVE "Listing17-28Payments.DAT"   TO FlatToFileName
    PERFORM EmptyFlatFile
    MOVE "Listing17-28RealizedFX.DAT" TO FlatToFileName
    PERFORM EmptyFlatFile
    MOVE "Listing17-62TierMoves.DAT"  TO FlatToFileName
    PERFORM EmptyFlatFile
    MOVE "Listing17-29Voids.DAT"      TO FlatToFileName
    PERFORM EmptyFlatFile
    MOVE "Listing17-29Sales.DAT"      TO FlatToFileName
    PERFORM EmptyFlatFile
    MOVE "Listing17-29Merch.DAT"      TO FlatToFileName
    PERFORM EmptyFlatFile
    MOVE "Listing18-38OfflineLog.DAT" TO FlatToFileName
    PERFORM EmptyFlatFile

    OPEN OUTPUT TrainingSessionFile
    CLOSE TrainingSessionFile
    OPEN OUTPUT TrainingCorrFile
    CLOSE TrainingCorrFile
    OPEN OUTPUT TrainingRatingFile
    CLOSE TrainingRatingFile

    DISPLAY "Training files rebuilt."
    STOP RUN.

CopyCustomers.
    MOVE ZEROS TO CopiedCount
    OPEN INPUT CustomerFile
    CALL "AuditLogFileEvent" USING "Listing18-39", "CustomerFile", "O", CustomerStatus, ZEROS
    OPEN OUTPUT TrainingCustomerFile
    IF CustomerStatus EQUAL "00"
       READ CustomerFile NEXT RECORD
          AT END SET EndOfCustomers TO TRUE
       END-READ
       PERFORM UNTIL EndOfCustomers
          PERFORM MaskCustomer
          MOVE CustomerRec-CF TO TrnCustomerRec
          WRITE TrnCustomerRec
             INVALID KEY DISPLAY "-CF ERROR Status = " TrnCustomerStatus
             NOT INVALID KEY ADD 1 TO CopiedCount
          END-WRITE
          READ CustomerFile NEXT RECORD
             AT END SET EndOfCustomers TO TRUE
          END-READ
       END-PERFORM
    END-IF
    CLOSE CustomerFile
    CALL "AuditLogFileEvent" USING "Listing18-39", "CustomerFile", "C", CustomerStatus, ZEROS
    CLOSE TrainingCustomerFile
    MOVE "Customers (masked)" TO CopiedFileDesc
    PERFORM ShowCopiedCount.

MaskCustomer.
*> Only the record read from the live file is changed, and it is
*> never written back. The id stays, so the customer's rentals,
*> ledger, cards and holds still line up with it.
    MOVE SPACES TO CustomerSurname-CF
    STRING "Trainee-" DELIMITED BY SIZE
           CustomerId-CF DELIMITED BY SIZE
      INTO CustomerSurname-CF
    END-STRING
    MOVE "Customer"          TO CustomerFirstName-CF
    MOVE "1 Practice Street" TO CustomerAddr1-CF
    MOVE "Training Town"     TO CustomerAddr2-CF
    MOVE "555-0100"          TO CustomerPhone-CF
    IF CustomerEmail-CF NOT EQUAL SPACES
       MOVE "trainee@training.example" TO CustomerEmail-CF
    END-IF
    IF CustomerMobile-CF NOT EQUAL SPACES
       MOVE "555-0199" TO CustomerMobile-CF
    END-IF
    IF DateOfBirth-CF NOT EQUAL ZEROS
       MOVE "0101" TO DateOfBirth-CF(5:4)
    END-IF
    IF TaxExemptCertNum-CF NOT EQUAL SPACES
       MOVE "TRAINING" TO TaxExemptCertNum-CF
    END-IF.

CopyMemberCards.
    MOVE ZEROS TO CopiedCount
    OPEN INPUT MemberCardFile
    OPEN OUTPUT TrainingMemberCardFile
    IF MemberCardStatus EQUAL "00"
       READ MemberCardFile NEXT RECORD
          AT END SET EndOfMemberCards TO TRUE
       END-READ
       PERFORM UNTIL EndOfMemberCards
          MOVE MemberCardRec-MC TO TrnMemberCardRec
          WRITE TrnMemberCardRec
             INVALID KEY DISPLAY "-MC ERROR Status = " TrnMemberCardStatus
             NOT INVALID KEY ADD 1 TO CopiedCount
          END-WRITE
          READ MemberCardFile NEXT RECORD
             AT END SET EndOfMemberCards TO TRUE
          END-READ
       END-PERFORM
    END-IF
    CLOSE MemberCardFile
    CLOSE TrainingMemberCardFile
    MOVE "Membership cards" TO CopiedFileDesc
    PERFORM ShowCopiedCount.

CopyARLedger.
    MOVE ZEROS TO CopiedCount
    OPEN INPUT ARLedgerFile
    CALL "AuditLogFileEvent" USING "Listing18-39", "ARLedgerFile", "O", ARLedgerStatus, ZEROS
    OPEN OUTPUT TrainingARLedgerFile
    IF ARLedgerStatus EQUAL "00"
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
       PERFORM UNTIL EndOfARItems
          MOVE ARItemRec-AR TO TrnARItemRec
          WRITE TrnARItemRec
             INVALID KEY DISPLAY "-AR ERROR Status = " TrnARLedgerStatus
             NOT INVALID KEY ADD 1 TO CopiedCount
          END-WRITE
          READ ARLedgerFile NEXT RECORD
             AT END SET EndOfARItems TO TRUE
          END-READ
       END-PERFORM
    END-IF
    CLOSE ARLedgerFile
    CALL "AuditLogFileEvent" USING "Listing18-39", "ARLedgerFile", "C", ARLedgerStatus, ZEROS
    CLOSE TrainingARLedgerFile
    MOVE "AR ledger items" TO CopiedFileDesc
    PERFORM ShowCopiedCount.

CopyGiftCards.
    MOVE ZEROS TO CopiedCount
    OPEN INPUT GiftCardFile
    OPEN OUTPUT TrainingGiftCardFile
    IF GiftCardStatus EQUAL "00"
       READ GiftCardFile NEXT RECORD
          AT END SET EndOfGiftCards TO TRUE
       END-READ
       PERFORM UNTIL EndOfGiftCards
          MOVE GiftCardRec-GC TO TrnGiftCardRec
          WRITE TrnGiftCardRec
             INVALID KEY DISPLAY "-GC ERROR Status = " TrnGiftCardStatus
             NOT INVALID KEY ADD 1 TO CopiedCount
          END-WRITE
          READ GiftCardFile NEXT RECORD
             AT END SET EndOfGiftCards TO TRUE
          END-READ
       END-PERFORM
    END-IF
    CLOSE GiftCardFile
    CLOSE TrainingGiftCardFile
    MOVE "Gift cards" TO CopiedFileDesc
    PERFORM ShowCopiedCount.

CopyRentals.
    MOVE ZEROS TO CopiedCount
    OPEN INPUT RentalFile
    CALL "AuditLogFileEvent" USING "Listing18-39", "RentalFile  ", "O", RentalStatus, ZEROS
    OPEN OUTPUT TrainingRentalFile
    IF RentalStatus EQUAL "00"
       READ RentalFile NEXT RECORD
          AT END SET EndOfRentals TO TRUE
       END-READ
       PERFORM UNTIL EndOfRentals
          MOVE RentalRec-RF TO TrnRentalRec
          WRITE TrnRentalRec
             INVALID KEY DISPLAY "-RF ERROR Status = " TrnRentalStatus
             NOT INVALID KEY ADD 1 TO CopiedCount
          END-WRITE
          READ RentalFile NEXT RECORD
             AT END SET EndOfRentals TO TRUE
          END-READ
       END-PERFORM
    END-IF
    CLOSE RentalFile
    CALL "AuditLogFileEvent" USING "Listing18-39", "RentalFile  ", "C", RentalStatus, ZEROS
    CLOSE TrainingRentalFile
    MOVE "Rentals" TO CopiedFileDesc
    PERFORM ShowCopiedCount.

CopyCopyMaster.
    MOVE ZEROS TO CopiedCount
    OPEN INPUT CopyMasterFile
    OPEN OUTPUT TrainingCopyMasterFile
    IF CopyMasterStatus EQUAL "00"
       READ CopyMasterFile NEXT RECORD
          AT END SET EndOfCopyMaster TO TRUE
       END-READ
       PERFORM UNTIL EndOfCopyMaster
          MOVE CopyMasterRec-CP TO TrnCopyMasterRec
          WRITE TrnCopyMasterRec
             INVALID KEY DISPLAY "-CP ERROR Status = " TrnCopyMasterStatus
             NOT INVALID KEY ADD 1 TO CopiedCount
          END-WRITE
          READ CopyMasterFile NEXT RECORD
             AT END SET EndOfCopyMaster TO TRUE
          END-READ
       END-PERFORM
    END-IF
    CLOSE CopyMasterFile
    CLOSE TrainingCopyMasterFile
    MOVE "Copies" TO CopiedFileDesc
    PERFORM ShowCopiedCount.

CopyHoldQueue.
    MOVE ZEROS TO CopiedCount
    OPEN INPUT HoldQueueFile
    OPEN OUTPUT TrainingHoldQueueFile
    IF HoldQueueStatus EQUAL "00"
       READ HoldQueueFile NEXT RECORD
          AT END SET EndOfHoldQueue TO TRUE
       END-READ
       PERFORM UNTIL EndOfHoldQueue
          MOVE HoldQueueRec-HQ TO TrnHoldQueueRec
          WRITE TrnHoldQueueRec
             INVALID KEY DISPLAY "-HQ ERROR Status = " TrnHoldQueueStatus
             NOT INVALID KEY ADD 1 TO CopiedCount
          END-WRITE
          READ HoldQueueFile NEXT RECORD
             AT END SET EndOfHoldQueue TO TRUE
          END-READ
       END-PERFORM
    END-IF
    CLOSE HoldQueueFile
    CLOSE TrainingHoldQueueFile
    MOVE "Holds" TO CopiedFileDesc
    PERFORM ShowCopiedCount.

CopyTransfers.
    MOVE ZEROS TO CopiedCount
    OPEN INPUT TransferFile
    OPEN OUTPUT TrainingTransferFile
    IF TransferStatus EQUAL "00"
       READ TransferFile NEXT RECORD
          AT END SET EndOfTransfers TO TRUE
       END-READ
       PERFORM UNTIL EndOfTransfers
          MOVE TransferRec-TR TO TrnTransferRec
          WRITE TrnTransferRec
             INVALID KEY DISPLAY "-TR ERROR Status = " TrnTransferStatus
             NOT INVALID KEY ADD 1 TO CopiedCount
          END-WRITE
          READ TransferFile NEXT RECORD
             AT END SET EndOfTransfers TO TRUE
          END-READ
       END-PERFORM
    END-IF
    CLOSE TransferFile
    CLOSE TrainingTransferFile
    MOVE "Transfers" TO CopiedFileDesc
    PERFORM ShowCopiedCount.

CopyMerchSkus.
    MOVE ZEROS TO CopiedCount
    OPEN INPUT MerchSkuFile
    OPEN OUTPUT TrainingMerchSkuFile
    IF MerchSkuStatus EQUAL "00"
       READ MerchSkuFile NEXT RECORD
          AT END SET EndOfMerchSkus TO TRUE
       END-READ
       PERFORM UNTIL EndOfMerchSkus
          MOVE MerchSkuRec-MS TO TrnMerchSkuRec
          WRITE TrnMerchSkuRec
             INVALID KEY DISPLAY "-MS ERROR Status = " TrnMerchSkuStatus
             NOT INVALID KEY ADD 1 TO CopiedCount
          END-WRITE
          READ MerchSkuFile NEXT RECORD
             AT END SET EndOfMerchSkus TO TRUE
          END-READ
       END-PERFORM
    END-IF
    CLOSE MerchSkuFile
    CLOSE TrainingMerchSkuFile
    MOVE "Merchandise SKUs" TO CopiedFileDesc
    PERFORM ShowCopiedCount.

CopyStoreCopies.
*> Each shelf count goes back in at the same relative record number,
*> which is how the tills find it.
    MOVE ZEROS TO CopiedCount
    OPEN INPUT StoreCopyFile
    OPEN OUTPUT TrainingStoreCopyFile
    IF StoreCopyStatus EQUAL "00"
       MOVE ZEROS TO StoreCopyKey
       START StoreCopyFile KEY IS GREATER THAN OR EQUAL StoreCopyKey
          INVALID KEY SET EndOfStoreCopies TO TRUE
       END-START
       IF NOT EndOfStoreCopies
          READ StoreCopyFile NEXT RECORD
             AT END SET EndOfStoreCopies TO TRUE
          END-READ
       END-IF
       PERFORM UNTIL EndOfStoreCopies
          MOVE StoreCopyKey TO TrnStoreCopyKey
          MOVE StoreCopyRec TO TrnStoreCopyRec
          WRITE TrnStoreCopyRec
             INVALID KEY DISPLAY "-SC ERROR Status = " TrnStoreCopyStatus
             NOT INVALID KEY ADD 1 TO CopiedCount
          END-WRITE
          READ StoreCopyFile NEXT RECORD
             AT END SET EndOfStoreCopies TO TRUE
          END-READ
       END-PERFORM
    END-IF
    CLOSE StoreCopyFile
    CLOSE TrainingStoreCopyFile
    MOVE "Shelf counts" TO CopiedFileDesc
    PERFORM ShowCopiedCount.

CopyFlatFile.
*> A live file not yet created leaves no training copy either; the
*> program that owns it seeds it the first time it is used.
    MOVE ZEROS TO CopiedCount
    MOVE SPACES TO FlatToFileName
    STRING "Training-" DELIMITED BY SIZE
           FlatFromFileName DELIMITED BY SPACE
      INTO FlatToFileName
    END-STRING
    OPEN INPUT FlatFromFile
    IF FlatFromStatus NOT EQUAL "00"
       CLOSE FlatFromFile
       EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT FlatToFile
    READ FlatFromFile
       AT END SET EndOfFlatFrom TO TRUE
    END-READ
    PERFORM UNTIL EndOfFlatFrom
       MOVE FlatFromRec TO FlatToRec
       WRITE FlatToRec
       ADD 1 TO CopiedCount
       READ FlatFromFile
          AT END SET EndOfFlatFrom TO TRUE
       END-READ
    END-PERFORM
    CLOSE FlatFromFile
    CLOSE FlatToFile
    PERFORM ShowCopiedCount.

EmptyFlatFile.
    MOVE FlatToFileName TO FlatFromFileName
    MOVE SPACES TO FlatToFileName
    STRING "Training-" DELIMITED BY SIZE
           FlatFromFileName DELIMITED BY SPACE
      INTO FlatToFileName
    END-STRING
    OPEN OUTPUT FlatToFile
    CLOSE FlatToFile.

ShowCopiedCount.
    MOVE CopiedCount TO CopiedCount-Ed
    DISPLAY "  " CopiedFileDesc CopiedCount-Ed " copied".

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
