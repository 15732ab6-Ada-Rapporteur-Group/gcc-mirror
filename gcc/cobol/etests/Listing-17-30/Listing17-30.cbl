*> run Listing17-23 uses and posts it to the customer's account on
*> the AR ledger, then fills the next pending hold for the film from
*> HoldQueueFile - only when nobody is waiting does the copy go back
*> on the shelf count in StoreCopyFile. A filled hold queues the
*> customer's "your film is ready" letter through QueueHoldReadyNotice.
*> The copy goes back as the format it went out as: only a hold for
*> that format (or for any format) takes it, it lands on that
*> format's shelf count, and a transfer home carries the format.
*> The member's card is scanned as at the checkout till, and a card
*> reported lost or stolen, or since replaced, is refused and the
*> attempt logged. A secondary cardholder's rentals are found on
*> the household's primary account, where the till wrote them.
*> When the shared files cannot be had - the batch window has the
*> system quiesced, or the file server is down - the till can work
*> offline: returns are checked against the customer and film cache
*> Listing18-38 builds and written to the store's store-and-forward
*> log, and that run checks them in properly once the files are back.
*> In training mode (see OperatorSignOnCheck) returns are booked on
*> the training copies of the rental, ledger, copy and hold files,
*> and nothing is journalled or audited.
*> A return also comes off the open-rentals index, through
*> MaintainOpenRental.
*> The time of the return is stamped beside its date, for the
*> Listing18-52 hourly traffic report.
*> Once the return is booked the customer may give the film a
*> rating of 1 to 5 (0 or Enter skips it), filed through
*> RecordFilmRating against the film and whoever's card rented it.

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

   SELECT ARLedgerFile ASSIGN TO ARLedgerFileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ARItemKey-AR
        FILE STATUS IS ARLedgerStatus.

   SELECT HoldQueueFile ASSIGN TO HoldQueueFileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HoldQueueKey-HQ
                     WITH DUPLICATES
        FILE STATUS IS HoldQueueStatus.

    SELECT StoreCopyFile ASSIGN TO StoreCopyFileName
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS StoreCopyKey
        FILE STATUS IS StoreCopyStatus.

   SELECT CopyMasterFile ASSIGN TO CopyMasterFileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Barcode-CP

*> A foreign copy handed in here rides home on a Listing17-37
*> transfer raised automatically at check-in.
   SELECT TransferFile ASSIGN TO TransferFileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TransferNum-TR
        FILE STATUS IS TransferStatus.

   SELECT CustomerFile ASSIGN TO CustomerFileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CustomerId-CF
        ALTERNATE RECORD KEY IS CustomerSurname-CF
                     WITH DUPLICATES
        FILE STATUS IS CustomerStatus.

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

FD CustomerFile.
01 CustomerRec-CF.
   COPY CustomerRec.

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
01 ARLedgerFileName         PIC X(40) VALUE "Listing17-27ARLedger.DAT".
01 HoldQueueFileName        PIC X(40) VALUE "Listing17-6HoldQueue.DAT".
01 StoreCopyFileName        PIC X(40) VALUE "Listing17-6StoreCopy.DAT".
01 CopyMasterFileName       PIC X(40) VALUE "Listing17-36CopyMaster.DAT".
01 TransferFileName         PIC X(40) VALUE "Listing17-37Transfers.DAT".
01 CustomerFileName         PIC X(40) VALUE "Listing17-26Customer.DAT".
01 OfflineLogFileName       PIC X(40) VALUE "Listing18-38OfflineLog.DAT".
01 TrainingState            PIC X VALUE "N".
   88 TrainingModeOn          VALUE "Y".

01 FilmStatus               PIC XX.
   88 FilmOk    VALUE "02", "00".

01 CopyMasterStatus         PIC XX.
   88 CopyMasterOk VALUE "02", "00".

01 CustomerStatus           PIC XX.
   88 CustomerOk  VALUE "02", "00".

01 StoreCopyKey              PIC 9(5) VALUE ZEROS.

01 MenuChoice                PIC 9.
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

01 CheckInCustomerId          PIC 9(7).
01 CardOrCustomerNum          PIC 9(8) VALUE ZEROS.
01 CardResult                 PIC 9 VALUE ZERO.
   88 CardCustomerFound         VALUE 0.
   88 CardRefused               VALUE 1.
   88 CardNotRecognised         VALUE 2.
01 CheckInFilmId              PIC 9(7).
01 RentalStoreId              PIC 99.
01 RentalFormat               PIC X.
01 TillStoreId                PIC 99.

01 TransferStatus             PIC XX.
*> A filled hold waits at the desk this many business days before
*> Listing17-74's release run offers the copy to the next customer.
01 PickupWindowDays          PIC S9(5) VALUE 3.
01 NoticeResult              PIC 9.
   88 NoticeWasQueued           VALUE 0.
01 PickupDeadline-Ed         PIC 9999/99/99.

*> Same escalating late-fee schedule as Listing17-7/17-14/17-23.
   88 StoreCopyReshelved        VALUE "Y".

*> Before/after images for the update journal.
01 JrnBeforeImage             PIC X(400) VALUE SPACES.
01 JrnAfterImage              PIC X(400) VALUE SPACES.

*> The nightly batch raises the quiesce flag while it owns the
*> files; writes hold off cleanly instead of sitting on a lock.
01 QuiesceResult              PIC 9 VALUE ZERO.
   88 SystemQuiesced            VALUE 1.

*> Offline working - see RunOfflineTill.
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
01 OfflineFilmId              PIC 9(7) VALUE ZEROS.
01 OfflineBarcode             PIC 9(10) VALUE ZEROS.
01 OfflineCondition           PIC X VALUE SPACE.
   88 OfflineConditionValid     VALUE "G", "W", "D".

*> The customer's optional rating of the returned film.
01 FilmRatingGiven            PIC 9 VALUE ZERO.
   88 NoRatingGiven             VALUE ZERO.
01 RatingCustomerId           PIC 9(7) VALUE ZEROS.
01 RatingResult               PIC 9 VALUE ZERO.
   88 RatingFiled               VALUE 0.
   88 RatingOutOfRange          VALUE 1.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing17-30", "FilmFile    ",
          FilmRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-30", "CustomerFile",
          CustomerRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-30", "RentalFile  ",
          RentalRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-30", "HoldQueue   ",
          HoldQueueRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-30", "CopyMaster  ",
          CopyMasterRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-30", "StoreCopy   ",
          StoreCopyRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-30", "TransferFile",
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
    CALL "OperatorSignOnCheck" USING "Listing17-30", "O",
                                     OperatorId, SignOnResult
    CALL "SignOnRole" USING "Q", OperatorId, OperatorRole
    IF OperatorSignedOn
       PERFORM UseTrainingFiles
    END-IF
    IF OperatorSignedOn
       DISPLAY "Enter the Store Id for this till - " WITH NO ADVANCING
       ACCEPT TillStoreId
       IF NOT TillIsOffline
          PERFORM ProbeSharedFiles
       END-IF
       IF TillIsOffline
          PERFORM RunOfflineTill
          STOP RUN
       END-IF
       OPEN INPUT FilmFile
       OPEN INPUT CustomerFile
       OPEN I-O RentalFile
       CALL "AuditLogFileEvent" USING "Listing17-30", "RentalFile  ", "O", RentalStatus, OperatorId
       OPEN I-O TransferFile
       END-IF
       PERFORM MainMenu UNTIL MenuExit
       CLOSE FilmFile
       CLOSE CustomerFile
       CLOSE RentalFile
       CALL "AuditLogFileEvent" USING "Listing17-30", "RentalFile  ", "C", RentalStatus, OperatorId
       CLOSE ARLedgerFile
       CLOSE StoreCopyFile
       CLOSE CopyMasterFile
       CLOSE TransferFile
       IF SystemQuiesced
          PERFORM OfferOfflineMode
          IF TillIsOffline
             PERFORM RunOfflineTill
          END-IF
       END-IF
    ELSE
       DISPLAY "Access denied - sign-on was not accepted."
    END-IF
    END-IF
    DISPLAY SPACES
    DISPLAY "*** Check-In ***"
    IF TrainingModeOn
       DISPLAY "*** TRAINING MODE - practice only ***"
    END-IF
    DISPLAY "1 = Check a film in"
    DISPLAY "9 = Exit"
    DISPLAY "Enter your choice - " WITH NO ADVANCING
    ACCEPT MenuChoice
    PERFORM CheckMenuPermission
    IF MenuRefused
       EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
       WHEN MenuCheckIn  PERFORM CheckInFilm
       WHEN MenuExit      CONTINUE
       WHEN OTHER         DISPLAY "Please enter 1 or 9"
    END-EVALUATE.

CheckMenuPermission.
*> Every choice defaults to the operator role the sign-on asks for;
*> the Listing17-51 permission table can narrow any one of them.
    MOVE SPACES TO MenuFunction
    MOVE ZERO TO MenuPermission
    EVALUATE TRUE
       WHEN MenuCheckIn
          MOVE "CHECKIN" TO MenuFunction
          MOVE "O" TO MenuRole
    END-EVALUATE
    IF MenuFunction NOT EQUAL SPACES
       CALL "CheckPermission" USING "Listing17-30", MenuFunction, OperatorId,
                                    OperatorRole, MenuRole, MenuPermission
       IF MenuRefused
          DISPLAY "Operator " OperatorId " is not permitted to use "
                  "that function."
       END-IF
    END-IF.

ProbeSharedFiles.
*> A file server that is down shows up as the customer or rental
*> file refusing to open. Rather than leave the returns on the
*> counter the till offers to carry on offline.
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
*> Nothing shared is touched offline. The customer and film are
*> checked against the cache, and the return is written to the
*> store-and-forward log; Listing18-38 finds the open rental, stops
*> the late-fee clock at the day the tape came back and fills any
*> hold when it replays the log.
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
    DISPLAY "*** Check-In - OFFLINE ***"
    IF TrainingModeOn
       DISPLAY "*** TRAINING MODE - practice only ***"
    END-IF
    DISPLAY "1 = Check a film in"
    DISPLAY "9 = Exit"
    DISPLAY "Enter your choice - " WITH NO ADVANCING
    ACCEPT MenuChoice
    PERFORM CheckMenuPermission
    IF MenuRefused
       EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
       WHEN MenuCheckIn  PERFORM OfflineCheckIn
       WHEN MenuExit      CONTINUE
       WHEN OTHER         DISPLAY "Please enter 1 or 9"
    END-EVALUATE.

OfflineCheckIn.
    DISPLAY "Key the Customer Id - " WITH NO ADVANCING
    ACCEPT OfflineCustomerId
    MOVE "C" TO CacheType-OC
    MOVE OfflineCustomerId TO CacheId-OC
    READ OfflineCacheFile
       INVALID KEY CONTINUE
    END-READ
    IF NOT OfflineCacheOk
       DISPLAY "Customer " OfflineCustomerId
               " is not on the offline list - check the Id."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter the Film Id - " WITH NO ADVANCING
    ACCEPT OfflineFilmId
    MOVE "F" TO CacheType-OC
    MOVE OfflineFilmId TO CacheId-OC
    READ OfflineCacheFile
       INVALID KEY CONTINUE
    END-READ
    IF NOT OfflineCacheOk
       DISPLAY "Film " OfflineFilmId
               " is not on the offline list - check the Id."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Scan the copy barcode (0 if none) - " WITH NO ADVANCING
    ACCEPT OfflineBarcode
    MOVE SPACE TO OfflineCondition
    IF OfflineBarcode NOT EQUAL ZEROS
       PERFORM UNTIL OfflineConditionValid
          DISPLAY "  Condition of returned copy (G/W/D) - "
                  WITH NO ADVANCING
          ACCEPT OfflineCondition
          MOVE FUNCTION UPPER-CASE(OfflineCondition)
            TO OfflineCondition
       END-PERFORM
    END-IF

    INITIALIZE OfflineTxnRec-OL
    MOVE TodayDate   TO TxnDate-OL
    MOVE FUNCTION CURRENT-DATE(9:6) TO TxnTime-OL
    SET OfflineReturn-OL TO TRUE
    MOVE TillStoreId       TO StoreId-OL
    MOVE OperatorId        TO OperatorId-OL
    MOVE OfflineCustomerId TO CustomerId-OL
    MOVE OfflineFilmId     TO FilmId-OL
    MOVE OfflineBarcode    TO Barcode-OL
    MOVE OfflineCondition  TO ConditionCode-OL
    SET AwaitingReplay-OL TO TRUE
    MOVE ZEROS TO ReplayDate-OL
    WRITE OfflineTxnRec-OL
    DISPLAY "Return of " CacheName-OC " recorded offline - any late "
            "fee is posted when it is replayed.".

CheckInFilm.
    DISPLAY "Scan the membership card or key the Customer Id - "
            WITH NO ADVANCING
    ACCEPT CardOrCustomerNum
    CALL "CheckMemberCard" USING "Listing17-30", OperatorId,
                                 TillStoreId, CardOrCustomerNum,
                                 CheckInCustomerId, CardResult
    IF CardRefused
       DISPLAY "REFUSED - card " CardOrCustomerNum " has been "
               "reported lost or stolen, or replaced. Keep the card "
               "and call a supervisor."
       EXIT PARAGRAPH
    END-IF
    IF CardNotRecognised
       DISPLAY "REFUSED - " CardOrCustomerNum " is not a membership "
               "card we issued."
       EXIT PARAGRAPH
    END-IF
    MOVE CheckInCustomerId TO CustomerId-CF
    READ CustomerFile
       KEY IS CustomerId-CF
       INVALID KEY CONTINUE
    END-READ
    IF CustomerOk AND HouseholdSecondary-CF
       MOVE HouseholdPrimaryId-CF TO CheckInCustomerId
    END-IF
    DISPLAY "Enter the Film Id - " WITH NO ADVANCING
    ACCEPT CheckInFilmId
    PERFORM FindOpenRental
             PERFORM RecordCopyReturn
          END-IF
       END-IF
       PERFORM TakeFilmRating
    END-IF.

TakeFilmRating.
*> A household member's rating is theirs, not the primary's, so the
*> cardholder on the rental is rated where there is one.
    MOVE ZERO TO FilmRatingGiven
    DISPLAY "  Customer's rating of the film 1-5 (0 = none) - "
            WITH NO ADVANCING
    ACCEPT FilmRatingGiven
    IF NoRatingGiven
       EXIT PARAGRAPH
    END-IF
    IF CardholderId-RF NOT EQUAL ZEROS
       MOVE CardholderId-RF TO RatingCustomerId
    ELSE
       MOVE CustomerId-RF TO RatingCustomerId
    END-IF
    CALL "RecordFilmRating" USING FilmId-RF, RatingCustomerId,
                                  FilmRatingGiven, "T", TodayDate,
                                  RatingResult
    EVALUATE TRUE
       WHEN RatingFiled
          DISPLAY "  Rating of " FilmRatingGiven " recorded - thank "
                  "you."
       WHEN RatingOutOfRange
          DISPLAY "  Ratings run from 1 to 5 - not recorded."
       WHEN OTHER
          DISPLAY "  Rating could not be recorded."
    END-EVALUATE.

HandleForeignReturn.
    DISPLAY "This copy belongs to store " RentalStoreId
            " - put it in the to-return crate."
    MOVE TillStoreId     TO FromStoreId-TR
    MOVE RentalStoreId   TO ToStoreId-TR
    MOVE CheckInFilmId   TO FilmId-TR
    MOVE RentalFormat    TO FormatCode-TR
    MOVE 1               TO TransferQty-TR
    MOVE TodayDate       TO TransferDate-TR
    SET TransferInTransit-TR TO TRUE
StampReturnDate.
    MOVE RentalRec-RF TO JrnBeforeImage
    MOVE TodayDate TO ReturnDate-RF
    MOVE FUNCTION CURRENT-DATE(9:6) TO ReturnTime-RF
    MOVE StoreId-RF TO RentalStoreId
    MOVE FormatCode-RF TO RentalFormat
    REWRITE RentalRec-RF
       INVALID KEY DISPLAY "-RF ERROR Status = " RentalStatus
       NOT INVALID KEY
          MOVE RentalRec-RF TO JrnAfterImage
          CALL "JournalUpdate" USING "Listing17-30", OperatorId,
                "RentalFile  ", "R", JrnBeforeImage, JrnAfterImage
          CALL "MaintainOpenRental" USING "S", RentalRec-RF
    END-REWRITE.

ChargeLateFee.
       SET ARItemOpen-AR       TO TRUE
       WRITE ARItemRec-AR
          INVALID KEY DISPLAY "-AR ERROR Status = " ARLedgerStatus
          NOT INVALID KEY
             MOVE SPACES TO JrnBeforeImage
             MOVE ARItemRec-AR TO JrnAfterImage
             CALL "JournalUpdate" USING "Listing17-30", OperatorId,
                   "ARLedger    ", "W", JrnBeforeImage, JrnAfterImage
       END-WRITE
    ELSE
*> An invoice run has already posted an estimated late fee for this
          KEY IS ARItemKey-AR
          INVALID KEY DISPLAY "-AR ERROR Status = " ARLedgerStatus
          NOT INVALID KEY
             MOVE ARItemRec-AR TO JrnBeforeImage
             COMPUTE LateFeeDelta = LateFee - ARItemAmount-AR
             MOVE LateFee TO ARItemAmount-AR
             ADD LateFeeDelta TO ARItemOpenAmount-AR
             END-IF
             REWRITE ARItemRec-AR
                INVALID KEY DISPLAY "-AR ERROR Status = " ARLedgerStatus
                NOT INVALID KEY
                   MOVE ARItemRec-AR TO JrnAfterImage
                   CALL "JournalUpdate" USING "Listing17-30", OperatorId,
                         "ARLedger    ", "R", JrnBeforeImage, JrnAfterImage
             END-REWRITE
       END-READ
    END-IF.
    PERFORM UNTIL EndOfHoldQueue OR FilmId-HQ NOT EQUAL CheckInFilmId
                   OR SomeHoldFoundForFilm
       IF HoldIsPending-HQ
          AND (HoldAnyFormat-HQ OR FormatCode-HQ EQUAL RentalFormat)
          MOVE SPACES TO JrnBeforeImage
          MOVE HoldQueueRec-HQ TO JrnBeforeImage
          SET HoldIsFilled-HQ TO TRUE
          MOVE RentalFormat TO FormatCode-HQ
*> The pickup window starts now: the copy waits at the desk until
*> the deadline, after which Listing17-74's release run frees it for
*> the next customer in the queue.
                                        BDWorkingFlag
          MOVE RentalStoreId TO FilledStoreId-HQ
          MOVE Barcode-RF    TO FilledBarcode-HQ
*> The customer is told straight away rather than staff phoning
*> round; a notice that cannot be queued leaves NotifiedDate-HQ
*> zero for Listing18-14's daily report to pick up.
          CALL "QueueHoldReadyNotice" USING CustomerId-HQ, FilmId-HQ,
                                               FilledStoreId-HQ,
                                               PickupDeadline-HQ,
                                               NoticeResult
          IF NoticeWasQueued
             MOVE TodayDate TO NotifiedDate-HQ
          ELSE
             MOVE ZEROS TO NotifiedDate-HQ
          END-IF
          REWRITE HoldQueueRec-HQ
             INVALID KEY DISPLAY "-HQ ERROR Status = " HoldQueueStatus
             NOT INVALID KEY
    PERFORM UNTIL EndOfStoreCopies OR StoreCopyReshelved
       IF StoreId-SC EQUAL RentalStoreId
          AND FilmId-SC EQUAL CheckInFilmId
          AND FormatCode-SC EQUAL RentalFormat
          MOVE SPACES TO JrnBeforeImage
          MOVE StoreCopyRec TO JrnBeforeImage
          ADD 1 TO CopyCount-SC
    END-PERFORM
    IF NOT StoreCopyReshelved
       DISPLAY "  NOTE - no store copy record for Film " CheckInFilmId
               " format " RentalFormat
               " at Store " RentalStoreId "; shelf count not updated."
    END-IF.

UseTrainingFiles.
*> OperatorSignOnCheck has settled whether this is a training session.
*> In training each file named at the head of WORKING-STORAGE
*> becomes its training copy; the reference files stay live.
    CALL "TrainingMode" USING "Q", TrainingState, OfflineLogFileName
    IF NOT TrainingModeOn
       EXIT PARAGRAPH
    END-IF
    CALL "TrainingMode" USING "F", TrainingState, RentalFileName
    CALL "TrainingMode" USING "F", TrainingState, ARLedgerFileName
    CALL "TrainingMode" USING "F", TrainingState, HoldQueueFileName
    CALL "TrainingMode" USING "F", TrainingState, StoreCopyFileName
    CALL "TrainingMode" USING "F", TrainingState, CopyMasterFileName
    CALL "TrainingMode" USING "F", TrainingState, TransferFileName
    CALL "TrainingMode" USING "F", TrainingState, CustomerFileName
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
   CLOSE QuiesceFile
   EXIT PROGRAM.
END PROGRAM CheckQuiesce.

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
PROGRAM-ID. RecordFilmRating IS INITIAL.
AUTHOR. Michael Coughlan.
*> Files a customer's 1-to-5 rating of a film on the ratings file,
*> one entry per film and customer: a customer who rates the same
*> film again replaces the earlier rating, so nobody can stuff the
*> average. The counter (Listing17-30), the drop-box batch
*> (Listing18-10) and the website ratings feed (Listing18-54) all
*> come through here, each giving its source letter - T, D or W.
*> A result of 0 means filed, 1 a rating outside 1 to 5, 2 a film
*> or customer of zero, and 3 a file error. In training the training
*> copy of the ratings file is written instead.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FilmRatingFile ASSIGN TO FilmRatingFileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FilmRatingKey-RT
        FILE STATUS IS FilmRatingStatus.

DATA DIVISION.
FILE SECTION.
FD  FilmRatingFile.
01  FilmRatingRec-RT.
    COPY FilmRatingRec.

WORKING-STORAGE SECTION.
01  FilmRatingStatus           PIC XX.
    88  FilmRatingOk             VALUE "02", "00".
01  FilmRatingFileName         PIC X(40).
01  TrainingState              PIC X.
    88  TrainingModeOn           VALUE "Y".

LINKAGE SECTION.
01  RatedFilmId-IO             PIC 9(7).
01  RatedCustomerId-IO         PIC 9(7).
01  Rating-IO                  PIC 9.
    88  RatingInRange            VALUE 1 THRU 5.
01  RatingSource-IO            PIC X.
01  RatedDate-IO               PIC 9(8).
01  RatingResult-IO            PIC 9.
    88  RatingFiled              VALUE 0.
    88  RatingOutOfRange         VALUE 1.
    88  RatingUnidentified       VALUE 2.
    88  RatingFileFailed         VALUE 3.

PROCEDURE DIVISION USING RatedFilmId-IO, RatedCustomerId-IO,
                          Rating-IO, RatingSource-IO, RatedDate-IO,
                          RatingResult-IO.
Begin.
   IF NOT RatingInRange
      SET RatingOutOfRange TO TRUE
      EXIT PROGRAM
   END-IF
   IF RatedFilmId-IO EQUAL ZEROS OR RatedCustomerId-IO EQUAL ZEROS
      SET RatingUnidentified TO TRUE
      EXIT PROGRAM
   END-IF
   MOVE "Listing18-54Ratings.DAT" TO FilmRatingFileName
   CALL "TrainingMode" USING "F", TrainingState, FilmRatingFileName
   OPEN I-O FilmRatingFile
   IF FilmRatingStatus EQUAL "35"
      OPEN OUTPUT FilmRatingFile
      CLOSE FilmRatingFile
      OPEN I-O FilmRatingFile
   END-IF
   IF NOT FilmRatingOk
      DISPLAY "-RT ERROR Status = " FilmRatingStatus
      SET RatingFileFailed TO TRUE
      EXIT PROGRAM
   END-IF

   SET RatingFiled TO TRUE
   MOVE RatedFilmId-IO     TO FilmId-RT
   MOVE RatedCustomerId-IO TO CustomerId-RT
   READ FilmRatingFile
      KEY IS FilmRatingKey-RT
      INVALID KEY
         MOVE Rating-IO       TO Rating-RT
         MOVE RatedDate-IO    TO RatedDate-RT
         MOVE RatingSource-IO TO RatingSource-RT
         WRITE FilmRatingRec-RT
            INVALID KEY
               DISPLAY "-RT ERROR Status = " FilmRatingStatus
               SET RatingFileFailed TO TRUE
         END-WRITE
      NOT INVALID KEY
         MOVE Rating-IO       TO Rating-RT
         MOVE RatedDate-IO    TO RatedDate-RT
         MOVE RatingSource-IO TO RatingSource-RT
         REWRITE FilmRatingRec-RT
            INVALID KEY
               DISPLAY "-RT ERROR Status = " FilmRatingStatus
               SET RatingFileFailed TO TRUE
         END-REWRITE
   END-READ
   CLOSE FilmRatingFile
   EXIT PROGRAM.

END PROGRAM RecordFilmRating.

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
