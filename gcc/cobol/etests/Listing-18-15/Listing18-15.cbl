IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-15.
AUTHOR. Michael Coughlan.
*> Nightly "My Account" extract for the website. The site already
*> gets the catalog (Listing17-18) and availability (Listing17-77),
*> but customers still phoned the counter to ask what they had out
*> and what they owed. This run publishes one JSON object per live
*> customer with their open rentals and due dates, their pending
*> holds with the queue position and their filled holds with the
*> pickup deadline, the open AR balance in the same current/30/60/
*> 90+ buckets Listing17-27's aging report uses, the balance on each
*> gift card registered to them, and their loyalty tier and points.
*> Merged, closed and anonymized accounts (Listing17-61/17-63), and
*> the anonymous pool itself, are never written.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   SELECT CustomerFile ASSIGN TO "Listing17-26Customer.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CustomerId-CF
        ALTERNATE RECORD KEY IS CustomerSurname-CF
                     WITH DUPLICATES
        FILE STATUS IS CustomerStatus.

   SELECT RentalFile ASSIGN TO "Listing17-6Rental.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RentalKey-RF
        ALTERNATE RECORD KEY IS FilmId-RF
                     WITH DUPLICATES
        FILE STATUS IS RentalStatus.

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

   SELECT HoldQueueFile ASSIGN TO "Listing17-6HoldQueue.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HoldQueueKey-HQ
        FILE STATUS IS HoldQueueStatus.

   SELECT ARLedgerFile ASSIGN TO "Listing17-27ARLedger.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ARItemKey-AR
        FILE STATUS IS ARLedgerStatus.

   SELECT GiftCardFile ASSIGN TO "Listing17-47GiftCards.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CardNum-GC
        FILE STATUS IS GiftCardStatus.

   SELECT AccountJsonFile ASSIGN TO "Listing18-15Accounts.json"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AccountJsonStatus.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
01 CustomerRec-CF.
   COPY CustomerRec.

FD RentalFile.
01 RentalRec-RF.
   COPY RentalRec.

FD FilmFile.
01 FilmRec-FF.
   COPY FilmRec.

FD HoldQueueFile.
01 HoldQueueRec-HQ.
   COPY HoldQueueRec.

FD ARLedgerFile.
01 ARItemRec-AR.
   COPY ARItemRec.

FD GiftCardFile.
01 GiftCardRec-GC.
   COPY GiftCardRec.

FD AccountJsonFile.
01 AccountJsonRec             PIC X(200).

WORKING-STORAGE SECTION.
01 CustomerStatus           PIC XX.
   88 CustomerOk  VALUE "02", "00".

01 RentalStatus             PIC XX.
   88 RentalOk   VALUE "02", "00".

01 FilmStatus               PIC XX.
   88 FilmOk      VALUE "02", "00".

01 HoldQueueStatus          PIC XX.
   88 HoldQueueOk VALUE "02", "00".

01 ARLedgerStatus           PIC XX.
   88 ARLedgerOk  VALUE "02", "00".

01 GiftCardStatus           PIC XX.
   88 GiftCardOk  VALUE "02", "00".

01 AccountJsonStatus        PIC XX.

*> A file that would not open just leaves its part of every account
*> empty rather than failing the whole extract.
01 RentalFileState           PIC X VALUE "N".
   88 RentalFileOpen           VALUE "Y".
01 FilmFileState             PIC X VALUE "N".
   88 FilmFileOpen             VALUE "Y".
01 ARLedgerFileState         PIC X VALUE "N".
   88 ARLedgerFileOpen         VALUE "Y".

01 TodayDate                 PIC 9(8).
01 OperatorId                PIC 9(4) VALUE ZEROS.

*> Listing17-63 re-keys purged history to this id; it is not a
*> customer anyone can sign in as.
01 AnonymousPoolId           PIC 9(7) VALUE 9999999.

*> Holds are keyed by film, not customer, so the live ones are
*> loaded once with their queue position worked out on the way.
01 HoldTable.
   02 HoldCount               PIC 9(3) VALUE ZEROS.
   02 HoldEntry OCCURS 500 TIMES INDEXED BY HqIdx.
      03 HoldCustomerId       PIC 9(7).
      03 HoldFilmId           PIC 9(7).
      03 HoldStatusCode       PIC X.
         88 HoldEntryPending    VALUE "P".
         88 HoldEntryFilled     VALUE "F".
      03 HoldPosition         PIC 9(3).
      03 HoldPickupBy         PIC 9(8).
01 HoldFilmId-Sv             PIC 9(7) VALUE ZEROS.
01 PendingAheadCount         PIC 9(3) VALUE ZEROS.

*> Gift cards likewise carry the customer only as data, so the
*> registered cards with money on them are loaded once.
01 CardTable.
   02 CardCount               PIC 9(3) VALUE ZEROS.
   02 CardEntry OCCURS 500 TIMES INDEXED BY GcIdx.
      03 CardCustomerId       PIC 9(7).
      03 CardNumber           PIC 9(8).
      03 CardBalance          PIC 9(5)V99.

*> Aging buckets - the same current/30/60/90+ split by item date
*> that Listing17-27 prints.
01 AgeDays                   PIC S9(5) VALUE ZEROS.
01 AgingBuckets.
   02 AgeCurrent              PIC 9(7)V99 VALUE ZEROS.
   02 Age30                   PIC 9(7)V99 VALUE ZEROS.
   02 Age60                   PIC 9(7)V99 VALUE ZEROS.
   02 Age90                   PIC 9(7)V99 VALUE ZEROS.
01 CustomerBalance           PIC 9(7)V99 VALUE ZEROS.

01 FirstObjectWritten        PIC X VALUE "N".
   88 SomeObjectAlreadyWritten VALUE "Y".
01 FirstEntryWritten         PIC X VALUE "N".
   88 SomeEntryAlreadyWritten  VALUE "Y".
01 AccountsWritten           PIC 9(5) VALUE ZEROS.
01 AccountsSkipped           PIC 9(5) VALUE ZEROS.

01 TierNameJson              PIC X(8).
01 FilmTitleJson             PIC X(40).
01 CustomerId-Ed             PIC Z(6)9.
01 FilmId-Ed                 PIC Z(6)9.
01 Points-Ed                 PIC Z(4)9.
01 Position-Ed               PIC ZZ9.
01 Money-Ed                  PIC Z(6)9.99.
01 AgeCurrent-Ed             PIC Z(6)9.99.
01 Age30-Ed                  PIC Z(6)9.99.
01 Age60-Ed                  PIC Z(6)9.99.
01 Age90-Ed                  PIC Z(6)9.99.
01 EntryLine                 PIC X(200).

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing18-15", "FilmFile    ",
          FilmRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-15", "CustomerFile",
          CustomerRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-15", "RentalFile  ",
          RentalRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-15", "HoldQueue   ",
          HoldQueueRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-15", "GiftCardFile",
          GiftCardRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    OPEN INPUT CustomerFile
    IF CustomerStatus NOT EQUAL "00"
       DISPLAY "No customer master on file - nothing to publish."
       CLOSE CustomerFile
       STOP RUN
    END-IF
    CALL "AuditLogFileEvent" USING "Listing18-15", "CustomerFile", "O", CustomerStatus, OperatorId
    OPEN INPUT RentalFile
    IF RentalStatus EQUAL "00"
       SET RentalFileOpen TO TRUE
    END-IF
    OPEN INPUT FilmFile
    IF FilmStatus EQUAL "00"
       SET FilmFileOpen TO TRUE
    END-IF
    OPEN INPUT HoldQueueFile
    OPEN INPUT ARLedgerFile
    IF ARLedgerStatus EQUAL "00"
       SET ARLedgerFileOpen TO TRUE
    END-IF
    OPEN INPUT GiftCardFile
    OPEN OUTPUT AccountJsonFile

    PERFORM LoadLiveHolds
    PERFORM LoadRegisteredCards

    MOVE "[" TO AccountJsonRec
    WRITE AccountJsonRec
    READ CustomerFile NEXT RECORD
       AT END SET EndOfCustomers TO TRUE
    END-READ
    PERFORM UNTIL EndOfCustomers
       IF CustomerIsMerged-CF OR CustomerIsClosed-CF
          OR CustomerId-CF EQUAL AnonymousPoolId
          ADD 1 TO AccountsSkipped
       ELSE
          PERFORM WriteAccountObject
       END-IF
       READ CustomerFile NEXT RECORD
          AT END SET EndOfCustomers TO TRUE
       END-READ
    END-PERFORM
    MOVE "]" TO AccountJsonRec
    WRITE AccountJsonRec

    CLOSE CustomerFile
    CALL "AuditLogFileEvent" USING "Listing18-15", "CustomerFile", "C", CustomerStatus, OperatorId
    CLOSE RentalFile
    CLOSE FilmFile
    CLOSE HoldQueueFile
    CLOSE ARLedgerFile
    CLOSE GiftCardFile
    CLOSE AccountJsonFile
    DISPLAY "My Account extract: " AccountsWritten
            " customer(s) published, " AccountsSkipped
            " merged/closed skipped."
    STOP RUN.

LoadLiveHolds.
*> Walked in HoldQueueKey-HQ order, so within a film the pending
*> holds arrive first-come first; a pending hold's position is one
*> more than the pending holds already seen for that film.
    IF HoldQueueStatus NOT EQUAL "00"
       EXIT PARAGRAPH
    END-IF
    MOVE ZEROS TO HoldFilmId-Sv PendingAheadCount
    READ HoldQueueFile NEXT RECORD
       AT END SET EndOfHoldQueue TO TRUE
    END-READ
    PERFORM UNTIL EndOfHoldQueue
       IF FilmId-HQ NOT EQUAL HoldFilmId-Sv
          MOVE FilmId-HQ TO HoldFilmId-Sv
          MOVE ZEROS TO PendingAheadCount
       END-IF
       IF HoldIsPending-HQ
          ADD 1 TO PendingAheadCount
       END-IF
       IF (HoldIsPending-HQ OR HoldIsFilled-HQ) AND HoldCount < 500
          ADD 1 TO HoldCount
          MOVE CustomerId-HQ  TO HoldCustomerId(HoldCount)
          MOVE FilmId-HQ      TO HoldFilmId(HoldCount)
          MOVE HoldStatus-HQ  TO HoldStatusCode(HoldCount)
          IF HoldIsPending-HQ
             MOVE PendingAheadCount TO HoldPosition(HoldCount)
             MOVE ZEROS TO HoldPickupBy(HoldCount)
          ELSE
             MOVE ZEROS TO HoldPosition(HoldCount)
             MOVE PickupDeadline-HQ TO HoldPickupBy(HoldCount)
          END-IF
       END-IF
       READ HoldQueueFile NEXT RECORD
          AT END SET EndOfHoldQueue TO TRUE
       END-READ
    END-PERFORM.

LoadRegisteredCards.
    IF GiftCardStatus NOT EQUAL "00"
       EXIT PARAGRAPH
    END-IF
    READ GiftCardFile NEXT RECORD
       AT END SET EndOfGiftCards TO TRUE
    END-READ
    PERFORM UNTIL EndOfGiftCards
*> Cards issued before registration existed read as bearer cards.
       IF CardActive-GC AND CardBalance-GC > ZEROS
          AND CustomerId-GC IS NUMERIC
          AND CustomerId-GC NOT EQUAL ZEROS
          AND CardCount < 500
          ADD 1 TO CardCount
          MOVE CustomerId-GC  TO CardCustomerId(CardCount)
          MOVE CardNum-GC     TO CardNumber(CardCount)
          MOVE CardBalance-GC TO CardBalance(CardCount)
       END-IF
       READ GiftCardFile NEXT RECORD
          AT END SET EndOfGiftCards TO TRUE
       END-READ
    END-PERFORM.

WriteAccountObject.
*> Every object after the first is preceded by a comma-terminated
*> previous line, the same shape as the Listing17-18 catalog export.
    IF SomeObjectAlreadyWritten
       MOVE "," TO AccountJsonRec
       WRITE AccountJsonRec
    END-IF
    MOVE "Y" TO FirstObjectWritten
    ADD 1 TO AccountsWritten

    EVALUATE TRUE
       WHEN GoldTier-CF    MOVE "Gold"     TO TierNameJson
       WHEN SilverTier-CF  MOVE "Silver"   TO TierNameJson
       WHEN OTHER          MOVE "Standard" TO TierNameJson
    END-EVALUATE
    MOVE CustomerId-CF    TO CustomerId-Ed
    MOVE LoyaltyPoints-CF TO Points-Ed
    MOVE SPACES TO AccountJsonRec
    STRING "  {""customerId"":"              DELIMITED BY SIZE
           FUNCTION TRIM(CustomerId-Ed)      DELIMITED BY SIZE
           ",""firstName"":"""               DELIMITED BY SIZE
           FUNCTION TRIM(CustomerFirstName-CF) DELIMITED BY SIZE
           """,""surname"":"""               DELIMITED BY SIZE
           FUNCTION TRIM(CustomerSurname-CF) DELIMITED BY SIZE
           """,""tier"":"""                  DELIMITED BY SIZE
           FUNCTION TRIM(TierNameJson)       DELIMITED BY SIZE
           """,""loyaltyPoints"":"           DELIMITED BY SIZE
           FUNCTION TRIM(Points-Ed)          DELIMITED BY SIZE
           ","                               DELIMITED BY SIZE
      INTO AccountJsonRec
    END-STRING
    WRITE AccountJsonRec

    PERFORM WriteOpenRentals
    PERFORM WriteLiveHolds
    PERFORM WriteAgedBalance
    PERFORM WriteGiftCards
    MOVE "  }" TO AccountJsonRec
    WRITE AccountJsonRec.

WriteOpenRentals.
    MOVE "   ""rentals"":[" TO AccountJsonRec
    WRITE AccountJsonRec
    MOVE "N" TO FirstEntryWritten
    IF RentalFileOpen
       MOVE CustomerId-CF TO CustomerId-RF
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
                      OR CustomerId-RF NOT EQUAL CustomerId-CF
          IF NotYetReturned-RF
             PERFORM WriteOneRental
          END-IF
          READ RentalFile NEXT RECORD
             AT END SET EndOfRentals TO TRUE
          END-READ
       END-PERFORM
    END-IF
    MOVE "   ]," TO AccountJsonRec
    WRITE AccountJsonRec.

WriteOneRental.
    MOVE FilmId-RF TO FilmId-FF
    PERFORM LookUpFilmTitle
    MOVE FilmId-RF TO FilmId-Ed
    MOVE SPACES TO EntryLine
    STRING "    {""filmId"":"                DELIMITED BY SIZE
           FUNCTION TRIM(FilmId-Ed)          DELIMITED BY SIZE
           ",""title"":"""                   DELIMITED BY SIZE
           FUNCTION TRIM(FilmTitleJson)      DELIMITED BY SIZE
           """,""checkedOut"":"""            DELIMITED BY SIZE
           CheckoutDate-RF                   DELIMITED BY SIZE
           """,""due"":"""                   DELIMITED BY SIZE
           DueDate-RF                        DELIMITED BY SIZE
           """}"                             DELIMITED BY SIZE
      INTO EntryLine
    END-STRING
    PERFORM WriteEntryLine.

WriteLiveHolds.
    MOVE "   ""holds"":[" TO AccountJsonRec
    WRITE AccountJsonRec
    MOVE "N" TO FirstEntryWritten
    PERFORM VARYING HqIdx FROM 1 BY 1 UNTIL HqIdx > HoldCount
       IF HoldCustomerId(HqIdx) EQUAL CustomerId-CF
          PERFORM WriteOneHold
       END-IF
    END-PERFORM
    MOVE "   ]," TO AccountJsonRec
    WRITE AccountJsonRec.

WriteOneHold.
    MOVE HoldFilmId(HqIdx) TO FilmId-FF
    PERFORM LookUpFilmTitle
    MOVE HoldFilmId(HqIdx) TO FilmId-Ed
    MOVE SPACES TO EntryLine
    IF HoldEntryPending(HqIdx)
       MOVE HoldPosition(HqIdx) TO Position-Ed
       STRING "    {""filmId"":"             DELIMITED BY SIZE
              FUNCTION TRIM(FilmId-Ed)       DELIMITED BY SIZE
              ",""title"":"""                DELIMITED BY SIZE
              FUNCTION TRIM(FilmTitleJson)   DELIMITED BY SIZE
              """,""status"":""pending"""    DELIMITED BY SIZE
              ",""queuePosition"":"          DELIMITED BY SIZE
              FUNCTION TRIM(Position-Ed)     DELIMITED BY SIZE
              "}"                            DELIMITED BY SIZE
         INTO EntryLine
       END-STRING
    ELSE
       STRING "    {""filmId"":"             DELIMITED BY SIZE
              FUNCTION TRIM(FilmId-Ed)       DELIMITED BY SIZE
              ",""title"":"""                DELIMITED BY SIZE
              FUNCTION TRIM(FilmTitleJson)   DELIMITED BY SIZE
              """,""status"":""ready"""      DELIMITED BY SIZE
              ",""pickupBy"":"""             DELIMITED BY SIZE
              HoldPickupBy(HqIdx)            DELIMITED BY SIZE
              """}"                          DELIMITED BY SIZE
         INTO EntryLine
       END-STRING
    END-IF
    PERFORM WriteEntryLine.

WriteAgedBalance.
    MOVE ZEROS TO AgeCurrent Age30 Age60 Age90
    IF ARLedgerFileOpen
       MOVE CustomerId-CF TO CustomerId-AR
       MOVE ZEROS TO ARItemSeqNum-AR
       START ARLedgerFile KEY IS GREATER THAN OR EQUAL ARItemKey-AR
          INVALID KEY SET EndOfARItems TO TRUE
       END-START
       IF NOT EndOfARItems
          READ ARLedgerFile NEXT RECORD
             AT END SET EndOfARItems TO TRUE
          END-READ
       END-IF
       PERFORM UNTIL EndOfARItems
                      OR CustomerId-AR NOT EQUAL CustomerId-CF
          PERFORM AgeOneItem
          READ ARLedgerFile NEXT RECORD
             AT END SET EndOfARItems TO TRUE
          END-READ
       END-PERFORM
    END-IF
    COMPUTE CustomerBalance = AgeCurrent + Age30 + Age60 + Age90
    MOVE AgeCurrent      TO AgeCurrent-Ed
    MOVE Age30           TO Age30-Ed
    MOVE Age60           TO Age60-Ed
    MOVE Age90           TO Age90-Ed
    MOVE CustomerBalance TO Money-Ed
    MOVE SPACES TO AccountJsonRec
    STRING "   ""balance"":{""current"":"    DELIMITED BY SIZE
           FUNCTION TRIM(AgeCurrent-Ed)      DELIMITED BY SIZE
           ",""days30"":"                    DELIMITED BY SIZE
           FUNCTION TRIM(Age30-Ed)           DELIMITED BY SIZE
           ",""days60"":"                    DELIMITED BY SIZE
           FUNCTION TRIM(Age60-Ed)           DELIMITED BY SIZE
           ",""days90Plus"":"                DELIMITED BY SIZE
           FUNCTION TRIM(Age90-Ed)           DELIMITED BY SIZE
           ",""total"":"                     DELIMITED BY SIZE
           FUNCTION TRIM(Money-Ed)           DELIMITED BY SIZE
           "},"                              DELIMITED BY SIZE
      INTO AccountJsonRec
    END-STRING
    WRITE AccountJsonRec.

AgeOneItem.
    IF ARItemOpen-AR AND ARItemOpenAmount-AR > ZEROS
       COMPUTE AgeDays = FUNCTION INTEGER-OF-DATE(TodayDate)
                       - FUNCTION INTEGER-OF-DATE(ARItemDate-AR)
       EVALUATE TRUE
          WHEN AgeDays < 30
             ADD ARItemOpenAmount-AR TO AgeCurrent
          WHEN AgeDays < 60
             ADD ARItemOpenAmount-AR TO Age30
          WHEN AgeDays < 90
             ADD ARItemOpenAmount-AR TO Age60
          WHEN OTHER
             ADD ARItemOpenAmount-AR TO Age90
       END-EVALUATE
    END-IF.

WriteGiftCards.
    MOVE "   ""giftCards"":[" TO AccountJsonRec
    WRITE AccountJsonRec
    MOVE "N" TO FirstEntryWritten
    PERFORM VARYING GcIdx FROM 1 BY 1 UNTIL GcIdx > CardCount
       IF CardCustomerId(GcIdx) EQUAL CustomerId-CF
          MOVE CardBalance(GcIdx) TO Money-Ed
          MOVE SPACES TO EntryLine
          STRING "    {""cardNum"":"""       DELIMITED BY SIZE
                 CardNumber(GcIdx)           DELIMITED BY SIZE
                 """,""balance"":"           DELIMITED BY SIZE
                 FUNCTION TRIM(Money-Ed)     DELIMITED BY SIZE
                 "}"                         DELIMITED BY SIZE
            INTO EntryLine
          END-STRING
          PERFORM WriteEntryLine
       END-IF
    END-PERFORM
    MOVE "   ]" TO AccountJsonRec
    WRITE AccountJsonRec.

WriteEntryLine.
*> Array entries take the same leading-comma line as the objects.
    IF SomeEntryAlreadyWritten
       MOVE "    ," TO AccountJsonRec
       WRITE AccountJsonRec
    END-IF
    MOVE "Y" TO FirstEntryWritten
    MOVE EntryLine TO AccountJsonRec
    WRITE AccountJsonRec.

LookUpFilmTitle.
    MOVE "Unknown" TO FilmTitleJson
    IF FilmFileOpen
       READ FilmFile
          KEY IS FilmId-FF
          INVALID KEY CONTINUE
          NOT INVALID KEY MOVE FilmTitle-FF TO FilmTitleJson
       END-READ
    END-IF.

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
