IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-23.
AUTHOR. Michael Coughlan.
*> Previously-viewed sale candidates, run each month for the store
*> managers. Once a title's new-release peak has passed its surplus
*> copies sit idle on the shelf; this report lists, store by store,
*> the copies that could go out on the previously-viewed rack at the
*> Listing17-29 till. A copy is a candidate when it is on the shelf,
*> not retired, and has not gone out for IdleDaysForSale days (a
*> copy never rented counts from the day it was acquired). The
*> candidates for each film at a store are then taken most idle
*> first, and only as many as leave the same minimum on that store's
*> shelf the till insists on - none at all while customers are
*> queued for the title. Each copy listed carries the retail price
*> PriceUsedCopy will charge for it, and the store totals give the
*> value of the rack. As in Listing18-22, the last checkout of each
*> copy is found by sorting the current and archived rentals into
*> barcode order and matching them against one pass of the copy
*> master; the candidates are then sorted again into store, film and
*> idle order for printing.
*> The shelf minimum is kept format by format, as the till keeps it,
*> so candidates are grouped by store, film and format, and only
*> holds wanting that format (or any format) keep a group back.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   SELECT RentalFile ASSIGN TO "Listing17-6Rental.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RentalKey-RF
        ALTERNATE RECORD KEY IS FilmId-RF
                     WITH DUPLICATES
        FILE STATUS IS RentalStatus.

    SELECT ArchiveFile ASSIGN TO "Listing17-43RentalArchive.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ArchiveStatus.

   SELECT CopyMasterFile ASSIGN TO "Listing17-36CopyMaster.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Barcode-CP
        ALTERNATE RECORD KEY IS FilmId-CP
                     WITH DUPLICATES
        FILE STATUS IS CopyMasterStatus.

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

    SELECT StoreCopyFile ASSIGN TO "Listing17-6StoreCopy.DAT"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS StoreCopyKey
        FILE STATUS IS StoreCopyStatus.

   SELECT HoldQueueFile ASSIGN TO "Listing17-6HoldQueue.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HoldQueueKey-HQ
        ALTERNATE RECORD KEY IS CustomerId-HQ
                     WITH DUPLICATES
        FILE STATUS IS HoldQueueStatus.

    SELECT LastRentalSortFile ASSIGN TO "Listing18-23Sort.TMP".

    SELECT CandidateWorkFile ASSIGN TO "Listing18-23Cand.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CandidateWorkStatus.

    SELECT CandidateSortFile ASSIGN TO "Listing18-23Sort2.TMP".

    SELECT SaleReportFile ASSIGN TO SaleFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SaleReportStatus.

DATA DIVISION.
FILE SECTION.
FD RentalFile.
01 RentalRec-RF.
   COPY RentalRec.

FD ArchiveFile.
01 ArchiveRec-AV.
   02 ArchiveYear-AV        PIC 9(4).
   02 CustomerId-AV         PIC 9(7).
   02 FilmId-AV             PIC 9(7).
   02 CheckoutDate-AV       PIC 9(8).
   02 DueDate-AV            PIC 9(8).
   02 ReturnDate-AV         PIC 9(8).
   02 StoreId-AV            PIC 99.
   02 Disposition-AV        PIC X.
   02 Barcode-AV            PIC 9(10).
   02 PriceCharged-AV       PIC 9(3)V99.

FD CopyMasterFile.
01 CopyMasterRec-CP.
   COPY CopyMasterRec.

FD FilmFile.
01 FilmRec-FF.
   COPY FilmRec.

FD StoreCopyFile.
01 StoreCopyRec.
   COPY StoreCopyRec.

FD HoldQueueFile.
01 HoldQueueRec-HQ.
   COPY HoldQueueRec.

SD LastRentalSortFile.
01 LastRentalSortRec-LS.
   02 Barcode-LS            PIC 9(10).
   02 CheckoutDate-LS       PIC 9(8).

FD CandidateWorkFile.
01 CandidateWorkRec-CW.
   02 StoreId-CW            PIC 99.
   02 FilmId-CW             PIC 9(7).
   02 IdleDays-CW           PIC 9(5).
   02 Barcode-CW            PIC 9(10).
   02 ConditionCode-CW      PIC X.
   02 AcquisitionDate-CW    PIC 9(8).
   02 LastRentedDate-CW     PIC 9(8).
   02 FormatCode-CW         PIC X.

SD CandidateSortFile.
01 CandidateSortRec-CS.
   02 StoreId-CS            PIC 99.
   02 FilmId-CS             PIC 9(7).
   02 IdleDays-CS           PIC 9(5).
   02 Barcode-CS            PIC 9(10).
   02 ConditionCode-CS      PIC X.
   02 AcquisitionDate-CS    PIC 9(8).
   02 LastRentedDate-CS     PIC 9(8).
   02 FormatCode-CS         PIC X.

FD SaleReportFile.
01 SaleLine                 PIC X(132).

WORKING-STORAGE SECTION.
01 RentalStatus             PIC XX.
   88 RentalOk   VALUE "02", "00".

01 ArchiveStatus            PIC XX.
   88 EndOfArchive            VALUE "10".

01 CopyMasterStatus         PIC XX.
   88 CopyMasterOk VALUE "02", "00".

01 FilmStatus               PIC XX.
   88 FilmOk    VALUE "02", "00".

01 StoreCopyStatus          PIC XX.
   88 StoreCopyOk VALUE "00".
01 StoreCopyKey              PIC 9(5) VALUE ZEROS.

01 HoldQueueStatus          PIC XX.
   88 HoldQueueOk VALUE "02", "00".

01 CandidateWorkStatus      PIC XX.
01 SaleReportStatus         PIC XX.
01 SaleFileName             PIC X(30).
01 SpoolRunParms            PIC X(20).

01 SortState                PIC X VALUE "N".
   88 EndOfLastRentalSort     VALUE "Y".
01 CandidateState           PIC X VALUE "N".
   88 EndOfCandidateSort      VALUE "Y".

01 TodayDate                 PIC 9(8).

*> A copy idle this long is surplus to the shelf. The till keeps at
*> least SaleMinShelfCopies of a title on each store's shelf, and so
*> does this report.
01 IdleDaysForSale           PIC 9(3) VALUE 90.
01 SaleMinShelfCopies        PIC 9(3) VALUE 1.
*> A copy with neither a rental nor an acquisition date on file has
*> no idle count; it is listed as never rented.
01 NeverRentedDays           PIC 9(5) VALUE 99999.

*> The copy being matched.
01 CopyLastRented            PIC 9(8) VALUE ZEROS.
01 CopyIdleDays              PIC 9(5) VALUE ZEROS.

*> The store/film group being printed.
01 CurrentStoreId            PIC 99 VALUE ZEROS.
01 CurrentFilmId             PIC 9(7) VALUE ZEROS.
01 CurrentFormat             PIC X VALUE SPACE.
01 GroupShelfCount           PIC 9(3) VALUE ZEROS.
01 GroupHoldsPending         PIC 9(5) VALUE ZEROS.
01 GroupSellable             PIC 9(3) VALUE ZEROS.
01 GroupListed               PIC 9(3) VALUE ZEROS.
01 GroupTitle                PIC X(40).
01 ShelfFound                PIC X VALUE "N".
   88 ShelfCountFound          VALUE "Y".

01 SalePrice                 PIC 9(3)V99 VALUE ZEROS.
01 SaleResult                PIC 9 VALUE 1.
   88 SaleCopyPriced           VALUE 0.

01 StoreTotals.
   02 StoreCopiesListed       PIC 9(5) VALUE ZEROS.
   02 StoreHeldBack           PIC 9(5) VALUE ZEROS.
   02 StoreRackValue          PIC 9(7)V99 VALUE ZEROS.

01 RunCounts.
   02 CopiesExamined          PIC 9(6) VALUE ZEROS.
   02 CandidatesFound         PIC 9(6) VALUE ZEROS.
   02 CopiesListed            PIC 9(6) VALUE ZEROS.
   02 CopiesHeldBack          PIC 9(6) VALUE ZEROS.
   02 RentalsUnmatched        PIC 9(7) VALUE ZEROS.
   02 ArchiveNoBarcode        PIC 9(7) VALUE ZEROS.
   02 GrandRackValue          PIC 9(9)V99 VALUE ZEROS.

01 Barcode-Ed                PIC 9(10).
01 Date-Ed                   PIC 9999/99/99.
01 LastRented-Ed             PIC X(10).
01 Acquired-Ed               PIC X(10).
01 Idle-Ed                   PIC ZZ,ZZ9.
01 Price-Ed                  PIC $$$9.99.
01 Count-Ed                  PIC ZZ,ZZ9.
01 BigMoney-Ed               PIC $$$,$$$,$$9.99.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing18-23", "FilmFile    ",
          FilmRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-23", "RentalFile  ",
          RentalRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-23", "HoldQueue   ",
          HoldQueueRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-23", "CopyMaster  ",
          CopyMasterRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-23", "StoreCopy   ",
          StoreCopyRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    MOVE SPACES TO SpoolRunParms
    STRING "asof=" DELIMITED BY SIZE
           TodayDate DELIMITED BY SIZE
      INTO SpoolRunParms
    END-STRING
    CALL "SpoolRegisterReport" USING "PVSALE  ", SpoolRunParms,
                                     SaleFileName
    OPEN OUTPUT SaleReportFile

    OPEN OUTPUT CandidateWorkFile
    SORT LastRentalSortFile
         ON ASCENDING KEY Barcode-LS
                          CheckoutDate-LS
         INPUT PROCEDURE IS ExtractCopyRentals
         OUTPUT PROCEDURE IS FindIdleCopies
    CLOSE CandidateWorkFile

    SORT CandidateSortFile
         ON ASCENDING KEY StoreId-CS
                          FilmId-CS
                          FormatCode-CS
            DESCENDING KEY IdleDays-CS
         USING CandidateWorkFile
         OUTPUT PROCEDURE IS PrintCandidates

    CLOSE SaleReportFile
    MOVE GrandRackValue TO BigMoney-Ed
    DISPLAY "Copies examined " CopiesExamined
            "  listed for sale " CopiesListed
            "  rack value " BigMoney-Ed
    DISPLAY "Report written to " SaleFileName
    STOP RUN.

ExtractCopyRentals.
*> Every rental, current and archived, that names the copy it went
*> out on - only the checkout date matters here.
    OPEN INPUT RentalFile
    IF RentalStatus EQUAL "00"
       READ RentalFile NEXT RECORD
          AT END SET EndOfRentals TO TRUE
       END-READ
       PERFORM UNTIL EndOfRentals
          IF Barcode-RF NOT EQUAL ZEROS
             MOVE Barcode-RF      TO Barcode-LS
             MOVE CheckoutDate-RF TO CheckoutDate-LS
             RELEASE LastRentalSortRec-LS
          END-IF
          READ RentalFile NEXT RECORD
             AT END SET EndOfRentals TO TRUE
          END-READ
       END-PERFORM
    END-IF
    CLOSE RentalFile

    OPEN INPUT ArchiveFile
    IF ArchiveStatus EQUAL "00"
       READ ArchiveFile
          AT END SET EndOfArchive TO TRUE
       END-READ
       PERFORM UNTIL EndOfArchive
          IF Barcode-AV IS NUMERIC AND Barcode-AV NOT EQUAL ZEROS
             MOVE Barcode-AV      TO Barcode-LS
             MOVE CheckoutDate-AV TO CheckoutDate-LS
             RELEASE LastRentalSortRec-LS
          ELSE
             ADD 1 TO ArchiveNoBarcode
          END-IF
          READ ArchiveFile
             AT END SET EndOfArchive TO TRUE
          END-READ
       END-PERFORM
    END-IF
    CLOSE ArchiveFile.

FindIdleCopies.
*> The same one-pass barcode match as Listing18-22. Only copies on
*> the shelf and not retired are looked at; the rest of their
*> rentals are simply passed over.
    MOVE "N" TO SortState
    PERFORM ReturnNextRental
    OPEN INPUT CopyMasterFile
    IF CopyMasterStatus EQUAL "00"
       READ CopyMasterFile NEXT RECORD
          AT END SET EndOfCopyMaster TO TRUE
       END-READ
    ELSE
       SET EndOfCopyMaster TO TRUE
    END-IF
    PERFORM UNTIL EndOfCopyMaster
       PERFORM UNTIL EndOfLastRentalSort
                      OR Barcode-LS NOT < Barcode-CP
          ADD 1 TO RentalsUnmatched
          PERFORM ReturnNextRental
       END-PERFORM
       PERFORM CheckOneCopy
       READ CopyMasterFile NEXT RECORD
          AT END SET EndOfCopyMaster TO TRUE
       END-READ
    END-PERFORM
    PERFORM UNTIL EndOfLastRentalSort
       ADD 1 TO RentalsUnmatched
       PERFORM ReturnNextRental
    END-PERFORM
    CLOSE CopyMasterFile.

ReturnNextRental.
    RETURN LastRentalSortFile
       AT END SET EndOfLastRentalSort TO TRUE
    END-RETURN.

CheckOneCopy.
*> The rentals arrive in date order, so the last one read for the
*> barcode is its most recent checkout.
    MOVE ZEROS TO CopyLastRented
    PERFORM UNTIL EndOfLastRentalSort
                   OR Barcode-LS NOT EQUAL Barcode-CP
       MOVE CheckoutDate-LS TO CopyLastRented
       PERFORM ReturnNextRental
    END-PERFORM
    IF CopyIsRetired-CP OR NOT CopyIsOnShelf-CP
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO CopiesExamined
    EVALUATE TRUE
       WHEN CopyLastRented NOT EQUAL ZEROS
          COMPUTE CopyIdleDays =
                  FUNCTION INTEGER-OF-DATE(TodayDate)
                - FUNCTION INTEGER-OF-DATE(CopyLastRented)
       WHEN AcquisitionDate-CP NOT EQUAL ZEROS
          COMPUTE CopyIdleDays =
                  FUNCTION INTEGER-OF-DATE(TodayDate)
                - FUNCTION INTEGER-OF-DATE(AcquisitionDate-CP)
       WHEN OTHER
          MOVE NeverRentedDays TO CopyIdleDays
    END-EVALUATE
    IF CopyIdleDays NOT < IdleDaysForSale
       ADD 1 TO CandidatesFound
       MOVE StoreId-CP         TO StoreId-CW
       MOVE FilmId-CP          TO FilmId-CW
       MOVE CopyIdleDays       TO IdleDays-CW
       MOVE Barcode-CP         TO Barcode-CW
       MOVE ConditionCode-CP   TO ConditionCode-CW
       MOVE AcquisitionDate-CP TO AcquisitionDate-CW
       MOVE CopyLastRented     TO LastRentedDate-CW
       MOVE FormatCode-CP      TO FormatCode-CW
       WRITE CandidateWorkRec-CW
    END-IF.

PrintCandidates.
*> Store and film control breaks over the sorted candidates. The
*> most idle copies of a film come first, so the ones listed are the
*> ones the shelf misses least.
    OPEN INPUT FilmFile
    OPEN INPUT StoreCopyFile
    OPEN INPUT HoldQueueFile
    PERFORM PrintReportHeading
    MOVE "N" TO CandidateState
    PERFORM ReturnNextCandidate
    PERFORM UNTIL EndOfCandidateSort
       MOVE StoreId-CS TO CurrentStoreId
       PERFORM PrintStoreHeading
       INITIALIZE StoreTotals
       PERFORM UNTIL EndOfCandidateSort
                      OR StoreId-CS NOT EQUAL CurrentStoreId
          MOVE FilmId-CS TO CurrentFilmId
          MOVE FormatCode-CS TO CurrentFormat
          PERFORM StartFilmGroup
          PERFORM UNTIL EndOfCandidateSort
                         OR StoreId-CS NOT EQUAL CurrentStoreId
                         OR FilmId-CS NOT EQUAL CurrentFilmId
                         OR FormatCode-CS NOT EQUAL CurrentFormat
             PERFORM PrintOneCandidate
             PERFORM ReturnNextCandidate
          END-PERFORM
       END-PERFORM
       PERFORM PrintStoreTotals
    END-PERFORM
    PERFORM PrintRunTotals
    CLOSE FilmFile
    CLOSE StoreCopyFile
    CLOSE HoldQueueFile.

ReturnNextCandidate.
    RETURN CandidateSortFile
       AT END SET EndOfCandidateSort TO TRUE
    END-RETURN.

StartFilmGroup.
*> How many of this film's idle copies may go: what the shelf holds
*> above the minimum the till keeps, and nothing while a customer is
*> waiting on a hold for the title.
    MOVE ZEROS TO GroupListed GroupSellable
    MOVE CurrentFilmId TO FilmId-FF
    READ FilmFile
       KEY IS FilmId-FF
       INVALID KEY CONTINUE
    END-READ
    IF FilmOk
       MOVE FilmTitle-FF TO GroupTitle
    ELSE
       MOVE "Unknown title" TO GroupTitle
    END-IF
    PERFORM FindGroupShelfCount
    PERFORM CountGroupHolds
    IF GroupHoldsPending EQUAL ZEROS
       AND GroupShelfCount > SaleMinShelfCopies
       COMPUTE GroupSellable = GroupShelfCount - SaleMinShelfCopies
    END-IF.

FindGroupShelfCount.
*> StoreCopyFile has no key on store/film, so the slot is found with
*> the same sequential scan the till uses.
    MOVE ZEROS TO GroupShelfCount
    MOVE "N" TO ShelfFound
    MOVE ZEROS TO StoreCopyKey
    START StoreCopyFile KEY IS GREATER THAN OR EQUAL StoreCopyKey
       INVALID KEY SET EndOfStoreCopies TO TRUE
    END-START
    READ StoreCopyFile NEXT RECORD
       AT END SET EndOfStoreCopies TO TRUE
    END-READ
    PERFORM UNTIL EndOfStoreCopies OR ShelfCountFound
       IF StoreId-SC EQUAL CurrentStoreId
          AND FilmId-SC EQUAL CurrentFilmId
          AND FormatCode-SC EQUAL CurrentFormat
          MOVE CopyCount-SC TO GroupShelfCount
          SET ShelfCountFound TO TRUE
       ELSE
          READ StoreCopyFile NEXT RECORD
             AT END SET EndOfStoreCopies TO TRUE
          END-READ
       END-IF
    END-PERFORM.

CountGroupHolds.
    MOVE ZEROS TO GroupHoldsPending
    MOVE CurrentFilmId TO FilmId-HQ
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
                   OR FilmId-HQ NOT EQUAL CurrentFilmId
       IF HoldIsPending-HQ
          AND (HoldAnyFormat-HQ OR FormatCode-HQ EQUAL CurrentFormat)
          ADD 1 TO GroupHoldsPending
       END-IF
       READ HoldQueueFile NEXT RECORD
          AT END SET EndOfHoldQueue TO TRUE
       END-READ
    END-PERFORM.

PrintOneCandidate.
    IF GroupListed NOT < GroupSellable
       ADD 1 TO StoreHeldBack CopiesHeldBack
       EXIT PARAGRAPH
    END-IF
    CALL "PriceUsedCopy" USING AcquisitionDate-CS, ConditionCode-CS,
                               TodayDate, SalePrice, SaleResult
    IF NOT SaleCopyPriced
       ADD 1 TO StoreHeldBack CopiesHeldBack
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO GroupListed StoreCopiesListed CopiesListed
    ADD SalePrice TO StoreRackValue GrandRackValue
    MOVE Barcode-CS TO Barcode-Ed
    IF LastRentedDate-CS EQUAL ZEROS
       MOVE "never" TO LastRented-Ed
    ELSE
       MOVE LastRentedDate-CS TO Date-Ed
       MOVE Date-Ed TO LastRented-Ed
    END-IF
    IF AcquisitionDate-CS EQUAL ZEROS
       MOVE "unknown" TO Acquired-Ed
    ELSE
       MOVE AcquisitionDate-CS TO Date-Ed
       MOVE Date-Ed TO Acquired-Ed
    END-IF
    MOVE IdleDays-CS TO Idle-Ed
    MOVE SalePrice   TO Price-Ed
    MOVE SPACES TO SaleLine
    STRING Barcode-Ed DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FilmId-CS DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FormatCode-CS DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           GroupTitle(1:30) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           ConditionCode-CS DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           Acquired-Ed DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           LastRented-Ed DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           Idle-Ed DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           GroupShelfCount DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           Price-Ed DELIMITED BY SIZE
      INTO SaleLine
    END-STRING
    WRITE SaleLine.

PrintReportHeading.
    MOVE ALL "=" TO SaleLine
    WRITE SaleLine
    MOVE SPACES TO SaleLine
    STRING "   PREVIOUSLY-VIEWED SALE CANDIDATES AS AT " DELIMITED BY SIZE
           TodayDate DELIMITED BY SIZE
           "  (idle " DELIMITED BY SIZE
           IdleDaysForSale DELIMITED BY SIZE
           " days or more, " DELIMITED BY SIZE
           SaleMinShelfCopies DELIMITED BY SIZE
           " kept on each shelf)" DELIMITED BY SIZE
      INTO SaleLine
    END-STRING
    WRITE SaleLine
    MOVE ALL "=" TO SaleLine
    WRITE SaleLine.

PrintStoreHeading.
    MOVE SPACES TO SaleLine
    WRITE SaleLine
    MOVE SPACES TO SaleLine
    STRING "STORE " DELIMITED BY SIZE
           CurrentStoreId DELIMITED BY SIZE
      INTO SaleLine
    END-STRING
    WRITE SaleLine
    MOVE "Barcode    Film    F Title                           Cond Acquired    Last out    Idle days Shelf   Price"
      TO SaleLine
    WRITE SaleLine
    MOVE ALL "-" TO SaleLine
    WRITE SaleLine.

PrintStoreTotals.
    MOVE StoreCopiesListed TO Count-Ed
    MOVE StoreRackValue TO BigMoney-Ed
    MOVE SPACES TO SaleLine
    STRING "  Store " DELIMITED BY SIZE
           CurrentStoreId DELIMITED BY SIZE
           " - copies for sale " DELIMITED BY SIZE
           Count-Ed DELIMITED BY SIZE
           "  rack value " DELIMITED BY SIZE
           BigMoney-Ed DELIMITED BY SIZE
      INTO SaleLine
    END-STRING
    WRITE SaleLine
    IF StoreHeldBack > ZEROS
       MOVE StoreHeldBack TO Count-Ed
       MOVE SPACES TO SaleLine
       STRING "  Idle copies kept for the shelf or for holds "
                 DELIMITED BY SIZE
              Count-Ed DELIMITED BY SIZE
         INTO SaleLine
       END-STRING
       WRITE SaleLine
    END-IF.

PrintRunTotals.
    MOVE SPACES TO SaleLine
    WRITE SaleLine
    MOVE ALL "-" TO SaleLine
    WRITE SaleLine
    MOVE SPACES TO SaleLine
    STRING "Shelf copies examined " DELIMITED BY SIZE
           CopiesExamined DELIMITED BY SIZE
           "  idle " DELIMITED BY SIZE
           CandidatesFound DELIMITED BY SIZE
           "  listed for sale " DELIMITED BY SIZE
           CopiesListed DELIMITED BY SIZE
           "  kept " DELIMITED BY SIZE
           CopiesHeldBack DELIMITED BY SIZE
      INTO SaleLine
    END-STRING
    WRITE SaleLine
    MOVE GrandRackValue TO BigMoney-Ed
    MOVE SPACES TO SaleLine
    STRING "Total rack value " DELIMITED BY SIZE
           BigMoney-Ed DELIMITED BY SIZE
      INTO SaleLine
    END-STRING
    WRITE SaleLine
    IF ArchiveNoBarcode > ZEROS
       MOVE SPACES TO SaleLine
       STRING "Archived rentals with no barcode (not dated to a copy) "
                 DELIMITED BY SIZE
              ArchiveNoBarcode DELIMITED BY SIZE
         INTO SaleLine
       END-STRING
       WRITE SaleLine
    END-IF
    MOVE ALL "=" TO SaleLine
    WRITE SaleLine.

IDENTIFICATION DIVISION.
PROGRAM-ID. SpoolRegisterReport IS INITIAL.
AUTHOR. Michael Coughlan.
*> Registers a report run in the spool registry and hands back a
*> generation-numbered output file name, so each run writes its own
*> file instead of silently overwriting last month's - the reprint
*> utility can then re-emit any kept generation when a customer
*> disputes an old statement or notice.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SpoolRegistryFile ASSIGN TO "Listing17-57Spool.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS SpoolRegistryStatus.

DATA DIVISION.
FILE SECTION.
FD  SpoolRegistryFile.
01  SpoolRegistryRec.
    02  ReportId-SP          PIC X(8).
    02  GenNum-SP            PIC 9(4).
    02  RunDate-SP           PIC 9(8).
    02  RunParms-SP          PIC X(20).
    02  GenFileName-SP       PIC X(30).
    02  KeptFlag-SP          PIC X.

WORKING-STORAGE SECTION.
01  SpoolRegistryStatus      PIC XX.
    88  EndOfSpoolRegistry     VALUE "10".

01  HighestGenNum            PIC 9(4).
01  NewGenNum                PIC 9(4).
01  WantedReportId           PIC X(8).

LINKAGE SECTION.
01  ReportId-IO              PIC X(8).
01  RunParms-IO              PIC X(20).
01  GenFileName-IO           PIC X(30).

PROCEDURE DIVISION USING ReportId-IO, RunParms-IO, GenFileName-IO.
Begin.
   MOVE ReportId-IO TO WantedReportId
   MOVE ZEROS TO HighestGenNum
   OPEN INPUT SpoolRegistryFile
   IF SpoolRegistryStatus EQUAL "00"
      READ SpoolRegistryFile
         AT END SET EndOfSpoolRegistry TO TRUE
      END-READ
      PERFORM UNTIL EndOfSpoolRegistry
         IF ReportId-SP EQUAL WantedReportId
            AND GenNum-SP > HighestGenNum
            MOVE GenNum-SP TO HighestGenNum
         END-IF
         READ SpoolRegistryFile
            AT END SET EndOfSpoolRegistry TO TRUE
         END-READ
      END-PERFORM
      CLOSE SpoolRegistryFile
   ELSE
      CLOSE SpoolRegistryFile
   END-IF

   COMPUTE NewGenNum = HighestGenNum + 1
   MOVE SPACES TO GenFileName-IO
   STRING "Spool-" DELIMITED BY SIZE
          FUNCTION TRIM(WantedReportId) DELIMITED BY SIZE
          "-" DELIMITED BY SIZE
          NewGenNum DELIMITED BY SIZE
          ".txt" DELIMITED BY SIZE
     INTO GenFileName-IO
   END-STRING

   OPEN EXTEND SpoolRegistryFile
   IF SpoolRegistryStatus EQUAL "35"
      OPEN OUTPUT SpoolRegistryFile
   END-IF
   MOVE WantedReportId TO ReportId-SP
   MOVE NewGenNum      TO GenNum-SP
   MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate-SP
   MOVE RunParms-IO    TO RunParms-SP
   MOVE GenFileName-IO TO GenFileName-SP
   MOVE "K"            TO KeptFlag-SP
   WRITE SpoolRegistryRec
   CLOSE SpoolRegistryFile
   EXIT PROGRAM.
END PROGRAM SpoolRegisterReport.

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
