*> catalog says a film exists but not whether anyone can rent it, so
*> the site took Listing17-35 reservations for titles with every
*> copy out. This run joins the StoreCopyFile on-shelf counts, the
*> open checkouts with their due dates, and the
*> pending HoldQueueFile depth per film, and publishes one JSON
*> object per store/film with the on-shelf count, copies out, hold
*> queue depth, and the earliest date a copy is expected back - in
*> the same JSON shape Listing17-18 exports the catalog in.
*> Each object is for one format of the film at the store - VHS,
*> DVD or Blu-ray - since a customer wanting the DVD is not helped
*> by a tape on the shelf.
*> The open checkouts are read off the open-rentals index that
*> MaintainOpenRental keeps, not picked out of the whole of RentalFile.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RELATIVE KEY IS StoreCopyKey
        FILE STATUS IS StoreCopyStatus.

   SELECT OpenRentalFile ASSIGN TO "Listing17-6OpenRentals.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OpenRentalKey-OR
        ALTERNATE RECORD KEY IS OpenFilmId-OR
                     WITH DUPLICATES
        FILE STATUS IS OpenRentalStatus.

   SELECT HoldQueueFile ASSIGN TO "Listing17-6HoldQueue.DAT"
        ORGANIZATION IS INDEXED
01 StoreCopyRec.
   COPY StoreCopyRec.

FD OpenRentalFile.
01 OpenRentalRec-OR.
   COPY OpenRentalRec.

FD HoldQueueFile.
01 HoldQueueRec-HQ.
01 StoreCopyStatus          PIC XX.
   88 StoreCopyOk VALUE "00".

01 OpenRentalStatus         PIC XX.
   88 OpenRentalOk VALUE "02", "00".

01 HoldQueueStatus          PIC XX.
   88 HoldQueueOk VALUE "02", "00".
   02 AvailEntry OCCURS 200 TIMES INDEXED BY AvIdx.
      03 AvailStoreId         PIC 99.
      03 AvailFilmId          PIC 9(7).
      03 AvailFormat          PIC X.
      03 AvailOnShelf         PIC 9(3).
      03 AvailOpenRentals     PIC 9(3).
      03 AvailEarliestBack    PIC 9(8).
01 Depth-Ed                  PIC ZZ9.
01 Rentals-Ed                PIC ZZ9.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing17-77", "HoldQueue   ",
          HoldQueueRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-77", "StoreCopy   ",
          StoreCopyRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    OPEN INPUT StoreCopyFile
    OPEN INPUT OpenRentalFile
    OPEN INPUT HoldQueueFile
    OPEN OUTPUT AvailJsonFile

    PERFORM WriteAvailabilityJson

    CLOSE StoreCopyFile
    CLOSE OpenRentalFile
    CLOSE HoldQueueFile
    CLOSE AvailJsonFile
    DISPLAY "Availability published for " AvailCount
          ADD 1 TO AvailCount
          MOVE StoreId-SC   TO AvailStoreId(AvailCount)
          MOVE FilmId-SC    TO AvailFilmId(AvailCount)
          MOVE FormatCode-SC TO AvailFormat(AvailCount)
          MOVE CopyCount-SC TO AvailOnShelf(AvailCount)
          MOVE ZEROS TO AvailOpenRentals(AvailCount)
          MOVE ZEROS TO AvailEarliestBack(AvailCount)
    END-PERFORM.

AddOpenRentals.
    IF OpenRentalStatus NOT EQUAL "00"
       DISPLAY "Open-rentals index not available - " OpenRentalStatus
               "; run Listing18-48 to rebuild it."
       EXIT PARAGRAPH
    END-IF
    READ OpenRentalFile NEXT RECORD
       AT END SET EndOfOpenRentals TO TRUE
    END-READ
    PERFORM UNTIL EndOfOpenRentals
       PERFORM AddOneOpenRental
       READ OpenRentalFile NEXT RECORD
          AT END SET EndOfOpenRentals TO TRUE
       END-READ
    END-PERFORM.

AddOneOpenRental.
    MOVE "N" TO AvailFound
    PERFORM VARYING AvIdx FROM 1 BY 1 UNTIL AvIdx > AvailCount
       IF AvailStoreId(AvIdx) EQUAL StoreId-OR
          AND AvailFilmId(AvIdx) EQUAL FilmId-OR
          AND AvailFormat(AvIdx) EQUAL FormatCode-OR
          SET AvailEntryFound TO TRUE
          EXIT PERFORM
       END-IF
       IF AvailCount < 200
          ADD 1 TO AvailCount
          SET AvIdx TO AvailCount
          MOVE StoreId-OR TO AvailStoreId(AvIdx)
          MOVE FilmId-OR  TO AvailFilmId(AvIdx)
          MOVE FormatCode-OR TO AvailFormat(AvIdx)
          MOVE ZEROS TO AvailOnShelf(AvIdx)
          MOVE ZEROS TO AvailOpenRentals(AvIdx)
          MOVE ZEROS TO AvailEarliestBack(AvIdx)
    END-IF
    ADD 1 TO AvailOpenRentals(AvIdx)
    IF AvailEarliestBack(AvIdx) EQUAL ZEROS
       OR DueDate-OR < AvailEarliestBack(AvIdx)
       MOVE DueDate-OR TO AvailEarliestBack(AvIdx)
    END-IF.

CountPendingHolds.
              FUNCTION TRIM(StoreId-Ed)      DELIMITED BY SIZE
              ",""filmId"":"                 DELIMITED BY SIZE
              FUNCTION TRIM(FilmId-Ed)       DELIMITED BY SIZE
              ",""format"":"""               DELIMITED BY SIZE
              AvailFormat(AvIdx)             DELIMITED BY SIZE
              """,""onShelf"":"              DELIMITED BY SIZE
              FUNCTION TRIM(Count-Ed)        DELIMITED BY SIZE
              ",""copiesOut"":"              DELIMITED BY SIZE
              FUNCTION TRIM(Rentals-Ed)      DELIMITED BY SIZE
              FUNCTION TRIM(StoreId-Ed)      DELIMITED BY SIZE
              ",""filmId"":"                 DELIMITED BY SIZE
              FUNCTION TRIM(FilmId-Ed)       DELIMITED BY SIZE
              ",""format"":"""               DELIMITED BY SIZE
              AvailFormat(AvIdx)             DELIMITED BY SIZE
              """,""onShelf"":"              DELIMITED BY SIZE
              FUNCTION TRIM(Count-Ed)        DELIMITED BY SIZE
              ",""copiesOut"":"              DELIMITED BY SIZE
              FUNCTION TRIM(Rentals-Ed)      DELIMITED BY SIZE
          EXIT PERFORM
       END-IF
    END-PERFORM.

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
