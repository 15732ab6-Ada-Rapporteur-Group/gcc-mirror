IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-55.
AUTHOR. Michael Coughlan.
*> Nightly licence-expiry run. A title is only ours to rent while the
*> studio's licence lasts; the film master carries the day the
*> licence ends (set when the film is linked to its studio in
*> Listing18-5, or by Listing17-16 maintenance). Each night this run
*> retires every film whose licence ended before today - the till
*> and the website stop renting it, and Listing18-5 accrues no
*> royalty on it after that day - journalling each change as the
*> maintenance programs do.
*> It then prints the pull list: every copy of an expired title still
*> on the copy master, store by store in the Listing17-78 walk order
*> of its sections, then by bin, so staff can take the copies off the
*> shelf in one pass. Revenue-share copies go back to the studio and
*> the rest are disposed of. A copy that is out on rent is listed to
*> be pulled when it comes back, and a copy stays on the list night
*> after night until its store retires it from the copy master.
*> The list is spooled as LICPULL.

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

   SELECT CopyMasterFile ASSIGN TO "Listing17-36CopyMaster.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Barcode-CP
        ALTERNATE RECORD KEY IS FilmId-CP
                     WITH DUPLICATES
        FILE STATUS IS CopyMasterStatus.

    SELECT LocationFile ASSIGN TO "Listing17-78Locations.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LocationStatus.

   SELECT PullSortFile ASSIGN TO "Listing18-55Sort.TMP".

   SELECT PullReportFile ASSIGN TO PullReportFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PullReportStatus.

DATA DIVISION.
FILE SECTION.
FD FilmFile.
01 FilmRec-FF.
   COPY FilmRec.

FD CopyMasterFile.
01 CopyMasterRec-CP.
   COPY CopyMasterRec.

FD  LocationFile.
01  LocationRec.
    02  StoreId-LC             PIC 99.
    02  SectionCode-LC         PIC X(3).
    02  SectionName-LC         PIC X(20).
    02  WalkOrder-LC           PIC 9(3).

SD PullSortFile.
01 PullSortRec-PS.
   02 StoreId-PS            PIC 99.
   02 WalkOrder-PS          PIC 9(3).
   02 SectionCode-PS        PIC X(3).
   02 BinNum-PS             PIC 9(3).
   02 Barcode-PS            PIC 9(10).
   02 SectionName-PS        PIC X(20).
   02 FilmId-PS             PIC 9(7).
   02 FilmTitle-PS          PIC X(40).
   02 FormatCode-PS         PIC X.
   02 LicenceEndDate-PS     PIC 9(8).
   02 PullAction-PS         PIC X.
      88 ReturnToStudio-PS    VALUE "R".
      88 DisposeOfCopy-PS     VALUE "D".
   02 CopyShelfFlag-PS      PIC X.
      88 CopyIsOnShelf-PS     VALUE "Y".
      88 CopyIsOut-PS         VALUE "N".

FD PullReportFile.
01 PullReportLine           PIC X(132).

WORKING-STORAGE SECTION.
01 FilmStatus               PIC XX.
   88 FilmOk    VALUE "02", "00".

01 CopyMasterStatus         PIC XX.
   88 CopyMasterOk VALUE "02", "00".

01 LocationStatus           PIC XX.
   88 EndOfLocations          VALUE "10".

01 PullReportStatus         PIC XX.
01 PullReportFileName       PIC X(30).
01 SpoolRunParms            PIC X(20).

01 TodayDate                PIC 9(8).

*> The location master, held in storage as Listing17-78 holds it.
01  SectionTable.
    02  SectionCount           PIC 9(3) VALUE ZERO.
    02  SectionEntry OCCURS 50 TIMES INDEXED BY ScIdx.
        03  StoreId-T          PIC 99.
        03  SectionCode-T      PIC X(3).
        03  SectionName-T      PIC X(20).
        03  WalkOrder-T        PIC 9(3).

01 JrnBeforeImage           PIC X(400) VALUE SPACES.
01 JrnAfterImage            PIC X(400) VALUE SPACES.

01 PullSortState            PIC X VALUE "N".
   88 EndOfPullSort           VALUE "Y".
01 CurrentStoreId           PIC 99.
01 StoreStarted             PIC X VALUE "N".
   88 StoreHasStarted         VALUE "Y".
01 PullStoreName            PIC X(20).
01 PullStoreCurrency        PIC XXX.
01 PullStoreStatus          PIC X.
01 PullStoreResult          PIC 9.

01 RunCounts.
   02 FilmsRetired          PIC 9(5) VALUE ZEROS.
   02 FilmsExpired          PIC 9(5) VALUE ZEROS.
   02 CopiesToPull          PIC 9(5) VALUE ZEROS.
   02 CopiesOut             PIC 9(5) VALUE ZEROS.
   02 StoreCopiesToPull     PIC 9(5) VALUE ZEROS.

01 Store-Ed                 PIC 99.
01 Bin-Ed                   PIC 999.
01 Count-Ed                 PIC ZZ,ZZ9.
01 LicenceEnd-Ed            PIC 9999/99/99.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing18-55", "FilmFile    ",
          FilmRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-55", "CopyMaster  ",
          CopyMasterRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    DISPLAY "*** Licence Expiry Run - " TodayDate " ***"
    OPEN I-O FilmFile
    IF FilmStatus NOT EQUAL "00"
       DISPLAY "No film master - nothing to check."
       CLOSE FilmFile
       STOP RUN
    END-IF
    OPEN INPUT CopyMasterFile
    PERFORM LoadSectionTable

    MOVE SPACES TO SpoolRunParms
    STRING "date=" DELIMITED BY SIZE
           TodayDate DELIMITED BY SIZE
      INTO SpoolRunParms
    END-STRING
    CALL "SpoolRegisterReport" USING "LICPULL ", SpoolRunParms,
                                     PullReportFileName
    OPEN OUTPUT PullReportFile
    PERFORM PrintPullHeading

    SORT PullSortFile
         ON ASCENDING KEY StoreId-PS
                          WalkOrder-PS
                          SectionCode-PS
                          BinNum-PS
                          Barcode-PS
         INPUT PROCEDURE IS RetireExpiredFilms
         OUTPUT PROCEDURE IS PrintPullList

    PERFORM PrintPullFooting
    CLOSE PullReportFile
    CLOSE CopyMasterFile
    CLOSE FilmFile
    DISPLAY "Films retired " FilmsRetired "  copies to pull "
            CopiesToPull "  still out " CopiesOut
    DISPLAY "Pull list written to " PullReportFileName
    STOP RUN.

RetireExpiredFilms.
*> A film whose licence ended before today is retired if it is not
*> already, and every copy of it still on the copy master goes on
*> the pull list - including those of films retired on earlier
*> nights, whose copies may since have come back from rent.
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
       IF LicenceEndDate-FF IS NUMERIC AND NOT NoLicenceEnd-FF
          AND LicenceEndDate-FF < TodayDate
          ADD 1 TO FilmsExpired
          IF NOT FilmIsRetired-FF
             PERFORM RetireOneFilm
          END-IF
          PERFORM ReleaseFilmCopies
       END-IF
       READ FilmFile NEXT RECORD
          AT END SET EndOfFilms TO TRUE
       END-READ
    END-PERFORM.

RetireOneFilm.
    MOVE FilmRec-FF TO JrnBeforeImage
    SET FilmIsRetired-FF TO TRUE
    MOVE FilmRec-FF TO JrnAfterImage
    REWRITE FilmRec-FF
       INVALID KEY DISPLAY "-FF ERROR Status = " FilmStatus
       NOT INVALID KEY
          CALL "JournalUpdate" USING "Listing18-55", ZEROS,
                "FilmFile    ", "R", JrnBeforeImage,
                JrnAfterImage
          ADD 1 TO FilmsRetired
          MOVE LicenceEndDate-FF TO LicenceEnd-Ed
          DISPLAY "Retired " FilmId-FF " " FilmTitle-FF
                  " - licence ended " LicenceEnd-Ed
    END-REWRITE.

ReleaseFilmCopies.
    MOVE FilmId-FF TO FilmId-CP
    START CopyMasterFile KEY IS EQUAL FilmId-CP
       INVALID KEY EXIT PARAGRAPH
    END-START
    READ CopyMasterFile NEXT RECORD
       AT END SET EndOfCopyMaster TO TRUE
    END-READ
    PERFORM UNTIL EndOfCopyMaster OR FilmId-CP NOT EQUAL FilmId-FF
       IF NOT CopyIsRetired-CP
          PERFORM ReleaseOneCopy
       END-IF
       READ CopyMasterFile NEXT RECORD
          AT END SET EndOfCopyMaster TO TRUE
       END-READ
    END-PERFORM.

ReleaseOneCopy.
    MOVE StoreId-CP     TO StoreId-PS
    MOVE SectionCode-CP TO SectionCode-PS
    MOVE BinNum-CP      TO BinNum-PS
    MOVE Barcode-CP     TO Barcode-PS
    MOVE FilmId-FF      TO FilmId-PS
    MOVE FilmTitle-FF   TO FilmTitle-PS
    MOVE FormatCode-CP  TO FormatCode-PS
    MOVE LicenceEndDate-FF TO LicenceEndDate-PS
    MOVE CopyShelfFlag-CP  TO CopyShelfFlag-PS
    IF FilmIsRevShare-FF
       SET ReturnToStudio-PS TO TRUE
    ELSE
       SET DisposeOfCopy-PS TO TRUE
    END-IF
*> A section not on the location master sorts after the walk, so
*> nothing is missed; a copy not yet shelved comes last of all.
    MOVE 998 TO WalkOrder-PS
    MOVE "Not on location master" TO SectionName-PS
    IF SectionCode-CP EQUAL SPACES
       MOVE 999 TO WalkOrder-PS
       MOVE "No section yet" TO SectionName-PS
    END-IF
    PERFORM VARYING ScIdx FROM 1 BY 1 UNTIL ScIdx > SectionCount
       IF StoreId-T(ScIdx) EQUAL StoreId-CP
          AND SectionCode-T(ScIdx) EQUAL SectionCode-CP
          MOVE WalkOrder-T(ScIdx)   TO WalkOrder-PS
          MOVE SectionName-T(ScIdx) TO SectionName-PS
       END-IF
    END-PERFORM
    ADD 1 TO CopiesToPull
    IF CopyIsOut-CP
       ADD 1 TO CopiesOut
    END-IF
    RELEASE PullSortRec-PS.

PrintPullList.
    PERFORM UNTIL EndOfPullSort
       RETURN PullSortFile
          AT END
             SET EndOfPullSort TO TRUE
          NOT AT END
             PERFORM PrintOnePullLine
       END-RETURN
    END-PERFORM
    IF StoreHasStarted
       PERFORM PrintStoreFooting
    END-IF.

PrintOnePullLine.
    IF NOT StoreHasStarted OR StoreId-PS NOT EQUAL CurrentStoreId
       IF StoreHasStarted
          PERFORM PrintStoreFooting
       END-IF
       SET StoreHasStarted TO TRUE
       MOVE StoreId-PS TO CurrentStoreId
       MOVE ZEROS TO StoreCopiesToPull
       PERFORM PrintStoreHeading
    END-IF
    ADD 1 TO StoreCopiesToPull
    MOVE SPACES TO PullReportLine
    MOVE SectionCode-PS TO PullReportLine(1:3)
    MOVE SectionName-PS TO PullReportLine(5:20)
    MOVE BinNum-PS TO Bin-Ed
    MOVE Bin-Ed TO PullReportLine(26:3)
    MOVE Barcode-PS TO PullReportLine(31:10)
    MOVE FilmId-PS TO PullReportLine(43:7)
    MOVE FilmTitle-PS TO PullReportLine(52:40)
    MOVE FormatCode-PS TO PullReportLine(93:1)
    MOVE LicenceEndDate-PS TO LicenceEnd-Ed
    MOVE LicenceEnd-Ed TO PullReportLine(96:10)
    IF ReturnToStudio-PS
       MOVE "Return to studio" TO PullReportLine(108:16)
    ELSE
       MOVE "Dispose" TO PullReportLine(108:7)
    END-IF
    IF CopyIsOut-PS
       MOVE "*OUT*" TO PullReportLine(125:5)
    END-IF
    WRITE PullReportLine.

PrintStoreHeading.
    CALL "GetStoreInfo" USING CurrentStoreId, PullStoreName,
                              PullStoreCurrency, PullStoreStatus,
                              PullStoreResult
    MOVE SPACES TO PullReportLine
    WRITE PullReportLine
    MOVE SPACES TO PullReportLine
    MOVE CurrentStoreId TO Store-Ed
    STRING "Store " DELIMITED BY SIZE
           Store-Ed DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           PullStoreName DELIMITED BY SIZE
      INTO PullReportLine
    END-STRING
    WRITE PullReportLine
    MOVE SPACES TO PullReportLine
    MOVE "Sec"             TO PullReportLine(1:3)
    MOVE "Section"         TO PullReportLine(5:7)
    MOVE "Bin"             TO PullReportLine(26:3)
    MOVE "Barcode"         TO PullReportLine(31:7)
    MOVE "Film"            TO PullReportLine(43:4)
    MOVE "Title"           TO PullReportLine(52:5)
    MOVE "F"               TO PullReportLine(93:1)
    MOVE "Licence end"     TO PullReportLine(96:11)
    MOVE "Action"          TO PullReportLine(108:6)
    MOVE "Out"             TO PullReportLine(125:3)
    WRITE PullReportLine.

PrintStoreFooting.
    MOVE SPACES TO PullReportLine
    MOVE StoreCopiesToPull TO Count-Ed
    MOVE CurrentStoreId TO Store-Ed
    STRING "   Copies to pull at store " DELIMITED BY SIZE
           Store-Ed DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(Count-Ed) DELIMITED BY SIZE
      INTO PullReportLine
    END-STRING
    WRITE PullReportLine.

PrintPullHeading.
    MOVE ALL "=" TO PullReportLine
    WRITE PullReportLine
    MOVE SPACES TO PullReportLine
    STRING "   LICENCE EXPIRY PULL LIST - " DELIMITED BY SIZE
           TodayDate DELIMITED BY SIZE
           " - COPIES OF TITLES WHOSE STUDIO LICENCE HAS ENDED"
              DELIMITED BY SIZE
      INTO PullReportLine
    END-STRING
    WRITE PullReportLine
    MOVE SPACES TO PullReportLine
    MOVE "   *OUT* - the copy is out on rent; pull it when it is returned"
      TO PullReportLine
    WRITE PullReportLine
    MOVE ALL "=" TO PullReportLine
    WRITE PullReportLine.

PrintPullFooting.
    MOVE SPACES TO PullReportLine
    WRITE PullReportLine
    MOVE ALL "=" TO PullReportLine
    WRITE PullReportLine
    MOVE SPACES TO PullReportLine
    STRING "Films past their licence " DELIMITED BY SIZE
           FilmsExpired DELIMITED BY SIZE
           "   retired tonight " DELIMITED BY SIZE
           FilmsRetired DELIMITED BY SIZE
      INTO PullReportLine
    END-STRING
    WRITE PullReportLine
    MOVE SPACES TO PullReportLine
    STRING "Copies to pull " DELIMITED BY SIZE
           CopiesToPull DELIMITED BY SIZE
           "   of which out on rent " DELIMITED BY SIZE
           CopiesOut DELIMITED BY SIZE
      INTO PullReportLine
    END-STRING
    WRITE PullReportLine.

LoadSectionTable.
    MOVE ZERO TO SectionCount
    OPEN INPUT LocationFile
    IF LocationStatus NOT EQUAL "00"
       CLOSE LocationFile
       EXIT PARAGRAPH
    END-IF
    READ LocationFile
       AT END SET EndOfLocations TO TRUE
    END-READ
    PERFORM UNTIL EndOfLocations
       IF SectionCount < 50
          ADD 1 TO SectionCount
          MOVE StoreId-LC     TO StoreId-T(SectionCount)
          MOVE SectionCode-LC TO SectionCode-T(SectionCount)
          MOVE SectionName-LC TO SectionName-T(SectionCount)
          MOVE WalkOrder-LC   TO WalkOrder-T(SectionCount)
       END-IF
       READ LocationFile
          AT END SET EndOfLocations TO TRUE
       END-READ
    END-PERFORM
    CLOSE LocationFile.

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
