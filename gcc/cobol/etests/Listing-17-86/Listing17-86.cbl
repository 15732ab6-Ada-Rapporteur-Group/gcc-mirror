*> nightly validate-then-apply run carries the new titles into
*> FilmFile with everything else. Rejected lines are reported, not
*> staged.
*> The studio's street date rides on the end of the feed line and
*> goes onto the Add transaction, so the till will not rent the
*> title before it (holds and web pre-orders are taken all the
*> same). A line with no street date is a title already released.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    02  FeedYear-TF            PIC 9(4).
    02  FeedRentalFee-TF       PIC 9(3)V99.
    02  FeedRating-TF          PIC X(3).
    02  FeedStreetDate-TF      PIC X(8).

FD FilmFile.
01 FilmRec-FF.
   02  RentalFee-FMT          PIC 9(3)V99.
   02  FilmStatusCode-FMT     PIC X.
   02  FilmRating-FMT         PIC X(3).
   02  StreetDate-FMT         PIC 9(8).
   02  LicenceEndDate-FMT     PIC 9(8).

WORKING-STORAGE SECTION.
01 TitleFeedStatus          PIC XX.
01 RatingState              PIC X.
   88 RatingIsKnown            VALUE "Y".

01 FeedStreetDate           PIC 9(8) VALUE ZEROS.
01 StreetDateState          PIC X.
   88 StreetDateIsValid        VALUE "Y".

01 IssuedId                 PIC 9(8) VALUE ZEROS.
01 IssueResult              PIC 9 VALUE 1.
   88 IdWasIssued              VALUE 0.
   02 LinesStaged             PIC 9(4) VALUE ZEROS.
   02 LinesRejected           PIC 9(4) VALUE ZEROS.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing17-86", "FilmFile    ",
          FilmRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    MOVE TodayDate(1:4) TO ThisYear
    DISPLAY "*** Distributor New-Title Staging - " TodayDate " ***"
StageOneTitle.
    PERFORM CheckGenre
    PERFORM CheckRating
    PERFORM CheckStreetDate
    EVALUATE TRUE
       WHEN FeedTitle-TF EQUAL SPACES
          ADD 1 TO LinesRejected
          ADD 1 TO LinesRejected
          DISPLAY "  REJECTED - " FeedTitle-TF " carries rating "
                  FeedRating-TF
       WHEN NOT StreetDateIsValid
          ADD 1 TO LinesRejected
          DISPLAY "  REJECTED - " FeedTitle-TF " carries street date "
                  FeedStreetDate-TF
       WHEN OTHER
          PERFORM WriteAddTransaction
    END-EVALUATE.
          SET RatingIsKnown TO TRUE
    END-EVALUATE.

CheckStreetDate.
    MOVE "Y" TO StreetDateState
    MOVE ZEROS TO FeedStreetDate
    IF FeedStreetDate-TF EQUAL SPACES OR FeedStreetDate-TF EQUAL ZEROS
       EXIT PARAGRAPH
    END-IF
    IF FeedStreetDate-TF NOT NUMERIC
       MOVE "N" TO StreetDateState
       EXIT PARAGRAPH
    END-IF
    MOVE FeedStreetDate-TF TO FeedStreetDate
    IF FUNCTION TEST-DATE-YYYYMMDD(FeedStreetDate) NOT EQUAL ZERO
       MOVE "N" TO StreetDateState
    END-IF.

WriteAddTransaction.
    CALL "IssueNextId" USING "FILM", IssuedId, IssueResult
    IF NOT IdWasIssued
    MOVE FeedRentalFee-TF  TO RentalFee-FMT
    MOVE "A"               TO FilmStatusCode-FMT
    MOVE FeedRating-TF     TO FilmRating-FMT
    MOVE FeedStreetDate    TO StreetDate-FMT
    MOVE ZEROS             TO LicenceEndDate-FMT
    WRITE FilmMaintTransRec
    ADD 1 TO LinesStaged
    DISPLAY "  STAGED - " FeedTitle-TF " as FilmId " FilmId-FMT.
       MOVE 2026       TO FeedYear-TF
       MOVE 3.99       TO FeedRentalFee-TF
       MOVE "PG "      TO FeedRating-TF
       MOVE "20261120" TO FeedStreetDate-TF
       WRITE TitleFeedRec
       MOVE SPACES TO TitleFeedRec
       MOVE "Space Worms VII"     TO FeedTitle-TF
*> 6-digit sequence. A base number whose required check digit would
*> be 10 is skipped, so every id issued verifies. This replaces
*> hand-typed keys whose collisions used to surface as status 22 at
*> write time. In training the numbers come from the training copy
*> of the counters file.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CountersFile ASSIGN TO CountersFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS CountersStatus.

WORKING-STORAGE SECTION.
01  CountersStatus           PIC XX.
    88  EndOfCounters          VALUE "10".
01  CountersFileName         PIC X(40).
01  TrainingState            PIC X.
    88  TrainingModeOn         VALUE "Y".

01  CounterTable.
    02  CounterCount         PIC 99 VALUE ZERO.
Begin.
   SET IdNotIssued TO TRUE
   MOVE ZEROS TO IssuedId-IO
   MOVE "Listing17-26Counters.DAT" TO CountersFileName
   CALL "TrainingMode" USING "F", TrainingState, CountersFileName
   PERFORM LoadCounters
   PERFORM FindCounter
   IF FoundIdx EQUAL ZERO
   END-PERFORM
   CLOSE CountersFile.
END PROGRAM IssueNextId.

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
