*> reconciliation count disagrees can be backed out by rerunning
*> with the UNDO parameter instead of restoring last night's backup
*> and losing the good transactions with the bad.
*> A transaction carries the film's street date and licence-end date
*> on its end. An Add takes them as given (blank is none); a Change
*> leaves a date the transaction leaves blank as it is on the
*> master, so the Listing17-86 feed and the licence dates keyed in
*> Listing18-5 are not wiped by a change of title or fee, while a
*> date of zeros clears it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   COPY FilmRec.

FD ApplyPlanFile.
01 ApplyPlanRec             PIC X(90).

FD UndoFile.
01 UndoRec                  PIC X(90).

FD FilmMaintTransFile.
01 FilmMaintTransRec.
   02  RentalFee-FMT           PIC 9(3)V99.
   02  FilmStatusCode-FMT      PIC X.
   02  FilmRating-FMT          PIC X(3).
   02  StreetDate-FMT          PIC X(8).
   02  LicenceEndDate-FMT      PIC X(8).

WORKING-STORAGE SECTION.
01 FilmStatus               PIC XX.
   88 FilmWillExist            VALUE "Y".
01 StagedKeyState            PIC X.
   88 StagedKeyFound           VALUE "Y".
01 TransDateState            PIC X VALUE "Y".
   88 TransDatesValid          VALUE "Y".
01 TransDateCheck            PIC 9(8) VALUE ZEROS.
01 RunMode                   PIC X VALUE "N".
   88 UndoRunMode              VALUE "U".

01 UndoTable.
   02 UndoEntryCount          PIC 9(3) VALUE ZEROS.
   02 UndoEntry OCCURS 200 TIMES INDEXED BY UndoIdx
                              PIC X(90).

*> Reversing transaction being built for the undo file.
01 UndoTransRec.
   02  RentalFee-UN           PIC 9(3)V99.
   02  FilmStatusCode-UN      PIC X.
   02  FilmRating-UN          PIC X(3).
   02  StreetDate-UN          PIC X(8).
   02  LicenceEndDate-UN      PIC X(8).

01 UpdateCounts.
   02  TransRead             PIC 9(4) VALUE ZEROS.
01 FilmFileRecordCount       PIC 9(5) VALUE ZEROS.

*> Before/after images for the update journal.
01 JrnBeforeImage             PIC X(400) VALUE SPACES.
01 JrnAfterImage              PIC X(400) VALUE SPACES.
01 BeginningFilmCount        PIC 9(5) VALUE ZEROS.
01 EndingFilmCount           PIC 9(5) VALUE ZEROS.
01 ExpectedEndingFilmCount   PIC S9(5) VALUE ZEROS.
01 FilmCountVariance         PIC S9(5) VALUE ZEROS.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing17-16", "FilmFile    ",
          FilmRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    DISPLAY ArgumentNumber UPON ARGUMENT-NUMBER
    ACCEPT BatchParm FROM ARGUMENT-VALUE
       ON EXCEPTION MOVE SPACES TO BatchParm
            TransRejected ".".

ValidateOneTrans.
    IF AddFilmTrans OR ChangeFilmTrans
       PERFORM CheckTransDates
       IF NOT TransDatesValid
          DISPLAY "REJECTED - Film " FilmId-FMT " carries a street "
                  "or licence-end date that is not a date"
          PERFORM RejectStagedTrans
          EXIT PARAGRAPH
       END-IF
    END-IF
    EVALUATE TRUE
       WHEN AddFilmTrans
          PERFORM ResolveFilmExistence
          PERFORM RejectStagedTrans
    END-EVALUATE.

CheckTransDates.
*> Blank or zeros is no date; anything else must be a real one.
    MOVE "Y" TO TransDateState
    IF StreetDate-FMT NOT EQUAL SPACES
       IF StreetDate-FMT NOT NUMERIC
          MOVE "N" TO TransDateState
       ELSE
          MOVE StreetDate-FMT TO TransDateCheck
          IF TransDateCheck NOT EQUAL ZEROS
             AND FUNCTION TEST-DATE-YYYYMMDD(TransDateCheck)
                 NOT EQUAL ZERO
             MOVE "N" TO TransDateState
          END-IF
       END-IF
    END-IF
    IF LicenceEndDate-FMT NOT EQUAL SPACES
       IF LicenceEndDate-FMT NOT NUMERIC
          MOVE "N" TO TransDateState
       ELSE
          MOVE LicenceEndDate-FMT TO TransDateCheck
          IF TransDateCheck NOT EQUAL ZEROS
             AND FUNCTION TEST-DATE-YYYYMMDD(TransDateCheck)
                 NOT EQUAL ZERO
             MOVE "N" TO TransDateState
          END-IF
       END-IF
    END-IF.

ResolveFilmExistence.
*> Will the film exist when the apply pass reaches this point? A
*> staged add or delete earlier in the batch outranks the untouched
       MOVE FilmId-FMT TO FilmId-UN
       MOVE ZEROS TO DirectorId-UN FilmYear-UN RentalFee-UN
       MOVE SPACES TO FilmTitle-UN FilmGenre-UN FilmStatusCode-UN
                      FilmRating-UN StreetDate-UN LicenceEndDate-UN
       MOVE UndoTransRec TO UndoRec
       WRITE UndoRec
    END-IF.
       MOVE JrnBeforeImage(65:5)  TO RentalFee-UN
       MOVE JrnBeforeImage(70:1)  TO FilmStatusCode-UN
       MOVE JrnBeforeImage(71:3)  TO FilmRating-UN
*> A record from before the dates were kept has spaces there, so
*> the undo reissues them as zeros - no date - rather than blank,
*> which a Change would take as "leave alone".
       MOVE JrnBeforeImage(86:8)  TO StreetDate-UN
       IF StreetDate-UN NOT NUMERIC
          MOVE ZEROS TO StreetDate-UN
       END-IF
       MOVE JrnBeforeImage(94:8)  TO LicenceEndDate-UN
       IF LicenceEndDate-UN NOT NUMERIC
          MOVE ZEROS TO LicenceEndDate-UN
       END-IF
       MOVE UndoTransRec TO UndoRec
       WRITE UndoRec
    END-IF.
          MOVE RentalFee-FMT   TO RentalFee-FF
          MOVE FilmStatusCode-FMT TO FilmStatusCode-FF
          MOVE FilmRating-FMT  TO FilmRating-FF
          MOVE ZEROS TO StreetDate-FF LicenceEndDate-FF
          IF StreetDate-FMT IS NUMERIC
             MOVE StreetDate-FMT TO StreetDate-FF
          END-IF
          IF LicenceEndDate-FMT IS NUMERIC
             MOVE LicenceEndDate-FMT TO LicenceEndDate-FF
          END-IF
          WRITE FilmRec-FF
             INVALID KEY
                DISPLAY "-FF ERROR Status = " FilmStatus
          MOVE FilmYear-FMT    TO FilmYear-FF
          MOVE RentalFee-FMT   TO RentalFee-FF
          MOVE FilmRating-FMT  TO FilmRating-FF
          IF StreetDate-FMT IS NUMERIC
             MOVE StreetDate-FMT TO StreetDate-FF
          END-IF
          IF LicenceEndDate-FMT IS NUMERIC
             MOVE LicenceEndDate-FMT TO LicenceEndDate-FF
          END-IF
          REWRITE FilmRec-FF
             INVALID KEY
                DISPLAY "-FF ERROR Status = " FilmStatus
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
