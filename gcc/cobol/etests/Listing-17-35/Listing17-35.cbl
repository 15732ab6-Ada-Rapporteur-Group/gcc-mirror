*> no duplicate pending hold - writing accepted ones into
*> HoldQueueFile with the next HoldSeqNum-HQ exactly as Listing17-22
*> does at the counter, and the rest to a rejects report with
*> reasons for the web team each morning. A reservation may also be
*> for a title still on order: the line carries the open PO line,
*> with film zero for a brand-new title not yet in the catalog, and
*> is queued as a pre-release hold just as Listing17-22 places one.
*> The line may name the format wanted (V, D or B, blank for any);
*> a reservation on order takes the PO line's format.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
                     WITH DUPLICATES
        FILE STATUS IS HoldQueueStatus.

   SELECT POFile ASSIGN TO "Listing17-40PO.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS POLineKey-PO
        FILE STATUS IS POStatus.

    SELECT WebResTransFile ASSIGN TO "Listing17-35WebRes.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS WebResTransStatus.
01 HoldQueueRec-HQ.
   COPY HoldQueueRec.

FD POFile.
01 POLineRec-PO.
   COPY POLineRec.

FD WebResTransFile.
01 WebResTransRec.
   02 CustomerId-WR         PIC 9(7).
   02 FilmId-WR             PIC 9(7).
   02 RequestDate-WR        PIC 9(8).
   02 PONum-WR              PIC 9(6).
   02 POLineNum-WR          PIC 9(3).
   02 FormatCode-WR         PIC X.
      88 FormatValid-WR       VALUE "V", "D", "B", SPACE.

FD RejectsReportFile.
01 RejectsReportLine        PIC X(132).

01 HoldQueueStatus          PIC XX.
   88 HoldQueueOk VALUE "02", "00".
01 POStatus                 PIC XX.
   88 POOk        VALUE "02", "00".

01 WebResTransStatus        PIC XX.
   88 EndOfWebResTrans        VALUE "10".
01 DateResult                PIC 9.
   88 RequestDateValid          VALUE 0.
01 TargetFilmId-Sv           PIC 9(7).
*> The film the hold queues under; a brand-new title on order
*> queues under film zero, tagged with its PO line.
01 PreReleaseQueueId         PIC 9(7) VALUE ZEROS.
01 HoldFilmId                PIC 9(7).
01 OnOrderFlag               PIC X VALUE "N".
   88 ReservationOnOrder       VALUE "Y".
01 DuplicateHold             PIC X VALUE "N".
   88 DuplicatePendingHold     VALUE "Y".

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing17-35", "FilmFile    ",
          FilmRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-35", "CustomerFile",
          CustomerRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-35", "HoldQueue   ",
          HoldQueueRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-35", "POFile      ",
          POLineRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    PERFORM CreateTheWebResFile

    OPEN INPUT WebResTransFile
    OPEN INPUT FilmFile
    OPEN INPUT CustomerFile
    OPEN INPUT POFile
    OPEN I-O HoldQueueFile
    CALL "AuditLogFileEvent" USING "Listing17-35", "HoldQueue   ", "O", HoldQueueStatus, ZEROS
    IF HoldQueueStatus EQUAL "35"
    CLOSE WebResTransFile
    CLOSE FilmFile
    CLOSE CustomerFile
    CLOSE POFile
    CLOSE HoldQueueFile
    CALL "AuditLogFileEvent" USING "Listing17-35", "HoldQueue   ", "C", HoldQueueStatus, ZEROS
    CLOSE RejectsReportFile
       MOVE "invalid request date" TO RejectReason
       EXIT PARAGRAPH
    END-IF
    IF NOT FormatValid-WR
       MOVE "unknown format code" TO RejectReason
       EXIT PARAGRAPH
    END-IF

    MOVE CustomerId-WR TO CustomerId-CF
    READ CustomerFile
       END-EVALUATE
    END-IF

    MOVE FilmId-WR TO HoldFilmId
    MOVE "N" TO OnOrderFlag
    IF ReservationAccepted AND PONum-WR NOT EQUAL ZEROS
       PERFORM ValidateOnOrderLine
    END-IF
    IF ReservationAccepted AND HoldFilmId NOT EQUAL PreReleaseQueueId
       MOVE HoldFilmId TO FilmId-FF
       READ FilmFile
          KEY IS FilmId-FF
          INVALID KEY CONTINUE
       IF NOT FilmOk
          MOVE "film not on file" TO RejectReason
       ELSE
*> A title still on order is not yet out for rental, which is the
*> point of holding it.
          IF NOT FilmIsActive-FF AND NOT ReservationOnOrder
             MOVE "film not active for rental" TO RejectReason
          END-IF
       END-IF
    END-IF
    IF ReservationAccepted AND HoldFilmId EQUAL PreReleaseQueueId
       AND NOT ReservationOnOrder
       MOVE "no film or PO line given" TO RejectReason
    END-IF

    IF ReservationAccepted
       PERFORM CheckForDuplicateHold
       END-IF
    END-IF.

ValidateOnOrderLine.
*> The PO line must be open, and for the film named if one was given.
    MOVE PONum-WR     TO PONum-PO
    MOVE POLineNum-WR TO POLineNum-PO
    READ POFile
       KEY IS POLineKey-PO
       INVALID KEY CONTINUE
    END-READ
    EVALUATE TRUE
       WHEN NOT POOk
          MOVE "PO line not on file" TO RejectReason
       WHEN NOT POLineOpen-PO
          MOVE "PO line no longer open" TO RejectReason
       WHEN FilmId-WR NOT EQUAL ZEROS
            AND FilmId-WR NOT EQUAL FilmId-PO
          MOVE "PO line is for another film" TO RejectReason
       WHEN OTHER
          SET ReservationOnOrder TO TRUE
          MOVE FilmId-PO TO HoldFilmId
    END-EVALUATE.

CheckForDuplicateHold.
    MOVE "N" TO DuplicateHold
    MOVE HoldFilmId TO FilmId-HQ
    MOVE ZEROS TO HoldSeqNum-HQ
    START HoldQueueFile KEY IS GREATER THAN OR EQUAL HoldQueueKey-HQ
       INVALID KEY SET EndOfHoldQueue TO TRUE
    IF NOT EndOfHoldQueue
       READ HoldQueueFile NEXT RECORD AT END SET EndOfHoldQueue TO TRUE END-READ
    END-IF
    PERFORM UNTIL EndOfHoldQueue OR FilmId-HQ NOT EQUAL HoldFilmId
                   OR DuplicatePendingHold
       IF HoldIsPending-HQ AND CustomerId-HQ EQUAL CustomerId-WR
          AND (HoldFilmId NOT EQUAL PreReleaseQueueId
               OR (PreReleasePONum-HQ EQUAL PONum-WR
                   AND PreReleaseLineNum-HQ EQUAL POLineNum-WR))
          SET DuplicatePendingHold TO TRUE
       ELSE
          READ HoldQueueFile NEXT RECORD AT END SET EndOfHoldQueue TO TRUE END-READ

PlaceImportedHold.
    PERFORM FindNextHoldSeqNum
    INITIALIZE HoldQueueRec-HQ
    MOVE HoldFilmId     TO FilmId-HQ
    MOVE NextHoldSeqNum TO HoldSeqNum-HQ
    MOVE CustomerId-WR  TO CustomerId-HQ
    MOVE RequestDate-WR TO HoldDate-HQ
    SET HoldIsPending-HQ TO TRUE
    MOVE ZEROS TO NotifiedDate-HQ
    MOVE FormatCode-WR  TO FormatCode-HQ
    IF ReservationOnOrder
       MOVE PONum-WR     TO PreReleasePONum-HQ
       MOVE POLineNum-WR TO PreReleaseLineNum-HQ
       MOVE FormatCode-PO TO FormatCode-HQ
    END-IF
    WRITE HoldQueueRec-HQ
       INVALID KEY
          MOVE "hold queue write failed" TO RejectReason
*> used for this film, same as Listing17-22's counter function, so
*> web holds and phone holds share one FIFO order.
    MOVE ZEROS TO NextHoldSeqNum
    MOVE HoldFilmId TO TargetFilmId-Sv
    MOVE HoldFilmId TO FilmId-HQ
    MOVE ZEROS     TO HoldSeqNum-HQ
    START HoldQueueFile KEY IS GREATER THAN OR EQUAL HoldQueueKey-HQ
       INVALID KEY SET EndOfHoldQueue TO TRUE
           CustomerId-WR DELIMITED BY SIZE
           " film " DELIMITED BY SIZE
           FilmId-WR DELIMITED BY SIZE
           " PO " DELIMITED BY SIZE
           PONum-WR DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           POLineNum-WR DELIMITED BY SIZE
           " requested " DELIMITED BY SIZE
           RequestDate-WR DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
    ELSE
       CLOSE WebResTransFile
       OPEN OUTPUT WebResTransFile
       MOVE ZEROS TO PONum-WR POLineNum-WR
       MOVE 1000001 TO CustomerId-WR
       MOVE 8805261 TO FilmId-WR
       MOVE 20260815 TO RequestDate-WR
       MOVE 1111111 TO FilmId-WR
       MOVE 20260816 TO RequestDate-WR
       WRITE WebResTransRec
       MOVE 1000001 TO CustomerId-WR
       MOVE ZEROS TO FilmId-WR
       MOVE 20260816 TO RequestDate-WR
       MOVE 1 TO PONum-WR POLineNum-WR
       WRITE WebResTransRec
       CLOSE WebResTransFile
    END-IF.

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
   SET DateIsValid-IO TO TRUE
   EXIT PROGRAM.
END PROGRAM CheckDate.

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
