PROGRAM-ID.  Listing17-12.
AUTHOR. Michael Coughlan.
*> Backs up FilmFile/DirectorFile/RentalFile to flat backup files and
*> can restore the indexed catalog from those backups, reindexing the
*> rentals still out as RentalFile is reloaded. CustomerFile is
*> unloaded and reloaded alongside them, and the flat images are the
*> full record of each master, so they are also what Listing18-50
*> converts when a master's record layout changes.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
                     WITH DUPLICATES
        FILE STATUS IS RentalStatus.

   SELECT CustomerFile ASSIGN TO "Listing17-26Customer.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CustomerId-CF
        ALTERNATE RECORD KEY IS CustomerSurname-CF
                     WITH DUPLICATES
        FILE STATUS IS CustomerStatus.

   SELECT OpenRentalFile ASSIGN TO "Listing17-6OpenRentals.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OpenRentalKey-OR
        ALTERNATE RECORD KEY IS OpenFilmId-OR
                     WITH DUPLICATES
        FILE STATUS IS OpenRentalStatus.

   SELECT FilmBackupFile ASSIGN TO "Listing17-6Film.BAK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FilmBackupStatus.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RentalBackupStatus.

   SELECT CustomerBackupFile ASSIGN TO "Listing17-26Customer.BAK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CustomerBackupStatus.

DATA DIVISION.
FILE SECTION.
FD FilmFile.
01 RentalRec-RF.
   COPY RentalRec.

FD CustomerFile.
01 CustomerRec-CF.
   COPY CustomerRec.

FD OpenRentalFile.
01 OpenRentalRec-OR.
   COPY OpenRentalRec.

FD FilmBackupFile.
01 FilmBackupRec             PIC X(101).

FD DirectorBackupFile.
01 DirectorBackupRec         PIC X(24).

FD RentalBackupFile.
01 RentalBackupRec           PIC X(94).

FD CustomerBackupFile.
01 CustomerBackupRec         PIC X(339).

WORKING-STORAGE SECTION.
01 FilmStatus               PIC XX.
01 RentalStatus             PIC XX.
   88 RentalOk   VALUE "02", "00".

01 OpenRentalStatus         PIC XX.

01 FilmBackupStatus         PIC XX.
01 DirectorBackupStatus     PIC XX.
01 RentalBackupStatus       PIC XX.

01 CustomerStatus           PIC XX.
   88 CustomerOk VALUE "02", "00".

01 CustomerBackupStatus     PIC XX.

01 MenuChoice                PIC 9.
   88 MenuBackup              VALUE 1.
   88 MenuRestore             VALUE 2.
01 RunStepNum                 PIC 99 VALUE 3.
01 RunRecordCount             PIC 9(7) VALUE ZEROS.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing17-12", "FilmFile    ",
          FilmRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-12", "CustomerFile",
          CustomerRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-12", "RentalFile  ",
          RentalRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
*> Running with a command-line parameter of BACKUP or RESTORE drives
*> the utility straight through that one operation and exits, for
*> unattended/scheduled runs; no parameter falls back to the original
    CALL "AuditLogFileEvent" USING "Listing17-12", "RentalFile  ", "C", RentalStatus, ZEROS
    CLOSE RentalBackupFile

    OPEN INPUT CustomerFile
    CALL "AuditLogFileEvent" USING "Listing17-12", "CustomerFile", "O", CustomerStatus, ZEROS
    OPEN OUTPUT CustomerBackupFile
    READ CustomerFile NEXT RECORD
       AT END SET EndOfCustomers TO TRUE
    END-READ
    PERFORM UNTIL EndOfCustomers
       ADD 1 TO RunRecordCount
       MOVE CustomerRec-CF TO CustomerBackupRec
       WRITE CustomerBackupRec
       READ CustomerFile NEXT RECORD
          AT END SET EndOfCustomers TO TRUE
       END-READ
    END-PERFORM
    CLOSE CustomerFile
    CALL "AuditLogFileEvent" USING "Listing17-12", "CustomerFile", "C", CustomerStatus, ZEROS
    CLOSE CustomerBackupFile

    CALL "RunControlStamp" USING RunDate, RunStepNum,
          "CatalogBack ", "E", RunRecordCount
    DISPLAY "Backup complete.".
    CALL "AuditLogFileEvent" USING "Listing17-12", "DirectorFile", "C", DirectorStatus, ZEROS
    CLOSE DirectorBackupFile

*> The open-rentals index is emptied with RentalFile and each
*> restored rental still out is indexed again as it is written.
    OPEN OUTPUT RentalFile
    CALL "AuditLogFileEvent" USING "Listing17-12", "RentalFile  ", "O", RentalStatus, ZEROS
    OPEN OUTPUT OpenRentalFile
    CLOSE OpenRentalFile
    OPEN INPUT RentalBackupFile
    READ RentalBackupFile NEXT RECORD
       AT END SET EndOfRentals TO TRUE
       MOVE RentalBackupRec TO RentalRec-RF
       WRITE RentalRec-RF
          INVALID KEY DISPLAY "-RF ERROR Status = " RentalStatus
          NOT INVALID KEY
             IF ReturnDate-RF EQUAL ZEROS
                CALL "MaintainOpenRental" USING "S", RentalRec-RF
             END-IF
       END-WRITE
       READ RentalBackupFile NEXT RECORD
          AT END SET EndOfRentals TO TRUE
    CALL "AuditLogFileEvent" USING "Listing17-12", "RentalFile  ", "C", RentalStatus, ZEROS
    CLOSE RentalBackupFile

    OPEN OUTPUT CustomerFile
    CALL "AuditLogFileEvent" USING "Listing17-12", "CustomerFile", "O", CustomerStatus, ZEROS
    OPEN INPUT CustomerBackupFile
    READ CustomerBackupFile NEXT RECORD
       AT END SET EndOfCustomers TO TRUE
    END-READ
    PERFORM UNTIL EndOfCustomers
       MOVE CustomerBackupRec TO CustomerRec-CF
       WRITE CustomerRec-CF
          INVALID KEY DISPLAY "-CF ERROR Status = " CustomerStatus
       END-WRITE
       READ CustomerBackupFile NEXT RECORD
          AT END SET EndOfCustomers TO TRUE
       END-READ
    END-PERFORM
    CLOSE CustomerFile
    CALL "AuditLogFileEvent" USING "Listing17-12", "CustomerFile", "C", CustomerStatus, ZEROS
    CLOSE CustomerBackupFile

    DISPLAY "Restore complete.".

IDENTIFICATION DIVISION.
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
   CLOSE RunControlFile
   EXIT PROGRAM.
END PROGRAM RunControlStamp.

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
