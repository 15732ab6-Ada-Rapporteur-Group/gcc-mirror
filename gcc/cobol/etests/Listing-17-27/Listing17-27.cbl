*> 90+ days by item date. Run with a parameter of POST or AGE for
*> unattended runs (as Listing17-12 does with BACKUP/RESTORE), or
*> with no parameter for the interactive menu.
*> Items are dated through the CheckPostingPeriod guard: a run
*> falling inside a period Listing17-24 has already closed dates its
*> items on the first open day instead, and the guard logs the date
*> the run really happened.
*> The nightly POST no longer walks the whole of RentalFile: it takes
*> the rentals still out off the open-rentals index that
*> MaintainOpenRental keeps, reading each one from RentalFile by its
*> key - those are the rentals whose late fees are still growing, and
*> a rental out overnight gets its fee item the first night. Late
*> fees on returns are charged at the counter. The only rental that
*> can slip past the index is one checked out and returned between
*> two nightly runs, so the weekly SWEEP still walks every rental as
*> POST used to and posts whatever it finds missing.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
                     WITH DUPLICATES
        FILE STATUS IS RentalStatus.

   SELECT OpenRentalFile ASSIGN TO "Listing17-6OpenRentals.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OpenRentalKey-OR
        ALTERNATE RECORD KEY IS OpenFilmId-OR
                     WITH DUPLICATES
        FILE STATUS IS OpenRentalStatus.

   SELECT CustomerFile ASSIGN TO "Listing17-26Customer.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
01 RentalRec-RF.
   COPY RentalRec.

FD OpenRentalFile.
01 OpenRentalRec-OR.
   COPY OpenRentalRec.

FD CustomerFile.
01 CustomerRec-CF.
   COPY CustomerRec.
   02 CustomerId-CK         PIC 9(7).
   02 FilmId-CK             PIC 9(7).
   02 CheckoutDate-CK       PIC 9(8).
   02 PostSource-CK         PIC X.
   02 DueDate-CK            PIC 9(8).

WORKING-STORAGE SECTION.
01 FilmStatus               PIC XX.
01 RentalStatus             PIC XX.
   88 RentalOk   VALUE "02", "00".

01 OpenRentalStatus         PIC XX.

01 CustomerStatus           PIC XX.
   88 CustomerOk  VALUE "02", "00".

01 MenuChoice                PIC 9.
   88 MenuPost                VALUE 1.
   88 MenuAge                 VALUE 2.
   88 MenuSweep               VALUE 3.
   88 MenuExit                VALUE 9.

01 ArgumentNumber             PIC 9(4) VALUE 1.
01 DaysOverdue               PIC S9(5) VALUE ZEROS.
01 LateFee                   PIC 9(5)V99 VALUE ZEROS.
01 EffectiveReturnDate        PIC 9(8).

01 ItemPostingDate            PIC 9(8).
01 PeriodResult               PIC 9.
   88 PostingDateMoved          VALUE 1.
*> Overdue is measured in business days, through the same calendar
*> subprogram the checkout till computes due dates with - so the
*> letters, the bills and the ledger all agree, and nobody is

01 CheckpointStatus          PIC XX.
01 ResumeState               PIC X VALUE "N".
*> Which rentals a posting run reads - the open-rentals index for the
*> nightly POST, every rental for the weekly SWEEP.
01 PostSource                PIC X VALUE "O".
   88 PostFromOpenRentals      VALUE "O".
   88 PostFromWholeFile        VALUE "W".
   88 ResumingPastCheckpoint   VALUE "Y".
01 StaffRentalState          PIC X VALUE "N".
   88 RentalIsStaff            VALUE "Y".
01 Age60-Ed                  PIC $$$,$$9.99.
01 Age90-Ed                  PIC $$$,$$9.99.

*> Before/after images for the update journal.
01 JrnBeforeImage             PIC X(400) VALUE SPACES.
01 JrnAfterImage              PIC X(400) VALUE SPACES.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing17-27", "FilmFile    ",
          FilmRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-27", "CustomerFile",
          CustomerRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-27", "RentalFile  ",
          RentalRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    DISPLAY ArgumentNumber UPON ARGUMENT-NUMBER
    ACCEPT BatchParm FROM ARGUMENT-VALUE

RunBatchParm.
    EVALUATE FUNCTION UPPER-CASE(BatchParm)
       WHEN "POST"  SET PostFromOpenRentals TO TRUE
                    PERFORM PostInvoiceItems
       WHEN "SWEEP" SET PostFromWholeFile TO TRUE
                    PERFORM PostInvoiceItems
       WHEN "AGE"   PERFORM PrintAgingReport
       WHEN OTHER   DISPLAY "Unrecognized parameter - use POST, SWEEP "
                            "or AGE"
    END-EVALUATE.

MainMenu.
    DISPLAY SPACES
    DISPLAY "*** Accounts-Receivable Ledger ***"
    DISPLAY "1 = Post invoice items for the rentals still out"
    DISPLAY "2 = Print the aging report"
    DISPLAY "3 = Sweep the whole rental file for unposted items"
    DISPLAY "9 = Exit"
    DISPLAY "Enter your choice - " WITH NO ADVANCING
    ACCEPT MenuChoice
    EVALUATE TRUE
       WHEN MenuPost   SET PostFromOpenRentals TO TRUE
                       PERFORM PostInvoiceItems
       WHEN MenuAge    PERFORM PrintAgingReport
       WHEN MenuSweep  SET PostFromWholeFile TO TRUE
                       PERFORM PostInvoiceItems
       WHEN MenuExit    CONTINUE
       WHEN OTHER       DISPLAY "Please enter 1, 2, 3 or 9"
    END-EVALUATE.

PostInvoiceItems.

    MOVE ZEROS TO RentalsRead ItemsPosted ItemsUpdated
                  RentalsEligible RentalItemsWritten
    MOVE TodayDate TO ItemPostingDate
    CALL "CheckPostingPeriod" USING "Listing17-27",
                                    "AR ledger posting run         ",
                                    "M", ItemPostingDate, PeriodResult
    IF PostingDateMoved
       DISPLAY "Period closed - items dated " ItemPostingDate
               " instead of " TodayDate
    END-IF
    IF PostFromWholeFile
       PERFORM PostFromEveryRental
    ELSE
       PERFORM PostFromOpenRentalIndex
    END-IF

    PERFORM ClearCheckpoint
    CLOSE RentalFile
    CALL "AuditLogFileEvent" USING "Listing17-27", "RentalFile  ", "C", RentalStatus, ZEROS
    CLOSE FilmFile
    CLOSE CustomerFile
    CLOSE ARLedgerFile
    CALL "AuditLogFileEvent" USING "Listing17-27", "ARLedgerFile", "C", ARLedgerStatus, ZEROS
    DISPLAY "Rentals read " RentalsRead
            "  Items posted " ItemsPosted
            "  Items updated " ItemsUpdated
    PERFORM PostingProof.

PostFromEveryRental.
    PERFORM PositionPastCheckpoint
    IF NOT ResumingPastCheckpoint
       READ RentalFile NEXT RECORD
       READ RentalFile NEXT RECORD
          AT END SET EndOfRentals TO TRUE
       END-READ
    END-PERFORM.

PostFromOpenRentalIndex.
    OPEN INPUT OpenRentalFile
    IF OpenRentalStatus NOT EQUAL "00"
       DISPLAY "Open-rentals index not available - " OpenRentalStatus
               "; run Listing18-48 to rebuild it."
       CLOSE OpenRentalFile
       EXIT PARAGRAPH
    END-IF
    PERFORM PositionPastCheckpoint
    IF NOT ResumingPastCheckpoint
       MOVE LOW-VALUES TO OpenRentalKey-OR
       START OpenRentalFile KEY IS GREATER THAN OpenRentalKey-OR
          INVALID KEY SET EndOfOpenRentals TO TRUE
       END-START
       IF NOT EndOfOpenRentals
          READ OpenRentalFile NEXT RECORD
             AT END SET EndOfOpenRentals TO TRUE
          END-READ
       END-IF
    END-IF
    PERFORM UNTIL EndOfOpenRentals
       MOVE RentalKey-OR TO RentalKey-RF
       READ RentalFile
          KEY IS RentalKey-RF
          INVALID KEY CONTINUE
       END-READ
*> An entry the index still holds for a rental since returned or
*> gone is left for Listing18-48 to clear.
       IF RentalOk AND NotYetReturned-RF
          ADD 1 TO RentalsRead
          PERFORM PostOneRental
          PERFORM WriteCheckpoint
       END-IF
       READ OpenRentalFile NEXT RECORD
          AT END SET EndOfOpenRentals TO TRUE
       END-READ
    END-PERFORM
    CLOSE OpenRentalFile.

PositionPastCheckpoint.
*> An interrupted run today left its last posted RentalKey-RF on
       AT END MOVE ZEROS TO RunDate-CK
    END-READ
    CLOSE CheckpointFile
    IF PostFromOpenRentals
       IF RunDate-CK EQUAL TodayDate
          AND CustomerId-CK NOT EQUAL ZEROS
          AND PostSource-CK EQUAL PostSource
          MOVE DueDate-CK      TO DueDate-OR
          MOVE CustomerId-CK   TO CustomerId-OR
          MOVE FilmId-CK       TO FilmId-OR
          MOVE CheckoutDate-CK TO CheckoutDate-OR
          START OpenRentalFile KEY IS GREATER THAN OpenRentalKey-OR
             INVALID KEY SET EndOfOpenRentals TO TRUE
          END-START
          SET ResumingPastCheckpoint TO TRUE
          DISPLAY "Resuming past checkpoint - due " DueDate-CK
                  " customer " CustomerId-CK " film " FilmId-CK
          IF NOT EndOfOpenRentals
             READ OpenRentalFile NEXT RECORD
                AT END SET EndOfOpenRentals TO TRUE
             END-READ
          END-IF
       END-IF
       EXIT PARAGRAPH
    END-IF
    IF RunDate-CK EQUAL TodayDate
       AND CustomerId-CK NOT EQUAL ZEROS
       AND PostSource-CK EQUAL PostSource
       MOVE CustomerId-CK   TO CustomerId-RF
       MOVE FilmId-CK       TO FilmId-RF
       MOVE CheckoutDate-CK TO CheckoutDate-RF
    MOVE CustomerId-RF   TO CustomerId-CK
    MOVE FilmId-RF       TO FilmId-CK
    MOVE CheckoutDate-RF TO CheckoutDate-CK
    MOVE PostSource      TO PostSource-CK
    IF PostFromOpenRentals
       MOVE DueDate-OR   TO DueDate-CK
    ELSE
       MOVE ZEROS        TO DueDate-CK
    END-IF
    WRITE CheckpointRec
    CLOSE CheckpointFile.

    MOVE CustomerId-RF   TO CustomerId-AR
    MOVE NextARItemSeqNum TO ARItemSeqNum-AR
    ADD 1 TO NextARItemSeqNum
    MOVE ItemPostingDate TO ARItemDate-AR
    SET ARRentalItem-AR  TO TRUE
    MOVE FilmId-RF       TO FilmId-AR
    MOVE CheckoutDate-RF TO CheckoutDate-AR
       NOT INVALID KEY
          ADD 1 TO ItemsPosted
          ADD 1 TO RentalItemsWritten
          MOVE SPACES TO JrnBeforeImage
          MOVE ARItemRec-AR TO JrnAfterImage
          CALL "JournalUpdate" USING "Listing17-27", ZEROS,
                "ARLedger    ", "W", JrnBeforeImage, JrnAfterImage
    END-WRITE.

PostLateFeeItem.
    MOVE CustomerId-RF   TO CustomerId-AR
    MOVE NextARItemSeqNum TO ARItemSeqNum-AR
    ADD 1 TO NextARItemSeqNum
    MOVE ItemPostingDate TO ARItemDate-AR
    SET ARLateFeeItem-AR TO TRUE
    MOVE FilmId-RF       TO FilmId-AR
    MOVE CheckoutDate-RF TO CheckoutDate-AR
    SET ARItemOpen-AR    TO TRUE
    WRITE ARItemRec-AR
       INVALID KEY DISPLAY "-AR ERROR Status = " ARLedgerStatus
       NOT INVALID KEY
          ADD 1 TO ItemsPosted
          MOVE SPACES TO JrnBeforeImage
          MOVE ARItemRec-AR TO JrnAfterImage
          CALL "JournalUpdate" USING "Listing17-27", ZEROS,
                "ARLedger    ", "W", JrnBeforeImage, JrnAfterImage
    END-WRITE.

UpdateLateFeeItem.
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
                ADD 1 TO ItemsUpdated
                MOVE ARItemRec-AR TO JrnAfterImage
                CALL "JournalUpdate" USING "Listing17-27", ZEROS,
                      "ARLedger    ", "R", JrnBeforeImage, JrnAfterImage
          END-REWRITE
    END-READ.

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
    WRITE HolidayRec
    CLOSE HolidayFile.
END PROGRAM BusinessDateCalc.

IDENTIFICATION DIVISION.
PROGRAM-ID. CheckPostingPeriod.
AUTHOR. Michael Coughlan.
*> Closed-period posting guard. Listing17-24 keeps the end date of the
*> last period it closed on Listing17-24ClosedPeriod.DAT; every
*> program that posts money or a dated transaction calls this before
*> it writes, with the date it means to post on. A date after the
*> closed period is passed straight back. A date on or before it is
*> either refused (rule "R" - the caller leaves the posting alone) or
*> moved to the first open day (rule "M"), and either way the caller's
*> reference and the original date go onto the posting-period log so
*> the moved item can be traced back to when it really happened. The
*> closed date loads once per run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ClosedPeriodFile ASSIGN TO "Listing17-24ClosedPeriod.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS ClosedPeriodStatus.

    SELECT PostingLogFile ASSIGN TO "Listing17-24PostingMoves.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS PostingLogStatus.

DATA DIVISION.
FILE SECTION.
FD  ClosedPeriodFile.
01  ClosedPeriodRec            PIC 9(8).

FD  PostingLogFile.
01  PostingLogRec.
    02  LogProgram-PL          PIC X(12).
    02  FILLER                 PIC X.
    02  LogAction-PL           PIC X(7).
    02  FILLER                 PIC X.
    02  LogOriginalDate-PL     PIC 9(8).
    02  FILLER                 PIC X.
    02  LogPostedDate-PL       PIC 9(8).
    02  FILLER                 PIC X.
    02  LogReference-PL        PIC X(30).
    02  FILLER                 PIC X.
    02  LogTimestamp-PL        PIC X(14).

WORKING-STORAGE SECTION.
01  ClosedPeriodStatus         PIC XX.
01  PostingLogStatus           PIC XX.

01  ClosedLoaded               PIC X VALUE "N".
    88  ClosedAlreadyLoaded      VALUE "Y".
01  ClosedThroughDate          PIC 9(8) VALUE ZEROS.
01  FirstOpenDate              PIC 9(8) VALUE ZEROS.
01  OriginalDate               PIC 9(8).

LINKAGE SECTION.
01  ProgramName-IO             PIC X(12).
01  PostingRef-IO              PIC X(30).
01  PeriodRule-IO              PIC X.
    88  RefuseClosedDate         VALUE "R".
    88  MoveClosedDate           VALUE "M".
01  PostingDate-IO             PIC 9(8).
01  PeriodResult-IO            PIC 9.
    88  PostingPeriodOpen        VALUE 0.
    88  PostingDateMoved         VALUE 1.
    88  PostingRefused           VALUE 2.

PROCEDURE DIVISION USING ProgramName-IO, PostingRef-IO, PeriodRule-IO,
                          PostingDate-IO, PeriodResult-IO.
Begin.
   IF NOT ClosedAlreadyLoaded
      PERFORM LoadClosedPeriod
      MOVE "Y" TO ClosedLoaded
   END-IF

   SET PostingPeriodOpen TO TRUE
   IF PostingDate-IO > ClosedThroughDate
      EXIT PROGRAM
   END-IF

   MOVE PostingDate-IO TO OriginalDate
   IF MoveClosedDate
      MOVE FirstOpenDate TO PostingDate-IO
      SET PostingDateMoved TO TRUE
   ELSE
      SET PostingRefused TO TRUE
   END-IF
   PERFORM WritePostingLog
   EXIT PROGRAM.

LoadClosedPeriod.
   MOVE ZEROS TO ClosedThroughDate FirstOpenDate
   OPEN INPUT ClosedPeriodFile
   IF ClosedPeriodStatus EQUAL "00"
      READ ClosedPeriodFile
         AT END CONTINUE
         NOT AT END MOVE ClosedPeriodRec TO ClosedThroughDate
      END-READ
      CLOSE ClosedPeriodFile
   ELSE
      CLOSE ClosedPeriodFile
   END-IF
   IF ClosedThroughDate > ZEROS
      COMPUTE FirstOpenDate = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(ClosedThroughDate) + 1)
   END-IF.

WritePostingLog.
   OPEN EXTEND PostingLogFile
   IF PostingLogStatus EQUAL "35"
      OPEN OUTPUT PostingLogFile
   END-IF
   MOVE SPACES TO PostingLogRec
   MOVE ProgramName-IO TO LogProgram-PL
   IF PostingDateMoved
      MOVE "MOVED"   TO LogAction-PL
   ELSE
      MOVE "REFUSED" TO LogAction-PL
   END-IF
   MOVE OriginalDate   TO LogOriginalDate-PL
   MOVE PostingDate-IO TO LogPostedDate-PL
   MOVE PostingRef-IO  TO LogReference-PL
   MOVE FUNCTION CURRENT-DATE(1:14) TO LogTimestamp-PL
   WRITE PostingLogRec
   CLOSE PostingLogFile.
END PROGRAM CheckPostingPeriod.

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
