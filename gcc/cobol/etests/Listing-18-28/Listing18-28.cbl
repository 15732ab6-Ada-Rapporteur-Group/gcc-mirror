IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-28.
AUTHOR. Michael Coughlan.
*> Staff and driver timeclock. Store staff hours were kept on paper
*> timesheets and drivers' hours existed only as the start and end
*> times on their route assignments, which Listing17-88 checks for
*> safe hours but nobody paid from. Here an operator (signing on
*> with their own id and password) or a driver (by badge) clocks in
*> and out at the store the clock stands in, and each shift is kept
*> on the time-punch file costed at the hourly rate on the operator
*> master or the Listing17-66 driver master. A shift left open - a
*> missed clock-out - cannot be closed from the clock once it runs
*> past a single shift's length; a supervisor corrects it, or adds a
*> shift that was never clocked at all, and every correction keeps
*> who made it, when and why. The weekly payroll hours export writes
*> one line per worker and store for the week, alongside the
*> Listing18-1 payroll-deduction file, and lists any shift still
*> open so payroll can chase it. Listing17-50 reads the same punches
*> for labor hours and labor cost per store.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   SELECT TimePunchFile ASSIGN TO "Listing18-28TimePunch.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TimePunchKey-TP
        FILE STATUS IS TimePunchStatus.

   SELECT OperatorFile ASSIGN TO "Listing17-51Operators.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OperatorId-OP
        FILE STATUS IS OperatorStatus.

   SELECT DriverFile ASSIGN TO "Listing17-66Drivers.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BadgeNum-DR
        FILE STATUS IS DriverStatus.

    SELECT PayHoursFile ASSIGN TO "Listing18-28PayHours.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PayHoursStatus.

DATA DIVISION.
FILE SECTION.
FD TimePunchFile.
01 TimePunchRec-TP.
   COPY TimePunchRec.

FD OperatorFile.
01 OperatorRec-OP.
   COPY OperatorRec.

FD DriverFile.
01 DriverRec-DR.
   88 EndOfDrivers  VALUE HIGH-VALUES.
   02 BadgeNum-DR           PIC 9(8).
   02 DriverName-DR         PIC X(20).
   02 LicenceClass-DR       PIC XX.
   02 LicenceExpiry-DR      PIC 9(8).
   02 HourlyRate-DR         PIC 9(3)V99.

FD PayHoursFile.
01 PayHoursRec.
   02 WorkerType-PH         PIC X.
   02 WorkerNum-PH          PIC 9(8).
   02 StoreId-PH            PIC 99.
   02 WeekEndingDate-PH     PIC 9(8).
   02 ShiftsWorked-PH       PIC 9(3).
   02 HoursWorked-PH        PIC 9(3)V99.
   02 LaborCost-PH          PIC 9(5)V99.
   02 CorrectedShifts-PH    PIC 9(3).

WORKING-STORAGE SECTION.
01 TimePunchStatus          PIC XX.
   88 TimePunchOk  VALUE "02", "00".

01 OperatorStatus           PIC XX.
   88 OperatorOk  VALUE "02", "00".

01 DriverStatus             PIC XX.
   88 DriverOk    VALUE "02", "00".

01 PayHoursStatus           PIC XX.

01 MenuChoice                PIC 9.
   88 MenuClockIn             VALUE 1.
   88 MenuClockOut            VALUE 2.
   88 MenuCorrectPunch        VALUE 3.
   88 MenuListPunches         VALUE 4.
   88 MenuPayrollExport       VALUE 5.
   88 MenuExit                VALUE 9.

01 OperatorId                 PIC 9(4) VALUE ZEROS.
01 SignOnResult               PIC 9 VALUE 1.
   88 OperatorSignedOn          VALUE 0.
01 SupervisorId               PIC 9(4) VALUE ZEROS.
01 SupSignOnResult            PIC 9 VALUE 1.
   88 SupervisorSignedOn        VALUE 0.

*> The store this clock stands in.
01 ClockStoreId               PIC 99 VALUE ZEROS.
01 StoreName                  PIC X(20).
01 StoreCurrency              PIC XXX.
01 StoreStatusCode            PIC X.
   88 StoreIsClosed             VALUE "C".
01 StoreResult                PIC 9.
   88 StoreFound                VALUE 0.

*> Who is punching: an operator by OperatorId, a driver by badge.
01 WorkerType                 PIC X.
   88 WorkerIsOperator          VALUE "O", "o".
   88 WorkerIsDriver            VALUE "D", "d".
01 WorkerNum                  PIC 9(8) VALUE ZEROS.
01 WorkerName                 PIC X(20).
01 WorkerRate                 PIC 9(3)V99 VALUE ZEROS.
01 WorkerState                PIC X VALUE "N".
   88 WorkerIdentified          VALUE "Y".
01 EntryBadgeNum              PIC 9(8).
01 EntryOperatorId            PIC 9(4).
01 ValidationResult           PIC 9.
   88 ValidBadgeNum             VALUE ZERO.

01 TodayDate                  PIC 9(8).
01 NowTime                    PIC 9(4).
01 OpenPunchKey               PIC X(21).
01 OpenPunchState             PIC X VALUE "N".
   88 OpenPunchFound            VALUE "Y".

*> A shift longer than this cannot be closed from the clock - it is
*> a missed clock-out, and a supervisor sets the real time.
01 MaxShiftMinutes            PIC 9(5) VALUE 960.
01 MaxCorrectedMinutes        PIC 9(5) VALUE 1440.
01 ShiftMinutes               PIC S9(7) VALUE ZEROS.
01 ClockTimeWork.
   02 ClockHours              PIC 99.
   02 ClockMins               PIC 99.
01 InClockMins                PIC S9(5) VALUE ZEROS.
01 OutClockMins               PIC S9(5) VALUE ZEROS.
01 ShiftHours-Ed              PIC ZZ9.99.

*> Supervisor correction of a punch.
01 CorrectionChoice           PIC X.
   88 CorrectAddShift           VALUE "A", "a".
   88 CorrectChangeShift        VALUE "C", "c".
01 FixInDate                  PIC 9(8) VALUE ZEROS.
01 FixInTime                  PIC 9(4) VALUE ZEROS.
01 FixOutDate                 PIC 9(8) VALUE ZEROS.
01 FixOutTime                 PIC 9(4) VALUE ZEROS.
01 FixNote                    PIC X(30).
01 FixStoreId                 PIC 99 VALUE ZEROS.
01 SavedPunchRec              PIC X(88).
01 DateRule                   PIC X VALUE "F".
01 DateResult                 PIC 9.
   88 DateIsValid               VALUE 0.
01 FixState                   PIC X VALUE "N".
   88 FixIsValid                VALUE "Y".

*> Weekly payroll hours export.
01 WeekEndingDate             PIC 9(8) VALUE ZEROS.
01 WeekStartDate              PIC 9(8) VALUE ZEROS.
01 ListFromDate               PIC 9(8) VALUE ZEROS.
01 ListWindowDays             PIC 99 VALUE 14.
01 CurrentWorkerKey.
   02 CurrentWorkerType       PIC X.
   02 CurrentWorkerNum        PIC 9(8).
01 PunchWorkerKey.
   02 PunchWorkerType         PIC X.
   02 PunchWorkerNum          PIC 9(8).
01 WorkerStoreTable.
   02 WorkerStoreCount        PIC 99 VALUE ZEROS.
   02 WorkerStoreEntry OCCURS 10 TIMES INDEXED BY WsIdx.
      03 WsStoreId            PIC 99.
      03 WsShifts             PIC 9(3).
      03 WsMinutes            PIC 9(5).
      03 WsCost               PIC 9(5)V99.
      03 WsCorrected          PIC 9(3).
01 WsFoundState               PIC X VALUE "N".
   88 WsEntryFound              VALUE "Y".
01 ShiftCost                  PIC 9(5)V99 VALUE ZEROS.
01 LinesExported              PIC 9(5) VALUE ZEROS.
01 OpenShiftsInWeek           PIC 9(5) VALUE ZEROS.
01 ExportHours                PIC 9(5)V99 VALUE ZEROS.
01 ExportCost                 PIC 9(7)V99 VALUE ZEROS.
01 Money-Ed                   PIC $$,$$$,$$9.99.
01 Hours-Ed                   PIC ZZ,ZZ9.99.
01 PunchDate-Ed               PIC 9999/99/99.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing18-28", "OperatorFile",
          OperatorRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-28", "DriverFile  ",
          DriverRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    MOVE 1 TO StoreResult
    PERFORM UNTIL StoreFound
       DISPLAY "Enter the Store Id this clock stands in - "
               WITH NO ADVANCING
       ACCEPT ClockStoreId
       CALL "GetStoreInfo" USING ClockStoreId, StoreName,
                                 StoreCurrency, StoreStatusCode,
                                 StoreResult
       IF NOT StoreFound
          DISPLAY "No such store - try again."
       END-IF
    END-PERFORM
    IF StoreIsClosed
       DISPLAY "Store " ClockStoreId " is closed - nobody can clock "
               "in there."
       STOP RUN
    END-IF
    OPEN I-O TimePunchFile
    IF TimePunchStatus EQUAL "35"
       OPEN OUTPUT TimePunchFile
       CLOSE TimePunchFile
       OPEN I-O TimePunchFile
    END-IF
    CALL "AuditLogFileEvent" USING "Listing18-28", "TimePunch   ", "O", TimePunchStatus, OperatorId
    OPEN INPUT OperatorFile
    OPEN INPUT DriverFile
    PERFORM MainMenu UNTIL MenuExit
    CLOSE TimePunchFile
    CALL "AuditLogFileEvent" USING "Listing18-28", "TimePunch   ", "C", TimePunchStatus, OperatorId
    CLOSE OperatorFile
    CLOSE DriverFile
    STOP RUN.

MainMenu.
    DISPLAY SPACES
    DISPLAY "*** Timeclock - store " ClockStoreId " " StoreName " ***"
    DISPLAY "1 = Clock in"
    DISPLAY "2 = Clock out"
    DISPLAY "3 = Correct a missed punch (supervisor)"
    DISPLAY "4 = List a worker's recent shifts"
    DISPLAY "5 = Weekly payroll hours export (supervisor)"
    DISPLAY "9 = Exit"
    DISPLAY "Enter your choice - " WITH NO ADVANCING
    ACCEPT MenuChoice
    EVALUATE TRUE
       WHEN MenuClockIn        PERFORM ClockIn
       WHEN MenuClockOut       PERFORM ClockOut
       WHEN MenuCorrectPunch   PERFORM CorrectPunch
       WHEN MenuListPunches    PERFORM ListPunches
       WHEN MenuPayrollExport  PERFORM PayrollHoursExport
       WHEN MenuExit            CONTINUE
       WHEN OTHER               DISPLAY "Please enter 1 to 5 or 9"
    END-EVALUATE.

IdentifyWorker.
*> At the clock an operator proves who they are with their own
*> sign-on; a driver has no password, so the badge must pass its
*> check digit and be on the driver master.
    MOVE "N" TO WorkerState
    DISPLAY "O = store staff, D = driver - " WITH NO ADVANCING
    ACCEPT WorkerType
    EVALUATE TRUE
       WHEN WorkerIsOperator
          CALL "OperatorSignOnCheck" USING "Listing18-28", "O",
                                           EntryOperatorId, SignOnResult
          IF NOT OperatorSignedOn
             DISPLAY "Sign-on was not accepted - no punch recorded."
             EXIT PARAGRAPH
          END-IF
          MOVE EntryOperatorId TO WorkerNum
          MOVE "O" TO WorkerType
          PERFORM ReadWorkerMaster
       WHEN WorkerIsDriver
          PERFORM IdentifyDriver
       WHEN OTHER
          DISPLAY "Please enter O or D."
    END-EVALUATE.

IdentifyDriver.
    DISPLAY "Enter the badge number - " WITH NO ADVANCING
    ACCEPT EntryBadgeNum
    CALL "ValidateBadgeCheckDigit" USING BY CONTENT EntryBadgeNum
                                         BY REFERENCE ValidationResult
    IF NOT ValidBadgeNum
       DISPLAY "REFUSED - " EntryBadgeNum " fails its check digit."
       EXIT PARAGRAPH
    END-IF
    MOVE EntryBadgeNum TO WorkerNum
    MOVE "D" TO WorkerType
    PERFORM ReadWorkerMaster.

IdentifyWorkerByNumber.
*> The supervisor's own sign-on covers corrections and listings, so
*> the worker is simply named by type and number.
    MOVE "N" TO WorkerState
    DISPLAY "O = store staff, D = driver - " WITH NO ADVANCING
    ACCEPT WorkerType
    EVALUATE TRUE
       WHEN WorkerIsOperator
          DISPLAY "Enter the operator id - " WITH NO ADVANCING
          ACCEPT EntryOperatorId
          MOVE EntryOperatorId TO WorkerNum
          MOVE "O" TO WorkerType
          PERFORM ReadWorkerMaster
       WHEN WorkerIsDriver
          PERFORM IdentifyDriver
       WHEN OTHER
          DISPLAY "Please enter O or D."
    END-EVALUATE.

ReadWorkerMaster.
    IF WorkerIsOperator
       MOVE WorkerNum TO OperatorId-OP
       READ OperatorFile
          KEY IS OperatorId-OP
          INVALID KEY
             DISPLAY "Operator not found - " OperatorStatus
             EXIT PARAGRAPH
       END-READ
       MOVE OperatorName-OP TO WorkerName
       MOVE HourlyRate-OP   TO WorkerRate
    ELSE
       MOVE WorkerNum TO BadgeNum-DR
       READ DriverFile
          KEY IS BadgeNum-DR
          INVALID KEY
             DISPLAY "Driver not found - " DriverStatus
             EXIT PARAGRAPH
       END-READ
       MOVE DriverName-DR TO WorkerName
       MOVE HourlyRate-DR TO WorkerRate
    END-IF
    SET WorkerIdentified TO TRUE.

FindOpenPunch.
*> A worker's punches sit together in key order; the open one, if
*> any, is the shift they have not clocked out of.
    MOVE "N" TO OpenPunchState
    MOVE WorkerType TO WorkerType-TP
    MOVE WorkerNum  TO WorkerNum-TP
    MOVE ZEROS      TO ClockInDate-TP ClockInTime-TP
    START TimePunchFile KEY IS GREATER THAN OR EQUAL TimePunchKey-TP
       INVALID KEY SET EndOfTimePunches TO TRUE
    END-START
    IF NOT EndOfTimePunches
       READ TimePunchFile NEXT RECORD
          AT END SET EndOfTimePunches TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfTimePunches
                   OR WorkerType-TP NOT EQUAL WorkerType
                   OR WorkerNum-TP NOT EQUAL WorkerNum
       IF PunchOpen-TP
          MOVE TimePunchKey-TP TO OpenPunchKey
          SET OpenPunchFound TO TRUE
       END-IF
       READ TimePunchFile NEXT RECORD
          AT END SET EndOfTimePunches TO TRUE
       END-READ
    END-PERFORM.

ClockIn.
    PERFORM IdentifyWorker
    IF NOT WorkerIdentified
       EXIT PARAGRAPH
    END-IF
    PERFORM FindOpenPunch
    IF OpenPunchFound
       MOVE OpenPunchKey TO TimePunchKey-TP
       READ TimePunchFile
          KEY IS TimePunchKey-TP
          INVALID KEY CONTINUE
       END-READ
       MOVE ClockInDate-TP TO PunchDate-Ed
       DISPLAY WorkerName " is still clocked in from " PunchDate-Ed
               " " ClockInTime-TP " at store " StoreId-TP
               " - clock out first, or ask a supervisor to correct "
               "the missed punch."
       EXIT PARAGRAPH
    END-IF
    ACCEPT NowTime FROM TIME
    INITIALIZE TimePunchRec-TP
    MOVE WorkerType   TO WorkerType-TP
    MOVE WorkerNum    TO WorkerNum-TP
    MOVE TodayDate    TO ClockInDate-TP
    MOVE NowTime      TO ClockInTime-TP
    MOVE ClockStoreId TO StoreId-TP
    MOVE WorkerRate   TO HourlyRate-TP
    SET PunchOpen-TP TO TRUE
    WRITE TimePunchRec-TP
       INVALID KEY DISPLAY "-TP ERROR Status = " TimePunchStatus
       NOT INVALID KEY
          DISPLAY WorkerName " clocked in at " NowTime
                  " - store " ClockStoreId "."
    END-WRITE.

ClockOut.
    PERFORM IdentifyWorker
    IF NOT WorkerIdentified
       EXIT PARAGRAPH
    END-IF
    PERFORM FindOpenPunch
    IF NOT OpenPunchFound
       DISPLAY WorkerName " is not clocked in - ask a supervisor to "
               "add the missed shift."
       EXIT PARAGRAPH
    END-IF
    MOVE OpenPunchKey TO TimePunchKey-TP
    READ TimePunchFile
       KEY IS TimePunchKey-TP
       INVALID KEY
          DISPLAY "-TP ERROR Status = " TimePunchStatus
          EXIT PARAGRAPH
    END-READ
    ACCEPT NowTime FROM TIME
    MOVE TodayDate TO FixOutDate
    MOVE NowTime   TO FixOutTime
    PERFORM ComputeShiftMinutes
    IF ShiftMinutes > MaxShiftMinutes
       MOVE ClockInDate-TP TO PunchDate-Ed
       DISPLAY "The shift open since " PunchDate-Ed " "
               ClockInTime-TP " is longer than one shift - a "
               "supervisor must set the real clock-out time."
       EXIT PARAGRAPH
    END-IF
    MOVE TodayDate    TO ClockOutDate-TP
    MOVE NowTime      TO ClockOutTime-TP
    MOVE ShiftMinutes TO WorkedMinutes-TP
    SET PunchClosed-TP TO TRUE
    REWRITE TimePunchRec-TP
       INVALID KEY DISPLAY "-TP ERROR Status = " TimePunchStatus
       NOT INVALID KEY
          COMPUTE ShiftHours-Ed ROUNDED = ShiftMinutes / 60
          DISPLAY WorkerName " clocked out at " NowTime " - "
                  ShiftHours-Ed " hours."
          IF StoreId-TP NOT EQUAL ClockStoreId
             DISPLAY "  (the shift was clocked in at store "
                     StoreId-TP " and its hours stay there)"
          END-IF
    END-REWRITE.

ComputeShiftMinutes.
*> From the clock-in on TimePunchRec-TP to FixOutDate/FixOutTime,
*> across midnight if need be.
    MOVE ClockInTime-TP TO ClockTimeWork
    COMPUTE InClockMins = (ClockHours * 60) + ClockMins
    MOVE FixOutTime TO ClockTimeWork
    COMPUTE OutClockMins = (ClockHours * 60) + ClockMins
    COMPUTE ShiftMinutes =
            ((FUNCTION INTEGER-OF-DATE(FixOutDate)
            - FUNCTION INTEGER-OF-DATE(ClockInDate-TP)) * 1440)
            + OutClockMins - InClockMins.

CorrectPunch.
    CALL "OperatorSignOnCheck" USING "Listing18-28", "S",
                                     SupervisorId, SupSignOnResult
    IF NOT SupervisorSignedOn
       DISPLAY "Corrections need a supervisor - nothing changed."
       EXIT PARAGRAPH
    END-IF
    PERFORM IdentifyWorkerByNumber
    IF NOT WorkerIdentified
       EXIT PARAGRAPH
    END-IF
    PERFORM ShowRecentShifts
    DISPLAY "A = add a shift never clocked, C = correct a shift - "
            WITH NO ADVANCING
    ACCEPT CorrectionChoice
    EVALUATE TRUE
       WHEN CorrectAddShift     PERFORM AddMissedShift
       WHEN CorrectChangeShift  PERFORM ChangeShift
       WHEN OTHER               DISPLAY "Nothing changed."
    END-EVALUATE.

AddMissedShift.
    DISPLAY "Enter the Store Id worked (0 = " ClockStoreId ") - "
            WITH NO ADVANCING
    ACCEPT FixStoreId
    IF FixStoreId EQUAL ZEROS
       MOVE ClockStoreId TO FixStoreId
    END-IF
    CALL "GetStoreInfo" USING FixStoreId, StoreName, StoreCurrency,
                              StoreStatusCode, StoreResult
    IF NOT StoreFound
       DISPLAY "No such store - nothing changed."
       CALL "GetStoreInfo" USING ClockStoreId, StoreName,
                                 StoreCurrency, StoreStatusCode,
                                 StoreResult
       EXIT PARAGRAPH
    END-IF
    CALL "GetStoreInfo" USING ClockStoreId, StoreName, StoreCurrency,
                              StoreStatusCode, StoreResult
    DISPLAY "Enter the clock-in date (YYYYMMDD) - " WITH NO ADVANCING
    ACCEPT FixInDate
    DISPLAY "Enter the clock-in time (HHMM) - " WITH NO ADVANCING
    ACCEPT FixInTime
    PERFORM AcceptClockOutFix
    INITIALIZE TimePunchRec-TP
    MOVE WorkerType  TO WorkerType-TP
    MOVE WorkerNum   TO WorkerNum-TP
    MOVE FixInDate   TO ClockInDate-TP
    MOVE FixInTime   TO ClockInTime-TP
    MOVE FixStoreId  TO StoreId-TP
    MOVE WorkerRate  TO HourlyRate-TP
    PERFORM CheckTheFix
    IF NOT FixIsValid
       EXIT PARAGRAPH
    END-IF
    PERFORM StampTheFix
    WRITE TimePunchRec-TP
       INVALID KEY DISPLAY "-TP ERROR Status = " TimePunchStatus
       NOT INVALID KEY DISPLAY "Shift added."
    END-WRITE.

ChangeShift.
*> A changed clock-in moves the punch to a new key, so the old
*> record is deleted and the corrected one written in its place.
    DISPLAY "Enter the clock-in date of the shift (YYYYMMDD) - "
            WITH NO ADVANCING
    ACCEPT FixInDate
    DISPLAY "Enter the clock-in time of the shift (HHMM) - "
            WITH NO ADVANCING
    ACCEPT FixInTime
    MOVE WorkerType TO WorkerType-TP
    MOVE WorkerNum  TO WorkerNum-TP
    MOVE FixInDate  TO ClockInDate-TP
    MOVE FixInTime  TO ClockInTime-TP
    READ TimePunchFile
       KEY IS TimePunchKey-TP
       INVALID KEY
          DISPLAY "No shift clocked in then - " TimePunchStatus
          EXIT PARAGRAPH
    END-READ
    MOVE TimePunchRec-TP TO SavedPunchRec
    DISPLAY "Corrected clock-in time (HHMM, 0 = keep "
            ClockInTime-TP ") - " WITH NO ADVANCING
    ACCEPT FixInTime
    IF FixInTime NOT EQUAL ZEROS
       MOVE FixInTime TO ClockInTime-TP
    END-IF
    PERFORM AcceptClockOutFix
    PERFORM CheckTheFix
    IF NOT FixIsValid
       EXIT PARAGRAPH
    END-IF
    PERFORM StampTheFix
    IF TimePunchKey-TP EQUAL SavedPunchRec(1:21)
       REWRITE TimePunchRec-TP
          INVALID KEY DISPLAY "-TP ERROR Status = " TimePunchStatus
          NOT INVALID KEY DISPLAY "Shift corrected."
       END-REWRITE
       EXIT PARAGRAPH
    END-IF
    WRITE TimePunchRec-TP
       INVALID KEY
          DISPLAY "Another shift already starts then - nothing "
                  "changed."
          EXIT PARAGRAPH
    END-WRITE
    MOVE SavedPunchRec(1:21) TO TimePunchKey-TP
    DELETE TimePunchFile RECORD
       INVALID KEY DISPLAY "-TP ERROR Status = " TimePunchStatus
       NOT INVALID KEY DISPLAY "Shift corrected."
    END-DELETE.

AcceptClockOutFix.
    DISPLAY "Enter the clock-out date (YYYYMMDD, 0 = same day) - "
            WITH NO ADVANCING
    ACCEPT FixOutDate
    DISPLAY "Enter the clock-out time (HHMM) - " WITH NO ADVANCING
    ACCEPT FixOutTime
    DISPLAY "Reason for the correction - " WITH NO ADVANCING
    ACCEPT FixNote.

CheckTheFix.
*> Real dates, real times, out after in, and no more than a day.
    MOVE "N" TO FixState
    IF FixOutDate EQUAL ZEROS
       MOVE ClockInDate-TP TO FixOutDate
    END-IF
    CALL "CheckDate" USING ClockInDate-TP, DateRule, DateResult
    IF NOT DateIsValid
       DISPLAY "The clock-in date is not a real past date."
       EXIT PARAGRAPH
    END-IF
    CALL "CheckDate" USING FixOutDate, DateRule, DateResult
    IF NOT DateIsValid
       DISPLAY "The clock-out date is not a real past date."
       EXIT PARAGRAPH
    END-IF
    MOVE ClockInTime-TP TO ClockTimeWork
    IF ClockHours > 23 OR ClockMins > 59
       DISPLAY "The clock-in time is not a real time."
       EXIT PARAGRAPH
    END-IF
    MOVE FixOutTime TO ClockTimeWork
    IF ClockHours > 23 OR ClockMins > 59
       DISPLAY "The clock-out time is not a real time."
       EXIT PARAGRAPH
    END-IF
    IF FixNote EQUAL SPACES
       DISPLAY "A correction needs a reason - nothing changed."
       EXIT PARAGRAPH
    END-IF
    PERFORM ComputeShiftMinutes
    IF ShiftMinutes NOT > ZERO OR ShiftMinutes > MaxCorrectedMinutes
       DISPLAY "The clock-out must fall after the clock-in and "
               "within a day of it."
       EXIT PARAGRAPH
    END-IF
    SET FixIsValid TO TRUE.

StampTheFix.
    MOVE FixOutDate    TO ClockOutDate-TP
    MOVE FixOutTime    TO ClockOutTime-TP
    MOVE ShiftMinutes  TO WorkedMinutes-TP
    SET PunchClosed-TP TO TRUE
    MOVE SupervisorId  TO CorrectedBy-TP
    MOVE TodayDate     TO CorrectedDate-TP
    MOVE FixNote       TO CorrectionNote-TP.

ListPunches.
    CALL "OperatorSignOnCheck" USING "Listing18-28", "S",
                                     SupervisorId, SupSignOnResult
    IF NOT SupervisorSignedOn
       DISPLAY "Shift listings need a supervisor."
       EXIT PARAGRAPH
    END-IF
    PERFORM IdentifyWorkerByNumber
    IF WorkerIdentified
       PERFORM ShowRecentShifts
    END-IF.

ShowRecentShifts.
    COMPUTE ListFromDate = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(TodayDate) - ListWindowDays)
    DISPLAY "Shifts for " WorkerName " since " ListFromDate
    MOVE WorkerType   TO WorkerType-TP
    MOVE WorkerNum    TO WorkerNum-TP
    MOVE ListFromDate TO ClockInDate-TP
    MOVE ZEROS        TO ClockInTime-TP
    START TimePunchFile KEY IS GREATER THAN OR EQUAL TimePunchKey-TP
       INVALID KEY SET EndOfTimePunches TO TRUE
    END-START
    IF NOT EndOfTimePunches
       READ TimePunchFile NEXT RECORD
          AT END SET EndOfTimePunches TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfTimePunches
                   OR WorkerType-TP NOT EQUAL WorkerType
                   OR WorkerNum-TP NOT EQUAL WorkerNum
       MOVE ClockInDate-TP TO PunchDate-Ed
       IF PunchOpen-TP
          DISPLAY "  " PunchDate-Ed " in " ClockInTime-TP
                  " store " StoreId-TP "  ** STILL OPEN **"
       ELSE
          COMPUTE ShiftHours-Ed ROUNDED = WorkedMinutes-TP / 60
          DISPLAY "  " PunchDate-Ed " in " ClockInTime-TP
                  " out " ClockOutTime-TP " store " StoreId-TP
                  " hours " ShiftHours-Ed
          IF CorrectedBy-TP NOT EQUAL ZEROS
             DISPLAY "     corrected by " CorrectedBy-TP " on "
                     CorrectedDate-TP " - " CorrectionNote-TP
          END-IF
       END-IF
       READ TimePunchFile NEXT RECORD
          AT END SET EndOfTimePunches TO TRUE
       END-READ
    END-PERFORM.

PayrollHoursExport.
*> One line per worker and store for the seven days ending on the
*> week-ending date. A shift belongs to the day it was clocked in.
    CALL "OperatorSignOnCheck" USING "Listing18-28", "S",
                                     SupervisorId, SupSignOnResult
    IF NOT SupervisorSignedOn
       DISPLAY "The payroll export needs a supervisor."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter the week-ending date (YYYYMMDD, 0 = today) - "
            WITH NO ADVANCING
    ACCEPT WeekEndingDate
    IF WeekEndingDate EQUAL ZEROS
       MOVE TodayDate TO WeekEndingDate
    END-IF
    CALL "CheckDate" USING WeekEndingDate, DateRule, DateResult
    IF NOT DateIsValid
       DISPLAY "That is not a real past date - nothing exported."
       EXIT PARAGRAPH
    END-IF
    COMPUTE WeekStartDate = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WeekEndingDate) - 6)
    MOVE ZEROS TO LinesExported OpenShiftsInWeek ExportHours
                  ExportCost WorkerStoreCount
    MOVE SPACES TO CurrentWorkerKey
    OPEN OUTPUT PayHoursFile
    DISPLAY "Payroll hours " WeekStartDate " to " WeekEndingDate

    MOVE LOW-VALUES TO TimePunchKey-TP
    START TimePunchFile KEY IS GREATER THAN TimePunchKey-TP
       INVALID KEY SET EndOfTimePunches TO TRUE
    END-START
    IF NOT EndOfTimePunches
       READ TimePunchFile NEXT RECORD
          AT END SET EndOfTimePunches TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfTimePunches
       IF ClockInDate-TP NOT < WeekStartDate
          AND ClockInDate-TP NOT > WeekEndingDate
          MOVE WorkerType-TP TO PunchWorkerType
          MOVE WorkerNum-TP  TO PunchWorkerNum
          IF PunchWorkerKey NOT EQUAL CurrentWorkerKey
             PERFORM WriteWorkerPayLines
             MOVE PunchWorkerKey TO CurrentWorkerKey
          END-IF
          PERFORM AddShiftToWorker
       END-IF
       READ TimePunchFile NEXT RECORD
          AT END SET EndOfTimePunches TO TRUE
       END-READ
    END-PERFORM
    PERFORM WriteWorkerPayLines
    CLOSE PayHoursFile

    MOVE ExportHours TO Hours-Ed
    MOVE ExportCost  TO Money-Ed
    DISPLAY "Export written - " LinesExported " line(s), "
            Hours-Ed " hours, cost " Money-Ed
    IF OpenShiftsInWeek > ZEROS
       DISPLAY OpenShiftsInWeek " shift(s) still open were not "
               "exported - correct them and run the export again."
    END-IF.

AddShiftToWorker.
    IF PunchOpen-TP
       ADD 1 TO OpenShiftsInWeek
       MOVE ClockInDate-TP TO PunchDate-Ed
       DISPLAY "  OPEN SHIFT " WorkerType-TP " " WorkerNum-TP
               " from " PunchDate-Ed " " ClockInTime-TP
               " store " StoreId-TP
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WsFoundState
    PERFORM VARYING WsIdx FROM 1 BY 1 UNTIL WsIdx > WorkerStoreCount
       IF WsStoreId(WsIdx) EQUAL StoreId-TP
          SET WsEntryFound TO TRUE
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF NOT WsEntryFound
       IF WorkerStoreCount NOT < 10
          DISPLAY "  Worker " WorkerNum-TP " worked at more than 10 "
                  "stores - shift at store " StoreId-TP " skipped."
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO WorkerStoreCount
       SET WsIdx TO WorkerStoreCount
       MOVE StoreId-TP TO WsStoreId(WsIdx)
       MOVE ZEROS TO WsShifts(WsIdx) WsMinutes(WsIdx) WsCost(WsIdx)
                     WsCorrected(WsIdx)
    END-IF
    COMPUTE ShiftCost ROUNDED =
            WorkedMinutes-TP * HourlyRate-TP / 60
    ADD 1                TO WsShifts(WsIdx)
    ADD WorkedMinutes-TP TO WsMinutes(WsIdx)
    ADD ShiftCost        TO WsCost(WsIdx)
    IF CorrectedBy-TP NOT EQUAL ZEROS
       ADD 1 TO WsCorrected(WsIdx)
    END-IF.

WriteWorkerPayLines.
    PERFORM VARYING WsIdx FROM 1 BY 1 UNTIL WsIdx > WorkerStoreCount
       INITIALIZE PayHoursRec
       MOVE CurrentWorkerType  TO WorkerType-PH
       MOVE CurrentWorkerNum   TO WorkerNum-PH
       MOVE WsStoreId(WsIdx)   TO StoreId-PH
       MOVE WeekEndingDate     TO WeekEndingDate-PH
       MOVE WsShifts(WsIdx)    TO ShiftsWorked-PH
       COMPUTE HoursWorked-PH ROUNDED = WsMinutes(WsIdx) / 60
       MOVE WsCost(WsIdx)      TO LaborCost-PH
       MOVE WsCorrected(WsIdx) TO CorrectedShifts-PH
       WRITE PayHoursRec
       ADD 1 TO LinesExported
       ADD HoursWorked-PH TO ExportHours
       ADD LaborCost-PH   TO ExportCost
       MOVE HoursWorked-PH TO Hours-Ed
       MOVE LaborCost-PH   TO Money-Ed
       DISPLAY "  " CurrentWorkerType " " CurrentWorkerNum
               " store " WsStoreId(WsIdx) " shifts " WsShifts(WsIdx)
               " hours " Hours-Ed " cost " Money-Ed
    END-PERFORM
    MOVE ZEROS TO WorkerStoreCount.

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
PROGRAM-ID. OperatorSignOnCheck.
AUTHOR. Michael Coughlan.
*> Shared sign-on for the maintenance programs, replacing the
*> compiled-in ValidOperatorPin each of them carried. Operators live
*> on the operator master with individual ids, hashed passwords and
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
FILE-CONTROL.
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
FD OperatorFile.
01 OperatorRec-OP.
   COPY OperatorRec.

FD  SecurityLogFile.
01  SecurityLogRec         PIC X(110).

WORKING-STORAGE SECTION.
01 OperatorStatus           PIC XX.
   88 OperatorOk  VALUE "02", "00".

01 SecurityLogStatus        PIC XX.
01 SecurityTimestamp        PIC X(21).
01 LogEventText             PIC X(30).

01 EnteredId                 PIC 9(4).
01 EnteredPassword           PIC X(8).
01 NewPassword               PIC X(8).
01 NewPasswordAgain          PIC X(8).
01 ComputedHash              PIC 9(8).
01 HashWork                  PIC 9(12) VALUE ZEROS.
01 CharPos                   PIC 99.

01 AttemptsThisRun           PIC 9 VALUE ZERO.
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
01 RequiredRole-IO           PIC X.
01 OperatorId-IO             PIC 9(4).
01 SignOnResult-IO           PIC 9.
   88 SignOnAccepted           VALUE 0.
   88 SignOnRejected           VALUE 1.

PROCEDURE DIVISION USING ProgramName-IO, RequiredRole-IO,
                          OperatorId-IO, SignOnResult-IO.
Begin.
    SET SignOnRejected TO TRUE
    MOVE ZEROS TO OperatorId-IO
    MOVE ZERO TO AttemptsThisRun
    MOVE "N" TO SignOnState

    OPEN I-O OperatorFile
    IF OperatorStatus EQUAL "35"
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
            UNTIL SignOnSettled OR AttemptsThisRun >= 3

    CLOSE OperatorFile
    EXIT PROGRAM.

TrySignOn.
    ADD 1 TO AttemptsThisRun
    DISPLAY "Operator id - " WITH NO ADVANCING
    ACCEPT EnteredId
    DISPLAY "Password - " WITH NO ADVANCING
    ACCEPT EnteredPassword

    MOVE EnteredId TO OperatorId-OP
    READ OperatorFile
       KEY IS OperatorId-OP
       INVALID KEY CONTINUE
    END-READ
    IF NOT OperatorOk
       DISPLAY "Sign-on failed."
       MOVE "FAILED - unknown operator id" TO LogEventText
       PERFORM WriteSecurityLog
       EXIT PARAGRAPH
    END-IF

    IF OperatorLockedOut-OP
       DISPLAY "This operator id is locked out - see the manager."
       MOVE "FAILED - id is locked out" TO LogEventText
       PERFORM WriteSecurityLog
       SET SignOnSettled TO TRUE
       EXIT PARAGRAPH
    END-IF

    MOVE EnteredPassword TO NewPassword
    PERFORM HashThePassword
    IF ComputedHash NOT EQUAL PasswordHash-OP
       ADD 1 TO FailedAttempts-OP
       IF FailedAttempts-OP >= 3
          SET OperatorLockedOut-OP TO TRUE
          DISPLAY "Third wrong password - id is now locked out."
          MOVE "LOCKOUT - three wrong passwords" TO LogEventText
       ELSE
          DISPLAY "Sign-on failed."
          MOVE "FAILED - wrong password" TO LogEventText
       END-IF
       REWRITE OperatorRec-OP
          INVALID KEY DISPLAY "-OP ERROR Status = " OperatorStatus
       END-REWRITE
       PERFORM WriteSecurityLog
       EXIT PARAGRAPH
    END-IF

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
          EXIT PARAGRAPH
       END-IF
    END-IF

    MOVE ZERO TO FailedAttempts-OP
    REWRITE OperatorRec-OP
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
    ACCEPT NewPassword
    DISPLAY "New password again - " WITH NO ADVANCING
    ACCEPT NewPasswordAgain
    IF NewPassword NOT EQUAL NewPasswordAgain
       OR NewPassword EQUAL SPACES
       DISPLAY "Passwords do not match - sign-on abandoned."
       MOVE "FAILED - password change aborted" TO LogEventText
       PERFORM WriteSecurityLog
       SET SignOnRejected TO TRUE
       SET SignOnSettled TO TRUE
    ELSE
       PERFORM HashThePassword
       MOVE ComputedHash TO PasswordHash-OP
       MOVE "N" TO MustChangePwd-OP
       MOVE "CHANGED PASSWORD" TO LogEventText
       PERFORM WriteSecurityLog
    END-IF.

HashThePassword.
*> A position-weighted character sum, folded to eight digits - not
*> cryptography, but the password itself never reaches the file.
    MOVE ZEROS TO HashWork
    PERFORM VARYING CharPos FROM 1 BY 1 UNTIL CharPos > 8
       COMPUTE HashWork = HashWork
             + (FUNCTION ORD(NewPassword(CharPos:1)) * CharPos * 131)
    END-PERFORM
    COMPUTE ComputedHash =
            FUNCTION MOD(HashWork * 2654435, 99999989).

SeedOperatorFile.
*> Starting roster: counter operator 1234 (password "letmein",
*> which must be changed at first sign-on), supervisor 7531 and
*> manager 9999 (password "changeme" for both, also to be changed).
    OPEN OUTPUT OperatorFile
    CALL "CheckLayoutVersion" USING "S", ProgramName-IO, "OperatorFile",
          OperatorRecVersion, LayoutResult
    INITIALIZE OperatorRec-OP
    MOVE 1234 TO OperatorId-OP
    MOVE "Counter operator" TO OperatorName-OP
    MOVE "letmein " TO NewPassword
    PERFORM HashThePassword
    MOVE ComputedHash TO PasswordHash-OP
    MOVE "O" TO RoleCode-OP
    MOVE "Y" TO MustChangePwd-OP
    WRITE OperatorRec-OP
    INITIALIZE OperatorRec-OP
    MOVE 7531 TO OperatorId-OP
    MOVE "Shift supervisor" TO OperatorName-OP
    MOVE "changeme" TO NewPassword
    PERFORM HashThePassword
    MOVE ComputedHash TO PasswordHash-OP
    MOVE "S" TO RoleCode-OP
    MOVE "Y" TO MustChangePwd-OP
    WRITE OperatorRec-OP
    INITIALIZE OperatorRec-OP
    MOVE 9999 TO OperatorId-OP
    MOVE "Store manager" TO OperatorName-OP
    MOVE "changeme" TO NewPassword
    PERFORM HashThePassword
    MOVE ComputedHash TO PasswordHash-OP
    MOVE "M" TO RoleCode-OP
    MOVE "Y" TO MustChangePwd-OP
    WRITE OperatorRec-OP
    CLOSE OperatorFile.

WriteSecurityLog.
    MOVE FUNCTION CURRENT-DATE TO SecurityTimestamp
    OPEN EXTEND SecurityLogFile
    IF SecurityLogStatus EQUAL "35"
       OPEN OUTPUT SecurityLogFile
    END-IF
    MOVE SPACES TO SecurityLogRec
    STRING ProgramName-IO DELIMITED BY SPACE
           " operator " DELIMITED BY SIZE
           EnteredId DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LogEventText DELIMITED BY SIZE
           " at " DELIMITED BY SIZE
           SecurityTimestamp DELIMITED BY SIZE
      INTO SecurityLogRec
    END-STRING
    WRITE SecurityLogRec
    CLOSE SecurityLogFile.
END PROGRAM OperatorSignOnCheck.

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
PROGRAM-ID. CheckDate IS INITIAL.
AUTHOR. Michael Coughlan.
*> Validates a YYYYMMDD date the way the files deserve: real month
*> lengths, leap years, a sanity window (1900-2100), and an optional
*> not-in-future rule. The loaders and entry paths CALL this before
*> a CheckoutDate, DueDate, ReturnDate or HoldDate reaches a file,
*> rejecting failures to the run's exception report instead of
*> letting a 20269999 poison the DaysOverdue arithmetic downstream.

ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
01 DateParts.
   02 YearPart              PIC 9(4).
   02 MonthPart             PIC 99.
   02 DayPart               PIC 99.
01 DaysInMonth              PIC 99.
01 TodaysDate               PIC 9(8).

LINKAGE SECTION.
01 DateToCheck-IO           PIC 9(8).
01 DateRule-IO              PIC X.
   88 NoFutureDates-IO        VALUE "F".
01 DateResult-IO            PIC 9.
   88 DateIsValid-IO          VALUE 0.
   88 DateIsInvalid-IO        VALUE 1.

PROCEDURE DIVISION USING DateToCheck-IO, DateRule-IO, DateResult-IO.
Begin.
   SET DateIsInvalid-IO TO TRUE
   MOVE DateToCheck-IO TO DateParts

   IF YearPart < 1900 OR YearPart > 2100
      EXIT PROGRAM
   END-IF
   IF MonthPart < 1 OR MonthPart > 12
      EXIT PROGRAM
   END-IF

   EVALUATE MonthPart
      WHEN 4 WHEN 6 WHEN 9 WHEN 11
         MOVE 30 TO DaysInMonth
      WHEN 2
         IF FUNCTION MOD(YearPart, 400) EQUAL ZERO
            OR (FUNCTION MOD(YearPart, 4) EQUAL ZERO
                AND FUNCTION MOD(YearPart, 100) NOT EQUAL ZERO)
            MOVE 29 TO DaysInMonth
         ELSE
            MOVE 28 TO DaysInMonth
         END-IF
      WHEN OTHER
         MOVE 31 TO DaysInMonth
   END-EVALUATE
   IF DayPart < 1 OR DayPart > DaysInMonth
      EXIT PROGRAM
   END-IF

   IF NoFutureDates-IO
      MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
      IF DateToCheck-IO > TodaysDate
         EXIT PROGRAM
      END-IF
   END-IF

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
