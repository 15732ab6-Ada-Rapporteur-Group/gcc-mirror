*> the KPI history file, and prints a one-page pack showing this
*> week against last week and the four-week average for each
*> measure.
*> Labor sits next to revenue: the hours and cost of the closed
*> shifts on the Listing18-28 timeclock, for the pack as a whole and
*> store by store against that store's rental revenue, so each
*> manager can see their labor percentage. The per-store figures
*> are kept week by week on a store KPI history of their own.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KPIHistoryStatus.

    SELECT KPIStoreFile ASSIGN TO "Listing17-50KPIStores.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KPIStoreStatus.

   SELECT TimePunchFile ASSIGN TO "Listing18-28TimePunch.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TimePunchKey-TP
        FILE STATUS IS TimePunchStatus.

DATA DIVISION.
FILE SECTION.
FD FilmFile.
   02 PendingHolds-KP       PIC 9(5).
   02 OverdueCount-KP       PIC 9(5).
   02 StockOnHand-KP        PIC 9(6).
   02 LaborHours-KP         PIC 9(5)V99.
   02 LaborCost-KP          PIC 9(7)V99.

FD KPIStoreFile.
01 KPIStoreRec.
   02 WeekEndingDate-KS     PIC 9(8).
   02 StoreId-KS            PIC 99.
   02 Revenue-KS            PIC 9(7)V99.
   02 LaborHours-KS         PIC 9(5)V99.
   02 LaborCost-KS          PIC 9(7)V99.
   02 LaborPercent-KS       PIC 9(3)V9.

FD TimePunchFile.
01 TimePunchRec-TP.
   COPY TimePunchRec.

WORKING-STORAGE SECTION.
01 FilmStatus               PIC XX.
01 KPIHistoryStatus         PIC XX.
   88 EndOfKPIHistory         VALUE "10".

01 KPIStoreStatus           PIC XX.

01 TimePunchStatus          PIC XX.
   88 TimePunchOk VALUE "02", "00".

01 StoreCopyKey              PIC 9(5) VALUE ZEROS.

01 TodayDate                 PIC 9(8).
   02 TW-PendingHolds         PIC 9(5) VALUE ZEROS.
   02 TW-OverdueCount         PIC 9(5) VALUE ZEROS.
   02 TW-StockOnHand          PIC 9(6) VALUE ZEROS.
   02 TW-LaborHours           PIC 9(5)V99 VALUE ZEROS.
   02 TW-LaborCost            PIC 9(7)V99 VALUE ZEROS.

01 LastWeek.
   02 LW-Rentals              PIC 9(5) VALUE ZEROS.
   02 LW-PendingHolds         PIC 9(5) VALUE ZEROS.
   02 LW-OverdueCount         PIC 9(5) VALUE ZEROS.
   02 LW-StockOnHand          PIC 9(6) VALUE ZEROS.
   02 LW-LaborHours           PIC 9(5)V99 VALUE ZEROS.
   02 LW-LaborCost            PIC 9(7)V99 VALUE ZEROS.

*> Rolling window of the last four history records for the average.
01 HistoryWindow.
      03 H-PendingHolds       PIC 9(5).
      03 H-OverdueCount       PIC 9(5).
      03 H-StockOnHand        PIC 9(6).
      03 H-LaborHours         PIC 9(5)V99.
      03 H-LaborCost          PIC 9(7)V99.

01 AvgRentals                PIC 9(5)V9 VALUE ZEROS.
01 AvgRevenue                PIC 9(7)V99 VALUE ZEROS.
01 AvgPendingHolds           PIC 9(5)V9 VALUE ZEROS.
01 AvgOverdueCount           PIC 9(5)V9 VALUE ZEROS.
01 AvgStockOnHand            PIC 9(6)V9 VALUE ZEROS.
01 AvgLaborHours             PIC 9(5)V99 VALUE ZEROS.
01 AvgLaborCost              PIC 9(7)V99 VALUE ZEROS.

*> Revenue and labor by store - the StoreId is the subscript.
01 StoreKPITable.
   02 StoreKPIEntry OCCURS 99 TIMES INDEXED BY SkIdx.
      03 SkRevenue            PIC 9(7)V99.
      03 SkLaborMinutes       PIC 9(7).
      03 SkLaborCost          PIC 9(7)V99.
01 RentalRevenue             PIC 9(5)V99 VALUE ZEROS.
01 TW-LaborMinutes           PIC 9(7) VALUE ZEROS.
01 ShiftCost                 PIC 9(5)V99 VALUE ZEROS.
01 StoreLaborHours           PIC 9(5)V99 VALUE ZEROS.
01 LaborPercent              PIC 9(3)V9 VALUE ZEROS.
01 StoreNumber               PIC 99 VALUE ZEROS.
01 Hours-Ed                  PIC ZZ,ZZ9.99.
01 Percent-Ed                PIC ZZ9.9.

01 DaysOverdue               PIC S9(5) VALUE ZEROS.
01 LateFee                   PIC 9(5)V99 VALUE ZEROS.
01 Money-Ed                  PIC $$,$$$,$$9.99.
01 Avg-Ed                    PIC ZZ,ZZ9.9.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing17-50", "FilmFile    ",
          FilmRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-50", "CustomerFile",
          CustomerRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-50", "RentalFile  ",
          RentalRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-50", "HoldQueue   ",
          HoldQueueRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-50", "StoreCopy   ",
          StoreCopyRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    COMPUTE WeekStartDate = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(TodayDate) - 6)
    INITIALIZE StoreKPITable

    PERFORM GatherRentalMeasures
    PERFORM GatherCustomerMeasures
    PERFORM GatherHoldMeasures
    PERFORM GatherStockMeasures
    PERFORM GatherLaborMeasures
    PERFORM LoadHistoryWindow
    PERFORM ComputeAverages
    PERFORM PrintKPIPack
    IF CheckoutDate-RF NOT < WeekStartDate
       AND CheckoutDate-RF NOT > TodayDate
       ADD 1 TO TW-Rentals
       MOVE ZEROS TO RentalRevenue
       IF PriceCharged-RF > ZEROS
          MOVE PriceCharged-RF TO RentalRevenue
       ELSE
*> Zero is a real till price now (set members after the first, the
*> staff free allowance); only pre-pricing-era records - written
                INVALID KEY CONTINUE
             END-READ
             IF FilmOk
                MOVE RentalFee-FF TO RentalRevenue
             END-IF
          END-IF
       END-IF
       ADD RentalRevenue TO TW-Revenue
       IF StoreId-RF > ZEROS
          ADD RentalRevenue TO SkRevenue(StoreId-RF)
       END-IF
    END-IF

*> Late fees assessed this week: the tiered fee on rentals returned
    END-PERFORM
    CLOSE StoreCopyFile.

GatherLaborMeasures.
*> Closed shifts clocked in this week, each costed at the rate the
*> clock stamped on it. A shift still open has no hours yet.
    OPEN INPUT TimePunchFile
    IF TimePunchStatus NOT EQUAL "00"
       CLOSE TimePunchFile
       EXIT PARAGRAPH
    END-IF
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
       IF PunchClosed-TP
          AND ClockInDate-TP NOT < WeekStartDate
          AND ClockInDate-TP NOT > TodayDate
          COMPUTE ShiftCost ROUNDED =
                  WorkedMinutes-TP * HourlyRate-TP / 60
          ADD WorkedMinutes-TP TO TW-LaborMinutes
          ADD ShiftCost        TO TW-LaborCost
          IF StoreId-TP > ZEROS
             ADD WorkedMinutes-TP TO SkLaborMinutes(StoreId-TP)
             ADD ShiftCost        TO SkLaborCost(StoreId-TP)
          END-IF
       END-IF
       READ TimePunchFile NEXT RECORD
          AT END SET EndOfTimePunches TO TRUE
       END-READ
    END-PERFORM
    CLOSE TimePunchFile
    COMPUTE TW-LaborHours ROUNDED = TW-LaborMinutes / 60.

LoadHistoryWindow.
*> Keeps the last four records read: slot 1 is always the newest
*> already-filed week (= "last week" on the pack).
       MOVE H-PendingHolds(1) TO LW-PendingHolds
       MOVE H-OverdueCount(1) TO LW-OverdueCount
       MOVE H-StockOnHand(1)  TO LW-StockOnHand
       MOVE H-LaborHours(1)   TO LW-LaborHours
       MOVE H-LaborCost(1)    TO LW-LaborCost
    END-IF.

ShiftHistoryWindow.
    MOVE PendingHolds-KP   TO H-PendingHolds(1)
    MOVE OverdueCount-KP   TO H-OverdueCount(1)
    MOVE StockOnHand-KP    TO H-StockOnHand(1)
*> Weeks filed before labor was measured have no labor figures.
    IF LaborHours-KP IS NOT NUMERIC
       MOVE ZEROS TO LaborHours-KP
    END-IF
    IF LaborCost-KP IS NOT NUMERIC
       MOVE ZEROS TO LaborCost-KP
    END-IF
    MOVE LaborHours-KP     TO H-LaborHours(1)
    MOVE LaborCost-KP      TO H-LaborCost(1)
    IF HistCount < 4
       ADD 1 TO HistCount
    END-IF.
    END-IF
    MOVE ZEROS TO AvgRentals AvgRevenue AvgLateFees AvgNewCustomers
                  AvgPendingHolds AvgOverdueCount AvgStockOnHand
                  AvgLaborHours AvgLaborCost
    PERFORM VARYING HWIdx FROM 1 BY 1 UNTIL HWIdx > HistCount
       ADD H-Rentals(HWIdx)      TO AvgRentals
       ADD H-Revenue(HWIdx)      TO AvgRevenue
       ADD H-PendingHolds(HWIdx) TO AvgPendingHolds
       ADD H-OverdueCount(HWIdx) TO AvgOverdueCount
       ADD H-StockOnHand(HWIdx)  TO AvgStockOnHand
       ADD H-LaborHours(HWIdx)   TO AvgLaborHours
       ADD H-LaborCost(HWIdx)    TO AvgLaborCost
    END-PERFORM
    COMPUTE AvgRentals      ROUNDED = AvgRentals      / HistCount
    COMPUTE AvgRevenue      ROUNDED = AvgRevenue      / HistCount
    COMPUTE AvgNewCustomers ROUNDED = AvgNewCustomers / HistCount
    COMPUTE AvgPendingHolds ROUNDED = AvgPendingHolds / HistCount
    COMPUTE AvgOverdueCount ROUNDED = AvgOverdueCount / HistCount
    COMPUTE AvgStockOnHand  ROUNDED = AvgStockOnHand  / HistCount
    COMPUTE AvgLaborHours   ROUNDED = AvgLaborHours   / HistCount
    COMPUTE AvgLaborCost    ROUNDED = AvgLaborCost    / HistCount.

PrintKPIPack.
    DISPLAY "====================================================="
    MOVE AvgStockOnHand TO Avg-Ed
    DISPLAY "Stock on hand  " TW-StockOnHand " / " LW-StockOnHand
            " / " Avg-Ed
    MOVE TW-LaborHours TO Hours-Ed
    DISPLAY "Labor hours    " Hours-Ed WITH NO ADVANCING
    MOVE LW-LaborHours TO Hours-Ed
    DISPLAY " / " Hours-Ed WITH NO ADVANCING
    MOVE AvgLaborHours TO Hours-Ed
    DISPLAY " / " Hours-Ed
    MOVE TW-LaborCost TO Money-Ed
    DISPLAY "Labor cost     " Money-Ed WITH NO ADVANCING
    MOVE LW-LaborCost TO Money-Ed
    DISPLAY " / " Money-Ed WITH NO ADVANCING
    MOVE AvgLaborCost TO Money-Ed
    DISPLAY " / " Money-Ed
    PERFORM PrintStoreLabor
    DISPLAY "=====================================================".

PrintStoreLabor.
*> Labor percentage is labor cost over the store's rental revenue;
*> a store with labor but no revenue shows no percentage.
    DISPLAY "-----------------------------------------------------"
    DISPLAY "Store     revenue        labor hrs    labor cost   labor%"
    PERFORM VARYING SkIdx FROM 1 BY 1 UNTIL SkIdx > 99
       IF SkRevenue(SkIdx) > ZEROS OR SkLaborMinutes(SkIdx) > ZEROS
          PERFORM ComputeStoreLabor
          SET StoreNumber TO SkIdx
          MOVE SkRevenue(SkIdx) TO Money-Ed
          DISPLAY "  " StoreNumber " " Money-Ed WITH NO ADVANCING
          MOVE StoreLaborHours TO Hours-Ed
          DISPLAY " " Hours-Ed WITH NO ADVANCING
          MOVE SkLaborCost(SkIdx) TO Money-Ed
          DISPLAY " " Money-Ed WITH NO ADVANCING
          IF SkRevenue(SkIdx) > ZEROS
             MOVE LaborPercent TO Percent-Ed
             DISPLAY "  " Percent-Ed "%"
          ELSE
             DISPLAY "     n/a"
          END-IF
       END-IF
    END-PERFORM.

ComputeStoreLabor.
    COMPUTE StoreLaborHours ROUNDED = SkLaborMinutes(SkIdx) / 60
    MOVE ZEROS TO LaborPercent
    IF SkRevenue(SkIdx) > ZEROS
       COMPUTE LaborPercent ROUNDED =
               SkLaborCost(SkIdx) * 100 / SkRevenue(SkIdx)
          ON SIZE ERROR MOVE 999.9 TO LaborPercent
       END-COMPUTE
    END-IF.

AppendThisWeekToHistory.
    OPEN EXTEND KPIHistoryFile
    IF KPIHistoryStatus EQUAL "35"
    MOVE TW-PendingHolds  TO PendingHolds-KP
    MOVE TW-OverdueCount  TO OverdueCount-KP
    MOVE TW-StockOnHand   TO StockOnHand-KP
    MOVE TW-LaborHours    TO LaborHours-KP
    MOVE TW-LaborCost     TO LaborCost-KP
    WRITE KPIHistoryRec
    CLOSE KPIHistoryFile

    OPEN EXTEND KPIStoreFile
    IF KPIStoreStatus EQUAL "35"
       CLOSE KPIStoreFile
       OPEN OUTPUT KPIStoreFile
    END-IF
    PERFORM VARYING SkIdx FROM 1 BY 1 UNTIL SkIdx > 99
       IF SkRevenue(SkIdx) > ZEROS OR SkLaborMinutes(SkIdx) > ZEROS
          PERFORM ComputeStoreLabor
          MOVE TodayDate          TO WeekEndingDate-KS
          SET StoreNumber         TO SkIdx
          MOVE StoreNumber        TO StoreId-KS
          MOVE SkRevenue(SkIdx)   TO Revenue-KS
          MOVE StoreLaborHours    TO LaborHours-KS
          MOVE SkLaborCost(SkIdx) TO LaborCost-KS
          MOVE LaborPercent       TO LaborPercent-KS
          WRITE KPIStoreRec
       END-IF
    END-PERFORM
    CLOSE KPIStoreFile.

IDENTIFICATION DIVISION.
PROGRAM-ID. BusinessDateCalc.
    WRITE HolidayRec
    CLOSE HolidayFile.
END PROGRAM BusinessDateCalc.

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
