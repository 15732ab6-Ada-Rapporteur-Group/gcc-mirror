IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-52.
AUTHOR. Michael Coughlan.
*> Weekly till traffic by the hour. Checkouts, returns and payments
*> now carry the time the till took them, so for the seven days to
*> the week-ending date (the run's argument, YYYYMMDD, or today)
*> each store's transactions are counted hour by hour and day by
*> day. Next to each hour are the operators clocked on at that store
*> during it, from the closed shifts on the Listing18-28 timeclock,
*> and the queue load - transactions per operator on the floor. An
*> hour whose load runs above UnderStaffedLoad, or that had traffic
*> and nobody clocked on, is flagged under-staffed; one with more
*> than one operator and a load below OverStaffedLoad is flagged
*> over-staffed. For comparison each hour carries the average for
*> the same weekday and hour over the previous 13 weeks, taken over
*> the weeks that store has times for - records written before
*> times were kept, and those not taken at a till, have no time and
*> are only counted in the total at the foot. A return is counted at
*> the store the film was rented from. The report is spooled, one
*> generation per week.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   SELECT RentalFile ASSIGN TO "Listing17-6Rental.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RentalKey-RF
        FILE STATUS IS RentalStatus.

   SELECT PaymentsFile ASSIGN TO "Listing17-28Payments.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PaymentsStatus.

   SELECT TimePunchFile ASSIGN TO "Listing18-28TimePunch.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TimePunchKey-TP
        FILE STATUS IS TimePunchStatus.

   SELECT TrafficReportFile ASSIGN TO TrafficReportFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TrafficReportStatus.

DATA DIVISION.
FILE SECTION.
FD RentalFile.
01 RentalRec-RF.
   COPY RentalRec.

FD PaymentsFile.
01 PaymentRec-PM.
   COPY PaymentRec.

FD TimePunchFile.
01 TimePunchRec-TP.
   COPY TimePunchRec.

FD TrafficReportFile.
01 TrafficLine              PIC X(132).

WORKING-STORAGE SECTION.
01 RentalStatus             PIC XX.
   88 RentalOk     VALUE "02", "00".

01 PaymentsStatus           PIC XX.
   88 PaymentsOk   VALUE "00".

01 TimePunchStatus          PIC XX.
   88 TimePunchOk  VALUE "02", "00".

01 TrafficReportStatus      PIC XX.
01 TrafficReportFileName    PIC X(30).
01 SpoolRunParms            PIC X(20).

01 ArgumentNumber           PIC 9 VALUE 1.
01 BatchParm                PIC X(8).

01 TodayDate                PIC 9(8).
01 WeekEndingDate           PIC 9(8).
01 WeekStartDate            PIC 9(8).
01 WeekEndInt               PIC 9(7).
01 WeekStartInt             PIC 9(7).
01 RollStartInt             PIC 9(7).

*> Loads either side of which an hour is flagged, in transactions
*> per operator clocked on.
01 UnderStaffedLoad         PIC 9(3)V9 VALUE 15.0.
01 OverStaffedLoad          PIC 9(3)V9 VALUE 4.0.

*> Store by weekday (Monday = 1) by hour; the StoreId is the first
*> subscript, the hour plus one the last.
01 TrafficTable.
   02 TrafficStore OCCURS 99 TIMES INDEXED BY TsIdx.
      03 StoreSeen          PIC X.
         88 StoreHasTraffic   VALUE "Y".
      03 RollWeekSeen       PIC X OCCURS 13 TIMES INDEXED BY RwIdx.
         88 RollWeekHasTimes  VALUE "Y".
      03 TrafficDay OCCURS 7 TIMES INDEXED BY TdIdx.
         04 TrafficHour OCCURS 24 TIMES INDEXED BY ThIdx.
            05 HourCheckouts   PIC 9(5).
            05 HourReturns     PIC 9(5).
            05 HourPayments    PIC 9(5).
            05 HourStaff       PIC 9(3).
            05 RollTxns        PIC 9(6).

*> One transaction to be tallied.
01 TallyKind                PIC X.
   88 TallyCheckout           VALUE "C".
   88 TallyReturn             VALUE "R".
   88 TallyPayment            VALUE "P".
01 TallyStore               PIC 99.
01 TallyDate                PIC 9(8).
01 TallyTime                PIC X(6).
01 TallyTimeParts REDEFINES TallyTime.
   02 TallyHour             PIC 99.
   02 FILLER                PIC X(4).
01 TallyDateInt             PIC 9(7).
01 WeeksBack                PIC 99.
01 Weekday                  PIC 9.
01 HourSub                  PIC 99.

*> One closed shift spread over the hours it covered.
01 PunchFirstHour           PIC 9(9).
01 PunchLastHour            PIC 9(9).
01 PunchHour                PIC 9(9).
01 PunchDayInt              PIC 9(7).
01 PunchHourOfDay           PIC 99.
01 PunchInHour              PIC 99.
01 PunchOutHour             PIC 99.
01 PunchOutMinute           PIC 99.

01 DayOffset                PIC 9.
01 DayInt                   PIC 9(7).
01 DayDate                  PIC 9(8).
01 DayNames                 PIC X(21) VALUE "MonTueWedThuFriSatSun".
01 DayNameTable REDEFINES DayNames.
   02 DayName               PIC X(3) OCCURS 7 TIMES.

01 SlotTxns                 PIC 9(6).
01 SlotLoad                 PIC 9(4)V9.
01 SlotRollAvg              PIC 9(4)V9.
01 SlotFlag                 PIC X(15).
01 StoreRollWeeks           PIC 99.
01 DayActive                PIC X.
   88 DayHasActivity          VALUE "Y".

01 DayTotals.
   02 DayTxns               PIC 9(6).
   02 DayStaffHours         PIC 9(5).
01 StoreTotals.
   02 StoreTxns             PIC 9(7).
   02 StoreStaffHours       PIC 9(6).
   02 StoreUnderSlots       PIC 9(4).
   02 StoreOverSlots        PIC 9(4).
01 ReportCounts.
   02 StoresReported        PIC 9(3) VALUE ZEROS.
   02 WeekTxns              PIC 9(7) VALUE ZEROS.
   02 UntimedTxns           PIC 9(7) VALUE ZEROS.
   02 OpenShiftsSkipped     PIC 9(5) VALUE ZEROS.
   02 UnderSlots            PIC 9(5) VALUE ZEROS.
   02 OverSlots             PIC 9(5) VALUE ZEROS.

01 AvgLoad                  PIC 9(4)V9.
01 Hour-Ed                  PIC 99.
01 Count-Ed                 PIC ZZZZ9.
01 Staff-Ed                 PIC ZZ9.
01 Load-Ed                  PIC ZZZ9.9.
01 Roll-Ed                  PIC ZZZ9.9.
01 Total-Ed                 PIC Z,ZZZ,ZZ9.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing18-52", "RentalFile  ",
          RentalRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    DISPLAY ArgumentNumber UPON ARGUMENT-NUMBER
    ACCEPT BatchParm FROM ARGUMENT-VALUE
       ON EXCEPTION MOVE SPACES TO BatchParm
    END-ACCEPT
    IF BatchParm EQUAL SPACES
       MOVE TodayDate TO WeekEndingDate
    ELSE
       IF BatchParm NOT NUMERIC
          DISPLAY "The week-ending date must be YYYYMMDD - " BatchParm
          STOP RUN
       END-IF
       MOVE BatchParm TO WeekEndingDate
       IF FUNCTION TEST-DATE-YYYYMMDD(WeekEndingDate) NOT EQUAL ZERO
          DISPLAY "That is not a valid date - " BatchParm
          STOP RUN
       END-IF
    END-IF
    COMPUTE WeekEndInt = FUNCTION INTEGER-OF-DATE(WeekEndingDate)
    COMPUTE WeekStartInt = WeekEndInt - 6
    COMPUTE RollStartInt = WeekEndInt - (14 * 7) + 1
    COMPUTE WeekStartDate = FUNCTION DATE-OF-INTEGER(WeekStartInt)
    INITIALIZE TrafficTable

    PERFORM GatherRentalTraffic
    PERFORM GatherPaymentTraffic
    PERFORM GatherOperatorHours

    MOVE SPACES TO SpoolRunParms
    STRING "week=" DELIMITED BY SIZE
           WeekEndingDate DELIMITED BY SIZE
      INTO SpoolRunParms
    END-STRING
    CALL "SpoolRegisterReport" USING "TRAFFIC ", SpoolRunParms,
                                     TrafficReportFileName
    OPEN OUTPUT TrafficReportFile
    PERFORM PrintReportHeading
    PERFORM VARYING TsIdx FROM 1 BY 1 UNTIL TsIdx > 99
       IF StoreHasTraffic(TsIdx)
          PERFORM PrintStoreTraffic
       END-IF
    END-PERFORM
    PERFORM PrintReportFooting
    CLOSE TrafficReportFile
    DISPLAY "Till traffic " WeekStartDate " to " WeekEndingDate
            " - " StoresReported " store(s) written to "
            TrafficReportFileName
    STOP RUN.

GatherRentalTraffic.
*> A rental can hold two transactions - the checkout, and the return
*> once it has come back.
    OPEN INPUT RentalFile
    IF NOT RentalOk
       CLOSE RentalFile
       EXIT PARAGRAPH
    END-IF
    READ RentalFile NEXT RECORD
       AT END SET EndOfRentals TO TRUE
    END-READ
    PERFORM UNTIL EndOfRentals
       SET TallyCheckout TO TRUE
       MOVE StoreId-RF      TO TallyStore
       MOVE CheckoutDate-RF TO TallyDate
       MOVE CheckoutTime-RF TO TallyTime
       PERFORM TallyTransaction
       IF NOT NotYetReturned-RF
          SET TallyReturn TO TRUE
          MOVE ReturnDate-RF TO TallyDate
          MOVE ReturnTime-RF TO TallyTime
          PERFORM TallyTransaction
       END-IF
       READ RentalFile NEXT RECORD
          AT END SET EndOfRentals TO TRUE
       END-READ
    END-PERFORM
    CLOSE RentalFile.

GatherPaymentTraffic.
    OPEN INPUT PaymentsFile
    IF NOT PaymentsOk
       CLOSE PaymentsFile
       EXIT PARAGRAPH
    END-IF
    READ PaymentsFile
       AT END SET EndOfPayments TO TRUE
    END-READ
    PERFORM UNTIL EndOfPayments
       SET TallyPayment TO TRUE
       MOVE StoreId-PM     TO TallyStore
       MOVE PaymentDate-PM TO TallyDate
       MOVE PaymentTime-PM TO TallyTime
       PERFORM TallyTransaction
       READ PaymentsFile
          AT END SET EndOfPayments TO TRUE
       END-READ
    END-PERFORM
    CLOSE PaymentsFile.

TallyTransaction.
*> The report week is week 0; weeks 1 to 13 before it feed the
*> rolling average. A time of zero, or none at all on a payment
*> written before times were kept, was not captured.
    IF TallyStore EQUAL ZEROS
       OR TallyDate NOT NUMERIC
       OR TallyDate < 16010101
       EXIT PARAGRAPH
    END-IF
    COMPUTE TallyDateInt = FUNCTION INTEGER-OF-DATE(TallyDate)
    IF TallyDateInt > WeekEndInt OR TallyDateInt < RollStartInt
       EXIT PARAGRAPH
    END-IF
    COMPUTE WeeksBack = (WeekEndInt - TallyDateInt) / 7
    IF TallyTime NOT NUMERIC
       OR TallyTime EQUAL "000000"
       OR TallyHour > 23
       IF WeeksBack EQUAL ZERO
          ADD 1 TO UntimedTxns
       END-IF
       EXIT PARAGRAPH
    END-IF
    SET TsIdx TO TallyStore
    MOVE "Y" TO StoreSeen(TsIdx)
    COMPUTE Weekday = FUNCTION MOD(TallyDateInt - 1, 7) + 1
    SET TdIdx TO Weekday
    COMPUTE HourSub = TallyHour + 1
    SET ThIdx TO HourSub
    IF WeeksBack EQUAL ZERO
       EVALUATE TRUE
          WHEN TallyCheckout
             ADD 1 TO HourCheckouts(TsIdx, TdIdx, ThIdx)
          WHEN TallyReturn
             ADD 1 TO HourReturns(TsIdx, TdIdx, ThIdx)
          WHEN TallyPayment
             ADD 1 TO HourPayments(TsIdx, TdIdx, ThIdx)
       END-EVALUATE
    ELSE
       ADD 1 TO RollTxns(TsIdx, TdIdx, ThIdx)
       SET RwIdx TO WeeksBack
       MOVE "Y" TO RollWeekSeen(TsIdx, RwIdx)
    END-IF.

GatherOperatorHours.
*> An operator counts in every hour of the report week their shift
*> touched. Drivers are not on the tills, and an open shift has no
*> end to spread over - those are left for Listing18-28 to chase.
    OPEN INPUT TimePunchFile
    IF NOT TimePunchOk
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
       IF WorkerIsOperator-TP
          AND StoreId-TP NOT EQUAL ZEROS
          AND ClockInDate-TP NOT > WeekEndingDate
          IF PunchOpen-TP
             IF ClockInDate-TP NOT < WeekStartDate
                ADD 1 TO OpenShiftsSkipped
             END-IF
          ELSE
             IF ClockOutDate-TP NOT < WeekStartDate
                PERFORM SpreadShiftOverHours
             END-IF
          END-IF
       END-IF
       READ TimePunchFile NEXT RECORD
          AT END SET EndOfTimePunches TO TRUE
       END-READ
    END-PERFORM
    CLOSE TimePunchFile.

SpreadShiftOverHours.
*> Hours are numbered from the start of the calendar so a shift
*> over midnight needs no special handling. Leaving on the hour
*> does not count the hour that follows.
    MOVE ClockInTime-TP(1:2)  TO PunchInHour
    MOVE ClockOutTime-TP(1:2) TO PunchOutHour
    MOVE ClockOutTime-TP(3:2) TO PunchOutMinute
    COMPUTE PunchFirstHour =
            FUNCTION INTEGER-OF-DATE(ClockInDate-TP) * 24 + PunchInHour
    COMPUTE PunchLastHour =
            FUNCTION INTEGER-OF-DATE(ClockOutDate-TP) * 24 + PunchOutHour
    IF PunchOutMinute EQUAL ZEROS AND PunchLastHour > PunchFirstHour
       SUBTRACT 1 FROM PunchLastHour
    END-IF
    IF PunchFirstHour < WeekStartInt * 24
       COMPUTE PunchFirstHour = WeekStartInt * 24
    END-IF
    IF PunchLastHour > WeekEndInt * 24 + 23
       COMPUTE PunchLastHour = WeekEndInt * 24 + 23
    END-IF
    SET TsIdx TO StoreId-TP
    PERFORM VARYING PunchHour FROM PunchFirstHour BY 1
            UNTIL PunchHour > PunchLastHour
       DIVIDE PunchHour BY 24 GIVING PunchDayInt
              REMAINDER PunchHourOfDay
       COMPUTE Weekday = FUNCTION MOD(PunchDayInt - 1, 7) + 1
       SET TdIdx TO Weekday
       COMPUTE HourSub = PunchHourOfDay + 1
       SET ThIdx TO HourSub
       ADD 1 TO HourStaff(TsIdx, TdIdx, ThIdx)
       MOVE "Y" TO StoreSeen(TsIdx)
    END-PERFORM.

PrintReportHeading.
    MOVE ALL "=" TO TrafficLine
    WRITE TrafficLine
    MOVE SPACES TO TrafficLine
    STRING "   TILL TRAFFIC BY HOUR - WEEK " DELIMITED BY SIZE
           WeekStartDate DELIMITED BY SIZE
           " TO " DELIMITED BY SIZE
           WeekEndingDate DELIMITED BY SIZE
      INTO TrafficLine
    END-STRING
    WRITE TrafficLine
    MOVE SPACES TO TrafficLine
    MOVE UnderStaffedLoad TO Load-Ed
    STRING "   Load is transactions per operator clocked on; "
              DELIMITED BY SIZE
           "under-staffed above " DELIMITED BY SIZE
           Load-Ed DELIMITED BY SIZE
      INTO TrafficLine
    END-STRING
    WRITE TrafficLine
    MOVE SPACES TO TrafficLine
    MOVE OverStaffedLoad TO Load-Ed
    STRING "   and over-staffed below " DELIMITED BY SIZE
           Load-Ed DELIMITED BY SIZE
           " with more than one operator on." DELIMITED BY SIZE
      INTO TrafficLine
    END-STRING
    WRITE TrafficLine
    MOVE ALL "=" TO TrafficLine
    WRITE TrafficLine.

PrintStoreTraffic.
    ADD 1 TO StoresReported
    MOVE ZEROS TO StoreTotals
    MOVE ZEROS TO StoreRollWeeks
    PERFORM VARYING RwIdx FROM 1 BY 1 UNTIL RwIdx > 13
       IF RollWeekHasTimes(TsIdx, RwIdx)
          ADD 1 TO StoreRollWeeks
       END-IF
    END-PERFORM
    SET TallyStore TO TsIdx
    MOVE SPACES TO TrafficLine
    WRITE TrafficLine
    MOVE SPACES TO TrafficLine
    STRING "STORE " DELIMITED BY SIZE
           TallyStore DELIMITED BY SIZE
           "   (13-week average over " DELIMITED BY SIZE
           StoreRollWeeks DELIMITED BY SIZE
           " week(s) with times)" DELIMITED BY SIZE
      INTO TrafficLine
    END-STRING
    WRITE TrafficLine
    MOVE SPACES TO TrafficLine
    STRING "  Day  Date      Hour   Chk   Ret   Pay Total  Staff"
              DELIMITED BY SIZE
           "   Load  13wk avg" DELIMITED BY SIZE
      INTO TrafficLine
    END-STRING
    WRITE TrafficLine

    PERFORM VARYING DayOffset FROM 0 BY 1 UNTIL DayOffset > 6
       COMPUTE DayInt = WeekStartInt + DayOffset
       COMPUTE DayDate = FUNCTION DATE-OF-INTEGER(DayInt)
       COMPUTE Weekday = FUNCTION MOD(DayInt - 1, 7) + 1
       SET TdIdx TO Weekday
       PERFORM PrintDayTraffic
    END-PERFORM

    MOVE ZEROS TO AvgLoad
    IF StoreStaffHours > ZEROS
       COMPUTE AvgLoad ROUNDED = StoreTxns / StoreStaffHours
    END-IF
    MOVE AvgLoad TO Load-Ed
    MOVE StoreTxns TO Total-Ed
    MOVE SPACES TO TrafficLine
    STRING "  Week: " DELIMITED BY SIZE
           Total-Ed DELIMITED BY SIZE
           " transactions, average queue load " DELIMITED BY SIZE
           Load-Ed DELIMITED BY SIZE
           ", under-staffed hours " DELIMITED BY SIZE
           StoreUnderSlots DELIMITED BY SIZE
           ", over-staffed hours " DELIMITED BY SIZE
           StoreOverSlots DELIMITED BY SIZE
      INTO TrafficLine
    END-STRING
    WRITE TrafficLine
    ADD StoreTxns       TO WeekTxns
    ADD StoreUnderSlots TO UnderSlots
    ADD StoreOverSlots  TO OverSlots.

PrintDayTraffic.
*> Only the hours with traffic, staff or history are printed; a day
*> with none of them is left out altogether.
    MOVE ZEROS TO DayTotals
    MOVE "N" TO DayActive
    PERFORM VARYING ThIdx FROM 1 BY 1 UNTIL ThIdx > 24
       COMPUTE SlotTxns = HourCheckouts(TsIdx, TdIdx, ThIdx)
                        + HourReturns(TsIdx, TdIdx, ThIdx)
                        + HourPayments(TsIdx, TdIdx, ThIdx)
       IF SlotTxns > ZEROS
          OR HourStaff(TsIdx, TdIdx, ThIdx) > ZEROS
          OR RollTxns(TsIdx, TdIdx, ThIdx) > ZEROS
          PERFORM PrintHourTraffic
       END-IF
    END-PERFORM
    IF DayHasActivity
       MOVE ZEROS TO AvgLoad
       IF DayStaffHours > ZEROS
          COMPUTE AvgLoad ROUNDED = DayTxns / DayStaffHours
       END-IF
       MOVE AvgLoad TO Load-Ed
       MOVE DayTxns TO Count-Ed
       MOVE SPACES TO TrafficLine
       STRING "                 day total " DELIMITED BY SIZE
              Count-Ed DELIMITED BY SIZE
              "  average queue load " DELIMITED BY SIZE
              Load-Ed DELIMITED BY SIZE
         INTO TrafficLine
       END-STRING
       WRITE TrafficLine
    END-IF.

PrintHourTraffic.
    MOVE SPACES TO TrafficLine
    IF NOT DayHasActivity
       MOVE "Y" TO DayActive
       MOVE DayName(TdIdx) TO TrafficLine(3:3)
       MOVE DayDate        TO TrafficLine(8:8)
    END-IF
    ADD SlotTxns TO DayTxns StoreTxns
    ADD HourStaff(TsIdx, TdIdx, ThIdx) TO DayStaffHours StoreStaffHours
    SET HourSub TO ThIdx
    COMPUTE Hour-Ed = HourSub - 1
    MOVE Hour-Ed TO TrafficLine(18:2)
    MOVE ":00" TO TrafficLine(20:3)
    MOVE HourCheckouts(TsIdx, TdIdx, ThIdx) TO Count-Ed
    MOVE Count-Ed TO TrafficLine(24:5)
    MOVE HourReturns(TsIdx, TdIdx, ThIdx) TO Count-Ed
    MOVE Count-Ed TO TrafficLine(30:5)
    MOVE HourPayments(TsIdx, TdIdx, ThIdx) TO Count-Ed
    MOVE Count-Ed TO TrafficLine(36:5)
    MOVE SlotTxns TO Count-Ed
    MOVE Count-Ed TO TrafficLine(41:5)
    MOVE HourStaff(TsIdx, TdIdx, ThIdx) TO Staff-Ed
    MOVE Staff-Ed TO TrafficLine(49:3)

    MOVE SPACES TO SlotFlag
    MOVE ZEROS TO SlotLoad
    IF HourStaff(TsIdx, TdIdx, ThIdx) EQUAL ZEROS
       IF SlotTxns > ZEROS
          MOVE "UNDER-STAFFED" TO SlotFlag
          ADD 1 TO StoreUnderSlots
       END-IF
    ELSE
       COMPUTE SlotLoad ROUNDED =
               SlotTxns / HourStaff(TsIdx, TdIdx, ThIdx)
       EVALUATE TRUE
          WHEN SlotLoad > UnderStaffedLoad
             MOVE "UNDER-STAFFED" TO SlotFlag
             ADD 1 TO StoreUnderSlots
          WHEN SlotLoad < OverStaffedLoad
               AND HourStaff(TsIdx, TdIdx, ThIdx) > 1
             MOVE "OVER-STAFFED" TO SlotFlag
             ADD 1 TO StoreOverSlots
       END-EVALUATE
    END-IF
    MOVE SlotLoad TO Load-Ed
    MOVE Load-Ed TO TrafficLine(53:6)

    IF StoreRollWeeks > ZEROS
       COMPUTE SlotRollAvg ROUNDED =
               RollTxns(TsIdx, TdIdx, ThIdx) / StoreRollWeeks
       MOVE SlotRollAvg TO Roll-Ed
       MOVE Roll-Ed TO TrafficLine(61:6)
    ELSE
       MOVE "     -" TO TrafficLine(61:6)
    END-IF
    MOVE SlotFlag TO TrafficLine(69:15)
    WRITE TrafficLine.

PrintReportFooting.
    MOVE SPACES TO TrafficLine
    WRITE TrafficLine
    MOVE ALL "=" TO TrafficLine
    WRITE TrafficLine
    MOVE SPACES TO TrafficLine
    MOVE WeekTxns TO Total-Ed
    STRING "Stores " DELIMITED BY SIZE
           StoresReported DELIMITED BY SIZE
           "   timed transactions " DELIMITED BY SIZE
           Total-Ed DELIMITED BY SIZE
           "   under-staffed hours " DELIMITED BY SIZE
           UnderSlots DELIMITED BY SIZE
           "   over-staffed hours " DELIMITED BY SIZE
           OverSlots DELIMITED BY SIZE
      INTO TrafficLine
    END-STRING
    WRITE TrafficLine
    MOVE SPACES TO TrafficLine
    MOVE UntimedTxns TO Total-Ed
    STRING "Transactions in the week with no time recorded "
              DELIMITED BY SIZE
           Total-Ed DELIMITED BY SIZE
           "   open shifts not counted " DELIMITED BY SIZE
           OpenShiftsSkipped DELIMITED BY SIZE
      INTO TrafficLine
    END-STRING
    WRITE TrafficLine.

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
