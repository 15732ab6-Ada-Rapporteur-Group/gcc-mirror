IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-44.
AUTHOR. Michael Coughlan.
*> Customer cohort retention and churn, run once a month. Listing17-94
*> ranks the best customers but cannot say whether the people who
*> joined in a given month are still renting months later. Here the
*> customers are grouped by the month they joined (CustomerJoinDate-CF)
*> and, for each of the last twelve monthly cohorts, the report shows
*> the share of the cohort who rented in each month after joining -
*> the current month counting so far. Rentals come from the live
*> RentalFile and the Listing17-43 archive together, so a customer
*> whose history has been archived is not mistaken for one who left.
*> The grid is printed for all customers, then for each membership
*> tier, then for each home store - the store where the customer has
*> rented most; a customer who has never rented has no home store and
*> counts only in the first two breakdowns. Merged accounts are left
*> out, their history having moved to the surviving account.
*> A customer still active whose rentals over the last RecentWindowDays
*> have fallen to less than half of what they were in the window
*> before - from at least AtRiskMinPrior rentals - is flagged at risk.
*> The at-risk customers are listed on the report and written, in
*> CustomerId order, to the at-risk list Listing17-95 can take as the
*> target list for a win-back mailing.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   SELECT CustomerFile ASSIGN TO "Listing17-26Customer.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CustomerId-CF
        ALTERNATE RECORD KEY IS CustomerSurname-CF
                     WITH DUPLICATES
        FILE STATUS IS CustomerStatus.

   SELECT RentalFile ASSIGN TO "Listing17-6Rental.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RentalKey-RF
        ALTERNATE RECORD KEY IS FilmId-RF
                     WITH DUPLICATES
        FILE STATUS IS RentalStatus.

    SELECT ArchiveFile ASSIGN TO "Listing17-43RentalArchive.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ArchiveStatus.

    SELECT AtRiskFile ASSIGN TO "Listing18-44AtRisk.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AtRiskStatus.

    SELECT CohortReportFile ASSIGN TO "Listing18-44Cohorts.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CohortReportStatus.

    SELECT ActivitySortFile ASSIGN TO "Listing18-44Sort.TMP".

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
01 CustomerRec-CF.
   COPY CustomerRec.

FD RentalFile.
01 RentalRec-RF.
   COPY RentalRec.

FD ArchiveFile.
01 ArchiveRec-AV.
   88 EndOfArchive          VALUE HIGH-VALUES.
   02 ArchiveYear-AV        PIC 9(4).
   02 CustomerId-AV         PIC 9(7).
   02 FilmId-AV             PIC 9(7).
   02 CheckoutDate-AV       PIC 9(8).
   02 DueDate-AV            PIC 9(8).
   02 ReturnDate-AV         PIC 9(8).
   02 StoreId-AV            PIC 99.
   02 Disposition-AV        PIC X.
   02 Barcode-AV            PIC 9(10).
   02 PriceCharged-AV       PIC 9(3)V99.

FD AtRiskFile.
01 AtRiskRec-RK.
   COPY AtRiskRec.

FD CohortReportFile.
01 CohortReportLine         PIC X(100).

*> One record per customer, ahead of one per rental, so each
*> customer's join date and tier arrive before their rentals.
SD ActivitySortFile.
01 ActivityRec-AC.
   88 EndOfActivity         VALUE HIGH-VALUES.
   02 CustomerId-AC         PIC 9(7).
   02 ActivityType-AC       PIC X.
      88 CustomerActivity-AC  VALUE "C".
      88 RentalActivity-AC    VALUE "R".
   02 ActivityDate-AC       PIC 9(8).
   02 StoreId-AC            PIC 99.
   02 TierCode-AC           PIC X.
   02 CustomerState-AC      PIC X.
      88 StillActive-AC       VALUE "A".

WORKING-STORAGE SECTION.
01 CustomerStatus           PIC XX.
   88 CustomerOk  VALUE "02", "00".
01 RentalStatus             PIC XX.
01 ArchiveStatus            PIC XX.
01 AtRiskStatus             PIC XX.
01 CohortReportStatus       PIC XX.

01 TodayDate                 PIC 9(8).
01 TodayParts REDEFINES TodayDate.
   02 TodayYear              PIC 9(4).
   02 TodayMonth             PIC 99.
   02 TodayDay               PIC 99.
01 TodayDayNum               PIC 9(7).

*> Months are counted as year * 12 + month - 1, so the distance in
*> months between two dates is a subtraction.
01 ReportMonthNum            PIC 9(6).
01 WorkDate                  PIC 9(8).
01 WorkParts REDEFINES WorkDate.
   02 WorkYear               PIC 9(4).
   02 WorkMonth              PIC 99.
   02 WorkDay                PIC 99.
01 WorkMonthNum              PIC 9(6).
01 CohortMonthNum            PIC 9(6).
01 MonthsAfterJoin           PIC S9(6).
01 LabelYear                 PIC 9(4).
01 LabelMonth                PIC 99.

*> The at-risk test. Rentals in the last RecentWindowDays are set
*> against the same span before it.
01 RecentWindowDays          PIC 9(3) VALUE 90.
01 AtRiskMinPrior            PIC 9(3) VALUE 3.
01 DaysAgo                   PIC S9(7).

*> The customer being worked on as the sorted activity comes back.
01 CurrentCustomerId         PIC 9(7) VALUE ZEROS.
01 CurrentState              PIC X VALUE "N".
   88 CustomerInHand           VALUE "Y".
01 CurrentJoinMonthNum       PIC 9(6).
01 CurrentCohort             PIC S9(6).
01 CurrentTierSlot           PIC 99.
01 CurrentTierCode           PIC X.
01 CurrentActiveState        PIC X.
   88 CurrentStillActive       VALUE "A".
01 CurrentPrior              PIC 9(4).
01 CurrentRecent             PIC 9(4).
01 CurrentLastCheckout       PIC 9(8).
01 RentedInMonthTable.
   02 RentedInMonth          PIC X OCCURS 12 TIMES.
01 StoreTallyTable.
   02 StoreTally             PIC 9(5) OCCURS 99 TIMES.
01 HomeStoreId               PIC 99.
01 HomeStoreTally            PIC 9(5).
01 StoreIdx                  PIC 999.

*> The retention grids. Grid 1 is every customer, grids 2 to 4 the
*> Standard, Silver and Gold tiers, and grids 5 onwards one for each
*> home store in the order the stores turn up.
01 GridTable.
   02 Grid OCCURS 14 TIMES.
      03 GridCohort OCCURS 12 TIMES.
         04 CohortSize       PIC 9(5).
         04 CohortActive     PIC 9(5) OCCURS 12 TIMES.
01 GridIdx                   PIC 99.
01 CohortIdx                 PIC 99.
01 MonthIdx                  PIC 99.
01 StoreSlotTable.
   02 StoreSlotCount         PIC 99 VALUE ZEROS.
   02 StoreSlotId            PIC 99 OCCURS 10 TIMES.
01 StoreSlotIdx              PIC 99.
01 StoreGridIdx              PIC 99.

01 StoreName                 PIC X(20).
01 StoreCurrency             PIC XXX.
01 StoreState                PIC X.
01 StoreResult               PIC 9.

01 CustomersInCohorts        PIC 9(5) VALUE ZEROS.
01 AtRiskCount               PIC 9(5) VALUE ZEROS.
01 RetentionPct              PIC 9(3).

01 ReportHeading.
   02 FILLER                  PIC X(36)
                  VALUE "Customer cohort retention - printed ".
   02 HeadingDate             PIC 9(8).
01 GridHeading.
   02 FILLER                  PIC X(2) VALUE SPACES.
   02 GridName                PIC X(40).
01 MonthHeading.
   02 FILLER                  PIC X(22)
                  VALUE "  Joined    Customers ".
   02 MonthHeadingCell OCCURS 12 TIMES.
      03 FILLER               PIC X(2) VALUE " M".
      03 MonthHeadingNum      PIC 99.
      03 FILLER               PIC X VALUE SPACE.
01 CohortLine.
   02 FILLER                  PIC X(2) VALUE SPACES.
   02 CohortYear-CL           PIC 9(4).
   02 FILLER                  PIC X VALUE "-".
   02 CohortMonth-CL          PIC 99.
   02 FILLER                  PIC X(4) VALUE SPACES.
   02 CohortSize-CL           PIC ZZZZ9.
   02 FILLER                  PIC X(4) VALUE SPACES.
   02 RetentionCell OCCURS 12 TIMES.
      03 CellPct-CL           PIC ZZ9.
      03 CellSign-CL          PIC X.
      03 CellGap-CL           PIC X.
01 AtRiskLine.
   02 FILLER                  PIC X(2) VALUE SPACES.
   02 CustomerId-RL           PIC 9(7).
   02 FILLER                  PIC X(7) VALUE " store ".
   02 HomeStore-RL            PIC 99.
   02 FILLER                  PIC X(6) VALUE " tier ".
   02 TierCode-RL             PIC X.
   02 FILLER                  PIC X(8) VALUE " before ".
   02 Prior-RL                PIC ZZZ9.
   02 FILLER                  PIC X(8) VALUE " lately ".
   02 Recent-RL               PIC ZZZ9.
   02 FILLER                  PIC X(6) VALUE " last ".
   02 LastCheckout-RL         PIC 9(8).

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing18-44", "CustomerFile",
          CustomerRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-44", "RentalFile  ",
          RentalRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    COMPUTE TodayDayNum = FUNCTION INTEGER-OF-DATE(TodayDate)
    COMPUTE ReportMonthNum = TodayYear * 12 + TodayMonth - 1
    MOVE ZEROS TO GridTable
    OPEN OUTPUT AtRiskFile
    OPEN OUTPUT CohortReportFile
    MOVE TodayDate TO HeadingDate
    WRITE CohortReportLine FROM ReportHeading
    MOVE SPACES TO CohortReportLine
    WRITE CohortReportLine
    MOVE "At-risk customers - rentals fell by more than half"
      TO CohortReportLine
    WRITE CohortReportLine

    SORT ActivitySortFile
         ON ASCENDING KEY CustomerId-AC
                          ActivityType-AC
                          ActivityDate-AC
         INPUT PROCEDURE IS ReleaseActivity
         OUTPUT PROCEDURE IS WeighEachCustomer

    PERFORM PrintAllGrids
    CLOSE CohortReportFile
    CLOSE AtRiskFile
    DISPLAY CustomersInCohorts " customer(s) in the last twelve "
            "cohorts, " AtRiskCount " at risk - report in "
            "Listing18-44Cohorts.txt"
    STOP RUN.

ReleaseActivity.
    PERFORM ReleaseCustomers
    PERFORM ReleaseLiveRentals
    PERFORM ReleaseArchivedRentals.

ReleaseCustomers.
    OPEN INPUT CustomerFile
    IF CustomerStatus NOT EQUAL "00"
       CLOSE CustomerFile
       EXIT PARAGRAPH
    END-IF
    MOVE LOW-VALUES TO CustomerId-CF
    START CustomerFile KEY IS GREATER THAN CustomerId-CF
       INVALID KEY SET EndOfCustomers TO TRUE
    END-START
    IF NOT EndOfCustomers
       READ CustomerFile NEXT RECORD
          AT END SET EndOfCustomers TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfCustomers
       IF NOT CustomerIsMerged-CF
          MOVE CustomerId-CF         TO CustomerId-AC
          SET CustomerActivity-AC    TO TRUE
          MOVE CustomerJoinDate-CF   TO ActivityDate-AC
          MOVE ZEROS                 TO StoreId-AC
          MOVE TierCode-CF           TO TierCode-AC
          MOVE CustomerStatusCode-CF TO CustomerState-AC
          RELEASE ActivityRec-AC
       END-IF
       READ CustomerFile NEXT RECORD
          AT END SET EndOfCustomers TO TRUE
       END-READ
    END-PERFORM
    CLOSE CustomerFile.

ReleaseLiveRentals.
    OPEN INPUT RentalFile
    IF RentalStatus NOT EQUAL "00"
       CLOSE RentalFile
       EXIT PARAGRAPH
    END-IF
    READ RentalFile NEXT RECORD
       AT END SET EndOfRentals TO TRUE
    END-READ
    PERFORM UNTIL EndOfRentals
       MOVE CustomerId-RF    TO CustomerId-AC
       SET RentalActivity-AC TO TRUE
       MOVE CheckoutDate-RF  TO ActivityDate-AC
       MOVE StoreId-RF       TO StoreId-AC
       MOVE SPACES           TO TierCode-AC CustomerState-AC
       RELEASE ActivityRec-AC
       READ RentalFile NEXT RECORD
          AT END SET EndOfRentals TO TRUE
       END-READ
    END-PERFORM
    CLOSE RentalFile.

ReleaseArchivedRentals.
    OPEN INPUT ArchiveFile
    IF ArchiveStatus NOT EQUAL "00"
       CLOSE ArchiveFile
       EXIT PARAGRAPH
    END-IF
    READ ArchiveFile
       AT END SET EndOfArchive TO TRUE
    END-READ
    PERFORM UNTIL EndOfArchive
       MOVE CustomerId-AV    TO CustomerId-AC
       SET RentalActivity-AC TO TRUE
       MOVE CheckoutDate-AV  TO ActivityDate-AC
       MOVE StoreId-AV       TO StoreId-AC
       MOVE SPACES           TO TierCode-AC CustomerState-AC
       RELEASE ActivityRec-AC
       READ ArchiveFile
          AT END SET EndOfArchive TO TRUE
       END-READ
    END-PERFORM
    CLOSE ArchiveFile.

WeighEachCustomer.
*> Rentals with no customer record ahead of them - a merged or
*> deleted account - are passed over.
    RETURN ActivitySortFile
       AT END SET EndOfActivity TO TRUE
    END-RETURN
    PERFORM UNTIL EndOfActivity
       IF CustomerActivity-AC
          IF CustomerInHand
             PERFORM FinishCustomer
          END-IF
          PERFORM StartCustomer
       ELSE
          IF CustomerInHand AND CustomerId-AC EQUAL CurrentCustomerId
             PERFORM CountOneRental
          END-IF
       END-IF
       RETURN ActivitySortFile
          AT END SET EndOfActivity TO TRUE
       END-RETURN
    END-PERFORM
    IF CustomerInHand
       PERFORM FinishCustomer
    END-IF.

StartCustomer.
    MOVE "Y"              TO CurrentState
    MOVE CustomerId-AC    TO CurrentCustomerId
    MOVE TierCode-AC      TO CurrentTierCode
    MOVE CustomerState-AC TO CurrentActiveState
    EVALUATE TierCode-AC
       WHEN "V"    MOVE 3 TO CurrentTierSlot
       WHEN "G"    MOVE 4 TO CurrentTierSlot
       WHEN OTHER  MOVE 2 TO CurrentTierSlot
                   MOVE "S" TO CurrentTierCode
    END-EVALUATE
    MOVE ZEROS TO CurrentPrior CurrentRecent CurrentLastCheckout
                  StoreTallyTable
    MOVE SPACES TO RentedInMonthTable
*> The cohort is how many months before this one the customer
*> joined; only the last twelve are reported.
    MOVE ZEROS TO CurrentCohort
    IF ActivityDate-AC IS NUMERIC AND ActivityDate-AC > 19000000
       MOVE ActivityDate-AC TO WorkDate
       COMPUTE CurrentJoinMonthNum = WorkYear * 12 + WorkMonth - 1
       COMPUTE CurrentCohort = ReportMonthNum - CurrentJoinMonthNum
       IF CurrentCohort < 1 OR CurrentCohort > 12
          MOVE ZEROS TO CurrentCohort
       END-IF
    END-IF.

CountOneRental.
    IF ActivityDate-AC NOT NUMERIC OR ActivityDate-AC < 19000101
       EXIT PARAGRAPH
    END-IF
    IF ActivityDate-AC > CurrentLastCheckout
       MOVE ActivityDate-AC TO CurrentLastCheckout
    END-IF
    IF StoreId-AC IS NUMERIC AND StoreId-AC > ZEROS
       ADD 1 TO StoreTally(StoreId-AC)
    END-IF
    COMPUTE DaysAgo = TodayDayNum
                    - FUNCTION INTEGER-OF-DATE(ActivityDate-AC)
    EVALUATE TRUE
       WHEN DaysAgo < RecentWindowDays
          ADD 1 TO CurrentRecent
       WHEN DaysAgo < RecentWindowDays * 2
          ADD 1 TO CurrentPrior
    END-EVALUATE
    IF CurrentCohort > ZEROS
       MOVE ActivityDate-AC TO WorkDate
       COMPUTE WorkMonthNum = WorkYear * 12 + WorkMonth - 1
       COMPUTE MonthsAfterJoin = WorkMonthNum - CurrentJoinMonthNum
       IF MonthsAfterJoin >= 1 AND MonthsAfterJoin <= 12
          MOVE "Y" TO RentedInMonth(MonthsAfterJoin)
       END-IF
    END-IF.

FinishCustomer.
    MOVE "N" TO CurrentState
    MOVE ZEROS TO HomeStoreId HomeStoreTally
    PERFORM VARYING StoreIdx FROM 1 BY 1 UNTIL StoreIdx > 99
       IF StoreTally(StoreIdx) > HomeStoreTally
          MOVE StoreTally(StoreIdx) TO HomeStoreTally
          MOVE StoreIdx             TO HomeStoreId
       END-IF
    END-PERFORM
    IF CurrentCohort > ZEROS
       ADD 1 TO CustomersInCohorts
       MOVE 1 TO GridIdx
       PERFORM AddToGrid
       MOVE CurrentTierSlot TO GridIdx
       PERFORM AddToGrid
       IF HomeStoreId > ZEROS
          PERFORM FindStoreGrid
          IF StoreGridIdx > ZEROS
             MOVE StoreGridIdx TO GridIdx
             PERFORM AddToGrid
          END-IF
       END-IF
    END-IF
    IF CurrentStillActive AND CurrentPrior >= AtRiskMinPrior
       AND CurrentRecent * 2 < CurrentPrior
       PERFORM WriteAtRisk
    END-IF.

AddToGrid.
    ADD 1 TO CohortSize(GridIdx, CurrentCohort)
    PERFORM VARYING MonthIdx FROM 1 BY 1 UNTIL MonthIdx > 12
       IF RentedInMonth(MonthIdx) EQUAL "Y"
          ADD 1 TO CohortActive(GridIdx, CurrentCohort, MonthIdx)
       END-IF
    END-PERFORM.

FindStoreGrid.
*> The home store's grid, given the next free one the first time
*> the store turns up; past ten stores there is no grid to give.
    MOVE ZEROS TO StoreGridIdx
    PERFORM VARYING StoreSlotIdx FROM 1 BY 1
              UNTIL StoreSlotIdx > StoreSlotCount
       IF StoreSlotId(StoreSlotIdx) EQUAL HomeStoreId
          COMPUTE StoreGridIdx = StoreSlotIdx + 4
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF StoreGridIdx EQUAL ZEROS AND StoreSlotCount < 10
       ADD 1 TO StoreSlotCount
       MOVE HomeStoreId TO StoreSlotId(StoreSlotCount)
       COMPUTE StoreGridIdx = StoreSlotCount + 4
    END-IF.

WriteAtRisk.
    MOVE CurrentCustomerId   TO CustomerId-RK
    MOVE HomeStoreId         TO HomeStoreId-RK
    MOVE CurrentTierCode     TO TierCode-RK
    MOVE CurrentPrior        TO PriorRentals-RK
    MOVE CurrentRecent       TO RecentRentals-RK
    MOVE CurrentLastCheckout TO LastCheckout-RK
    MOVE TodayDate           TO ListedDate-RK
    WRITE AtRiskRec-RK
    ADD 1 TO AtRiskCount
    MOVE CurrentCustomerId   TO CustomerId-RL
    MOVE HomeStoreId         TO HomeStore-RL
    MOVE CurrentTierCode     TO TierCode-RL
    MOVE CurrentPrior        TO Prior-RL
    MOVE CurrentRecent       TO Recent-RL
    MOVE CurrentLastCheckout TO LastCheckout-RL
    WRITE CohortReportLine FROM AtRiskLine.

PrintAllGrids.
    PERFORM VARYING MonthIdx FROM 1 BY 1 UNTIL MonthIdx > 12
       MOVE MonthIdx TO MonthHeadingNum(MonthIdx)
    END-PERFORM
    MOVE 1 TO GridIdx
    MOVE "All customers" TO GridName
    PERFORM PrintOneGrid
    MOVE 2 TO GridIdx
    MOVE "Standard tier" TO GridName
    PERFORM PrintOneGrid
    MOVE 3 TO GridIdx
    MOVE "Silver tier" TO GridName
    PERFORM PrintOneGrid
    MOVE 4 TO GridIdx
    MOVE "Gold tier" TO GridName
    PERFORM PrintOneGrid
    PERFORM VARYING StoreSlotIdx FROM 1 BY 1
              UNTIL StoreSlotIdx > StoreSlotCount
       CALL "GetStoreInfo" USING StoreSlotId(StoreSlotIdx), StoreName,
                                 StoreCurrency, StoreState, StoreResult
       MOVE SPACES TO GridName
       STRING "Home store " StoreSlotId(StoreSlotIdx) " "
              StoreName DELIMITED BY SIZE INTO GridName
       COMPUTE GridIdx = StoreSlotIdx + 4
       PERFORM PrintOneGrid
    END-PERFORM.

PrintOneGrid.
*> Oldest cohort first. A month the cohort has not reached yet is
*> left blank.
    MOVE SPACES TO CohortReportLine
    WRITE CohortReportLine
    WRITE CohortReportLine FROM GridHeading
    WRITE CohortReportLine FROM MonthHeading
    PERFORM VARYING CohortIdx FROM 12 BY -1 UNTIL CohortIdx < 1
       COMPUTE CohortMonthNum = ReportMonthNum - CohortIdx
       DIVIDE CohortMonthNum BY 12 GIVING LabelYear
              REMAINDER LabelMonth
       ADD 1 TO LabelMonth
       MOVE LabelYear  TO CohortYear-CL
       MOVE LabelMonth TO CohortMonth-CL
       MOVE CohortSize(GridIdx, CohortIdx) TO CohortSize-CL
       PERFORM VARYING MonthIdx FROM 1 BY 1 UNTIL MonthIdx > 12
          IF MonthIdx > CohortIdx OR CohortSize(GridIdx, CohortIdx) = 0
             MOVE SPACES TO RetentionCell(MonthIdx)
          ELSE
             COMPUTE RetentionPct ROUNDED =
                     CohortActive(GridIdx, CohortIdx, MonthIdx) * 100
                   / CohortSize(GridIdx, CohortIdx)
             MOVE RetentionPct TO CellPct-CL(MonthIdx)
             MOVE "%"          TO CellSign-CL(MonthIdx)
             MOVE SPACE        TO CellGap-CL(MonthIdx)
          END-IF
       END-PERFORM
       WRITE CohortReportLine FROM CohortLine
    END-PERFORM.

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
