IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-47.
AUTHOR. Michael Coughlan.
*> Vehicle total cost of ownership and replacement ranking. What it
*> costs to keep each van was spread over five programs; this annual
*> run pulls it together per VehicleNum for a calendar year: fuel
*> off the Listing17-65 log (which also gives the miles driven in
*> the year, first fill-up to last), the Listing17-67 work orders
*> closed in the year at their JobCostAccumulator totals - parts
*> issued from stock included - and the year before for the trend,
*> the year's share of the van's straight-line charge from the
*> Listing17-89 asset register, and its incidents from the
*> Listing18-4 log, with the Mileage on VehicleFile. Each van's cost
*> per mile is set against the fleet average, and its running cost
*> against what a replacement would cost a year over its life at the
*> price the fleet manager enters. The vans are then ranked for
*> replacement on points, each point scored with its reason shown,
*> and the vans that pass the replacement mark are totalled at the
*> new-van price as the starting figure for next year's capital
*> budget.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT VehicleFile ASSIGN TO "Listing17-1.DAT"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS VehicleKey
        FILE STATUS  IS VehicleStatus.

    SELECT FuelLogFile ASSIGN TO "Listing17-65FuelLog.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FuelLogStatus.

    SELECT WorkOrderFile ASSIGN TO "Listing17-67WorkOrders.DAT"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS WorkOrderKey
        FILE STATUS IS WorkOrderStatus.

   SELECT AssetFile ASSIGN TO "Listing17-89Assets.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AssetId-FA
        FILE STATUS IS AssetStatus.

   SELECT IncidentFile ASSIGN TO "Listing18-4Incidents.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IncidentKey-IN
        FILE STATUS IS IncidentStatus.

DATA DIVISION.
FILE SECTION.
FD  VehicleFile.
01  VehicleRec.
    88  EndOfVehiclefile        VALUE HIGH-VALUES.
    02  VehicleNum              PIC 9(4).
    02  VehicleDesc             PIC X(25).
    02  ManfName                PIC X(20).
    02  Mileage                 PIC 9(6).
    02  LastServiceMileage      PIC 9(6).

FD FuelLogFile.
01 FuelLogRec.
   COPY FuelLogRec.

FD WorkOrderFile.
01 WorkOrderRec-WO.
   COPY WorkOrderRec.

FD AssetFile.
01 AssetRec-FA.
   88 EndOfAssets  VALUE HIGH-VALUES.
   02 AssetId-FA            PIC 9(5).
   02 AssetDesc-FA          PIC X(25).
   02 AssetClass-FA         PIC X(4).
      88 VehicleAsset-FA      VALUE "VEH ".
      88 FixtureAsset-FA      VALUE "FIX ".
   02 StoreId-FA            PIC 99.
   02 VehicleNum-FA         PIC 9(4).
   02 AcquiredDate-FA       PIC 9(8).
   02 AcquisitionCost-FA    PIC 9(7)V99.
   02 LifeMonths-FA         PIC 9(3).
   02 AccumDeprec-FA        PIC 9(7)V99.
   02 LastDeprecPeriod-FA   PIC 9(6).
   02 AssetState-FA         PIC X.
      88 AssetActive-FA       VALUE "A".
      88 AssetDisposed-FA     VALUE "D".

FD IncidentFile.
01 IncidentRec-IN.
   88 EndOfIncidents  VALUE HIGH-VALUES.
   02 IncidentKey-IN.
      03 VehicleNum-IN      PIC 9(4).
      03 IncidentDate-IN    PIC 9(8).
      03 IncidentSeq-IN     PIC 99.
   02 BadgeNum-IN           PIC 9(8).
   02 DamageDesc-IN         PIC X(30).
   02 ThirdParty-IN         PIC X(30).
   02 ClaimStatus-IN        PIC X.
      88 NoClaim-IN           VALUE "N".
      88 ClaimOpen-IN         VALUE "O".
      88 ClaimSettled-IN      VALUE "S".
   02 ClaimRef-IN           PIC X(12).

WORKING-STORAGE SECTION.
01 VehicleStatus            PIC XX.
   88 RecordFound VALUE "00".
01 VehicleKey               PIC 9(4).
01 FuelLogStatus            PIC XX.
   88 EndOfFuelLog            VALUE "10".
01 WorkOrderStatus          PIC XX.
01 WorkOrderKey             PIC 9(4) VALUE ZEROS.
01 AssetStatus              PIC XX.
01 IncidentStatus           PIC XX.

01 OperatorId                 PIC 9(4) VALUE ZEROS.
01 SignOnResult               PIC 9 VALUE 1.
   88 OperatorSignedOn          VALUE 0.

01 ReportYear                 PIC 9(4).
01 PriorYear                  PIC 9(4).

*> What a new van costs and the life it is bought for - the same
*> five years Listing17-89 seeds the register with.
01 NewVanPrice                PIC 9(7)V99 VALUE ZEROS.
01 NewVanLifeYears            PIC 99 VALUE 5.
01 AnnualReplacementCost      PIC 9(7)V99 VALUE ZEROS.

*> The replacement points. Each test that a van fails scores its
*> points; a van at or past ReplaceMark is put forward for the
*> capital budget.
01 RepairRisePct              PIC 9(3) VALUE 25.
01 RepairRisePoints           PIC 9 VALUE 3.
01 AboveFleetPct              PIC 9(3) VALUE 25.
01 AboveFleetPoints           PIC 9 VALUE 3.
01 RunningCostPoints          PIC 9 VALUE 4.
01 IncidentLimit              PIC 9 VALUE 2.
01 IncidentPoints             PIC 9 VALUE 2.
01 HighMileageLimit           PIC 9(6) VALUE 150000.
01 HighMileagePoints          PIC 9 VALUE 2.
01 VeryHighMileageLimit       PIC 9(6) VALUE 200000.
01 VeryHighMileagePoints      PIC 9 VALUE 3.
01 ReplaceMark                PIC 99 VALUE 5.

01 VehicleTcoTable.
   02 TcoCount                PIC 9(3) VALUE ZEROS.
   02 TcoEntry OCCURS 200 TIMES INDEXED BY TcIdx TcBest.
      03 TcoVehicleNum        PIC 9(4).
      03 TcoVehicleDesc       PIC X(25).
      03 TcoMileage           PIC 9(6).
      03 TcoFuel              PIC 9(7)V99.
      03 TcoRepairs           PIC 9(7)V99.
      03 TcoPriorRepairs      PIC 9(7)V99.
      03 TcoDeprec            PIC 9(7)V99.
      03 TcoTotal             PIC 9(8)V99.
      03 TcoLowOdometer       PIC 9(6).
      03 TcoHighOdometer      PIC 9(6).
      03 TcoMiles             PIC 9(6).
      03 TcoCostPerMile       PIC 9(3)V999.
      03 TcoIncidents         PIC 9(3).
      03 TcoOpenClaims        PIC 9(3).
      03 TcoScore             PIC 99.
      03 TcoRepairRising      PIC X.
         88 RepairCostRising    VALUE "Y".
      03 TcoAboveFleet        PIC X.
         88 CostAboveFleet      VALUE "Y".
      03 TcoOverReplacement   PIC X.
         88 RunningOverReplacement VALUE "Y".
      03 TcoIncidentFlag      PIC X.
         88 TooManyIncidents    VALUE "Y".
      03 TcoMileageFlag       PIC X.
         88 HighMileage         VALUE "H".
         88 VeryHighMileage     VALUE "V".
      03 TcoRanked            PIC X.
         88 AlreadyRanked       VALUE "Y".
01 VehicleEntryState          PIC X VALUE "N".
   88 VehicleEntryFound         VALUE "Y".
01 LookupVehicleNum           PIC 9(4).

*> The year's share of a van's straight-line charge is worked in
*> months counted from year zero, so the span of the asset's life
*> and the span of the year can be overlapped directly.
01 AcquiredDate.
   02 AcquiredYear            PIC 9(4).
   02 AcquiredMon             PIC 99.
   02 AcquiredDay             PIC 99.
01 AcquiredDateNum REDEFINES AcquiredDate PIC 9(8).
01 LifeFirstMonth             PIC 9(6).
01 LifeLastMonth              PIC 9(6).
01 YearFirstMonth             PIC 9(6).
01 YearLastMonth              PIC 9(6).
01 OverlapFirst               PIC 9(6).
01 OverlapLast                PIC 9(6).
01 MonthsInYear               PIC 99.
01 MonthlyDeprec              PIC 9(7)V99.
01 YearDeprec                 PIC 9(7)V99.

01 JobId-W                    PIC 9(4).
01 ActionCode-W               PIC X.
01 Amount-W                   PIC 9(5)V99 VALUE ZEROS.
01 Total-W                    PIC 9(7)V99.

01 FleetCost                  PIC 9(9)V99 VALUE ZEROS.
01 FleetMiles                 PIC 9(8) VALUE ZEROS.
01 FleetCostPerMile           PIC 9(3)V999 VALUE ZEROS.
01 AboveFleetLimit            PIC 9(3)V999 VALUE ZEROS.
01 RepairRiseLimit            PIC 9(8)V99 VALUE ZEROS.
01 RunningCost                PIC 9(8)V99 VALUE ZEROS.
01 VehiclesCosted             PIC 9(3) VALUE ZEROS.
01 RankNum                    PIC 9(3) VALUE ZEROS.
01 ReplaceCount               PIC 9(3) VALUE ZEROS.
01 CapitalBudget              PIC 9(9)V99 VALUE ZEROS.
01 NoReasonCount              PIC 9(3) VALUE ZEROS.

01 Miles-Ed                   PIC ZZZ,ZZ9.
01 Fuel-Ed                    PIC $$$,$$9.99.
01 Repairs-Ed                 PIC $$$,$$9.99.
01 Deprec-Ed                  PIC $$$,$$9.99.
01 Total-Ed                   PIC $$,$$$,$$9.99.
01 CostPerMile-Ed             PIC $$9.999.
01 Budget-Ed                  PIC $$$$,$$$,$$9.99.

PROCEDURE DIVISION.
Begin.
    CALL "OperatorSignOnCheck" USING "Listing18-47", "S",
                                     OperatorId, SignOnResult
    IF NOT OperatorSignedOn
       DISPLAY "Access denied - sign-on was not accepted."
       STOP RUN
    END-IF
    DISPLAY "*** Vehicle Cost of Ownership and Replacement ***"
    DISPLAY "Enter the year to report (YYYY) - " WITH NO ADVANCING
    ACCEPT ReportYear
    IF ReportYear NOT NUMERIC OR ReportYear < 1900
       DISPLAY "That is not a valid year."
       STOP RUN
    END-IF
    COMPUTE PriorYear = ReportYear - 1
    DISPLAY "Enter the price of a new van - " WITH NO ADVANCING
    ACCEPT NewVanPrice
    COMPUTE AnnualReplacementCost ROUNDED =
            NewVanPrice / NewVanLifeYears

    PERFORM LoadVehicles
    PERFORM TotalFuel
    PERFORM TotalWorkOrders
    PERFORM TotalDepreciation
    PERFORM CountIncidents
    PERFORM WorkOutFleetAverage
    PERFORM VARYING TcIdx FROM 1 BY 1 UNTIL TcIdx > TcoCount
       PERFORM ScoreOneVehicle
    END-PERFORM
    PERFORM PrintCostOfOwnership
    PERFORM PrintReplacementRanking
    STOP RUN.

LoadVehicles.
    MOVE ZEROS TO TcoCount
    OPEN INPUT VehicleFile
    IF VehicleStatus NOT EQUAL "00"
       DISPLAY "Vehicle file not available - " VehicleStatus
       STOP RUN
    END-IF
    MOVE 1 TO VehicleKey
    START VehicleFile KEY IS GREATER THAN OR EQUAL VehicleKey
       INVALID KEY SET EndOfVehiclefile TO TRUE
    END-START
    IF NOT EndOfVehiclefile
       READ VehicleFile NEXT RECORD
          AT END SET EndOfVehiclefile TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfVehiclefile
       IF TcoCount < 200
          ADD 1 TO TcoCount
          SET TcIdx TO TcoCount
          INITIALIZE TcoEntry(TcIdx)
          MOVE VehicleNum  TO TcoVehicleNum(TcIdx)
          MOVE VehicleDesc TO TcoVehicleDesc(TcIdx)
          MOVE Mileage     TO TcoMileage(TcIdx)
       END-IF
       READ VehicleFile NEXT RECORD
          AT END SET EndOfVehiclefile TO TRUE
       END-READ
    END-PERFORM
    CLOSE VehicleFile.

FindVehicleEntry.
    MOVE "N" TO VehicleEntryState
    PERFORM VARYING TcIdx FROM 1 BY 1 UNTIL TcIdx > TcoCount
       IF TcoVehicleNum(TcIdx) EQUAL LookupVehicleNum
          SET VehicleEntryFound TO TRUE
          EXIT PERFORM
       END-IF
    END-PERFORM.

TotalFuel.
*> The miles for the year are the span of the odometer readings at
*> the year's fill-ups.
    OPEN INPUT FuelLogFile
    IF FuelLogStatus NOT EQUAL "00"
       CLOSE FuelLogFile
       EXIT PARAGRAPH
    END-IF
    READ FuelLogFile
       AT END SET EndOfFuelLog TO TRUE
    END-READ
    PERFORM UNTIL EndOfFuelLog
       IF FillDate-FL(1:4) EQUAL ReportYear
          MOVE VehicleNum-FL TO LookupVehicleNum
          PERFORM FindVehicleEntry
          IF VehicleEntryFound
             ADD FillCost-FL TO TcoFuel(TcIdx)
             IF TcoLowOdometer(TcIdx) EQUAL ZEROS
                OR Odometer-FL < TcoLowOdometer(TcIdx)
                MOVE Odometer-FL TO TcoLowOdometer(TcIdx)
             END-IF
             IF Odometer-FL > TcoHighOdometer(TcIdx)
                MOVE Odometer-FL TO TcoHighOdometer(TcIdx)
             END-IF
          END-IF
       END-IF
       READ FuelLogFile
          AT END SET EndOfFuelLog TO TRUE
       END-READ
    END-PERFORM
    CLOSE FuelLogFile.

TotalWorkOrders.
    OPEN INPUT WorkOrderFile
    IF WorkOrderStatus NOT EQUAL "00"
       CLOSE WorkOrderFile
       EXIT PARAGRAPH
    END-IF
    MOVE ZEROS TO WorkOrderKey
    START WorkOrderFile KEY IS GREATER THAN OR EQUAL WorkOrderKey
       INVALID KEY SET EndOfWorkOrders TO TRUE
    END-START
    IF NOT EndOfWorkOrders
       READ WorkOrderFile NEXT RECORD
          AT END SET EndOfWorkOrders TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfWorkOrders
       IF WorkOrderClosed-WO
          AND (ClosedDate-WO(1:4) EQUAL ReportYear
               OR ClosedDate-WO(1:4) EQUAL PriorYear)
          PERFORM AddWorkOrderCost
       END-IF
       READ WorkOrderFile NEXT RECORD
          AT END SET EndOfWorkOrders TO TRUE
       END-READ
    END-PERFORM
    CLOSE WorkOrderFile.

AddWorkOrderCost.
    MOVE VehicleNum-WO TO LookupVehicleNum
    PERFORM FindVehicleEntry
    IF NOT VehicleEntryFound
       EXIT PARAGRAPH
    END-IF
    MOVE WorkOrderKey TO JobId-W
    MOVE "R" TO ActionCode-W
    CALL "JobCostAccumulator" USING BY CONTENT JobId-W,
                                       ActionCode-W, Amount-W
                                    BY REFERENCE Total-W
    IF ClosedDate-WO(1:4) EQUAL ReportYear
       ADD Total-W TO TcoRepairs(TcIdx)
    ELSE
       ADD Total-W TO TcoPriorRepairs(TcIdx)
    END-IF.

TotalDepreciation.
    OPEN INPUT AssetFile
    IF AssetStatus NOT EQUAL "00"
       CLOSE AssetFile
       EXIT PARAGRAPH
    END-IF
    COMPUTE YearFirstMonth = ReportYear * 12
    COMPUTE YearLastMonth = YearFirstMonth + 11
    MOVE LOW-VALUES TO AssetId-FA
    START AssetFile KEY IS GREATER THAN AssetId-FA
       INVALID KEY SET EndOfAssets TO TRUE
    END-START
    IF NOT EndOfAssets
       READ AssetFile NEXT RECORD
          AT END SET EndOfAssets TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfAssets
       IF VehicleAsset-FA AND AssetActive-FA
          AND LifeMonths-FA > ZEROS
          PERFORM AddYearDepreciation
       END-IF
       READ AssetFile NEXT RECORD
          AT END SET EndOfAssets TO TRUE
       END-READ
    END-PERFORM
    CLOSE AssetFile.

AddYearDepreciation.
*> The same cost over life that Listing17-89 posts each month, for
*> the months of the year that fall inside the asset's life.
    MOVE VehicleNum-FA TO LookupVehicleNum
    PERFORM FindVehicleEntry
    IF NOT VehicleEntryFound
       EXIT PARAGRAPH
    END-IF
    MOVE AcquiredDate-FA TO AcquiredDateNum
    COMPUTE LifeFirstMonth = AcquiredYear * 12 + AcquiredMon - 1
    COMPUTE LifeLastMonth = LifeFirstMonth + LifeMonths-FA - 1
    IF LifeFirstMonth > YearFirstMonth
       MOVE LifeFirstMonth TO OverlapFirst
    ELSE
       MOVE YearFirstMonth TO OverlapFirst
    END-IF
    IF LifeLastMonth < YearLastMonth
       MOVE LifeLastMonth TO OverlapLast
    ELSE
       MOVE YearLastMonth TO OverlapLast
    END-IF
    IF OverlapFirst > OverlapLast
       EXIT PARAGRAPH
    END-IF
    COMPUTE MonthsInYear = OverlapLast - OverlapFirst + 1
    COMPUTE MonthlyDeprec ROUNDED =
            AcquisitionCost-FA / LifeMonths-FA
    COMPUTE YearDeprec = MonthlyDeprec * MonthsInYear
    ADD YearDeprec TO TcoDeprec(TcIdx).

CountIncidents.
    OPEN INPUT IncidentFile
    IF IncidentStatus NOT EQUAL "00"
       CLOSE IncidentFile
       EXIT PARAGRAPH
    END-IF
    MOVE LOW-VALUES TO IncidentKey-IN
    START IncidentFile KEY IS GREATER THAN IncidentKey-IN
       INVALID KEY SET EndOfIncidents TO TRUE
    END-START
    IF NOT EndOfIncidents
       READ IncidentFile NEXT RECORD
          AT END SET EndOfIncidents TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfIncidents
       MOVE VehicleNum-IN TO LookupVehicleNum
       PERFORM FindVehicleEntry
       IF VehicleEntryFound
          IF IncidentDate-IN(1:4) EQUAL ReportYear
             ADD 1 TO TcoIncidents(TcIdx)
          END-IF
          IF ClaimOpen-IN
             ADD 1 TO TcoOpenClaims(TcIdx)
          END-IF
       END-IF
       READ IncidentFile NEXT RECORD
          AT END SET EndOfIncidents TO TRUE
       END-READ
    END-PERFORM
    CLOSE IncidentFile.

WorkOutFleetAverage.
*> A van with no fill-ups in the year has no miles to divide by; it
*> is costed but left out of the fleet average.
    MOVE ZEROS TO FleetCost FleetMiles VehiclesCosted
    PERFORM VARYING TcIdx FROM 1 BY 1 UNTIL TcIdx > TcoCount
       COMPUTE TcoTotal(TcIdx) = TcoFuel(TcIdx) + TcoRepairs(TcIdx)
                               + TcoDeprec(TcIdx)
       COMPUTE TcoMiles(TcIdx) =
               TcoHighOdometer(TcIdx) - TcoLowOdometer(TcIdx)
       IF TcoMiles(TcIdx) > ZEROS
          COMPUTE TcoCostPerMile(TcIdx) ROUNDED =
                  TcoTotal(TcIdx) / TcoMiles(TcIdx)
             ON SIZE ERROR MOVE 999.999 TO TcoCostPerMile(TcIdx)
          END-COMPUTE
          ADD TcoTotal(TcIdx) TO FleetCost
          ADD TcoMiles(TcIdx) TO FleetMiles
          ADD 1 TO VehiclesCosted
       END-IF
    END-PERFORM
    IF FleetMiles > ZEROS
       COMPUTE FleetCostPerMile ROUNDED = FleetCost / FleetMiles
          ON SIZE ERROR MOVE 999.999 TO FleetCostPerMile
       END-COMPUTE
    END-IF
    COMPUTE AboveFleetLimit ROUNDED =
            FleetCostPerMile * (100 + AboveFleetPct) / 100
       ON SIZE ERROR MOVE 999.999 TO AboveFleetLimit
    END-COMPUTE.

ScoreOneVehicle.
    MOVE ZEROS TO TcoScore(TcIdx)
    COMPUTE RepairRiseLimit =
            TcoPriorRepairs(TcIdx) * (100 + RepairRisePct) / 100
    IF TcoPriorRepairs(TcIdx) > ZEROS
       AND TcoRepairs(TcIdx) > RepairRiseLimit
       SET RepairCostRising(TcIdx) TO TRUE
       ADD RepairRisePoints TO TcoScore(TcIdx)
    END-IF
    IF TcoMiles(TcIdx) > ZEROS AND FleetCostPerMile > ZEROS
       AND TcoCostPerMile(TcIdx) > AboveFleetLimit
       SET CostAboveFleet(TcIdx) TO TRUE
       ADD AboveFleetPoints TO TcoScore(TcIdx)
    END-IF
*> Fuel and repairs are what keeping the old van costs; once they
*> pass a year's share of a new one, the old van is the dearer.
    COMPUTE RunningCost = TcoFuel(TcIdx) + TcoRepairs(TcIdx)
    IF AnnualReplacementCost > ZEROS
       AND RunningCost > AnnualReplacementCost
       SET RunningOverReplacement(TcIdx) TO TRUE
       ADD RunningCostPoints TO TcoScore(TcIdx)
    END-IF
    IF TcoIncidents(TcIdx) NOT < IncidentLimit
       SET TooManyIncidents(TcIdx) TO TRUE
       COMPUTE TcoScore(TcIdx) = TcoScore(TcIdx) + IncidentPoints
                               + TcoIncidents(TcIdx) - IncidentLimit
    END-IF
    EVALUATE TRUE
       WHEN TcoMileage(TcIdx) NOT < VeryHighMileageLimit
          SET VeryHighMileage(TcIdx) TO TRUE
          ADD VeryHighMileagePoints TO TcoScore(TcIdx)
       WHEN TcoMileage(TcIdx) NOT < HighMileageLimit
          SET HighMileage(TcIdx) TO TRUE
          ADD HighMileagePoints TO TcoScore(TcIdx)
    END-EVALUATE.

PrintCostOfOwnership.
    DISPLAY SPACES
    DISPLAY "====================================================="
            "=========================="
    DISPLAY "  VEHICLE COST OF OWNERSHIP - YEAR " ReportYear
    DISPLAY "====================================================="
            "=========================="
    DISPLAY "  Veh   Miles      Fuel     Repairs   Depreciation"
            "        Total  Per mile Inc"
    PERFORM VARYING TcIdx FROM 1 BY 1 UNTIL TcIdx > TcoCount
       MOVE TcoMiles(TcIdx)   TO Miles-Ed
       MOVE TcoFuel(TcIdx)    TO Fuel-Ed
       MOVE TcoRepairs(TcIdx) TO Repairs-Ed
       MOVE TcoDeprec(TcIdx)  TO Deprec-Ed
       MOVE TcoTotal(TcIdx)   TO Total-Ed
       IF TcoMiles(TcIdx) > ZEROS
          MOVE TcoCostPerMile(TcIdx) TO CostPerMile-Ed
          DISPLAY "  " TcoVehicleNum(TcIdx) SPACE Miles-Ed SPACE
                  Fuel-Ed SPACE Repairs-Ed SPACE Deprec-Ed SPACE
                  Total-Ed SPACE CostPerMile-Ed SPACE
                  TcoIncidents(TcIdx)
       ELSE
          DISPLAY "  " TcoVehicleNum(TcIdx) SPACE Miles-Ed SPACE
                  Fuel-Ed SPACE Repairs-Ed SPACE Deprec-Ed SPACE
                  Total-Ed "   no fuel "
                  TcoIncidents(TcIdx)
       END-IF
    END-PERFORM
    IF TcoCount EQUAL ZEROS
       DISPLAY "  No vehicles on the vehicle file."
    END-IF
    DISPLAY "  ---------------------------------------------------"
            "--------------------------"
    MOVE FleetCost TO Total-Ed
    MOVE FleetCostPerMile TO CostPerMile-Ed
    DISPLAY "  Fleet average over " VehiclesCosted " van(s) driven: "
            Total-Ed " at " CostPerMile-Ed " a mile"
    MOVE AnnualReplacementCost TO Total-Ed
    DISPLAY "  A new van costs " Total-Ed " a year over "
            NewVanLifeYears " years.".

PrintReplacementRanking.
*> Highest score first, the dearer van per mile first on a tie; each
*> pass takes the best van not yet ranked.
    MOVE ZEROS TO RankNum ReplaceCount CapitalBudget NoReasonCount
    DISPLAY SPACES
    DISPLAY "====================================================="
            "=========================="
    DISPLAY "  REPLACEMENT RANKING - YEAR " ReportYear
            "   (replace at " ReplaceMark " points)"
    DISPLAY "====================================================="
            "=========================="
    PERFORM TcoCount TIMES
       SET TcBest TO 1
       MOVE "N" TO VehicleEntryState
       PERFORM VARYING TcIdx FROM 1 BY 1 UNTIL TcIdx > TcoCount
          IF NOT AlreadyRanked(TcIdx)
             IF NOT VehicleEntryFound
                OR TcoScore(TcIdx) > TcoScore(TcBest)
                OR (TcoScore(TcIdx) EQUAL TcoScore(TcBest)
                    AND TcoCostPerMile(TcIdx) > TcoCostPerMile(TcBest))
                SET TcBest TO TcIdx
                SET VehicleEntryFound TO TRUE
             END-IF
          END-IF
       END-PERFORM
       SET AlreadyRanked(TcBest) TO TRUE
       IF TcoScore(TcBest) EQUAL ZEROS
          ADD 1 TO NoReasonCount
       ELSE
          PERFORM PrintRankedVehicle
       END-IF
    END-PERFORM
    IF NoReasonCount > ZEROS
       DISPLAY "  " NoReasonCount " van(s) showed no reason to replace."
    END-IF
    DISPLAY "  ---------------------------------------------------"
            "--------------------------"
    MOVE CapitalBudget TO Budget-Ed
    DISPLAY "  " ReplaceCount " van(s) put forward for replacement - "
            "capital budget " Budget-Ed
    DISPLAY "====================================================="
            "==========================".

PrintRankedVehicle.
    ADD 1 TO RankNum
    MOVE TcoTotal(TcBest) TO Total-Ed
    MOVE TcoCostPerMile(TcBest) TO CostPerMile-Ed
    IF TcoScore(TcBest) NOT < ReplaceMark
       ADD 1 TO ReplaceCount
       ADD NewVanPrice TO CapitalBudget
       DISPLAY "  " RankNum ". Vehicle " TcoVehicleNum(TcBest) SPACE
               TcoVehicleDesc(TcBest) " score " TcoScore(TcBest)
               "  REPLACE"
    ELSE
       DISPLAY "  " RankNum ". Vehicle " TcoVehicleNum(TcBest) SPACE
               TcoVehicleDesc(TcBest) " score " TcoScore(TcBest)
    END-IF
    DISPLAY "       Cost " Total-Ed " for the year, " CostPerMile-Ed
            " a mile"
    IF RepairCostRising(TcBest)
       MOVE TcoPriorRepairs(TcBest) TO Repairs-Ed
       MOVE TcoRepairs(TcBest) TO Fuel-Ed
       DISPLAY "       - repair cost rising: " Repairs-Ed " last year, "
               Fuel-Ed " this year"
    END-IF
    IF CostAboveFleet(TcBest)
       MOVE FleetCostPerMile TO CostPerMile-Ed
       DISPLAY "       - cost per mile well above the fleet average of "
               CostPerMile-Ed
    END-IF
    IF RunningOverReplacement(TcBest)
       DISPLAY "       - fuel and repairs cost more than a new van "
               "a year"
    END-IF
    IF TooManyIncidents(TcBest)
       DISPLAY "       - " TcoIncidents(TcBest) " incidents in the year, "
               TcoOpenClaims(TcBest) " claim(s) still open"
    END-IF
    IF HighMileage(TcBest) OR VeryHighMileage(TcBest)
       MOVE TcoMileage(TcBest) TO Miles-Ed
       DISPLAY "       - high mileage: " Miles-Ed " on the clock"
    END-IF.

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
PROGRAM-ID. JobCostAccumulator.
*> Keeps a running cost total per JobId. ActionCode "A" adds Amount to
*> the job's total (creating a slot the first time the JobId is seen);
*> ActionCode "R" leaves the totals unchanged and just reports the
*> current total for JobId. TotalOut is set either way.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JobCostFile ASSIGN TO "Listing16-4JobCost.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS JobCostStatus.

DATA DIVISION.
FILE SECTION.
FD  JobCostFile.
01  JobCostFileRec.
    02  JobCostFileId          PIC 9(4).
    02  JobCostFileTotal       PIC 9(7)V99.

WORKING-STORAGE SECTION.
01  JobCostStatus              PIC XX.
    88  EndOfJobCostFile         VALUE "10".

01  TableLoaded                PIC X VALUE "N".
    88  TableAlreadyLoaded        VALUE "Y".

01  JobCostTable.
    02  JobCount               PIC 9(2) VALUE ZERO.
    02  JobCostEntry OCCURS 20 TIMES INDEXED BY JobIdx.
        03  JobId-T            PIC 9(4).
        03  JobTotal-T         PIC 9(7)V99.

01  FoundIdx                   PIC 9(2) VALUE ZERO.

LINKAGE SECTION.
01  JobId-IO                   PIC 9(4).
01  ActionCode-IO               PIC X.
    88  AccumulateCost           VALUE "A".
    88  ReportCost               VALUE "R".
01  AmountIO                    PIC 9(5)V99.
01  TotalOut                    PIC 9(7)V99.

PROCEDURE DIVISION USING JobId-IO, ActionCode-IO, AmountIO, TotalOut.
Begin.
   IF NOT TableAlreadyLoaded
      PERFORM LoadJobCostFile
      MOVE "Y" TO TableLoaded
   END-IF

   PERFORM FindJob

   IF AccumulateCost
      IF FoundIdx EQUAL ZERO
         ADD 1 TO JobCount
         MOVE JobId-IO TO JobId-T(JobCount)
         MOVE ZERO     TO JobTotal-T(JobCount)
         MOVE JobCount TO FoundIdx
      END-IF
      ADD AmountIO TO JobTotal-T(FoundIdx)
      PERFORM SaveJobCostFile
   END-IF

   IF FoundIdx EQUAL ZERO
      MOVE ZERO TO TotalOut
   ELSE
      MOVE JobTotal-T(FoundIdx) TO TotalOut
   END-IF

   EXIT PROGRAM.

FindJob.
   MOVE ZERO TO FoundIdx
   PERFORM VARYING JobIdx FROM 1 BY 1 UNTIL JobIdx > JobCount
      IF JobId-T(JobIdx) EQUAL JobId-IO
         MOVE JobIdx TO FoundIdx
         EXIT PERFORM
      END-IF
   END-PERFORM.

LoadJobCostFile.
*> The table starts empty the very first time this file is opened;
*> every accumulation after that is flushed back out by
*> SaveJobCostFile, so later runs pick the totals back up here.
   MOVE ZERO TO JobCount
   OPEN INPUT JobCostFile
   IF JobCostStatus EQUAL "00"
      READ JobCostFile
         AT END SET EndOfJobCostFile TO TRUE
      END-READ
      PERFORM UNTIL EndOfJobCostFile
         ADD 1 TO JobCount
         MOVE JobCostFileId    TO JobId-T(JobCount)
         MOVE JobCostFileTotal TO JobTotal-T(JobCount)
         READ JobCostFile
            AT END SET EndOfJobCostFile TO TRUE
         END-READ
      END-PERFORM
      CLOSE JobCostFile
   ELSE
      CLOSE JobCostFile
   END-IF.

SaveJobCostFile.
   OPEN OUTPUT JobCostFile
   PERFORM VARYING JobIdx FROM 1 BY 1 UNTIL JobIdx > JobCount
      MOVE JobId-T(JobIdx)    TO JobCostFileId
      MOVE JobTotal-T(JobIdx) TO JobCostFileTotal
      WRITE JobCostFileRec
   END-PERFORM
   CLOSE JobCostFile.

   END PROGRAM JobCostAccumulator.

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
