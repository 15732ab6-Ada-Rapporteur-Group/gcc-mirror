*> LastServiceMileage on VehicleFile automatically, and the monthly
*> report shows maintenance spend per vehicle from the accumulated
*> job costs.
*> Stock parts are held on a parts master (on-hand quantity, moving
*> average cost, reorder point). Issuing a part to an open work
*> order relieves stock and charges the job at average cost through
*> the same accumulator, receipts are booked in at their invoice
*> cost, and a stock count records any shortage or overage. Every
*> movement goes to the parts movement log, from which the reorder
*> list and the monthly parts usage per vehicle are produced; the
*> usage report reconciles parts issued against the work orders'
*> charged totals.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RELATIVE KEY IS VehicleKey
        FILE STATUS  IS VehicleStatus.

    SELECT PartFile ASSIGN TO "Listing17-67Parts.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PartNum-PT
        FILE STATUS IS PartStatus.

    SELECT PartMoveFile ASSIGN TO "Listing17-67PartMoves.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PartMoveStatus.

DATA DIVISION.
FILE SECTION.
FD WorkOrderFile.
    02  Mileage                 PIC 9(6).
    02  LastServiceMileage      PIC 9(6).

FD PartFile.
01 PartRec-PT.
   COPY PartRec.

FD PartMoveFile.
01 PartMoveRec-PV.
   COPY PartMoveRec.

WORKING-STORAGE SECTION.
01 WorkOrderStatus          PIC XX.
   88 WorkOrderOk VALUE "00".
01  VehicleStatus               PIC X(2).
    88  RecordFound             VALUE "00".

01 PartStatus                PIC XX.
   88 PartOk VALUE "02","00".

01 PartMoveStatus            PIC XX.

*> The work-order number doubles as the JobId the accumulator keeps
*> its running totals under.
01 WorkOrderKey              PIC 9(4) VALUE ZEROS.
   88 MenuChargeWO            VALUE 2.
   88 MenuCloseWO             VALUE 3.
   88 MenuMonthlyReport       VALUE 4.
   88 MenuIssueParts          VALUE 5.
   88 MenuReceiveParts        VALUE 6.
   88 MenuPartsMaster         VALUE 7.
   88 MenuPartsReports        VALUE 8.
   88 MenuExit                VALUE 9.

01 TodayDate                  PIC 9(8).
   88 SpendEntryFound           VALUE "Y".
01 Spend-Ed                  PIC $$,$$$,$$9.99.

01 PartsChoice               PIC X.
   88 PartsAddChange            VALUE "A", "a".
   88 PartsStockCount           VALUE "C", "c".
   88 PartsReorderList          VALUE "R", "r".
   88 PartsUsageChoice          VALUE "U", "u".

01 PartEntryState            PIC X.
   88 NewPartEntry              VALUE "N".
   88 ExistingPartEntry         VALUE "E".

01 PartQty                   PIC 9(5).
01 CountedQty                PIC 9(5).
01 UnitCost                  PIC 9(5)V99.
01 ReceiptValue              PIC 9(9)V99.
01 IssueCost                 PIC 9(7)V99.
01 SupplierRef               PIC X(12).
01 Qty-Ed                    PIC ZZ,ZZ9.
01 Cost-Ed                   PIC $$$,$$9.99.
01 ReorderCount              PIC 9(4).

*> The usage report gathers the month's issues by vehicle and part,
*> and separately remembers which work orders they went to so each
*> order's parts-to-date can be set against what it has been charged.
01 PartUsageTable.
   02 PartUsageCount          PIC 9(3) VALUE ZEROS.
   02 PartUsageEntry OCCURS 200 TIMES INDEXED BY PUIdx PUScan.
      03 UsageVehicleNum      PIC 9(4).
      03 UsagePartNum         PIC X(8).
      03 UsageQty             PIC 9(6).
      03 UsageCost            PIC 9(7)V99.
01 UsageWorkOrderTable.
   02 UsageWorkOrderCount     PIC 9(3) VALUE ZEROS.
   02 UsageWorkOrderEntry OCCURS 100 TIMES INDEXED BY UWIdx.
      03 UsageWONum           PIC 9(4).
      03 UsageWOVehicle       PIC 9(4).
      03 UsageWOMonthParts    PIC 9(7)V99.
      03 UsageWOPartsToDate   PIC 9(7)V99.
01 UsageEntryState           PIC X VALUE "N".
   88 UsageEntryFound           VALUE "Y".
01 UsageVehicleHold          PIC 9(4).
01 VehiclePartsTotal         PIC 9(7)V99.
01 MonthPartsTotal           PIC 9(7)V99.
01 ShortageTotal             PIC 9(7)V99.
01 OtherCharges              PIC 9(7)V99.
01 UnreconciledCount         PIC 9(3).
01 OtherCharges-Ed           PIC $$$,$$9.99.
01 PartDescIn                PIC X(30).

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
       CLOSE WorkOrderFile
       OPEN I-O WorkOrderFile
    END-IF
    OPEN I-O PartFile
    IF PartStatus EQUAL "35"
       OPEN OUTPUT PartFile
       CLOSE PartFile
       OPEN I-O PartFile
    END-IF
    PERFORM FindNextWorkOrderKey
    PERFORM MainMenu UNTIL MenuExit
    CLOSE WorkOrderFile
    CLOSE PartFile
    STOP RUN.

FindNextWorkOrderKey.
    DISPLAY SPACES
    DISPLAY "*** Maintenance Work Orders ***"
    DISPLAY "1 = Open a work order (from the service-due list)"
    DISPLAY "2 = Charge labor or outside work to a work order"
    DISPLAY "3 = Close a work order"
    DISPLAY "4 = Monthly maintenance spend per vehicle"
    DISPLAY "5 = Issue stock parts to a work order"
    DISPLAY "6 = Book in parts received"
    DISPLAY "7 = Parts master (add/change a part, stock count)"
    DISPLAY "8 = Parts reports (reorder list, monthly usage)"
    DISPLAY "9 = Exit"
    DISPLAY "Enter your choice - " WITH NO ADVANCING
    ACCEPT MenuChoice
       WHEN MenuChargeWO       PERFORM ChargeWorkOrder
       WHEN MenuCloseWO        PERFORM CloseWorkOrder
       WHEN MenuMonthlyReport  PERFORM MonthlySpendReport
       WHEN MenuIssueParts     PERFORM IssueParts
       WHEN MenuReceiveParts   PERFORM ReceiveParts
       WHEN MenuPartsMaster    PERFORM PartsMaster
       WHEN MenuPartsReports   PERFORM PartsReports
       WHEN MenuExit            CONTINUE
       WHEN OTHER               DISPLAY "Please enter 1 to 8, or 9"
    END-EVALUATE.

OpenWorkOrder.
       DISPLAY "That work order is closed - no further charges."
       EXIT PARAGRAPH
    END-IF
*> Stock parts go through option 5 so the shelf is relieved; this
*> is for labor and anything bought in for the one job.
    DISPLAY "Enter the labor/outside amount - " WITH NO ADVANCING
    ACCEPT Amount-W
    MOVE WorkOrderKey TO JobId-W
    MOVE "A" TO ActionCode-W
       ADD 1 TO SpendOrders(VSIdx)
    END-IF.

IssueParts.
    DISPLAY "Enter the work-order number - " WITH NO ADVANCING
    ACCEPT WorkOrderKey
    READ WorkOrderFile
       INVALID KEY DISPLAY "Work order not found - " WorkOrderStatus
       NOT INVALID KEY PERFORM IssueToWorkOrder
    END-READ.

IssueToWorkOrder.
    IF NOT WorkOrderOpen-WO
       DISPLAY "That work order is closed - no further parts."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter the part number - " WITH NO ADVANCING
    ACCEPT PartNum-PT
    READ PartFile
       INVALID KEY CONTINUE
    END-READ
    IF NOT PartOk
       DISPLAY "Part not on the parts master - " PartStatus
       EXIT PARAGRAPH
    END-IF
    MOVE OnHandQty-PT TO Qty-Ed
    MOVE AverageCost-PT TO Cost-Ed
    DISPLAY PartDesc-PT " - " Qty-Ed " on hand at " Cost-Ed " each"
    DISPLAY "Enter the quantity to issue - " WITH NO ADVANCING
    ACCEPT PartQty
    IF PartQty EQUAL ZEROS
       DISPLAY "Nothing issued."
       EXIT PARAGRAPH
    END-IF
*> The book cannot go negative - if the shelf holds more than the
*> book says, the receipt was never booked in or a count is due.
    IF PartQty > OnHandQty-PT
       DISPLAY "Only " Qty-Ed " on hand - book the receipt in or "
               "count the shelf first."
       EXIT PARAGRAPH
    END-IF
    COMPUTE IssueCost ROUNDED = PartQty * AverageCost-PT
    IF IssueCost > 99999.99
       DISPLAY "Too large to charge in one go - issue it in smaller lots."
       EXIT PARAGRAPH
    END-IF
    SUBTRACT PartQty FROM OnHandQty-PT
    MOVE TodayDate TO LastIssuedDate-PT
    REWRITE PartRec-PT
       INVALID KEY CONTINUE
    END-REWRITE
    IF NOT PartOk
       DISPLAY "-PT ERROR Status = " PartStatus
       EXIT PARAGRAPH
    END-IF

    PERFORM OpenPartMoveLog
    INITIALIZE PartMoveRec-PV
    MOVE TodayDate TO MoveDate-PV
    SET PartIssued-PV TO TRUE
    MOVE PartNum-PT TO PartNum-PV
    MOVE PartQty TO MoveQty-PV
    MOVE AverageCost-PT TO UnitCost-PV
    MOVE IssueCost TO ExtCost-PV
    MOVE WorkOrderKey TO WorkOrderNum-PV
    MOVE VehicleNum-WO TO VehicleNum-PV
    WRITE PartMoveRec-PV
    CLOSE PartMoveFile

*> The job is charged exactly what left the shelf, so the usage
*> report can hold the two against each other.
    MOVE IssueCost TO Amount-W
    MOVE WorkOrderKey TO JobId-W
    MOVE "A" TO ActionCode-W
    CALL "JobCostAccumulator" USING BY CONTENT JobId-W, ActionCode-W,
                                       Amount-W
                                    BY REFERENCE Total-W
    MOVE IssueCost TO Cost-Ed
    MOVE Total-W TO Total-Ed
    DISPLAY "Issued - " Cost-Ed " charged, work order " WorkOrderKey
            " now totals " Total-Ed ".".

ReceiveParts.
    DISPLAY "Enter the part number - " WITH NO ADVANCING
    ACCEPT PartNum-PT
    READ PartFile
       INVALID KEY CONTINUE
    END-READ
    IF NOT PartOk
       DISPLAY "Part not on the parts master - add it with option 7."
       EXIT PARAGRAPH
    END-IF
    DISPLAY PartDesc-PT
    DISPLAY "Enter the quantity received - " WITH NO ADVANCING
    ACCEPT PartQty
    IF PartQty EQUAL ZEROS
       DISPLAY "Nothing booked in."
       EXIT PARAGRAPH
    END-IF
    IF PartQty + OnHandQty-PT > 99999
       DISPLAY "That would take the stock past 99999 - check the "
               "quantity."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter the unit cost on the invoice - " WITH NO ADVANCING
    ACCEPT UnitCost
    DISPLAY "Enter the supplier invoice reference - " WITH NO ADVANCING
    ACCEPT SupplierRef
*> Moving average - what is already on the shelf at its average cost
*> plus the new lot at invoice cost, spread over the new quantity.
    COMPUTE ReceiptValue = OnHandQty-PT * AverageCost-PT
                         + PartQty * UnitCost
    ADD PartQty TO OnHandQty-PT
    COMPUTE AverageCost-PT ROUNDED = ReceiptValue / OnHandQty-PT
    MOVE TodayDate TO LastReceivedDate-PT
    REWRITE PartRec-PT
       INVALID KEY CONTINUE
    END-REWRITE
    IF NOT PartOk
       DISPLAY "-PT ERROR Status = " PartStatus
       EXIT PARAGRAPH
    END-IF

    PERFORM OpenPartMoveLog
    INITIALIZE PartMoveRec-PV
    MOVE TodayDate TO MoveDate-PV
    SET PartReceived-PV TO TRUE
    MOVE PartNum-PT TO PartNum-PV
    MOVE PartQty TO MoveQty-PV
    MOVE UnitCost TO UnitCost-PV
    COMPUTE ExtCost-PV = PartQty * UnitCost
    MOVE SupplierRef TO Reference-PV
    WRITE PartMoveRec-PV
    CLOSE PartMoveFile

    MOVE OnHandQty-PT TO Qty-Ed
    MOVE AverageCost-PT TO Cost-Ed
    DISPLAY "Booked in - " Qty-Ed " now on hand, average cost "
            Cost-Ed ".".

PartsMaster.
    DISPLAY "A = Add or change a part, C = Stock count - "
            WITH NO ADVANCING
    ACCEPT PartsChoice
    EVALUATE TRUE
       WHEN PartsAddChange    PERFORM AddChangePart
       WHEN PartsStockCount   PERFORM StockCountPart
       WHEN OTHER             DISPLAY "Please enter A or C"
    END-EVALUATE.

AddChangePart.
    DISPLAY "Enter the part number - " WITH NO ADVANCING
    ACCEPT PartNum-PT
    IF PartNum-PT EQUAL SPACES
       EXIT PARAGRAPH
    END-IF
    READ PartFile
       INVALID KEY CONTINUE
    END-READ
    IF PartOk
       SET ExistingPartEntry TO TRUE
       MOVE OnHandQty-PT TO Qty-Ed
       MOVE AverageCost-PT TO Cost-Ed
       DISPLAY PartDesc-PT " - " Qty-Ed " on hand at " Cost-Ed
       DISPLAY "Reorder point " ReorderPoint-PT
               ", reorder quantity " ReorderQty-PT
    ELSE
*> A new part starts with an empty shelf; stock and its cost only
*> ever arrive through a booked-in receipt.
       SET NewPartEntry TO TRUE
       MOVE PartNum-PT TO SupplierRef
       INITIALIZE PartRec-PT
       MOVE SupplierRef TO PartNum-PT
       DISPLAY "New part."
    END-IF
    DISPLAY "Enter the description (blank keeps it) - "
            WITH NO ADVANCING
    MOVE SPACES TO PartDescIn
    ACCEPT PartDescIn
    IF PartDescIn NOT EQUAL SPACES
       MOVE PartDescIn TO PartDesc-PT
    END-IF
    DISPLAY "Enter the reorder point - " WITH NO ADVANCING
    ACCEPT ReorderPoint-PT
    DISPLAY "Enter the reorder quantity - " WITH NO ADVANCING
    ACCEPT ReorderQty-PT
    IF NewPartEntry
       WRITE PartRec-PT
          INVALID KEY DISPLAY "-PT ERROR Status = " PartStatus
          NOT INVALID KEY DISPLAY "Part " PartNum-PT " added."
       END-WRITE
    ELSE
       REWRITE PartRec-PT
          INVALID KEY DISPLAY "-PT ERROR Status = " PartStatus
          NOT INVALID KEY DISPLAY "Part " PartNum-PT " changed."
       END-REWRITE
    END-IF.

StockCountPart.
    DISPLAY "Enter the part number - " WITH NO ADVANCING
    ACCEPT PartNum-PT
    READ PartFile
       INVALID KEY CONTINUE
    END-READ
    IF NOT PartOk
       DISPLAY "Part not on the parts master - " PartStatus
       EXIT PARAGRAPH
    END-IF
    MOVE OnHandQty-PT TO Qty-Ed
    DISPLAY PartDesc-PT " - book quantity " Qty-Ed
    DISPLAY "Enter the quantity counted on the shelf - "
            WITH NO ADVANCING
    ACCEPT CountedQty
    IF CountedQty EQUAL OnHandQty-PT
       DISPLAY "The count agrees with the book."
       EXIT PARAGRAPH
    END-IF

    PERFORM OpenPartMoveLog
    INITIALIZE PartMoveRec-PV
    MOVE TodayDate TO MoveDate-PV
    MOVE PartNum-PT TO PartNum-PV
    IF CountedQty < OnHandQty-PT
       SET CountShort-PV TO TRUE
       SUBTRACT CountedQty FROM OnHandQty-PT GIVING PartQty
    ELSE
       SET CountOver-PV TO TRUE
       SUBTRACT OnHandQty-PT FROM CountedQty GIVING PartQty
    END-IF
    MOVE PartQty TO MoveQty-PV
    MOVE AverageCost-PT TO UnitCost-PV
    COMPUTE ExtCost-PV ROUNDED = PartQty * AverageCost-PT
    MOVE "STOCK COUNT" TO Reference-PV
    WRITE PartMoveRec-PV
    CLOSE PartMoveFile

    MOVE CountedQty TO OnHandQty-PT
    REWRITE PartRec-PT
       INVALID KEY DISPLAY "-PT ERROR Status = " PartStatus
    END-REWRITE
    MOVE PartQty TO Qty-Ed
    MOVE ExtCost-PV TO Cost-Ed
    IF CountShort-PV
       DISPLAY "Shortage of " Qty-Ed " written off at " Cost-Ed "."
    ELSE
       DISPLAY "Overage of " Qty-Ed " taken on at " Cost-Ed "."
    END-IF.

OpenPartMoveLog.
    OPEN EXTEND PartMoveFile
    IF PartMoveStatus EQUAL "35"
       OPEN OUTPUT PartMoveFile
    END-IF.

PartsReports.
    DISPLAY "R = Reorder list, U = Monthly parts usage by vehicle - "
            WITH NO ADVANCING
    ACCEPT PartsChoice
    EVALUATE TRUE
       WHEN PartsReorderList  PERFORM ReorderReport
       WHEN PartsUsageChoice  PERFORM PartsUsageReport
       WHEN OTHER             DISPLAY "Please enter R or U"
    END-EVALUATE.

ReorderReport.
    MOVE ZEROS TO ReorderCount
    DISPLAY "====================================================="
    DISPLAY "  PARTS BELOW REORDER POINT - " TodayDate
    DISPLAY "  Part     Description                    On hand"
            "  Point  Order"
    DISPLAY "====================================================="
    MOVE LOW-VALUES TO PartNum-PT
    START PartFile KEY IS GREATER THAN OR EQUAL PartNum-PT
       INVALID KEY SET EndOfParts TO TRUE
    END-START
    IF NOT EndOfParts
       READ PartFile NEXT RECORD
          AT END SET EndOfParts TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfParts
       IF OnHandQty-PT < ReorderPoint-PT
          ADD 1 TO ReorderCount
          DISPLAY "  " PartNum-PT " " PartDesc-PT " " OnHandQty-PT
                  "  " ReorderPoint-PT "  " ReorderQty-PT
       END-IF
       READ PartFile NEXT RECORD
          AT END SET EndOfParts TO TRUE
       END-READ
    END-PERFORM
    IF ReorderCount EQUAL ZEROS
       DISPLAY "  No parts below their reorder point."
    END-IF
    DISPLAY "=====================================================".

PartsUsageReport.
    DISPLAY "Enter the month to report (YYYYMM) - " WITH NO ADVANCING
    ACCEPT ReportMonth
    MOVE ZEROS TO PartUsageCount UsageWorkOrderCount
                  MonthPartsTotal ShortageTotal UnreconciledCount
    OPEN INPUT PartMoveFile
    IF PartMoveStatus NOT EQUAL "00"
       DISPLAY "No parts movements have been recorded yet."
       EXIT PARAGRAPH
    END-IF
    READ PartMoveFile
       AT END SET EndOfPartMoves TO TRUE
    END-READ
    PERFORM UNTIL EndOfPartMoves
       IF MoveDate-PV(1:6) EQUAL ReportMonth
          IF PartIssued-PV
             PERFORM AccumulatePartUsage
          END-IF
          IF CountShort-PV
             ADD ExtCost-PV TO ShortageTotal
          END-IF
       END-IF
       READ PartMoveFile
          AT END SET EndOfPartMoves TO TRUE
       END-READ
    END-PERFORM
    CLOSE PartMoveFile

*> Second pass - everything ever issued to the month's work orders,
*> since a job left open over a month end draws parts in both.
    OPEN INPUT PartMoveFile
    READ PartMoveFile
       AT END SET EndOfPartMoves TO TRUE
    END-READ
    PERFORM UNTIL EndOfPartMoves
       IF PartIssued-PV
          PERFORM VARYING UWIdx FROM 1 BY 1
                  UNTIL UWIdx > UsageWorkOrderCount
             IF UsageWONum(UWIdx) EQUAL WorkOrderNum-PV
                ADD ExtCost-PV TO UsageWOPartsToDate(UWIdx)
                EXIT PERFORM
             END-IF
          END-PERFORM
       END-IF
       READ PartMoveFile
          AT END SET EndOfPartMoves TO TRUE
       END-READ
    END-PERFORM
    CLOSE PartMoveFile

    DISPLAY "====================================================="
    DISPLAY "  PARTS USAGE BY VEHICLE - MONTH " ReportMonth
    DISPLAY "====================================================="
    PERFORM VARYING PUIdx FROM 1 BY 1 UNTIL PUIdx > PartUsageCount
       MOVE "N" TO UsageEntryState
       PERFORM VARYING PUScan FROM 1 BY 1 UNTIL PUScan >= PUIdx
          IF UsageVehicleNum(PUScan) EQUAL UsageVehicleNum(PUIdx)
             SET UsageEntryFound TO TRUE
             EXIT PERFORM
          END-IF
       END-PERFORM
       IF NOT UsageEntryFound
          PERFORM PrintVehicleUsage
       END-IF
    END-PERFORM
    IF PartUsageCount EQUAL ZEROS
       DISPLAY "  No parts issued in that month."
    END-IF
    MOVE MonthPartsTotal TO Spend-Ed
    DISPLAY "  Parts issued to vehicles       " Spend-Ed
    MOVE ShortageTotal TO Spend-Ed
    DISPLAY "  Stock count shortages          " Spend-Ed

    DISPLAY "-----------------------------------------------------"
    DISPLAY "  RECONCILIATION TO WORK-ORDER CHARGES"
    DISPLAY "  WO   Vehicle  Parts month  Parts to date"
            "      Charged        Other"
    PERFORM VARYING UWIdx FROM 1 BY 1 UNTIL UWIdx > UsageWorkOrderCount
       PERFORM ReconcileWorkOrder
    END-PERFORM
    IF UnreconciledCount NOT EQUAL ZEROS
       DISPLAY "  " UnreconciledCount " work order(s) charged less "
               "than the parts issued to them."
    END-IF
    DISPLAY "=====================================================".

AccumulatePartUsage.
    ADD ExtCost-PV TO MonthPartsTotal
    MOVE "N" TO UsageEntryState
    PERFORM VARYING PUIdx FROM 1 BY 1 UNTIL PUIdx > PartUsageCount
       IF UsageVehicleNum(PUIdx) EQUAL VehicleNum-PV
          AND UsagePartNum(PUIdx) EQUAL PartNum-PV
          SET UsageEntryFound TO TRUE
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF NOT UsageEntryFound AND PartUsageCount < 200
       ADD 1 TO PartUsageCount
       SET PUIdx TO PartUsageCount
       MOVE VehicleNum-PV TO UsageVehicleNum(PUIdx)
       MOVE PartNum-PV TO UsagePartNum(PUIdx)
       MOVE ZEROS TO UsageQty(PUIdx) UsageCost(PUIdx)
       SET UsageEntryFound TO TRUE
    END-IF
    IF UsageEntryFound
       ADD MoveQty-PV TO UsageQty(PUIdx)
       ADD ExtCost-PV TO UsageCost(PUIdx)
    END-IF

    MOVE "N" TO UsageEntryState
    PERFORM VARYING UWIdx FROM 1 BY 1 UNTIL UWIdx > UsageWorkOrderCount
       IF UsageWONum(UWIdx) EQUAL WorkOrderNum-PV
          SET UsageEntryFound TO TRUE
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF NOT UsageEntryFound AND UsageWorkOrderCount < 100
       ADD 1 TO UsageWorkOrderCount
       SET UWIdx TO UsageWorkOrderCount
       MOVE WorkOrderNum-PV TO UsageWONum(UWIdx)
       MOVE VehicleNum-PV TO UsageWOVehicle(UWIdx)
       MOVE ZEROS TO UsageWOMonthParts(UWIdx) UsageWOPartsToDate(UWIdx)
       SET UsageEntryFound TO TRUE
    END-IF
    IF UsageEntryFound
       ADD ExtCost-PV TO UsageWOMonthParts(UWIdx)
    END-IF.

PrintVehicleUsage.
*> Called on the first entry for each vehicle; picks up the rest of
*> that vehicle's parts from there down.
    MOVE UsageVehicleNum(PUIdx) TO UsageVehicleHold
    MOVE ZEROS TO VehiclePartsTotal
    DISPLAY "  Vehicle " UsageVehicleHold
    PERFORM VARYING PUScan FROM PUIdx BY 1 UNTIL PUScan > PartUsageCount
       IF UsageVehicleNum(PUScan) EQUAL UsageVehicleHold
          MOVE UsageQty(PUScan) TO Qty-Ed
          MOVE UsageCost(PUScan) TO Cost-Ed
          DISPLAY "     " UsagePartNum(PUScan) " qty " Qty-Ed
                  "  " Cost-Ed
          ADD UsageCost(PUScan) TO VehiclePartsTotal
       END-IF
    END-PERFORM
    MOVE VehiclePartsTotal TO Spend-Ed
    DISPLAY "     Vehicle parts total      " Spend-Ed.

ReconcileWorkOrder.
*> Every stock issue is charged to its job at the same value, so a
*> job's accumulated total can never be less than its parts; what
*> is left over is labor and outside work from option 2.
    MOVE UsageWONum(UWIdx) TO JobId-W
    MOVE "R" TO ActionCode-W
    CALL "JobCostAccumulator" USING BY CONTENT JobId-W, ActionCode-W,
                                       Amount-W
                                    BY REFERENCE Total-W
    MOVE UsageWOMonthParts(UWIdx) TO Cost-Ed
    MOVE UsageWOPartsToDate(UWIdx) TO Spend-Ed
    MOVE Total-W TO Total-Ed
    IF Total-W < UsageWOPartsToDate(UWIdx)
       ADD 1 TO UnreconciledCount
       DISPLAY "  " UsageWONum(UWIdx) " " UsageWOVehicle(UWIdx)
               "   " Cost-Ed " " Spend-Ed " " Total-Ed
               "  ** CHARGED SHORT **"
    ELSE
       SUBTRACT UsageWOPartsToDate(UWIdx) FROM Total-W
          GIVING OtherCharges
       MOVE OtherCharges TO OtherCharges-Ed
       DISPLAY "  " UsageWONum(UWIdx) " " UsageWOVehicle(UWIdx)
               "   " Cost-Ed " " Spend-Ed " " Total-Ed
               " " OtherCharges-Ed
    END-IF.

IDENTIFICATION DIVISION.
PROGRAM-ID. JobCostAccumulator.
*> Keeps a running cost total per JobId. ActionCode "A" adds Amount to
