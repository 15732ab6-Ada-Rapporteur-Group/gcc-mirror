IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-32.
AUTHOR. Michael Coughlan.
*> Store profit-and-loss. Listing17-91 sets revenue against budget
*> and Listing17-45 carries the company's totals to the GL, but no
*> report ever told a store manager whether the store made money.
*> This run takes a month and builds a P&L per StoreId from the
*> files the rest of the system already keeps: rental revenue off
*> RentalFile, late fees net of waivers off the Listing17-48 till
*> history, the equipment fees taken at the Listing17-79 counter,
*> merchandise and previously-viewed copy sales off the Listing17-29
*> registers and the replacement charges on the Listing17-39
*> write-offs; against them the studio royalties the Listing18-5 run
*> split by store, the Listing17-89 depreciation of each store's
*> fit-out, the cost of copies written off, Listing17-85
*> refurbishment jobs closed in the month, and the intercompany
*> charge for stock taken in from another store (a credit to the
*> store that sent it) at the Listing17-97 unit values. The fleet -
*> fuel off the Listing17-65 log, Listing17-67 work orders closed in
*> the month and the vans' own depreciation - serves every store, so
*> its cost is shared out in proportion to each store's rental
*> revenue. Every line is shown for the month, the year to date and
*> the same month a year earlier, store by store, and then for all
*> stores together on a consolidated page, where the intercompany
*> charges net away.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   SELECT RentalFile ASSIGN TO "Listing17-6Rental.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RentalKey-RF
        ALTERNATE RECORD KEY IS FilmId-RF
                     WITH DUPLICATES
        FILE STATUS IS RentalStatus.

    SELECT TillHistoryFile ASSIGN TO "Listing17-48TillHistory.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TillHistoryStatus.

   SELECT EquipmentFile ASSIGN TO "Listing17-79Equipment.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SerialNum-EQ
        FILE STATUS IS EquipmentStatus.

   SELECT EquipRentalFile ASSIGN TO "Listing17-79EquipRentals.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EquipRentalKey-ER
        FILE STATUS IS EquipRentalStatus.

    SELECT MerchSaleFile ASSIGN TO "Listing17-29Merch.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MerchSaleStatus.

    SELECT UsedSaleFile ASSIGN TO "Listing17-29Sales.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS UsedSaleStatus.

    SELECT WriteOffFile ASSIGN TO "Listing17-39WriteOffs.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WriteOffStatus.

    SELECT StoreRoyaltyFile ASSIGN TO "Listing18-5StoreRoyalty.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS StoreRoyaltyStatus.

    SELECT StoreDeprecFile ASSIGN TO "Listing17-89StoreDeprec.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS StoreDeprecStatus.

    SELECT RefurbQueueFile ASSIGN TO "Listing17-85Refurb.DAT"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS RefurbKey
        FILE STATUS IS RefurbStatus.

    SELECT FuelLogFile ASSIGN TO "Listing17-65FuelLog.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FuelLogStatus.

    SELECT WorkOrderFile ASSIGN TO "Listing17-67WorkOrders.DAT"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS WorkOrderKey
        FILE STATUS IS WorkOrderStatus.

   SELECT TransferFile ASSIGN TO "Listing17-37Transfers.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TransferNum-TR
        FILE STATUS IS TransferStatus.

DATA DIVISION.
FILE SECTION.
FD RentalFile.
01 RentalRec-RF.
   COPY RentalRec.

FD TillHistoryFile.
01 TillHistoryRec.
   02 TillDate-TH           PIC 9(8).
   02 StoreId-TH            PIC 99.
   02 CheckoutsValue-TH     PIC 9(7)V99.
   02 LateFees-TH           PIC 9(7)V99.
   02 Adjustments-TH        PIC 9(7)V99.
   02 PaymentsTotal-TH      PIC 9(7)V99.
   02 CashExpected-TH       PIC 9(7)V99.
   02 CashCounted-TH        PIC 9(7)V99.
   02 OverShort-TH          PIC S9(5)V99 SIGN LEADING SEPARATE.

FD EquipmentFile.
01 EquipmentRec-EQ.
   88 EndOfEquipment  VALUE HIGH-VALUES.
   02 SerialNum-EQ          PIC 9(8).
   02 EquipType-EQ          PIC X(10).
   02 EquipDesc-EQ          PIC X(20).
   02 StoreId-EQ            PIC 99.
   02 DailyFee-EQ           PIC 9(3)V99.
   02 DepositAmount-EQ      PIC 9(3)V99.
   02 ReplacementCost-EQ    PIC 9(4)V99.
   02 EquipStatus-EQ        PIC X.
      88 EquipAvailable-EQ    VALUE "A".
      88 EquipOut-EQ          VALUE "O".
      88 EquipRetired-EQ      VALUE "X".

FD EquipRentalFile.
01 EquipRentalRec-ER.
   88 EndOfEquipRentals  VALUE HIGH-VALUES.
   02 EquipRentalKey-ER.
      03 CustomerId-ER      PIC 9(7).
      03 SerialNum-ER       PIC 9(8).
      03 CheckoutDate-ER    PIC 9(8).
   02 DueDate-ER            PIC 9(8).
   02 ReturnDate-ER         PIC 9(8).
      88 EquipNotReturned-ER VALUE ZEROS.
   02 StoreId-ER            PIC 99.
   02 DepositHeld-ER        PIC 9(3)V99.
   02 DepositStatus-ER      PIC X.
      88 DepositHeld-Flag-ER  VALUE "H".
      88 DepositRefunded-ER   VALUE "R".
      88 DepositForfeited-ER  VALUE "F".

FD MerchSaleFile.
01 MerchSaleRec-MR.
   COPY MerchSaleRec.

FD UsedSaleFile.
01 UsedSaleRec-US.
   COPY UsedSaleRec.

FD WriteOffFile.
01 WriteOffRec.
   02 WriteOffDate-WO       PIC 9(8).
   02 StoreId-WO            PIC 99.
   02 FilmGenre-WO          PIC X(10).
   02 FilmId-WO             PIC 9(7).
   02 CustomerId-WO         PIC 9(7).
   02 Disposition-WO        PIC X.
   02 ReplacementFee-WO     PIC 9(5)V99.
   02 OperatorId-WO         PIC 9(4).
   02 CopyCost-WO           PIC 9(4)V99.

FD StoreRoyaltyFile.
01 StoreRoyaltyRec.
   02 RoyaltyPeriod-SR      PIC 9(6).
   02 StoreId-SR            PIC 99.
   02 RoyaltyAmount-SR      PIC 9(7)V99.

FD StoreDeprecFile.
01 StoreDeprecRec.
   02 DeprecPeriod-SD       PIC 9(6).
   02 StoreId-SD            PIC 99.
   02 DeprecAmount-SD       PIC 9(7)V99.

FD RefurbQueueFile.
01 RefurbRec-RB.
   02 Barcode-RB            PIC 9(10).
   02 FilmId-RB             PIC 9(7).
   02 StoreId-RB            PIC 99.
   02 OpenedDate-RB         PIC 9(8).
   02 ClosedDate-RB         PIC 9(8).
   02 RefurbState-RB        PIC X.
      88 RefurbOpen-RB        VALUE "O".
      88 RefurbReturned-RB    VALUE "S".
      88 RefurbToWriteOff-RB  VALUE "W".
   02 FormatCode-RB         PIC X.

FD FuelLogFile.
01 FuelLogRec.
   COPY FuelLogRec.

FD WorkOrderFile.
01 WorkOrderRec-WO.
   COPY WorkOrderRec.

FD TransferFile.
01 TransferRec-TR.
   COPY TransferRec.

WORKING-STORAGE SECTION.
01 RentalStatus             PIC XX.
01 TillHistoryStatus        PIC XX.
   88 EndOfTillHistory        VALUE "10".
01 EquipmentStatus          PIC XX.
   88 EquipmentOk  VALUE "02", "00".
01 EquipRentalStatus        PIC XX.
01 MerchSaleStatus          PIC XX.
01 UsedSaleStatus           PIC XX.
01 WriteOffStatus           PIC XX.
   88 EndOfWriteOffs          VALUE "10".
01 StoreRoyaltyStatus       PIC XX.
   88 EndOfStoreRoyalties     VALUE "10".
01 StoreDeprecStatus        PIC XX.
   88 EndOfStoreDeprec        VALUE "10".
01 RefurbStatus             PIC XX.
   88 EndOfRefurbQueue        VALUE "10".
01 RefurbKey                PIC 9(4) VALUE ZEROS.
01 FuelLogStatus            PIC XX.
   88 EndOfFuelLog            VALUE "10".
01 WorkOrderStatus          PIC XX.
01 WorkOrderKey             PIC 9(4) VALUE ZEROS.
01 TransferStatus           PIC XX.

01 OperatorId                 PIC 9(4) VALUE ZEROS.
01 SignOnResult               PIC 9 VALUE 1.
   88 OperatorSignedOn          VALUE 0.

*> The month reported, and the year-ago month beside it.
01 ReportMonth.
   02 ReportYear             PIC 9(4).
   02 ReportMon              PIC 99.
01 ReportMonthNum REDEFINES ReportMonth PIC 9(6).
01 PriorYearMonth            PIC 9(6).

*> The P&L lines, revenue first and then costs, in print order.
01 PLLineNames.
   02 FILLER PIC X(28) VALUE "Rental revenue              ".
   02 FILLER PIC X(28) VALUE "Late fees net of waivers    ".
   02 FILLER PIC X(28) VALUE "Equipment rental            ".
   02 FILLER PIC X(28) VALUE "Merchandise sales           ".
   02 FILLER PIC X(28) VALUE "Previously-viewed sales     ".
   02 FILLER PIC X(28) VALUE "Replacement charges         ".
   02 FILLER PIC X(28) VALUE "Studio royalties            ".
   02 FILLER PIC X(28) VALUE "Depreciation                ".
   02 FILLER PIC X(28) VALUE "Copies written off          ".
   02 FILLER PIC X(28) VALUE "Refurbishment               ".
   02 FILLER PIC X(28) VALUE "Fleet cost allocated        ".
   02 FILLER PIC X(28) VALUE "Intercompany transfers      ".
01 FILLER REDEFINES PLLineNames.
   02 PLLineName OCCURS 12 TIMES PIC X(28).
01 LastRevenueLine           PIC 99 VALUE 6.
01 PLLineCount               PIC 99 VALUE 12.
01 FleetLine                 PIC 99 VALUE 11.

*> One set of lines per store, subscripted by StoreId plus one -
*> store 00 holds the fleet's cost until it is shared out. Column 1
*> is the month, 2 the year to date, 3 the year-ago month.
01 StorePLTable.
   02 StorePL OCCURS 100 TIMES.
      03 StoreActivity       PIC X.
         88 StoreHasActivity   VALUE "Y".
      03 StorePLLine OCCURS 12 TIMES.
         04 PLAmount         PIC S9(9)V99 OCCURS 3 TIMES.
01 ConsolPLTable.
   02 ConsolPLLine OCCURS 12 TIMES.
      03 ConsolAmount        PIC S9(9)V99 OCCURS 3 TIMES.

01 StoreSub                  PIC 9(3).
01 LineSub                   PIC 99.
01 ColSub                    PIC 9.

*> One posting - the store, the line, the date it belongs to and
*> the amount.
01 PostStoreId               PIC 99.
01 PostLine                  PIC 99.
01 PostDate.
   02 PostYear               PIC 9(4).
   02 PostMon                PIC 99.
   02 PostDay                PIC 99.
01 PostDateNum REDEFINES PostDate PIC 9(8).
01 PostYearMonth REDEFINES PostDate.
   02 PostYM                 PIC 9(6).
   02 FILLER                 PIC 99.
01 PostAmount                PIC S9(9)V99.

*> Listing18-5 appends a fresh set of store lines on a rerun, so the
*> newest line for a store and month is the one taken.
01 RoyaltyTable.
   02 RoyaltyCount           PIC 9(3) VALUE ZEROS.
   02 RoyaltyEntry OCCURS 500 TIMES INDEXED BY RyIdx.
      03 RoyStoreId          PIC 99.
      03 RoyPeriod           PIC 9(6).
      03 RoyAmount           PIC 9(7)V99.
01 RoyaltyFound              PIC X VALUE "N".
   88 RoyaltyEntryFound        VALUE "Y".

01 JobIdBase                 PIC 9(4) VALUE 2000.
01 JobId-W                   PIC 9(4).
01 ActionCode-W              PIC X.
01 Amount-W                  PIC 9(5)V99 VALUE ZEROS.
01 Total-W                   PIC 9(7)V99.

01 TransferValue             PIC 9(7)V99.

*> Fleet cost sharing.
01 FleetPool                 PIC S9(9)V99.
01 FleetBasis                PIC S9(9)V99.
01 FleetShare                PIC S9(9)V99.
01 FleetShared               PIC S9(9)V99.
01 LastBasisSub              PIC 9(3).

01 StoreName                 PIC X(20).
01 StoreCurrency             PIC XXX.
01 StoreStatusCode           PIC X.
01 StoreResult               PIC 9.
   88 StoreFound               VALUE 0.

01 PLTotals.
   02 TotalRevenue           PIC S9(9)V99 OCCURS 3 TIMES.
   02 TotalCosts             PIC S9(9)V99 OCCURS 3 TIMES.
   02 TotalProfit            PIC S9(9)V99 OCCURS 3 TIMES.
01 StoresReported            PIC 99 VALUE ZEROS.

01 Col1-Ed                   PIC -$$,$$$,$$9.99.
01 Col2-Ed                   PIC -$$,$$$,$$9.99.
01 Col3-Ed                   PIC -$$,$$$,$$9.99.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing18-32", "RentalFile  ",
          RentalRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-32", "TransferFile",
          TransferRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-32", "RefurbQueue ",
          RefurbRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    CALL "OperatorSignOnCheck" USING "Listing18-32", "S",
                                     OperatorId, SignOnResult
    IF NOT OperatorSignedOn
       DISPLAY "Access denied - sign-on was not accepted."
       STOP RUN
    END-IF
    DISPLAY "*** Store Profit and Loss ***"
    DISPLAY "Enter the month to report (YYYYMM) - " WITH NO ADVANCING
    ACCEPT ReportMonth
    IF ReportMonth NOT NUMERIC
       OR ReportMon < 1 OR ReportMon > 12
       DISPLAY "That is not a valid month."
       STOP RUN
    END-IF
    COMPUTE PriorYearMonth = ReportMonthNum - 100
    INITIALIZE StorePLTable ConsolPLTable

    PERFORM TotalRentalRevenue
    PERFORM TotalLateFees
    PERFORM TotalEquipmentFees
    PERFORM TotalMerchSales
    PERFORM TotalUsedSales
    PERFORM TotalWriteOffs
    PERFORM TotalStoreRoyalties
    PERFORM TotalStoreDepreciation
    PERFORM TotalRefurbishment
    PERFORM TotalFuel
    PERFORM TotalWorkOrders
    PERFORM TotalTransfers
    PERFORM AllocateFleetCost

    PERFORM VARYING StoreSub FROM 2 BY 1 UNTIL StoreSub > 100
       IF StoreHasActivity(StoreSub)
          PERFORM PrintStorePL
       END-IF
    END-PERFORM
    PERFORM PrintConsolidatedPL
    STOP RUN.

PostPLAmount.
*> Files the posting under each column its date falls in.
    IF PostAmount EQUAL ZEROS
       EXIT PARAGRAPH
    END-IF
    COMPUTE StoreSub = PostStoreId + 1
    IF PostYM EQUAL ReportMonthNum
       ADD PostAmount TO PLAmount(StoreSub, PostLine, 1)
       SET StoreHasActivity(StoreSub) TO TRUE
    END-IF
    IF PostYear EQUAL ReportYear AND PostMon NOT > ReportMon
       ADD PostAmount TO PLAmount(StoreSub, PostLine, 2)
       SET StoreHasActivity(StoreSub) TO TRUE
    END-IF
    IF PostYM EQUAL PriorYearMonth
       ADD PostAmount TO PLAmount(StoreSub, PostLine, 3)
       SET StoreHasActivity(StoreSub) TO TRUE
    END-IF.

TotalRentalRevenue.
    OPEN INPUT RentalFile
    IF RentalStatus NOT EQUAL "00"
       CLOSE RentalFile
       EXIT PARAGRAPH
    END-IF
    READ RentalFile NEXT RECORD
       AT END SET EndOfRentals TO TRUE
    END-READ
    PERFORM UNTIL EndOfRentals
       MOVE StoreId-RF      TO PostStoreId
       MOVE 1               TO PostLine
       MOVE CheckoutDate-RF TO PostDateNum
       MOVE PriceCharged-RF TO PostAmount
       PERFORM PostPLAmount
       READ RentalFile NEXT RECORD
          AT END SET EndOfRentals TO TRUE
       END-READ
    END-PERFORM
    CLOSE RentalFile.

TotalLateFees.
    OPEN INPUT TillHistoryFile
    IF TillHistoryStatus NOT EQUAL "00"
       CLOSE TillHistoryFile
       EXIT PARAGRAPH
    END-IF
    READ TillHistoryFile
       AT END SET EndOfTillHistory TO TRUE
    END-READ
    PERFORM UNTIL EndOfTillHistory
       MOVE StoreId-TH TO PostStoreId
       MOVE 2          TO PostLine
       MOVE TillDate-TH TO PostDateNum
       COMPUTE PostAmount = LateFees-TH - Adjustments-TH
       PERFORM PostPLAmount
       READ TillHistoryFile
          AT END SET EndOfTillHistory TO TRUE
       END-READ
    END-PERFORM
    CLOSE TillHistoryFile.

TotalEquipmentFees.
*> The counter takes the unit's daily fee at checkout; that is the
*> equipment line's income.
    OPEN INPUT EquipRentalFile
    IF EquipRentalStatus NOT EQUAL "00"
       CLOSE EquipRentalFile
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT EquipmentFile
    READ EquipRentalFile NEXT RECORD
       AT END SET EndOfEquipRentals TO TRUE
    END-READ
    PERFORM UNTIL EndOfEquipRentals
       MOVE SerialNum-ER TO SerialNum-EQ
       READ EquipmentFile
          KEY IS SerialNum-EQ
          INVALID KEY CONTINUE
       END-READ
       IF EquipmentOk
          MOVE StoreId-ER      TO PostStoreId
          MOVE 3               TO PostLine
          MOVE CheckoutDate-ER TO PostDateNum
          MOVE DailyFee-EQ     TO PostAmount
          PERFORM PostPLAmount
       END-IF
       READ EquipRentalFile NEXT RECORD
          AT END SET EndOfEquipRentals TO TRUE
       END-READ
    END-PERFORM
    CLOSE EquipmentFile
    CLOSE EquipRentalFile.

TotalMerchSales.
    OPEN INPUT MerchSaleFile
    IF MerchSaleStatus NOT EQUAL "00"
       CLOSE MerchSaleFile
       EXIT PARAGRAPH
    END-IF
    READ MerchSaleFile
       AT END SET EndOfMerchSales TO TRUE
    END-READ
    PERFORM UNTIL EndOfMerchSales
       MOVE StoreId-MR       TO PostStoreId
       MOVE 4                TO PostLine
       MOVE SaleDate-MR      TO PostDateNum
       MOVE ExtendedPrice-MR TO PostAmount
       PERFORM PostPLAmount
       READ MerchSaleFile
          AT END SET EndOfMerchSales TO TRUE
       END-READ
    END-PERFORM
    CLOSE MerchSaleFile.

TotalUsedSales.
    OPEN INPUT UsedSaleFile
    IF UsedSaleStatus NOT EQUAL "00"
       CLOSE UsedSaleFile
       EXIT PARAGRAPH
    END-IF
    READ UsedSaleFile
       AT END SET EndOfUsedSales TO TRUE
    END-READ
    PERFORM UNTIL EndOfUsedSales
       MOVE StoreId-US    TO PostStoreId
       MOVE 5             TO PostLine
       MOVE SaleDate-US   TO PostDateNum
       MOVE SalePrice-US  TO PostAmount
       PERFORM PostPLAmount
       READ UsedSaleFile
          AT END SET EndOfUsedSales TO TRUE
       END-READ
    END-PERFORM
    CLOSE UsedSaleFile.

TotalWriteOffs.
*> The customer's replacement charge is income; the copy's own cost
*> is the loss. Write-offs from before the cost was recorded carry
*> none.
    OPEN INPUT WriteOffFile
    IF WriteOffStatus NOT EQUAL "00"
       CLOSE WriteOffFile
       EXIT PARAGRAPH
    END-IF
    READ WriteOffFile
       AT END SET EndOfWriteOffs TO TRUE
    END-READ
    PERFORM UNTIL EndOfWriteOffs
       MOVE StoreId-WO        TO PostStoreId
       MOVE WriteOffDate-WO   TO PostDateNum
       MOVE 6                 TO PostLine
       MOVE ReplacementFee-WO TO PostAmount
       PERFORM PostPLAmount
       IF CopyCost-WO NUMERIC
          MOVE 9           TO PostLine
          MOVE CopyCost-WO TO PostAmount
          PERFORM PostPLAmount
       END-IF
       READ WriteOffFile
          AT END SET EndOfWriteOffs TO TRUE
       END-READ
    END-PERFORM
    CLOSE WriteOffFile.

TotalStoreRoyalties.
    MOVE ZEROS TO RoyaltyCount
    OPEN INPUT StoreRoyaltyFile
    IF StoreRoyaltyStatus NOT EQUAL "00"
       CLOSE StoreRoyaltyFile
       EXIT PARAGRAPH
    END-IF
    READ StoreRoyaltyFile
       AT END SET EndOfStoreRoyalties TO TRUE
    END-READ
    PERFORM UNTIL EndOfStoreRoyalties
       PERFORM KeepNewestRoyalty
       READ StoreRoyaltyFile
          AT END SET EndOfStoreRoyalties TO TRUE
       END-READ
    END-PERFORM
    CLOSE StoreRoyaltyFile
    PERFORM VARYING RyIdx FROM 1 BY 1 UNTIL RyIdx > RoyaltyCount
       MOVE RoyStoreId(RyIdx) TO PostStoreId
       MOVE 7                 TO PostLine
       MOVE RoyPeriod(RyIdx)  TO PostYM
       MOVE 1                 TO PostDay
       MOVE RoyAmount(RyIdx)  TO PostAmount
       PERFORM PostPLAmount
    END-PERFORM.

KeepNewestRoyalty.
    MOVE "N" TO RoyaltyFound
    PERFORM VARYING RyIdx FROM 1 BY 1 UNTIL RyIdx > RoyaltyCount
       IF RoyStoreId(RyIdx) EQUAL StoreId-SR
          AND RoyPeriod(RyIdx) EQUAL RoyaltyPeriod-SR
          SET RoyaltyEntryFound TO TRUE
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF NOT RoyaltyEntryFound
       IF RoyaltyCount < 500
          ADD 1 TO RoyaltyCount
          SET RyIdx TO RoyaltyCount
          MOVE StoreId-SR       TO RoyStoreId(RyIdx)
          MOVE RoyaltyPeriod-SR TO RoyPeriod(RyIdx)
       ELSE
          EXIT PARAGRAPH
       END-IF
    END-IF
    MOVE RoyaltyAmount-SR TO RoyAmount(RyIdx).

TotalStoreDepreciation.
*> Store 00's charge is the vans - fleet cost, shared out below.
    OPEN INPUT StoreDeprecFile
    IF StoreDeprecStatus NOT EQUAL "00"
       CLOSE StoreDeprecFile
       EXIT PARAGRAPH
    END-IF
    READ StoreDeprecFile
       AT END SET EndOfStoreDeprec TO TRUE
    END-READ
    PERFORM UNTIL EndOfStoreDeprec
       MOVE StoreId-SD TO PostStoreId
       IF StoreId-SD EQUAL ZEROS
          MOVE FleetLine TO PostLine
       ELSE
          MOVE 8 TO PostLine
       END-IF
       MOVE DeprecPeriod-SD TO PostYM
       MOVE 1               TO PostDay
       MOVE DeprecAmount-SD TO PostAmount
       PERFORM PostPLAmount
       READ StoreDeprecFile
          AT END SET EndOfStoreDeprec TO TRUE
       END-READ
    END-PERFORM
    CLOSE StoreDeprecFile.

TotalRefurbishment.
*> A job's cost lands in the month it closed, back in service or
*> handed on for write-off.
    OPEN INPUT RefurbQueueFile
    IF RefurbStatus NOT EQUAL "00"
       CLOSE RefurbQueueFile
       EXIT PARAGRAPH
    END-IF
    MOVE ZEROS TO RefurbKey
    START RefurbQueueFile KEY IS GREATER THAN OR EQUAL RefurbKey
       INVALID KEY SET EndOfRefurbQueue TO TRUE
    END-START
    IF NOT EndOfRefurbQueue
       READ RefurbQueueFile NEXT RECORD
          AT END SET EndOfRefurbQueue TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfRefurbQueue
       IF NOT RefurbOpen-RB
          COMPUTE JobId-W = JobIdBase + RefurbKey
          MOVE "R" TO ActionCode-W
          CALL "JobCostAccumulator" USING BY CONTENT JobId-W,
                                             ActionCode-W, Amount-W
                                          BY REFERENCE Total-W
          MOVE StoreId-RB    TO PostStoreId
          MOVE 10            TO PostLine
          MOVE ClosedDate-RB TO PostDateNum
          MOVE Total-W       TO PostAmount
          PERFORM PostPLAmount
       END-IF
       READ RefurbQueueFile NEXT RECORD
          AT END SET EndOfRefurbQueue TO TRUE
       END-READ
    END-PERFORM
    CLOSE RefurbQueueFile.

TotalFuel.
    OPEN INPUT FuelLogFile
    IF FuelLogStatus NOT EQUAL "00"
       CLOSE FuelLogFile
       EXIT PARAGRAPH
    END-IF
    READ FuelLogFile
       AT END SET EndOfFuelLog TO TRUE
    END-READ
    PERFORM UNTIL EndOfFuelLog
       MOVE ZEROS       TO PostStoreId
       MOVE FleetLine   TO PostLine
       MOVE FillDate-FL TO PostDateNum
       MOVE FillCost-FL TO PostAmount
       PERFORM PostPLAmount
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
          MOVE WorkOrderKey TO JobId-W
          MOVE "R" TO ActionCode-W
          CALL "JobCostAccumulator" USING BY CONTENT JobId-W,
                                             ActionCode-W, Amount-W
                                          BY REFERENCE Total-W
          MOVE ZEROS         TO PostStoreId
          MOVE FleetLine     TO PostLine
          MOVE ClosedDate-WO TO PostDateNum
          MOVE Total-W       TO PostAmount
          PERFORM PostPLAmount
       END-IF
       READ WorkOrderFile NEXT RECORD
          AT END SET EndOfWorkOrders TO TRUE
       END-READ
    END-PERFORM
    CLOSE WorkOrderFile.

TotalTransfers.
*> Valued the way Listing17-97 settles them - dispatched quantity at
*> unit value in the month of dispatch. The store that took the
*> stock in bears the charge; the store that sent it is credited.
    OPEN INPUT TransferFile
    IF TransferStatus NOT EQUAL "00"
       CLOSE TransferFile
       EXIT PARAGRAPH
    END-IF
    READ TransferFile NEXT RECORD
       AT END SET EndOfTransfers TO TRUE
    END-READ
    PERFORM UNTIL EndOfTransfers
       IF NOT TransferCancelled-TR AND NOT TransferRequested-TR
          COMPUTE TransferValue = TransferQty-TR * UnitValue-TR
          MOVE 12              TO PostLine
          MOVE TransferDate-TR TO PostDateNum
          MOVE ToStoreId-TR    TO PostStoreId
          MOVE TransferValue   TO PostAmount
          PERFORM PostPLAmount
          MOVE FromStoreId-TR  TO PostStoreId
          COMPUTE PostAmount = 0 - TransferValue
          PERFORM PostPLAmount
       END-IF
       READ TransferFile NEXT RECORD
          AT END SET EndOfTransfers TO TRUE
       END-READ
    END-PERFORM
    CLOSE TransferFile.

AllocateFleetCost.
*> Column by column, store 00's fleet cost goes out in proportion to
*> rental revenue; the last store takes the rounding. With no rental
*> revenue in a column the cost stays unallocated and shows on the
*> consolidated page.
    PERFORM VARYING ColSub FROM 1 BY 1 UNTIL ColSub > 3
       MOVE PLAmount(1, FleetLine, ColSub) TO FleetPool
       MOVE ZEROS TO FleetBasis LastBasisSub FleetShared
       PERFORM VARYING StoreSub FROM 2 BY 1 UNTIL StoreSub > 100
          IF PLAmount(StoreSub, 1, ColSub) > ZEROS
             ADD PLAmount(StoreSub, 1, ColSub) TO FleetBasis
             MOVE StoreSub TO LastBasisSub
          END-IF
       END-PERFORM
       IF FleetPool NOT EQUAL ZEROS AND FleetBasis > ZEROS
          PERFORM ShareOutFleetColumn
       END-IF
    END-PERFORM.

ShareOutFleetColumn.
    PERFORM VARYING StoreSub FROM 2 BY 1 UNTIL StoreSub > 100
       IF PLAmount(StoreSub, 1, ColSub) > ZEROS
          IF StoreSub EQUAL LastBasisSub
             COMPUTE FleetShare = FleetPool - FleetShared
          ELSE
             COMPUTE FleetShare ROUNDED = FleetPool
                     * PLAmount(StoreSub, 1, ColSub) / FleetBasis
          END-IF
          ADD FleetShare TO PLAmount(StoreSub, FleetLine, ColSub)
          ADD FleetShare TO FleetShared
       END-IF
    END-PERFORM
    MOVE ZEROS TO PLAmount(1, FleetLine, ColSub).

PrintStorePL.
    COMPUTE PostStoreId = StoreSub - 1
    CALL "GetStoreInfo" USING PostStoreId, StoreName, StoreCurrency,
                              StoreStatusCode, StoreResult
    IF NOT StoreFound
       MOVE "(not on store master)" TO StoreName
    END-IF
    ADD 1 TO StoresReported
    DISPLAY SPACES
    DISPLAY "====================================================="
            "=================="
    DISPLAY "  PROFIT AND LOSS - STORE " PostStoreId SPACE StoreName
            "  " ReportMonth
    DISPLAY "====================================================="
            "=================="
    DISPLAY "                                         Month"
            "     Year to date   Year-ago month"
    PERFORM VARYING LineSub FROM 1 BY 1 UNTIL LineSub > PLLineCount
       PERFORM VARYING ColSub FROM 1 BY 1 UNTIL ColSub > 3
          ADD PLAmount(StoreSub, LineSub, ColSub)
              TO ConsolAmount(LineSub, ColSub)
       END-PERFORM
       MOVE PLAmount(StoreSub, LineSub, 1) TO Col1-Ed
       MOVE PLAmount(StoreSub, LineSub, 2) TO Col2-Ed
       MOVE PLAmount(StoreSub, LineSub, 3) TO Col3-Ed
       PERFORM PrintOnePLLine
    END-PERFORM
    PERFORM VARYING ColSub FROM 1 BY 1 UNTIL ColSub > 3
       MOVE ZEROS TO TotalRevenue(ColSub) TotalCosts(ColSub)
       PERFORM VARYING LineSub FROM 1 BY 1 UNTIL LineSub > PLLineCount
          IF LineSub NOT > LastRevenueLine
             ADD PLAmount(StoreSub, LineSub, ColSub)
                 TO TotalRevenue(ColSub)
          ELSE
             ADD PLAmount(StoreSub, LineSub, ColSub)
                 TO TotalCosts(ColSub)
          END-IF
       END-PERFORM
    END-PERFORM
    PERFORM PrintPLTotals.

PrintConsolidatedPL.
*> Store 00 only holds fleet cost left unshared.
    PERFORM VARYING LineSub FROM 1 BY 1 UNTIL LineSub > PLLineCount
       PERFORM VARYING ColSub FROM 1 BY 1 UNTIL ColSub > 3
          ADD PLAmount(1, LineSub, ColSub)
              TO ConsolAmount(LineSub, ColSub)
       END-PERFORM
    END-PERFORM
    DISPLAY SPACES
    DISPLAY "====================================================="
            "=================="
    DISPLAY "  PROFIT AND LOSS - ALL STORES CONSOLIDATED  "
            ReportMonth "  (" StoresReported " stores)"
    DISPLAY "====================================================="
            "=================="
    DISPLAY "                                         Month"
            "     Year to date   Year-ago month"
    PERFORM VARYING LineSub FROM 1 BY 1 UNTIL LineSub > PLLineCount
       MOVE ConsolAmount(LineSub, 1) TO Col1-Ed
       MOVE ConsolAmount(LineSub, 2) TO Col2-Ed
       MOVE ConsolAmount(LineSub, 3) TO Col3-Ed
       PERFORM PrintOnePLLine
    END-PERFORM
    PERFORM VARYING ColSub FROM 1 BY 1 UNTIL ColSub > 3
       MOVE ZEROS TO TotalRevenue(ColSub) TotalCosts(ColSub)
       PERFORM VARYING LineSub FROM 1 BY 1 UNTIL LineSub > PLLineCount
          IF LineSub NOT > LastRevenueLine
             ADD ConsolAmount(LineSub, ColSub) TO TotalRevenue(ColSub)
          ELSE
             ADD ConsolAmount(LineSub, ColSub) TO TotalCosts(ColSub)
          END-IF
       END-PERFORM
    END-PERFORM
    PERFORM PrintPLTotals
    IF PLAmount(1, FleetLine, 1) NOT EQUAL ZEROS
       OR PLAmount(1, FleetLine, 2) NOT EQUAL ZEROS
       OR PLAmount(1, FleetLine, 3) NOT EQUAL ZEROS
       DISPLAY "  Fleet cost includes an amount no store had rental "
               "revenue to carry."
    END-IF.

PrintOnePLLine.
    IF LineSub EQUAL 1
       DISPLAY "  REVENUE"
    END-IF
    IF LineSub EQUAL LastRevenueLine + 1
       DISPLAY "  COSTS"
    END-IF
    DISPLAY "    " PLLineName(LineSub) Col1-Ed SPACE Col2-Ed SPACE
            Col3-Ed.

PrintPLTotals.
    PERFORM VARYING ColSub FROM 1 BY 1 UNTIL ColSub > 3
       COMPUTE TotalProfit(ColSub) =
               TotalRevenue(ColSub) - TotalCosts(ColSub)
    END-PERFORM
    DISPLAY "  ---------------------------------------------------"
            "------------------"
    MOVE TotalRevenue(1) TO Col1-Ed
    MOVE TotalRevenue(2) TO Col2-Ed
    MOVE TotalRevenue(3) TO Col3-Ed
    DISPLAY "  Total revenue                 " Col1-Ed SPACE Col2-Ed
            SPACE Col3-Ed
    MOVE TotalCosts(1) TO Col1-Ed
    MOVE TotalCosts(2) TO Col2-Ed
    MOVE TotalCosts(3) TO Col3-Ed
    DISPLAY "  Total costs                   " Col1-Ed SPACE Col2-Ed
            SPACE Col3-Ed
    MOVE TotalProfit(1) TO Col1-Ed
    MOVE TotalProfit(2) TO Col2-Ed
    MOVE TotalProfit(3) TO Col3-Ed
    DISPLAY "  PROFIT (LOSS)                 " Col1-Ed SPACE Col2-Ed
            SPACE Col3-Ed.

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
