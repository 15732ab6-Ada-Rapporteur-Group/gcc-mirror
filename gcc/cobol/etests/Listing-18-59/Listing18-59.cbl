IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-59.
AUTHOR. Michael Coughlan.
*> Nightly home-delivery route run. Every delivery order taken at the
*> Listing18-57 desk or through the Listing18-58 web feed waits as
*> pending until this run sends it out. For the next business day it
*> takes each pending order due on or before that day and finds it a
*> copy at its route's store - a tracked copy on the shelf from the
*> copy master if there is one, otherwise one of the untracked copies
*> on the shelf count - taking it off the count and marking it out,
*> journalled as the till journals a checkout. The order is then on
*> its route for that day. An order with no copy to be had is held
*> over to the next night, and listed as such, as is one for a film
*> no longer for rent. An order already on its route for the day -
*> sent out by an earlier run tonight - is printed again with the
*> copy it was given, so a second run reprints the night's paperwork
*> in full.
*> Each route going out is given its crew: the route's standing
*> driver and vehicle are put on a Listing17-66 assignment for the
*> day (or the assignment already made is used), under the same
*> checks Listing17-66 makes - a licence still valid and the
*> vehicle's registration, insurance and inspection in force on the
*> delivery day. A route that cannot be crewed is printed as not
*> assigned, to be assigned by hand in Listing17-66; the driver
*> closes the assignment there with the end mileage when the van is
*> back.
*> The run prints, route by route, the pick list for the store in
*> the Listing17-78 walk order of its sections and bins, the
*> delivery manifest in the route's stop order with each customer's
*> address, town and phone (shown as the Listing18-46 masking policy
*> for the manifest allows), the orders held over, and any order
*> sent out on an earlier day whose result has still not been
*> recorded at the desk. The report is spooled as DELIVMAN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   SELECT DeliveryOrderFile ASSIGN TO "Listing18-57DelivOrders.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OrderNum-DO
        ALTERNATE RECORD KEY IS CustomerId-DO
                     WITH DUPLICATES
        ALTERNATE RECORD KEY IS WebOrderRef-DO
                     WITH DUPLICATES
        FILE STATUS IS DeliveryOrderStatus.

   SELECT CustomerFile ASSIGN TO "Listing17-26Customer.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CustomerId-CF
        ALTERNATE RECORD KEY IS CustomerSurname-CF
                     WITH DUPLICATES
        FILE STATUS IS CustomerStatus.

    SELECT FilmFile ASSIGN TO "Listing17-6Film.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FilmId-FF
        ALTERNATE RECORD KEY IS FilmTitle-FF
                     WITH DUPLICATES
        ALTERNATE RECORD KEY IS DirectorId-FF
                     WITH DUPLICATES
        ALTERNATE RECORD KEY IS FilmGenre-FF
                     WITH DUPLICATES
        FILE STATUS IS FilmStatus.

    SELECT StoreCopyFile ASSIGN TO "Listing17-6StoreCopy.DAT"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS StoreCopyKey
        FILE STATUS IS StoreCopyStatus.

   SELECT CopyMasterFile ASSIGN TO "Listing17-36CopyMaster.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Barcode-CP
        ALTERNATE RECORD KEY IS FilmId-CP
                     WITH DUPLICATES
        FILE STATUS IS CopyMasterStatus.

    SELECT LocationFile ASSIGN TO "Listing17-78Locations.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LocationStatus.

    SELECT RouteFile ASSIGN TO "Listing18-57Routes.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RouteStatus.

    SELECT AreaFile ASSIGN TO "Listing18-57Areas.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AreaStatus.

    SELECT AssignmentFile ASSIGN TO "Listing17-66Assign.DAT"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS AssignmentKey
        FILE STATUS IS AssignmentStatus.

   SELECT DriverFile ASSIGN TO "Listing17-66Drivers.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BadgeNum-DR
        FILE STATUS IS DriverStatus.

    SELECT VehicleFile ASSIGN TO "Listing17-1.DAT"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS VehicleKey
        FILE STATUS  IS VehicleStatus.

   SELECT ComplianceFile ASSIGN TO "Listing17-87Compliance.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VehicleNum-VC
        FILE STATUS IS ComplianceStatus.

   SELECT RouteSortFile ASSIGN TO "Listing18-59Sort.TMP".

   SELECT ManifestReportFile ASSIGN TO ManifestReportFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ManifestReportStatus.

DATA DIVISION.
FILE SECTION.
FD DeliveryOrderFile.
01 DeliveryOrderRec-DO.
   COPY DeliveryOrderRec.

FD CustomerFile.
01 CustomerRec-CF.
   COPY CustomerRec.

FD FilmFile.
01 FilmRec-FF.
   COPY FilmRec.

FD StoreCopyFile.
01 StoreCopyRec.
   COPY StoreCopyRec.

FD CopyMasterFile.
01 CopyMasterRec-CP.
   COPY CopyMasterRec.

FD  LocationFile.
01  LocationRec.
    02  StoreId-LC             PIC 99.
    02  SectionCode-LC         PIC X(3).
    02  SectionName-LC         PIC X(20).
    02  WalkOrder-LC           PIC 9(3).

FD  RouteFile.
01  RouteRec.
    02  RouteCode-RT           PIC X(6).
    02  RouteName-RT           PIC X(20).
    02  StoreId-RT             PIC 99.
    02  BadgeNum-RT            PIC 9(8).
    02  VehicleNum-RT          PIC 9(4).
    02  DepartTime-RT          PIC 9(4).

FD  AreaFile.
01  AreaRec.
    02  AreaCode-DA            PIC X(4).
    02  AreaName-DA            PIC X(20).
    02  RouteCode-DA           PIC X(6).
    02  StopOrder-DA           PIC 9(3).

FD AssignmentFile.
01 AssignmentRec-AS.
   COPY AssignmentRec.

FD DriverFile.
01 DriverRec-DR.
   88 EndOfDrivers  VALUE HIGH-VALUES.
   02 BadgeNum-DR           PIC 9(8).
   02 DriverName-DR         PIC X(20).
   02 LicenceClass-DR       PIC XX.
   02 LicenceExpiry-DR      PIC 9(8).
   02 HourlyRate-DR         PIC 9(3)V99.

FD  VehicleFile.
01  VehicleRec.
    88  EndOfVehiclefile        VALUE HIGH-VALUES.
    02  VehicleNum              PIC 9(4).
    02  VehicleDesc             PIC X(25).
    02  ManfName                PIC X(20).
    02  Mileage                 PIC 9(6).
    02  LastServiceMileage      PIC 9(6).

FD ComplianceFile.
01 ComplianceRec-VC.
   88 EndOfCompliance  VALUE HIGH-VALUES.
   02 VehicleNum-VC         PIC 9(4).
   02 RegistrationExpiry-VC PIC 9(8).
   02 InsuranceExpiry-VC    PIC 9(8).
   02 InspectionExpiry-VC   PIC 9(8).

*> One sort record per line of the report. Within a route the pick
*> list sorts by walk order, section, bin and barcode; the manifest
*> by stop order and area; the held-over and awaiting lines by
*> order number.
SD RouteSortFile.
01 RouteSortRec-RS.
   02 RouteCode-RS          PIC X(6).
   02 LineKind-RS           PIC 9.
      88 PickLine-RS          VALUE 1.
      88 ManifestLine-RS      VALUE 2.
      88 HeldOverLine-RS      VALUE 3.
      88 AwaitingLine-RS      VALUE 4.
   02 SortOrder-RS          PIC 9(3).
   02 PlaceCode-RS          PIC X(4).
   02 BinNum-RS             PIC 9(3).
   02 Barcode-RS            PIC 9(10).
   02 OrderNum-RS           PIC 9(7).
   02 PlaceName-RS          PIC X(20).
   02 CustomerId-RS         PIC 9(7).
   02 FilmId-RS             PIC 9(7).
   02 FilmTitle-RS          PIC X(40).
   02 FormatCode-RS         PIC X.
   02 DeliveryDate-RS       PIC 9(8).
   02 LineNote-RS           PIC X(30).

FD ManifestReportFile.
01 ManifestReportLine       PIC X(132).

WORKING-STORAGE SECTION.
01 DeliveryOrderStatus      PIC XX.
   88 DeliveryOrderOk VALUE "02", "00".

01 CustomerStatus           PIC XX.
   88 CustomerOk  VALUE "02", "00".

01 FilmStatus               PIC XX.
   88 FilmOk    VALUE "02", "00".

01 StoreCopyStatus          PIC XX.
01 StoreCopyKey             PIC 9(5).

01 CopyMasterStatus         PIC XX.
   88 CopyMasterOk VALUE "02", "00".

01 LocationStatus           PIC XX.
   88 EndOfLocations          VALUE "10".
01 RouteStatus              PIC XX.
   88 EndOfRouteFile          VALUE "10".
01 AreaStatus               PIC XX.
   88 EndOfAreaFile           VALUE "10".

01 AssignmentStatus         PIC XX.
   88 AssignmentOk VALUE "00".
01 AssignmentKey            PIC 9(5) VALUE ZEROS.
01 NextAssignmentKey        PIC 9(5) VALUE ZEROS.

01 DriverStatus             PIC XX.
   88 DriverOk    VALUE "02", "00".

01 VehicleStatus            PIC X(2).
   88 RecordFound             VALUE "00".
01 VehicleKey               PIC 9(4).

01 ComplianceStatus         PIC XX.
   88 ComplianceOk VALUE "02", "00".

01 ManifestReportStatus     PIC XX.
01 ManifestReportFileName   PIC X(30).
01 SpoolRunParms            PIC X(20).

01 TodayDate                PIC 9(8).
01 RunDeliveryDate          PIC 9(8).
01 NextDayCount             PIC S9(5) VALUE 1.
01 BDFunctionCode           PIC X.
01 BDOtherDate              PIC 9(8) VALUE ZEROS.
01 BDWorkingFlag            PIC X.

*> The batch run has no operator; the manifest is masked under the
*> batch policy and the journal entries carry operator zero.
01 OperatorId               PIC 9(4) VALUE ZEROS.
01 MaskValue                PIC X(40).

*> The location master, held in storage as Listing17-78 holds it.
01  SectionTable.
    02  SectionCount           PIC 9(3) VALUE ZERO.
    02  SectionEntry OCCURS 50 TIMES INDEXED BY ScIdx.
        03  StoreId-T          PIC 99.
        03  SectionCode-T      PIC X(3).
        03  SectionName-T      PIC X(20).
        03  WalkOrder-T        PIC 9(3).

*> The route and area tables kept at the Listing18-57 desk, with the
*> number of orders each route is sending out tonight.
01 RouteTable.
   02 RouteCount              PIC 99 VALUE ZEROS.
   02 RouteEntry OCCURS 30 TIMES INDEXED BY RtIdx.
      03 RouteCode-T          PIC X(6).
      03 RouteName-T          PIC X(20).
      03 RouteStoreId-T       PIC 99.
      03 BadgeNum-T           PIC 9(8).
      03 VehicleNum-T         PIC 9(4).
      03 DepartTime-T         PIC 9(4).
      03 RoutedCount-T        PIC 9(3).
01 RouteFoundFlag             PIC X VALUE "N".
   88 RouteWasFound             VALUE "Y".
01 WantedRouteCode            PIC X(6).

01 AreaTable.
   02 AreaCount               PIC 9(3) VALUE ZEROS.
   02 AreaEntry OCCURS 100 TIMES INDEXED BY AaIdx.
      03 AreaCode-T           PIC X(4).
      03 AreaName-T           PIC X(20).
      03 AreaRouteCode-T      PIC X(6).
      03 StopOrder-T          PIC 9(3).
01 AreaFoundFlag              PIC X VALUE "N".
   88 AreaWasFound              VALUE "Y".
01 WantedAreaCode             PIC X(4).

*> Allocating a copy to an order.
01 HoldOverReason           PIC X(30).
   88 OrderCanGoOut           VALUE SPACES.
01 TrackedCopyFound         PIC X VALUE "N".
   88 HaveTrackedCopy         VALUE "Y".
01 CountSlotFound           PIC X VALUE "N".
   88 CountSlotTaken          VALUE "Y".
01 AllocatedBarcode         PIC 9(10).

01 JrnBeforeImage           PIC X(400) VALUE SPACES.
01 JrnAfterImage            PIC X(400) VALUE SPACES.

*> Crewing a route.
01 CrewState                PIC X.
   88 RouteCrewed             VALUE "Y".
01 CrewProblem              PIC X(40).
01 ExistingAssignmentKey    PIC 9(5) VALUE ZEROS.

*> Printing.
01 RouteSortState           PIC X VALUE "N".
   88 EndOfRouteSort          VALUE "Y".
01 CurrentRouteCode         PIC X(6).
01 CurrentLineKind          PIC 9 VALUE ZERO.
01 RouteStarted             PIC X VALUE "N".
   88 RouteHasStarted         VALUE "Y".
01 RouteStoreName           PIC X(20).
01 RouteStoreCurrency       PIC XXX.
01 RouteStoreStatus         PIC X.
01 RouteStoreResult         PIC 9.

01 RunCounts.
   02 OrdersRouted          PIC 9(5) VALUE ZEROS.
   02 OrdersHeldOver        PIC 9(5) VALUE ZEROS.
   02 OrdersAwaiting        PIC 9(5) VALUE ZEROS.
   02 RoutesCrewed          PIC 9(3) VALUE ZEROS.
   02 RoutesNotCrewed       PIC 9(3) VALUE ZEROS.
   02 UntrackedCopies       PIC 9(5) VALUE ZEROS.

01 Bin-Ed                   PIC 999.
01 Store-Ed                 PIC 99.
01 Count-Ed                 PIC ZZ,ZZ9.
01 Date-Ed                  PIC 9999/99/99.
01 Time-Ed                  PIC 99B99.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing18-59", "FilmFile    ",
          FilmRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-59", "CustomerFile",
          CustomerRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-59", "CopyMaster  ",
          CopyMasterRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-59", "StoreCopy   ",
          StoreCopyRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-59", "DriverFile  ",
          DriverRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    MOVE "A" TO BDFunctionCode
    CALL "BusinessDateCalc" USING BDFunctionCode, TodayDate,
                                  BDOtherDate, NextDayCount,
                                  RunDeliveryDate, BDWorkingFlag
    MOVE RunDeliveryDate TO Date-Ed
    DISPLAY "*** Home Delivery Route Run - for " Date-Ed " ***"
    OPEN I-O DeliveryOrderFile
    IF DeliveryOrderStatus NOT EQUAL "00"
       DISPLAY "No delivery orders - nothing to route."
       CLOSE DeliveryOrderFile
       STOP RUN
    END-IF
    CALL "AuditLogFileEvent" USING "Listing18-59", "DelivOrders ", "O", DeliveryOrderStatus, ZEROS
    OPEN INPUT CustomerFile
    OPEN INPUT FilmFile
    OPEN I-O StoreCopyFile
    OPEN I-O CopyMasterFile
    OPEN I-O AssignmentFile
    IF AssignmentStatus EQUAL "35"
       CLOSE AssignmentFile
       OPEN OUTPUT AssignmentFile
       CLOSE AssignmentFile
       OPEN I-O AssignmentFile
    END-IF
    OPEN INPUT DriverFile
    OPEN INPUT VehicleFile
    PERFORM LoadSectionTable
    PERFORM LoadRouteTable
    PERFORM LoadAreaTable

    MOVE SPACES TO SpoolRunParms
    STRING "date=" DELIMITED BY SIZE
           RunDeliveryDate DELIMITED BY SIZE
      INTO SpoolRunParms
    END-STRING
    CALL "SpoolRegisterReport" USING "DELIVMAN", SpoolRunParms,
                                     ManifestReportFileName
    OPEN OUTPUT ManifestReportFile
    PERFORM PrintManifestHeading

    SORT RouteSortFile
         ON ASCENDING KEY RouteCode-RS
                          LineKind-RS
                          SortOrder-RS
                          PlaceCode-RS
                          BinNum-RS
                          Barcode-RS
                          OrderNum-RS
         INPUT PROCEDURE IS RouteTheOrders
         OUTPUT PROCEDURE IS PrintRouteSheets

    PERFORM PrintManifestFooting
    CLOSE ManifestReportFile
    CLOSE VehicleFile
    CLOSE DriverFile
    CLOSE AssignmentFile
    CLOSE CopyMasterFile
    CLOSE StoreCopyFile
    CLOSE FilmFile
    CLOSE CustomerFile
    CLOSE DeliveryOrderFile
    CALL "AuditLogFileEvent" USING "Listing18-59", "DelivOrders ", "C", DeliveryOrderStatus, ZEROS
    DISPLAY "Orders routed " OrdersRouted "  held over " OrdersHeldOver
            "  awaiting a result " OrdersAwaiting
    DISPLAY "Routes crewed " RoutesCrewed "  not assigned "
            RoutesNotCrewed
    DISPLAY "Manifest written to " ManifestReportFileName
    STOP RUN.

RouteTheOrders.
    MOVE ZEROS TO OrderNum-DO
    START DeliveryOrderFile KEY IS GREATER THAN OR EQUAL OrderNum-DO
       INVALID KEY SET EndOfDeliveryOrders TO TRUE
    END-START
    IF NOT EndOfDeliveryOrders
       READ DeliveryOrderFile NEXT RECORD
          AT END SET EndOfDeliveryOrders TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfDeliveryOrders
       EVALUATE TRUE
          WHEN OrderPending-DO
               AND DeliveryDate-DO NOT > RunDeliveryDate
             PERFORM RouteOneOrder
          WHEN OrderOnRoute-DO
               AND DeliveryDate-DO EQUAL RunDeliveryDate
             PERFORM ReprintRoutedOrder
          WHEN OrderOnRoute-DO
               AND DeliveryDate-DO < RunDeliveryDate
             PERFORM ReleaseAwaitingLine
       END-EVALUATE
       READ DeliveryOrderFile NEXT RECORD
          AT END SET EndOfDeliveryOrders TO TRUE
       END-READ
    END-PERFORM.

RouteOneOrder.
    MOVE SPACES TO HoldOverReason
    MOVE ZEROS TO AllocatedBarcode
    MOVE RouteCode-DO TO WantedRouteCode
    PERFORM FindRoute
    IF NOT RouteWasFound
       MOVE "route no longer on the table" TO HoldOverReason
    END-IF
    MOVE FilmId-DO TO FilmId-FF
    READ FilmFile
       KEY IS FilmId-FF
       INVALID KEY CONTINUE
    END-READ
    IF NOT FilmOk
       MOVE SPACES TO FilmTitle-FF
       IF OrderCanGoOut
          MOVE "film not on file" TO HoldOverReason
       END-IF
    END-IF
*> A film retired since the order was taken - its licence ended, as
*> Listing18-55 retires it - is no more to be sent than to be rented
*> at the counter.
    IF FilmOk AND NOT FilmIsActive-FF AND OrderCanGoOut
       MOVE "film no longer for rent" TO HoldOverReason
    END-IF
    IF OrderCanGoOut
       PERFORM TakeCopyOffCount
       IF NOT CountSlotTaken
          MOVE "no copy on the shelf" TO HoldOverReason
       END-IF
    END-IF
    IF NOT OrderCanGoOut
       ADD 1 TO OrdersHeldOver
       PERFORM ReleaseHeldOverLine
       EXIT PARAGRAPH
    END-IF
    IF HaveTrackedCopy
       PERFORM MarkCopyOut
    ELSE
       ADD 1 TO UntrackedCopies
    END-IF
    MOVE DeliveryOrderRec-DO TO JrnBeforeImage
    MOVE AllocatedBarcode TO Barcode-DO
    MOVE RunDeliveryDate  TO DeliveryDate-DO
    SET OrderOnRoute-DO   TO TRUE
    REWRITE DeliveryOrderRec-DO
       INVALID KEY DISPLAY "-DO ERROR Status = " DeliveryOrderStatus
       NOT INVALID KEY
          MOVE DeliveryOrderRec-DO TO JrnAfterImage
          CALL "JournalUpdate" USING "Listing18-59", OperatorId,
                "DelivOrders ", "R", JrnBeforeImage, JrnAfterImage
    END-REWRITE
    ADD 1 TO OrdersRouted
    ADD 1 TO RoutedCount-T(RtIdx)
    PERFORM ReleasePickLine
    PERFORM ReleaseManifestLine.

ReprintRoutedOrder.
*> An order an earlier run tonight already sent out keeps the copy it
*> was given, and neither the shelf count nor the copy master is
*> touched again; it is only counted and printed again on its route,
*> so a second run reprints the whole night's paperwork.
    MOVE RouteCode-DO TO WantedRouteCode
    PERFORM FindRoute
    MOVE FilmId-DO TO FilmId-FF
    READ FilmFile
       KEY IS FilmId-FF
       INVALID KEY MOVE SPACES TO FilmTitle-FF
    END-READ
    MOVE "N" TO TrackedCopyFound
    IF Barcode-DO NOT EQUAL ZEROS
       MOVE Barcode-DO TO Barcode-CP
       READ CopyMasterFile
          KEY IS Barcode-CP
          INVALID KEY CONTINUE
          NOT INVALID KEY SET HaveTrackedCopy TO TRUE
       END-READ
    END-IF
    IF NOT HaveTrackedCopy
       ADD 1 TO UntrackedCopies
    END-IF
    ADD 1 TO OrdersRouted
    IF RouteWasFound
       ADD 1 TO RoutedCount-T(RtIdx)
    END-IF
    PERFORM ReleasePickLine
    PERFORM ReleaseManifestLine.

TakeCopyOffCount.
*> A tracked copy on the shelf is looked for first, so the picker
*> has a bin to go to; the shelf count covers it either way, and is
*> what decides whether there is a copy at all.
    MOVE "N" TO TrackedCopyFound
    MOVE "N" TO CountSlotFound
    PERFORM FindTrackedCopy
    MOVE SPACES TO StoreCopyRec
    MOVE ZEROS TO StoreCopyKey
    START StoreCopyFile KEY IS GREATER THAN OR EQUAL StoreCopyKey
       INVALID KEY SET EndOfStoreCopies TO TRUE
    END-START
    IF NOT EndOfStoreCopies
       READ StoreCopyFile NEXT RECORD
          AT END SET EndOfStoreCopies TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfStoreCopies OR CountSlotTaken
       IF StoreId-SC EQUAL StoreId-DO
          AND FilmId-SC EQUAL FilmId-DO
          AND FormatCode-SC EQUAL FormatCode-DO
          AND CopyCount-SC > ZERO
          MOVE SPACES TO JrnBeforeImage
          MOVE StoreCopyRec TO JrnBeforeImage
          SUBTRACT 1 FROM CopyCount-SC
          REWRITE StoreCopyRec
             INVALID KEY
                DISPLAY "-SC ERROR Status = " StoreCopyStatus
                SET EndOfStoreCopies TO TRUE
             NOT INVALID KEY
                SET CountSlotTaken TO TRUE
                MOVE SPACES TO JrnAfterImage
                MOVE StoreCopyRec TO JrnAfterImage
                CALL "JournalUpdate" USING "Listing18-59", OperatorId,
                      "StoreCopy   ", "R", JrnBeforeImage,
                      JrnAfterImage
          END-REWRITE
       ELSE
          READ StoreCopyFile NEXT RECORD
             AT END SET EndOfStoreCopies TO TRUE
          END-READ
       END-IF
    END-PERFORM.

FindTrackedCopy.
    MOVE SPACES TO CopyMasterRec-CP
    MOVE FilmId-DO TO FilmId-CP
    START CopyMasterFile KEY IS EQUAL FilmId-CP
       INVALID KEY EXIT PARAGRAPH
    END-START
    READ CopyMasterFile NEXT RECORD
       AT END SET EndOfCopyMaster TO TRUE
    END-READ
    PERFORM UNTIL EndOfCopyMaster OR FilmId-CP NOT EQUAL FilmId-DO
                   OR HaveTrackedCopy
       IF StoreId-CP EQUAL StoreId-DO
          AND FormatCode-CP EQUAL FormatCode-DO
          AND CopyIsOnShelf-CP AND NOT CopyIsRetired-CP
          SET HaveTrackedCopy TO TRUE
          MOVE Barcode-CP TO AllocatedBarcode
       ELSE
          READ CopyMasterFile NEXT RECORD
             AT END SET EndOfCopyMaster TO TRUE
          END-READ
       END-IF
    END-PERFORM.

MarkCopyOut.
*> CopyMasterRec-CP still holds the copy FindTrackedCopy chose.
    MOVE SPACES TO JrnBeforeImage
    MOVE CopyMasterRec-CP TO JrnBeforeImage
    SET CopyIsOut-CP TO TRUE
    REWRITE CopyMasterRec-CP
       INVALID KEY DISPLAY "-CP ERROR Status = " CopyMasterStatus
       NOT INVALID KEY
          MOVE SPACES TO JrnAfterImage
          MOVE CopyMasterRec-CP TO JrnAfterImage
          CALL "JournalUpdate" USING "Listing18-59", OperatorId,
                "CopyMaster  ", "R", JrnBeforeImage, JrnAfterImage
    END-REWRITE.

ReleasePickLine.
*> A section not on the location master sorts after the walk, and an
*> untracked copy, with no bin to go to, comes last of all.
    INITIALIZE RouteSortRec-RS
    MOVE RouteCode-DO    TO RouteCode-RS
    SET PickLine-RS      TO TRUE
    MOVE OrderNum-DO     TO OrderNum-RS
    MOVE CustomerId-DO   TO CustomerId-RS
    MOVE FilmId-DO       TO FilmId-RS
    MOVE FilmTitle-FF    TO FilmTitle-RS
    MOVE FormatCode-DO   TO FormatCode-RS
    MOVE DeliveryDate-DO TO DeliveryDate-RS
    MOVE 999 TO SortOrder-RS
    MOVE "Untracked - by title" TO PlaceName-RS
    IF HaveTrackedCopy
       MOVE SectionCode-CP TO PlaceCode-RS
       MOVE BinNum-CP      TO BinNum-RS
       MOVE Barcode-CP     TO Barcode-RS
       MOVE 998 TO SortOrder-RS
       MOVE "Not on location master" TO PlaceName-RS
       PERFORM VARYING ScIdx FROM 1 BY 1 UNTIL ScIdx > SectionCount
          IF StoreId-T(ScIdx) EQUAL StoreId-CP
             AND SectionCode-T(ScIdx) EQUAL SectionCode-CP
             MOVE WalkOrder-T(ScIdx)   TO SortOrder-RS
             MOVE SectionName-T(ScIdx) TO PlaceName-RS
          END-IF
       END-PERFORM
    END-IF
    RELEASE RouteSortRec-RS.

ReleaseManifestLine.
    INITIALIZE RouteSortRec-RS
    MOVE RouteCode-DO    TO RouteCode-RS
    SET ManifestLine-RS  TO TRUE
    MOVE OrderNum-DO     TO OrderNum-RS
    MOVE CustomerId-DO   TO CustomerId-RS
    MOVE FilmId-DO       TO FilmId-RS
    MOVE FilmTitle-FF    TO FilmTitle-RS
    MOVE FormatCode-DO   TO FormatCode-RS
    MOVE Barcode-DO      TO Barcode-RS
    MOVE DeliveryDate-DO TO DeliveryDate-RS
    MOVE AreaCode-DO     TO PlaceCode-RS WantedAreaCode
    MOVE 999 TO SortOrder-RS
    MOVE "Area not on the map" TO PlaceName-RS
    PERFORM FindArea
    IF AreaWasFound
       MOVE StopOrder-T(AaIdx) TO SortOrder-RS
       MOVE AreaName-T(AaIdx)  TO PlaceName-RS
    END-IF
    RELEASE RouteSortRec-RS.

ReleaseHeldOverLine.
    INITIALIZE RouteSortRec-RS
    MOVE RouteCode-DO    TO RouteCode-RS
    SET HeldOverLine-RS  TO TRUE
    MOVE OrderNum-DO     TO OrderNum-RS
    MOVE CustomerId-DO   TO CustomerId-RS
    MOVE FilmId-DO       TO FilmId-RS
    MOVE FilmTitle-FF    TO FilmTitle-RS
    MOVE FormatCode-DO   TO FormatCode-RS
    MOVE DeliveryDate-DO TO DeliveryDate-RS
    MOVE AreaCode-DO     TO PlaceCode-RS
    MOVE HoldOverReason  TO LineNote-RS
    RELEASE RouteSortRec-RS.

ReleaseAwaitingLine.
    ADD 1 TO OrdersAwaiting
    INITIALIZE RouteSortRec-RS
    MOVE RouteCode-DO    TO RouteCode-RS
    SET AwaitingLine-RS  TO TRUE
    MOVE OrderNum-DO     TO OrderNum-RS
    MOVE CustomerId-DO   TO CustomerId-RS
    MOVE FilmId-DO       TO FilmId-RS
    MOVE FormatCode-DO   TO FormatCode-RS
    MOVE Barcode-DO      TO Barcode-RS
    MOVE DeliveryDate-DO TO DeliveryDate-RS
    MOVE AreaCode-DO     TO PlaceCode-RS
    MOVE "record the result in 18-57" TO LineNote-RS
    RELEASE RouteSortRec-RS.

PrintRouteSheets.
    PERFORM UNTIL EndOfRouteSort
       RETURN RouteSortFile
          AT END
             SET EndOfRouteSort TO TRUE
          NOT AT END
             PERFORM PrintOneRouteLine
       END-RETURN
    END-PERFORM.

PrintOneRouteLine.
    IF NOT RouteHasStarted OR RouteCode-RS NOT EQUAL CurrentRouteCode
       SET RouteHasStarted TO TRUE
       MOVE RouteCode-RS TO CurrentRouteCode
       MOVE ZERO TO CurrentLineKind
       PERFORM PrintRouteHeading
    END-IF
    IF LineKind-RS NOT EQUAL CurrentLineKind
       MOVE LineKind-RS TO CurrentLineKind
       PERFORM PrintSectionHeading
    END-IF
    EVALUATE TRUE
       WHEN PickLine-RS      PERFORM PrintPickLine
       WHEN ManifestLine-RS  PERFORM PrintManifestLine
       WHEN OTHER            PERFORM PrintExceptionLine
    END-EVALUATE.

PrintRouteHeading.
    MOVE CurrentRouteCode TO WantedRouteCode
    PERFORM FindRoute
    MOVE SPACES TO ManifestReportLine
    WRITE ManifestReportLine
    MOVE ALL "-" TO ManifestReportLine
    WRITE ManifestReportLine
    MOVE SPACES TO ManifestReportLine
    IF NOT RouteWasFound
       STRING "Route " DELIMITED BY SIZE
              CurrentRouteCode DELIMITED BY SIZE
              "  (no longer on the route table)" DELIMITED BY SIZE
         INTO ManifestReportLine
       END-STRING
       WRITE ManifestReportLine
       EXIT PARAGRAPH
    END-IF
    CALL "GetStoreInfo" USING RouteStoreId-T(RtIdx), RouteStoreName,
                              RouteStoreCurrency, RouteStoreStatus,
                              RouteStoreResult
    MOVE RouteStoreId-T(RtIdx) TO Store-Ed
    MOVE RoutedCount-T(RtIdx)  TO Count-Ed
    STRING "Route " DELIMITED BY SIZE
           CurrentRouteCode DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RouteName-T(RtIdx) DELIMITED BY SIZE
           "  from store " DELIMITED BY SIZE
           Store-Ed DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RouteStoreName DELIMITED BY SIZE
           "  orders going out " DELIMITED BY SIZE
           Count-Ed DELIMITED BY SIZE
      INTO ManifestReportLine
    END-STRING
    WRITE ManifestReportLine
    IF RoutedCount-T(RtIdx) > ZEROS
       PERFORM CrewTheRoute
    END-IF.

CrewTheRoute.
*> An assignment already made for the day and route - by hand in
*> Listing17-66, or by an earlier run tonight - is the crew.
    PERFORM FindRouteAssignment
    MOVE SPACES TO ManifestReportLine
    IF ExistingAssignmentKey NOT EQUAL ZEROS
       ADD 1 TO RoutesCrewed
       MOVE BadgeNum-AS TO BadgeNum-DR
       READ DriverFile
          KEY IS BadgeNum-DR
          INVALID KEY MOVE SPACES TO DriverName-DR
       END-READ
       STRING "   Assignment " DELIMITED BY SIZE
              ExistingAssignmentKey DELIMITED BY SIZE
              "  driver " DELIMITED BY SIZE
              BadgeNum-AS DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              DriverName-DR DELIMITED BY SIZE
              "  vehicle " DELIMITED BY SIZE
              VehicleNum-AS DELIMITED BY SIZE
              "  (already assigned)" DELIMITED BY SIZE
         INTO ManifestReportLine
       END-STRING
       WRITE ManifestReportLine
       EXIT PARAGRAPH
    END-IF
    PERFORM CheckRouteCrew
    IF NOT RouteCrewed
       ADD 1 TO RoutesNotCrewed
       STRING "   NOT ASSIGNED - " DELIMITED BY SIZE
              CrewProblem DELIMITED BY SIZE
              " - assign a crew in Listing17-66" DELIMITED BY SIZE
         INTO ManifestReportLine
       END-STRING
       WRITE ManifestReportLine
       EXIT PARAGRAPH
    END-IF
    INITIALIZE AssignmentRec-AS
    MOVE RunDeliveryDate      TO AssignDate-AS
    MOVE BadgeNum-T(RtIdx)    TO BadgeNum-AS
    MOVE VehicleNum-T(RtIdx)  TO VehicleNum-AS
    MOVE CurrentRouteCode     TO RouteCode-AS
    MOVE Mileage              TO StartMileage-AS
    MOVE DepartTime-T(RtIdx)  TO StartTime-AS
    SET AssignmentOpen-AS     TO TRUE
    ADD 1 TO NextAssignmentKey
    MOVE NextAssignmentKey TO AssignmentKey
    WRITE AssignmentRec-AS
       INVALID KEY
          ADD 1 TO RoutesNotCrewed
          STRING "   NOT ASSIGNED - assignment file status "
                    DELIMITED BY SIZE
                 AssignmentStatus DELIMITED BY SIZE
            INTO ManifestReportLine
          END-STRING
       NOT INVALID KEY
          ADD 1 TO RoutesCrewed
          MOVE DepartTime-T(RtIdx) TO Time-Ed
          STRING "   Assignment " DELIMITED BY SIZE
                 AssignmentKey DELIMITED BY SIZE
                 "  driver " DELIMITED BY SIZE
                 BadgeNum-AS DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 DriverName-DR DELIMITED BY SIZE
                 "  vehicle " DELIMITED BY SIZE
                 VehicleNum-AS DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 VehicleDesc DELIMITED BY SIZE
                 "  departs " DELIMITED BY SIZE
                 Time-Ed DELIMITED BY SIZE
                 "  from mile " DELIMITED BY SIZE
                 StartMileage-AS DELIMITED BY SIZE
            INTO ManifestReportLine
          END-STRING
    END-WRITE
    WRITE ManifestReportLine.

FindRouteAssignment.
*> One pass over the assignment file finds both the day's assignment
*> for the route and the highest slot used, the way Listing17-66
*> picks up its next slot.
    MOVE ZEROS TO ExistingAssignmentKey NextAssignmentKey
    MOVE SPACES TO AssignmentRec-AS
    MOVE ZEROS TO AssignmentKey
    START AssignmentFile KEY IS GREATER THAN OR EQUAL AssignmentKey
       INVALID KEY SET EndOfAssignments TO TRUE
    END-START
    IF NOT EndOfAssignments
       READ AssignmentFile NEXT RECORD
          AT END SET EndOfAssignments TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfAssignments
       MOVE AssignmentKey TO NextAssignmentKey
       IF AssignDate-AS EQUAL RunDeliveryDate
          AND RouteCode-AS EQUAL CurrentRouteCode
          AND ExistingAssignmentKey EQUAL ZEROS
          MOVE AssignmentKey TO ExistingAssignmentKey
       END-IF
       READ AssignmentFile NEXT RECORD
          AT END SET EndOfAssignments TO TRUE
       END-READ
    END-PERFORM
    IF ExistingAssignmentKey NOT EQUAL ZEROS
       MOVE ExistingAssignmentKey TO AssignmentKey
       READ AssignmentFile
          INVALID KEY MOVE ZEROS TO ExistingAssignmentKey
       END-READ
    END-IF.

CheckRouteCrew.
*> Listing17-66's checks, made for the delivery day: the driver on
*> file with a licence still good, the vehicle on file, and its
*> paperwork in force. A shop with no compliance file yet is only
*> warned about, as Listing17-66 warns.
    MOVE "N" TO CrewState
    MOVE SPACES TO CrewProblem
    IF BadgeNum-T(RtIdx) EQUAL ZEROS
       OR VehicleNum-T(RtIdx) EQUAL ZEROS
       MOVE "no standing driver and vehicle" TO CrewProblem
       EXIT PARAGRAPH
    END-IF
    MOVE BadgeNum-T(RtIdx) TO BadgeNum-DR
    READ DriverFile
       KEY IS BadgeNum-DR
       INVALID KEY CONTINUE
    END-READ
    IF NOT DriverOk
       MOVE "driver not on the driver master" TO CrewProblem
       EXIT PARAGRAPH
    END-IF
    IF LicenceExpiry-DR < RunDeliveryDate
       MOVE "driver's licence has expired" TO CrewProblem
       EXIT PARAGRAPH
    END-IF
    MOVE VehicleNum-T(RtIdx) TO VehicleKey
    READ VehicleFile
       INVALID KEY CONTINUE
    END-READ
    IF NOT RecordFound
       MOVE "vehicle not on the vehicle file" TO CrewProblem
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT ComplianceFile
    IF ComplianceStatus EQUAL "35"
       CLOSE ComplianceFile
       SET RouteCrewed TO TRUE
       EXIT PARAGRAPH
    END-IF
    MOVE VehicleNum TO VehicleNum-VC
    READ ComplianceFile
       KEY IS VehicleNum-VC
       INVALID KEY
          MOVE "vehicle has no compliance record" TO CrewProblem
       NOT INVALID KEY
          EVALUATE TRUE
             WHEN RegistrationExpiry-VC < RunDeliveryDate
                MOVE "vehicle registration lapsed" TO CrewProblem
             WHEN InsuranceExpiry-VC < RunDeliveryDate
                MOVE "vehicle insurance lapsed" TO CrewProblem
             WHEN InspectionExpiry-VC < RunDeliveryDate
                MOVE "vehicle inspection lapsed" TO CrewProblem
          END-EVALUATE
    END-READ
    CLOSE ComplianceFile
    IF CrewProblem EQUAL SPACES
       SET RouteCrewed TO TRUE
    END-IF.

PrintSectionHeading.
    MOVE SPACES TO ManifestReportLine
    WRITE ManifestReportLine
    MOVE SPACES TO ManifestReportLine
    EVALUATE TRUE
       WHEN PickLine-RS
          MOVE "   PICK LIST" TO ManifestReportLine
          WRITE ManifestReportLine
          MOVE SPACES TO ManifestReportLine
          MOVE "Sec"        TO ManifestReportLine(4:3)
          MOVE "Section"    TO ManifestReportLine(8:7)
          MOVE "Bin"        TO ManifestReportLine(29:3)
          MOVE "Barcode"    TO ManifestReportLine(34:7)
          MOVE "Film"       TO ManifestReportLine(46:4)
          MOVE "Title"      TO ManifestReportLine(55:5)
          MOVE "F"          TO ManifestReportLine(96:1)
          MOVE "Order"      TO ManifestReportLine(99:5)
       WHEN ManifestLine-RS
          MOVE "   DELIVERY MANIFEST" TO ManifestReportLine
          WRITE ManifestReportLine
          MOVE SPACES TO ManifestReportLine
          MOVE "Stop"       TO ManifestReportLine(4:4)
          MOVE "Area"       TO ManifestReportLine(9:4)
          MOVE "Order"      TO ManifestReportLine(35:5)
          MOVE "Customer"   TO ManifestReportLine(44:8)
          MOVE "Film"       TO ManifestReportLine(53:4)
          MOVE "Title"      TO ManifestReportLine(62:5)
          MOVE "F"          TO ManifestReportLine(103:1)
          MOVE "Barcode"    TO ManifestReportLine(106:7)
       WHEN HeldOverLine-RS
          MOVE "   HELD OVER TO THE NEXT RUN" TO ManifestReportLine
       WHEN OTHER
          MOVE "   SENT OUT EARLIER - NO RESULT RECORDED"
            TO ManifestReportLine
    END-EVALUATE
    WRITE ManifestReportLine.

PrintPickLine.
    MOVE SPACES TO ManifestReportLine
    MOVE PlaceCode-RS   TO ManifestReportLine(4:3)
    MOVE PlaceName-RS   TO ManifestReportLine(8:20)
    IF Barcode-RS NOT EQUAL ZEROS
       MOVE BinNum-RS TO Bin-Ed
       MOVE Bin-Ed    TO ManifestReportLine(29:3)
       MOVE Barcode-RS TO ManifestReportLine(34:10)
    END-IF
    MOVE FilmId-RS      TO ManifestReportLine(46:7)
    MOVE FilmTitle-RS   TO ManifestReportLine(55:40)
    MOVE FormatCode-RS  TO ManifestReportLine(96:1)
    MOVE OrderNum-RS    TO ManifestReportLine(99:7)
    WRITE ManifestReportLine.

PrintManifestLine.
*> The stop line, then the customer's name, address, town and phone
*> as the masking policy for the manifest allows.
    MOVE SPACES TO ManifestReportLine
    MOVE SortOrder-RS   TO ManifestReportLine(4:3)
    MOVE PlaceCode-RS   TO ManifestReportLine(9:4)
    MOVE PlaceName-RS   TO ManifestReportLine(14:20)
    MOVE OrderNum-RS    TO ManifestReportLine(35:7)
    MOVE CustomerId-RS  TO ManifestReportLine(44:7)
    MOVE FilmId-RS      TO ManifestReportLine(53:7)
    MOVE FilmTitle-RS   TO ManifestReportLine(62:40)
    MOVE FormatCode-RS  TO ManifestReportLine(103:1)
    IF Barcode-RS NOT EQUAL ZEROS
       MOVE Barcode-RS  TO ManifestReportLine(106:10)
    ELSE
       MOVE "untracked" TO ManifestReportLine(106:9)
    END-IF
    WRITE ManifestReportLine
    MOVE CustomerId-RS TO CustomerId-CF
    READ CustomerFile
       KEY IS CustomerId-CF
       INVALID KEY CONTINUE
    END-READ
    IF NOT CustomerOk
       MOVE SPACES TO ManifestReportLine
       MOVE "customer not on the master" TO ManifestReportLine(14:26)
       WRITE ManifestReportLine
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO ManifestReportLine
    STRING CustomerFirstName-CF DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           CustomerSurname-CF DELIMITED BY SIZE
      INTO ManifestReportLine(14:40)
    END-STRING
    MOVE CustomerPhone-CF TO MaskValue
    CALL "MaskPersonalData" USING "DELIVMAN", OperatorId, "P",
                                  MaskValue
    MOVE "Phone" TO ManifestReportLine(62:5)
    MOVE MaskValue(1:12) TO ManifestReportLine(68:12)
    WRITE ManifestReportLine
    MOVE CustomerAddr1-CF TO MaskValue
    CALL "MaskPersonalData" USING "DELIVMAN", OperatorId, "A",
                                  MaskValue
    MOVE SPACES TO ManifestReportLine
    MOVE MaskValue(1:30) TO ManifestReportLine(14:30)
    WRITE ManifestReportLine
    MOVE CustomerAddr2-CF TO MaskValue
    CALL "MaskPersonalData" USING "DELIVMAN", OperatorId, "T",
                                  MaskValue
    MOVE SPACES TO ManifestReportLine
    MOVE MaskValue(1:30) TO ManifestReportLine(14:30)
    WRITE ManifestReportLine.

PrintExceptionLine.
    MOVE SPACES TO ManifestReportLine
    MOVE OrderNum-RS     TO ManifestReportLine(4:7)
    MOVE CustomerId-RS   TO ManifestReportLine(13:7)
    MOVE FilmId-RS       TO ManifestReportLine(22:7)
    MOVE FormatCode-RS   TO ManifestReportLine(30:1)
    MOVE PlaceCode-RS    TO ManifestReportLine(33:4)
    MOVE DeliveryDate-RS TO Date-Ed
    MOVE Date-Ed         TO ManifestReportLine(39:10)
    MOVE LineNote-RS     TO ManifestReportLine(51:30)
    WRITE ManifestReportLine.

PrintManifestHeading.
    MOVE ALL "=" TO ManifestReportLine
    WRITE ManifestReportLine
    MOVE SPACES TO ManifestReportLine
    MOVE RunDeliveryDate TO Date-Ed
    STRING "   HOME DELIVERY PICK LISTS AND MANIFESTS FOR "
              DELIMITED BY SIZE
           Date-Ed DELIMITED BY SIZE
           " - RUN " DELIMITED BY SIZE
           TodayDate DELIMITED BY SIZE
      INTO ManifestReportLine
    END-STRING
    WRITE ManifestReportLine
    MOVE ALL "=" TO ManifestReportLine
    WRITE ManifestReportLine.

PrintManifestFooting.
    MOVE SPACES TO ManifestReportLine
    WRITE ManifestReportLine
    MOVE ALL "=" TO ManifestReportLine
    WRITE ManifestReportLine
    MOVE SPACES TO ManifestReportLine
    STRING "Orders routed " DELIMITED BY SIZE
           OrdersRouted DELIMITED BY SIZE
           "   on untracked copies " DELIMITED BY SIZE
           UntrackedCopies DELIMITED BY SIZE
           "   held over " DELIMITED BY SIZE
           OrdersHeldOver DELIMITED BY SIZE
           "   awaiting a result " DELIMITED BY SIZE
           OrdersAwaiting DELIMITED BY SIZE
      INTO ManifestReportLine
    END-STRING
    WRITE ManifestReportLine
    MOVE SPACES TO ManifestReportLine
    STRING "Routes crewed " DELIMITED BY SIZE
           RoutesCrewed DELIMITED BY SIZE
           "   not assigned " DELIMITED BY SIZE
           RoutesNotCrewed DELIMITED BY SIZE
      INTO ManifestReportLine
    END-STRING
    WRITE ManifestReportLine.

FindRoute.
    MOVE "N" TO RouteFoundFlag
    PERFORM VARYING RtIdx FROM 1 BY 1 UNTIL RtIdx > RouteCount
       IF RouteCode-T(RtIdx) EQUAL WantedRouteCode
          SET RouteWasFound TO TRUE
          EXIT PERFORM
       END-IF
    END-PERFORM.

FindArea.
    MOVE "N" TO AreaFoundFlag
    PERFORM VARYING AaIdx FROM 1 BY 1 UNTIL AaIdx > AreaCount
       IF AreaCode-T(AaIdx) EQUAL WantedAreaCode
          SET AreaWasFound TO TRUE
          EXIT PERFORM
       END-IF
    END-PERFORM.

LoadSectionTable.
    MOVE ZERO TO SectionCount
    OPEN INPUT LocationFile
    IF LocationStatus NOT EQUAL "00"
       CLOSE LocationFile
       EXIT PARAGRAPH
    END-IF
    READ LocationFile
       AT END SET EndOfLocations TO TRUE
    END-READ
    PERFORM UNTIL EndOfLocations
       IF SectionCount < 50
          ADD 1 TO SectionCount
          MOVE StoreId-LC     TO StoreId-T(SectionCount)
          MOVE SectionCode-LC TO SectionCode-T(SectionCount)
          MOVE SectionName-LC TO SectionName-T(SectionCount)
          MOVE WalkOrder-LC   TO WalkOrder-T(SectionCount)
       END-IF
       READ LocationFile
          AT END SET EndOfLocations TO TRUE
       END-READ
    END-PERFORM
    CLOSE LocationFile.

LoadRouteTable.
*> The tables are kept at the Listing18-57 desk; with none yet every
*> pending order is held over for want of a route.
    MOVE ZEROS TO RouteCount
    OPEN INPUT RouteFile
    IF RouteStatus NOT EQUAL "00"
       CLOSE RouteFile
       EXIT PARAGRAPH
    END-IF
    READ RouteFile
       AT END SET EndOfRouteFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfRouteFile
       IF RouteCount < 30
          ADD 1 TO RouteCount
          MOVE RouteCode-RT  TO RouteCode-T(RouteCount)
          MOVE RouteName-RT  TO RouteName-T(RouteCount)
          MOVE StoreId-RT    TO RouteStoreId-T(RouteCount)
          MOVE BadgeNum-RT   TO BadgeNum-T(RouteCount)
          MOVE VehicleNum-RT TO VehicleNum-T(RouteCount)
          MOVE DepartTime-RT TO DepartTime-T(RouteCount)
          MOVE ZEROS         TO RoutedCount-T(RouteCount)
       END-IF
       READ RouteFile
          AT END SET EndOfRouteFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE RouteFile.

LoadAreaTable.
    MOVE ZEROS TO AreaCount
    OPEN INPUT AreaFile
    IF AreaStatus NOT EQUAL "00"
       CLOSE AreaFile
       EXIT PARAGRAPH
    END-IF
    READ AreaFile
       AT END SET EndOfAreaFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfAreaFile
       IF AreaCount < 100
          ADD 1 TO AreaCount
          MOVE AreaCode-DA  TO AreaCode-T(AreaCount)
          MOVE AreaName-DA  TO AreaName-T(AreaCount)
          MOVE RouteCode-DA TO AreaRouteCode-T(AreaCount)
          MOVE StopOrder-DA TO StopOrder-T(AreaCount)
       END-IF
       READ AreaFile
          AT END SET EndOfAreaFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE AreaFile.

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

IDENTIFICATION DIVISION.
PROGRAM-ID. BusinessDateCalc.
AUTHOR. Michael Coughlan.
*> Business-day date arithmetic, built on the integer-date functions
*> Listing15-10 demonstrates. Saturdays, Sundays and the closure
*> dates on the holiday calendar file are non-working days. Function
*> "A" adds N business days to a date, "W" answers whether a date is
*> a working day, and "C" counts the business days from one date to
*> another - the count the overdue scan now penalizes customers by,
*> so nobody is charged for days we were closed. The calendar loads
*> once per run; a missing calendar file just means no holidays
*> beyond the weekend.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HolidayFile ASSIGN TO "Listing17-55Holidays.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS HolidayStatus.

DATA DIVISION.
FILE SECTION.
FD  HolidayFile.
01  HolidayRec.
    02  HolidayDate-HD       PIC 9(8).
    02  HolidayDesc-HD       PIC X(30).

WORKING-STORAGE SECTION.
01  HolidayStatus            PIC XX.
    88  EndOfHolidays          VALUE "10".

01  TableLoaded              PIC X VALUE "N".
    88  TableAlreadyLoaded     VALUE "Y".

01  HolidayTable.
    02  HolidayCount         PIC 9(3) VALUE ZERO.
    02  HolidayEntry OCCURS 50 TIMES INDEXED BY HolIdx
                             PIC 9(8).

01  WorkDate                 PIC 9(8).
01  DayOfWeek                PIC 9.
01  DaysStillToAdd           PIC S9(5).
01  WorkingFlag              PIC X.

LINKAGE SECTION.
01  FunctionCode-IO          PIC X.
    88  AddBusinessDays-IO     VALUE "A".
    88  IsWorkingDay-IO        VALUE "W".
    88  CountBusinessDays-IO   VALUE "C".
01  BaseDate-IO              PIC 9(8).
01  OtherDate-IO             PIC 9(8).
01  DayCount-IO              PIC S9(5).
01  ResultDate-IO            PIC 9(8).
01  WorkingDayFlag-IO        PIC X.
    88  DateIsWorkingDay-IO    VALUE "Y".

PROCEDURE DIVISION USING FunctionCode-IO, BaseDate-IO, OtherDate-IO,
                          DayCount-IO, ResultDate-IO,
                          WorkingDayFlag-IO.
Begin.
   IF NOT TableAlreadyLoaded
      PERFORM LoadHolidayTable
      MOVE "Y" TO TableLoaded
   END-IF

   EVALUATE TRUE
      WHEN AddBusinessDays-IO   PERFORM AddTheBusinessDays
      WHEN IsWorkingDay-IO      PERFORM AnswerWorkingDay
      WHEN CountBusinessDays-IO PERFORM CountTheBusinessDays
   END-EVALUATE
   EXIT PROGRAM.

AddTheBusinessDays.
    MOVE BaseDate-IO TO WorkDate
    MOVE DayCount-IO TO DaysStillToAdd
    PERFORM UNTIL DaysStillToAdd NOT > ZERO
       PERFORM StepOneDayForward
       PERFORM CheckWorkingDay
       IF WorkingFlag EQUAL "Y"
          SUBTRACT 1 FROM DaysStillToAdd
       END-IF
    END-PERFORM
    MOVE WorkDate TO ResultDate-IO.

AnswerWorkingDay.
    MOVE BaseDate-IO TO WorkDate
    PERFORM CheckWorkingDay
    MOVE WorkingFlag TO WorkingDayFlag-IO.

CountTheBusinessDays.
*> Business days strictly after BaseDate-IO up to and including
*> OtherDate-IO; a due date of Friday checked on Monday counts one
*> working day late, not three calendar days.
    MOVE ZEROS TO DayCount-IO
    IF OtherDate-IO NOT > BaseDate-IO
       EXIT PARAGRAPH
    END-IF
    MOVE BaseDate-IO TO WorkDate
    PERFORM UNTIL WorkDate NOT < OtherDate-IO
       PERFORM StepOneDayForward
       PERFORM CheckWorkingDay
       IF WorkingFlag EQUAL "Y"
          ADD 1 TO DayCount-IO
       END-IF
    END-PERFORM.

StepOneDayForward.
    COMPUTE WorkDate = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WorkDate) + 1).

CheckWorkingDay.
*> Integer day 1 (1601-01-01) was a Monday, so MOD(int - 1, 7) + 1
*> gives 1=Monday .. 7=Sunday.
    MOVE "Y" TO WorkingFlag
    COMPUTE DayOfWeek =
            FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WorkDate) - 1, 7)
            + 1
    IF DayOfWeek > 5
       MOVE "N" TO WorkingFlag
    ELSE
       PERFORM VARYING HolIdx FROM 1 BY 1
               UNTIL HolIdx > HolidayCount
          IF HolidayEntry(HolIdx) EQUAL WorkDate
             MOVE "N" TO WorkingFlag
             EXIT PERFORM
          END-IF
       END-PERFORM
    END-IF.

LoadHolidayTable.
    MOVE ZERO TO HolidayCount
    OPEN INPUT HolidayFile
    IF HolidayStatus NOT EQUAL "00"
       CLOSE HolidayFile
       PERFORM SeedHolidayFile
       OPEN INPUT HolidayFile
    END-IF
    READ HolidayFile
       AT END SET EndOfHolidays TO TRUE
    END-READ
    PERFORM UNTIL EndOfHolidays
       IF HolidayCount < 50
          ADD 1 TO HolidayCount
          MOVE HolidayDate-HD TO HolidayEntry(HolidayCount)
       END-IF
       READ HolidayFile
          AT END SET EndOfHolidays TO TRUE
       END-READ
    END-PERFORM
    CLOSE HolidayFile.

SeedHolidayFile.
*> The shop's standing closures; the calendar utility maintains the
*> file after this first seeding.
    OPEN OUTPUT HolidayFile
    MOVE "20260101New Year's Day                " TO HolidayRec
    WRITE HolidayRec
    MOVE "20260704Independence Day              " TO HolidayRec
    WRITE HolidayRec
    MOVE "20261126Thanksgiving                  " TO HolidayRec
    WRITE HolidayRec
    MOVE "20261225Christmas Day                 " TO HolidayRec
    WRITE HolidayRec
    CLOSE HolidayFile.
END PROGRAM BusinessDateCalc.

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

IDENTIFICATION DIVISION.
PROGRAM-ID. MaskPersonalData.
AUTHOR. Michael Coughlan.
*> Applies the personal-data masking policy to one field on its way
*> into a report or extract. The policy, kept on the masking policy
*> master and maintained through Listing18-46, says for each output,
*> each personal field it carries and each operator role whether the
*> field is shown in full, shown in part, or suppressed. The role is
*> the signed-on operator's from the operator master; an OperatorId
*> of zero is an unattended batch run, which has a role of its own,
*> and a trainee is masked as an operator. Shown in part means the
*> last four characters of a phone or mobile number, the first
*> letter and the domain of an email address, the first word of an
*> address line - the house number, or the town - and the year of a
*> date of birth; the rest is starred out. A suppressed field comes
*> back blank. A field the policy does not mention for the output is
*> suppressed, so nothing new reaches a report until someone has
*> decided it should. The policy loads once per run, the master
*> being seeded with the shop's starting policy the first time.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT MaskPolicyFile ASSIGN TO "Listing18-46MaskPolicy.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MaskPolicyKey-MP
        FILE STATUS IS MaskPolicyStatus.

   SELECT MaskOperatorFile ASSIGN TO "Listing17-51Operators.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OperatorId-OP
        FILE STATUS IS MaskOperatorStatus.

DATA DIVISION.
FILE SECTION.
FD MaskPolicyFile.
01 MaskPolicyRec-MP.
   COPY MaskPolicyRec.

FD MaskOperatorFile.
01 OperatorRec-OP.
   COPY OperatorRec.

WORKING-STORAGE SECTION.
01  MaskPolicyStatus       PIC XX.
    88  MaskPolicyOk         VALUE "02", "00".
01  MaskOperatorStatus     PIC XX.
    88  MaskOperatorOk       VALUE "02", "00".
01  PoliciesLoaded         PIC X VALUE "N".
    88  PoliciesAlreadyLoaded VALUE "Y".
01  SeedDate               PIC 9(8).

01  PolicyTable.
    02  PolicyCount        PIC 9(3) VALUE ZERO.
    02  PolicyEntry OCCURS 300 TIMES INDEXED BY PlIdx.
        03  PolicyKey-T    PIC X(10).
        03  PolicyLevel-T  PIC X.

*> The last operator looked up, so a run masks a whole report
*> without reading the operator master for every line.
01  LastOperatorId         PIC 9(4) VALUE ZEROS.
01  LastOperatorRole       PIC X VALUE "B".

01  WantedKey.
    02  WantedOutput       PIC X(8).
    02  WantedField        PIC X.
    02  WantedRole         PIC X.
01  WantedLevel            PIC X.
    88  LevelFull            VALUE "F".
    88  LevelPartial         VALUE "P".

01  CharPos                PIC 99.
01  LastCharPos            PIC 99.
01  KeepUpTo               PIC 99.
01  WordEnded              PIC X.
    88  FirstWordEnded       VALUE "Y".

01  SeedOutput             PIC X(8).
01  SeedProgram            PIC X(12).
01  SeedDesc               PIC X(32).
01  SeedField              PIC X.
01  SeedLevels.
    02  SeedLevel          PIC X OCCURS 4 TIMES.
01  SeedRoles              PIC X(4) VALUE "OSMB".
01  SeedRoleTable REDEFINES SeedRoles.
    02  SeedRole           PIC X OCCURS 4 TIMES.
01  SeedIdx                PIC 9.

LINKAGE SECTION.
01  OutputCode-IO          PIC X(8).
01  OperatorId-IO          PIC 9(4).
01  FieldCode-IO           PIC X.
    88  PhoneOrMobile        VALUE "P", "M".
    88  EmailAddress         VALUE "E".
    88  AddressLine          VALUE "A", "T".
    88  BirthDate            VALUE "B".
01  FieldValue-IO          PIC X(40).

PROCEDURE DIVISION USING OutputCode-IO, OperatorId-IO, FieldCode-IO,
                          FieldValue-IO.
Begin.
   IF NOT PoliciesAlreadyLoaded
      PERFORM LoadPolicies
      MOVE "Y" TO PoliciesLoaded
   END-IF
   PERFORM FindOperatorRole

   MOVE OutputCode-IO    TO WantedOutput
   MOVE FieldCode-IO     TO WantedField
   MOVE LastOperatorRole TO WantedRole
   MOVE "S" TO WantedLevel
   PERFORM VARYING PlIdx FROM 1 BY 1 UNTIL PlIdx > PolicyCount
      IF PolicyKey-T(PlIdx) EQUAL WantedKey
         MOVE PolicyLevel-T(PlIdx) TO WantedLevel
         EXIT PERFORM
      END-IF
   END-PERFORM

   EVALUATE TRUE
      WHEN LevelFull
         CONTINUE
      WHEN LevelPartial
         PERFORM MaskPartOfField
      WHEN OTHER
         MOVE SPACES TO FieldValue-IO
   END-EVALUATE
   EXIT PROGRAM.

FindOperatorRole.
   IF OperatorId-IO EQUAL ZEROS
      MOVE ZEROS TO LastOperatorId
      MOVE "B"   TO LastOperatorRole
      EXIT PARAGRAPH
   END-IF
   IF OperatorId-IO EQUAL LastOperatorId
      EXIT PARAGRAPH
   END-IF
   MOVE OperatorId-IO TO LastOperatorId
   MOVE "O"           TO LastOperatorRole
   OPEN INPUT MaskOperatorFile
   IF MaskOperatorStatus EQUAL "00"
      MOVE OperatorId-IO TO OperatorId-OP
      READ MaskOperatorFile
         KEY IS OperatorId-OP
         INVALID KEY CONTINUE
      END-READ
      IF MaskOperatorOk AND (SupervisorRole-OP OR ManagerRole-OP)
         MOVE RoleCode-OP TO LastOperatorRole
      END-IF
   END-IF
   CLOSE MaskOperatorFile.

MaskPartOfField.
*> LastCharPos is the last non-blank character of the field.
   MOVE ZEROS TO LastCharPos
   PERFORM VARYING CharPos FROM 40 BY -1
           UNTIL CharPos < 1 OR LastCharPos NOT EQUAL ZEROS
      IF FieldValue-IO(CharPos:1) NOT EQUAL SPACE
         MOVE CharPos TO LastCharPos
      END-IF
   END-PERFORM
   EVALUATE TRUE
      WHEN PhoneOrMobile
         IF LastCharPos > 4
            COMPUTE KeepUpTo = LastCharPos - 4
            PERFORM VARYING CharPos FROM 1 BY 1 UNTIL CharPos > KeepUpTo
               PERFORM StarOutCharacter
            END-PERFORM
         END-IF
      WHEN EmailAddress
         PERFORM VARYING CharPos FROM 2 BY 1
                 UNTIL CharPos > LastCharPos
                    OR FieldValue-IO(CharPos:1) EQUAL "@"
            PERFORM StarOutCharacter
         END-PERFORM
      WHEN AddressLine
         MOVE "N" TO WordEnded
         PERFORM VARYING CharPos FROM 1 BY 1 UNTIL CharPos > LastCharPos
            IF FieldValue-IO(CharPos:1) EQUAL SPACE AND CharPos > 1
               SET FirstWordEnded TO TRUE
            END-IF
            IF FirstWordEnded
               PERFORM StarOutCharacter
            END-IF
         END-PERFORM
      WHEN BirthDate
         MOVE "****" TO FieldValue-IO(5:4)
      WHEN OTHER
         PERFORM VARYING CharPos FROM 1 BY 1 UNTIL CharPos > LastCharPos
            PERFORM StarOutCharacter
         END-PERFORM
   END-EVALUATE.

StarOutCharacter.
*> Blanks and punctuation stay, so the shape of the field shows.
   IF FieldValue-IO(CharPos:1) IS ALPHABETIC
      AND FieldValue-IO(CharPos:1) NOT EQUAL SPACE
      MOVE "*" TO FieldValue-IO(CharPos:1)
   END-IF
   IF FieldValue-IO(CharPos:1) IS NUMERIC
      MOVE "*" TO FieldValue-IO(CharPos:1)
   END-IF.

LoadPolicies.
   MOVE ZERO TO PolicyCount
   OPEN INPUT MaskPolicyFile
   IF MaskPolicyStatus EQUAL "35"
      CLOSE MaskPolicyFile
      PERFORM SeedPolicies
      OPEN INPUT MaskPolicyFile
   END-IF
   IF MaskPolicyStatus NOT EQUAL "00"
      CLOSE MaskPolicyFile
      EXIT PARAGRAPH
   END-IF
   MOVE LOW-VALUES TO MaskPolicyKey-MP
   START MaskPolicyFile KEY IS GREATER THAN MaskPolicyKey-MP
      INVALID KEY SET EndOfMaskPolicies TO TRUE
   END-START
   IF NOT EndOfMaskPolicies
      READ MaskPolicyFile NEXT RECORD
         AT END SET EndOfMaskPolicies TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfMaskPolicies
      IF PolicyCount < 300
         ADD 1 TO PolicyCount
         MOVE MaskPolicyKey-MP TO PolicyKey-T(PolicyCount)
         MOVE MaskLevel-MP     TO PolicyLevel-T(PolicyCount)
      END-IF
      READ MaskPolicyFile NEXT RECORD
         AT END SET EndOfMaskPolicies TO TRUE
      END-READ
   END-PERFORM
   CLOSE MaskPolicyFile.

SeedPolicies.
*> The starting policy: the files that go to customers, to the
*> mailing house and to the collection agency carry what they need
*> in full, as does the desk's list of holds to ring about; the
*> other internal reports show phone numbers in part except to a
*> manager. The delivery manifest goes out in the van with the
*> driver, who needs the address, town and phone in full to make
*> the drop. The warehouse extract gets the town and the year of
*> birth and nothing else personal. SeedLevels gives the level for
*> the operator, supervisor, manager and batch roles in that order.
   MOVE FUNCTION CURRENT-DATE(1:8) TO SeedDate
   OPEN OUTPUT MaskPolicyFile
   MOVE "COLLXTRC" TO SeedOutput
   MOVE "Listing17-33" TO SeedProgram
   MOVE "Collections work file"
     TO SeedDesc
   MOVE "P" TO SeedField
   MOVE "PPFP" TO SeedLevels
   PERFORM SeedOneField
   MOVE "COLLRPT" TO SeedOutput
   MOVE "Listing17-33" TO SeedProgram
   MOVE "Collections run report"
     TO SeedDesc
   MOVE "P" TO SeedField
   MOVE "PPFP" TO SeedLevels
   PERFORM SeedOneField
   MOVE "AGENCYPL" TO SeedOutput
   MOVE "Listing18-19" TO SeedProgram
   MOVE "Collection agency placement file"
     TO SeedDesc
   MOVE "A" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "T" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "P" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "AGENCYRP" TO SeedOutput
   MOVE "Listing18-19" TO SeedProgram
   MOVE "Write-off and placement report"
     TO SeedDesc
   MOVE "P" TO SeedField
   MOVE "PPFP" TO SeedLevels
   PERFORM SeedOneField
   MOVE "PROMOMAL" TO SeedOutput
   MOVE "Listing17-95" TO SeedProgram
   MOVE "Promotion mailing file"
     TO SeedDesc
   MOVE "A" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "T" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "HOLDRPT" TO SeedOutput
   MOVE "Listing18-14" TO SeedProgram
   MOVE "Un-notified filled-holds report"
     TO SeedDesc
   MOVE "P" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "INVOICE" TO SeedOutput
   MOVE "Listing17-7" TO SeedProgram
   MOVE "Customer invoice"
     TO SeedDesc
   MOVE "A" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "T" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "STATEMNT" TO SeedOutput
   MOVE "Listing17-14" TO SeedProgram
   MOVE "Statement of account"
     TO SeedDesc
   MOVE "A" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "T" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "HOUSEINV" TO SeedOutput
   MOVE "Listing18-20" TO SeedProgram
   MOVE "House account invoice"
     TO SeedDesc
   MOVE "A" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "T" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "BIEXTRCT" TO SeedOutput
   MOVE "Listing18-49" TO SeedProgram
   MOVE "Warehouse change-data extract"
     TO SeedDesc
   MOVE "T" TO SeedField
   MOVE "PPPP" TO SeedLevels
   PERFORM SeedOneField
   MOVE "B" TO SeedField
   MOVE "PPPP" TO SeedLevels
   PERFORM SeedOneField
   MOVE "LETTERS" TO SeedOutput
   MOVE "Listing17-73" TO SeedProgram
   MOVE "Correspondence print run"
     TO SeedDesc
   MOVE "A" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "T" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "DELIVMAN" TO SeedOutput
   MOVE "Listing18-59" TO SeedProgram
   MOVE "Delivery manifest and pick list"
     TO SeedDesc
   MOVE "A" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "T" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "P" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   CLOSE MaskPolicyFile.

SeedOneField.
   PERFORM VARYING SeedIdx FROM 1 BY 1 UNTIL SeedIdx > 4
      MOVE SeedOutput        TO OutputCode-MP
      MOVE SeedField         TO FieldCode-MP
      MOVE SeedRole(SeedIdx) TO RoleCode-MP
      MOVE SeedLevel(SeedIdx) TO MaskLevel-MP
      MOVE SeedProgram       TO OutputProgram-MP
      MOVE SeedDesc          TO OutputDesc-MP
      MOVE SeedDate          TO ChangedDate-MP
      MOVE ZEROS             TO ChangedBy-MP
      WRITE MaskPolicyRec-MP
         INVALID KEY DISPLAY "-MP ERROR Status = " MaskPolicyStatus
      END-WRITE
   END-PERFORM.
END PROGRAM MaskPersonalData.
