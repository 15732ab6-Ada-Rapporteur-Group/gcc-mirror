IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-57.
AUTHOR. Michael Coughlan.
*> Home-delivery order desk. The delivery vans that Listing17-66
*> puts on routes carried stock between stores and nothing else;
*> customers now have films brought to the door. An order is taken
*> here at the counter or over the phone (the website's orders come
*> in through the Listing18-58 feed instead) for a customer, a film
*> and format, and the delivery area the address falls in. Each area
*> belongs to one route, and each route is run out of one store with
*> a standing driver and vehicle; the route and area tables are kept
*> from this menu under the DELROUTE permission.
*> The order is refused where the counter would refuse the rental -
*> the account suspended, merged or closed, a house account with no
*> purchase order, an overdue rental still out - and where the film
*> cannot be rented on the delivery day (not active, before its
*> street date, or after its licence has ended) or the route's store
*> has no copy of it on the shelf. A customer already waiting on a
*> delivery of the same film is not sent a second one.
*> Delivery is on the next business day. The rental is priced by
*> PriceFilmRental as the till prices it (a subscriber under the plan
*> code, less the member's tier discount), and the delivery fee is
*> priced by PriceFilmRental too, under the delivery code, so the fee
*> can be promoted like a rental. The fee goes on the AR ledger as a
*> delivery-fee item when the order is taken, and on the delivery-fee
*> register Listing17-45 carries to the general ledger; the rental
*> itself is billed by Listing17-27 once it has been delivered.
*> The Listing18-59 night run picks the copies and sends each order
*> out on its route. When the van is back its results are recorded
*> here, route by route: a delivered order becomes the rental, with
*> the delivery date as its checkout date and the route's store as
*> the renting store, and is journalled and indexed as open exactly
*> as a till checkout is; a failed delivery puts the copy back on
*> the shelf and credits the fee back on the ledger through an
*> adjustment record, and on the register, as does cancelling an
*> order before it goes out.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
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

   SELECT RentalFile ASSIGN TO "Listing17-6Rental.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RentalKey-RF
        ALTERNATE RECORD KEY IS FilmId-RF
                     WITH DUPLICATES
        FILE STATUS IS RentalStatus.

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

   SELECT ARLedgerFile ASSIGN TO "Listing17-27ARLedger.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ARItemKey-AR
        FILE STATUS IS ARLedgerStatus.

   SELECT DeliveryOrderFile ASSIGN TO "Listing18-57DelivOrders.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OrderNum-DO
        ALTERNATE RECORD KEY IS CustomerId-DO
                     WITH DUPLICATES
        ALTERNATE RECORD KEY IS WebOrderRef-DO
                     WITH DUPLICATES
        FILE STATUS IS DeliveryOrderStatus.

   SELECT OrderNumFile ASSIGN TO "Listing18-57OrderNum.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OrderNumStatus.

    SELECT RouteFile ASSIGN TO "Listing18-57Routes.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RouteStatus.

    SELECT AreaFile ASSIGN TO "Listing18-57Areas.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AreaStatus.

   SELECT AdjustmentsFile ASSIGN TO "Listing17-32Adjustments.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AdjustmentsStatus.

   SELECT AdjNumFile ASSIGN TO "Listing17-32AdjNum.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AdjNumStatus.

   SELECT DelivFeeFile ASSIGN TO "Listing18-57DelivFees.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DelivFeeStatus.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
01 CustomerRec-CF.
   COPY CustomerRec.

FD FilmFile.
01 FilmRec-FF.
   COPY FilmRec.

FD RentalFile.
01 RentalRec-RF.
   COPY RentalRec.

FD StoreCopyFile.
01 StoreCopyRec.
   COPY StoreCopyRec.

FD CopyMasterFile.
01 CopyMasterRec-CP.
   COPY CopyMasterRec.

FD ARLedgerFile.
01 ARItemRec-AR.
   COPY ARItemRec.

FD DeliveryOrderFile.
01 DeliveryOrderRec-DO.
   COPY DeliveryOrderRec.

FD OrderNumFile.
01 OrderNumRec              PIC 9(7).

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

FD AdjustmentsFile.
01 AdjustmentRec-AJ.
   COPY AdjustmentRec.

FD AdjNumFile.
01 AdjNumRec                PIC 9(7).

FD DelivFeeFile.
01 DelivFeeRec.
   02 PostedDate-DV         PIC 9(8).
   02 ChargedAmount-DV      PIC 9(7)V99.
   02 CreditedAmount-DV     PIC 9(7)V99.

WORKING-STORAGE SECTION.
01 CustomerStatus           PIC XX.
   88 CustomerOk  VALUE "02", "00".

01 FilmStatus               PIC XX.
   88 FilmOk    VALUE "02", "00".

01 RentalStatus             PIC XX.
   88 RentalOk   VALUE "02", "00".

01 StoreCopyStatus          PIC XX.
01 StoreCopyKey             PIC 9(5).

01 CopyMasterStatus         PIC XX.
   88 CopyMasterOk VALUE "02", "00".

01 ARLedgerStatus           PIC XX.
   88 ARLedgerOk  VALUE "02", "00".

01 DelivFeeStatus           PIC XX.

01 DeliveryOrderStatus      PIC XX.
   88 DeliveryOrderOk VALUE "02", "00".

01 OrderNumStatus           PIC XX.
01 RouteStatus              PIC XX.
   88 EndOfRouteFile          VALUE "10".
01 AreaStatus               PIC XX.
   88 EndOfAreaFile           VALUE "10".
01 AdjustmentsStatus        PIC XX.
01 AdjNumStatus             PIC XX.

01 MenuChoice                PIC 9.
   88 MenuTakeOrder           VALUE 1.
   88 MenuCancelOrder         VALUE 2.
   88 MenuRouteResults        VALUE 3.
   88 MenuListOrders          VALUE 4.
   88 MenuMaintainRoute       VALUE 5.
   88 MenuMaintainArea        VALUE 6.
   88 MenuShowRoutes          VALUE 7.
   88 MenuExit                VALUE 9.

01 OperatorId                 PIC 9(4) VALUE ZEROS.
01 SignOnResult               PIC 9 VALUE 1.
   88 OperatorSignedOn          VALUE 0.
01 OperatorRole               PIC X VALUE SPACE.

*> The permission-table function behind each menu choice.
01 MenuFunction               PIC X(8).
01 MenuRole                   PIC X.
01 MenuPermission             PIC 9 VALUE ZERO.
   88 MenuRefused               VALUE 1.
01 RoutePermission            PIC 9 VALUE ZERO.
   88 RouteMaintRefused         VALUE 1.

01 TodayDate                  PIC 9(8).
01 DeliveryDate               PIC 9(8).
01 NextDayCount               PIC S9(5) VALUE 1.
01 BDFunctionCode             PIC X.
01 BDOtherDate                PIC 9(8) VALUE ZEROS.
01 BDWorkingFlag              PIC X.
01 LoanPeriodDays             PIC S9(5) VALUE 5.
01 LoanRuleApplied            PIC 9(3) VALUE ZEROS.

*> What the desk keyed for the order.
01 OrderChannel               PIC X.
   88 ChannelValid              VALUE "C", "P".
01 OrderCustomerId            PIC 9(7).
01 OrderFilmId                PIC 9(7).
01 OrderFormat                PIC X.
   88 FormatValid               VALUE "V", "D", "B".
01 OrderAreaCode              PIC X(4).
01 OrderRouteCode             PIC X(6).
01 OrderStoreId               PIC 99.
01 ConfirmReply               PIC X.
   88 OrderConfirmed            VALUE "Y", "y".

01 RejectReason               PIC X(40).
   88 OrderAccepted             VALUE SPACES.
01 OverdueFound               PIC X VALUE "N".
   88 CustomerHasOverdue        VALUE "Y".
01 ShelfCopyFound             PIC X VALUE "N".
   88 CopyOnShelfAtStore        VALUE "Y".
01 DuplicateFound             PIC X VALUE "N".
   88 AlreadyOnOrder            VALUE "Y".

*> Pricing, the till's way for the rental and under the reserved
*> delivery code for the fee.
01 SubscriptionPriceCode      PIC X(6) VALUE "SUBSCR".
01 DeliveryPriceCode          PIC X(6) VALUE "DELIVR".
01 RentalPromoCode            PIC X(6).
01 RentalPrice                PIC 9(3)V99 VALUE ZEROS.
01 PriceRuleApplied           PIC 9(3) VALUE ZEROS.
01 DeliveryFee                PIC 9(3)V99 VALUE ZEROS.
01 FeeRuleApplied             PIC 9(3) VALUE ZEROS.
01 TierDiscountPct            PIC 99 VALUE ZEROS.
01 NoFormatCode               PIC X VALUE SPACE.

01 NextOrderNum               PIC 9(7) VALUE ZEROS.
01 NextARItemSeqNum           PIC 9(5) VALUE ZEROS.
01 TargetCustomerId           PIC 9(7).
01 PostingDate                PIC 9(8).
01 PostingRef                 PIC X(30).
01 PeriodResult               PIC 9.
   88 PostingDateMoved          VALUE 1.

*> Recording a route's results.
01 ResultDate                 PIC 9(8).
01 ResultRouteCode            PIC X(6).
01 ResultReply                PIC X.
   88 ReplyDelivered            VALUE "D", "d".
   88 ReplyFailed               VALUE "F", "f".
01 ResultReason               PIC X(20).
01 OrdersOnRoute              PIC 9(3) VALUE ZEROS.
01 EnteredOrderNum            PIC 9(7).
01 OrdersListed               PIC 9(3) VALUE ZEROS.
01 OrderStateText             PIC X(10).

*> The fee credited back when a delivery fails or is cancelled.
01 CreditReasonCode           PIC X(3).
01 CreditAmount               PIC 9(5)V99 VALUE ZEROS.
01 NextAdjustmentNum          PIC 9(7) VALUE ZEROS.
01 CountSlotFound             PIC X VALUE "N".
   88 CountSlotUpdated          VALUE "Y".

*> The route and area tables, held in storage as Listing17-78 holds
*> its location master.
01 RouteTable.
   02 RouteCount              PIC 99 VALUE ZEROS.
   02 RouteEntry OCCURS 30 TIMES INDEXED BY RtIdx.
      03 RouteCode-T          PIC X(6).
      03 RouteName-T          PIC X(20).
      03 RouteStoreId-T       PIC 99.
      03 BadgeNum-T           PIC 9(8).
      03 VehicleNum-T         PIC 9(4).
      03 DepartTime-T         PIC 9(4).
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

01 EnteredRouteName           PIC X(20).
01 EnteredStoreId             PIC 99.
01 EnteredBadgeNum            PIC 9(8).
01 EnteredVehicleNum          PIC 9(4).
01 EnteredDepartTime          PIC 9(4).
01 EnteredAreaName            PIC X(20).
01 EnteredStopOrder           PIC 9(3).

01 JrnBeforeImage             PIC X(400) VALUE SPACES.
01 JrnAfterImage              PIC X(400) VALUE SPACES.

01 Price-Ed                   PIC $$$9.99.
01 Fee-Ed                     PIC $$$9.99.
01 Date-Ed                    PIC 9999/99/99.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing18-57", "RentalFile  ",
          RentalRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-57", "FilmFile    ",
          FilmRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-57", "CustomerFile",
          CustomerRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-57", "CopyMaster  ",
          CopyMasterRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-57", "StoreCopy   ",
          StoreCopyRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    CALL "OperatorSignOnCheck" USING "Listing18-57", "O",
                                     OperatorId, SignOnResult
    CALL "SignOnRole" USING "Q", OperatorId, OperatorRole
    IF NOT OperatorSignedOn
       DISPLAY "Access denied - sign-on was not accepted."
       STOP RUN
    END-IF

    OPEN INPUT CustomerFile
    OPEN INPUT FilmFile
    OPEN I-O RentalFile
    OPEN I-O StoreCopyFile
    OPEN I-O CopyMasterFile
    OPEN I-O ARLedgerFile
    CALL "AuditLogFileEvent" USING "Listing18-57", "ARLedgerFile", "O", ARLedgerStatus, OperatorId
    OPEN I-O DeliveryOrderFile
    IF DeliveryOrderStatus EQUAL "35"
       CLOSE DeliveryOrderFile
       OPEN OUTPUT DeliveryOrderFile
       CLOSE DeliveryOrderFile
       OPEN I-O DeliveryOrderFile
    END-IF
    CALL "AuditLogFileEvent" USING "Listing18-57", "DelivOrders ", "O", DeliveryOrderStatus, OperatorId
    PERFORM LoadRouteTable
    PERFORM LoadAreaTable

    PERFORM MainMenu UNTIL MenuExit

    CLOSE DeliveryOrderFile
    CALL "AuditLogFileEvent" USING "Listing18-57", "DelivOrders ", "C", DeliveryOrderStatus, OperatorId
    CLOSE ARLedgerFile
    CALL "AuditLogFileEvent" USING "Listing18-57", "ARLedgerFile", "C", ARLedgerStatus, OperatorId
    CLOSE CopyMasterFile
    CLOSE StoreCopyFile
    CLOSE RentalFile
    CLOSE FilmFile
    CLOSE CustomerFile
    STOP RUN.

MainMenu.
    DISPLAY SPACES
    DISPLAY "*** Home Delivery Orders ***"
    DISPLAY "1 = Take a delivery order"
    DISPLAY "2 = Cancel an order not yet sent out"
    DISPLAY "3 = Record a route's delivery results"
    DISPLAY "4 = List a customer's delivery orders"
    DISPLAY "5 = Add or change a route"
    DISPLAY "6 = Add or change a delivery area"
    DISPLAY "7 = Show the routes and areas"
    DISPLAY "9 = Exit"
    DISPLAY "Enter your choice - " WITH NO ADVANCING
    ACCEPT MenuChoice
    PERFORM CheckMenuPermission
    IF MenuRefused
       EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
       WHEN MenuTakeOrder      PERFORM TakeDeliveryOrder
       WHEN MenuCancelOrder    PERFORM CancelDeliveryOrder
       WHEN MenuRouteResults   PERFORM RecordRouteResults
       WHEN MenuListOrders     PERFORM ListCustomerOrders
       WHEN MenuMaintainRoute  PERFORM MaintainRoute
       WHEN MenuMaintainArea   PERFORM MaintainArea
       WHEN MenuShowRoutes     PERFORM ShowRoutesAndAreas
       WHEN MenuExit           CONTINUE
       WHEN OTHER
          DISPLAY "Please enter 1, 2, 3, 4, 5, 6, 7 or 9"
    END-EVALUATE.

CheckMenuPermission.
*> Every choice defaults to the operator role the sign-on asks for;
*> the Listing17-51 permission table can narrow any one of them.
*> Route and area changes are left to their own DELROUTE check.
    MOVE SPACES TO MenuFunction
    MOVE ZERO TO MenuPermission
    EVALUATE TRUE
       WHEN MenuTakeOrder
          MOVE "DELORDER" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuCancelOrder
          MOVE "DELCANCL" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuRouteResults
          MOVE "DELRSLT" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuListOrders
          MOVE "DELLIST" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuShowRoutes
          MOVE "DELSHOW" TO MenuFunction
          MOVE "O" TO MenuRole
    END-EVALUATE
    IF MenuFunction NOT EQUAL SPACES
       CALL "CheckPermission" USING "Listing18-57", MenuFunction, OperatorId,
                                    OperatorRole, MenuRole, MenuPermission
       IF MenuRefused
          DISPLAY "Operator " OperatorId " is not permitted to use "
                  "that function."
       END-IF
    END-IF.

TakeDeliveryOrder.
    DISPLAY "Counter or phone order (C/P) - " WITH NO ADVANCING
    ACCEPT OrderChannel
    MOVE FUNCTION UPPER-CASE(OrderChannel) TO OrderChannel
    IF NOT ChannelValid
       DISPLAY "Please enter C or P."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter the Customer Id - " WITH NO ADVANCING
    ACCEPT OrderCustomerId
    DISPLAY "Enter the Film Id - " WITH NO ADVANCING
    ACCEPT OrderFilmId
    DISPLAY "Enter the format (V, D or B) - " WITH NO ADVANCING
    ACCEPT OrderFormat
    MOVE FUNCTION UPPER-CASE(OrderFormat) TO OrderFormat
    DISPLAY "Enter the delivery area code - " WITH NO ADVANCING
    ACCEPT OrderAreaCode
    MOVE FUNCTION UPPER-CASE(OrderAreaCode) TO OrderAreaCode

    PERFORM ValidateDeliveryOrder
    IF NOT OrderAccepted
       DISPLAY "REFUSED - " RejectReason
       EXIT PARAGRAPH
    END-IF
    PERFORM PriceDeliveryOrder
    MOVE RentalPrice  TO Price-Ed
    MOVE DeliveryFee  TO Fee-Ed
    MOVE DeliveryDate TO Date-Ed
    DISPLAY FilmTitle-FF " for " CustomerFirstName-CF SPACE
            CustomerSurname-CF
    DISPLAY "  Rental " Price-Ed "  delivery fee " Fee-Ed
            "  delivered " Date-Ed " on route " OrderRouteCode
    DISPLAY "Place the order (Y/N) - " WITH NO ADVANCING
    ACCEPT ConfirmReply
    IF NOT OrderConfirmed
       DISPLAY "Order not placed."
       EXIT PARAGRAPH
    END-IF
    PERFORM WriteDeliveryOrder.

ValidateDeliveryOrder.
*> The first reason found is the one given.
    MOVE SPACES TO RejectReason
    MOVE "A" TO BDFunctionCode
    CALL "BusinessDateCalc" USING BDFunctionCode, TodayDate,
                                  BDOtherDate, NextDayCount,
                                  DeliveryDate, BDWorkingFlag
    IF NOT FormatValid
       MOVE "unknown format code" TO RejectReason
       EXIT PARAGRAPH
    END-IF

    MOVE OrderCustomerId TO CustomerId-CF
    READ CustomerFile
       KEY IS CustomerId-CF
       INVALID KEY CONTINUE
    END-READ
    IF NOT CustomerOk
       MOVE "customer not on master" TO RejectReason
       EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
       WHEN CustomerIsSuspended-CF
          MOVE "customer suspended for collections" TO RejectReason
       WHEN CustomerIsMerged-CF
          MOVE "customer merged - use surviving id" TO RejectReason
       WHEN CustomerIsClosed-CF
          MOVE "customer account is closed" TO RejectReason
       WHEN HouseAccount-CF AND PurchaseOrderRef-CF EQUAL SPACES
          MOVE "house account has no purchase order" TO RejectReason
    END-EVALUATE
    IF NOT OrderAccepted
       EXIT PARAGRAPH
    END-IF
    PERFORM CheckForOverdueRentals
    IF CustomerHasOverdue
       MOVE "customer has an overdue rental" TO RejectReason
       EXIT PARAGRAPH
    END-IF

    MOVE OrderAreaCode TO WantedAreaCode
    PERFORM FindArea
    IF NOT AreaWasFound
       MOVE "area not on the delivery map" TO RejectReason
       EXIT PARAGRAPH
    END-IF
    MOVE AreaRouteCode-T(AaIdx) TO OrderRouteCode WantedRouteCode
    PERFORM FindRoute
    IF NOT RouteWasFound
       MOVE "area's route is not on the route table" TO RejectReason
       EXIT PARAGRAPH
    END-IF
    MOVE RouteStoreId-T(RtIdx) TO OrderStoreId

    MOVE OrderFilmId TO FilmId-FF
    READ FilmFile
       KEY IS FilmId-FF
       INVALID KEY CONTINUE
    END-READ
    EVALUATE TRUE
       WHEN NOT FilmOk
          MOVE "film not on file" TO RejectReason
       WHEN NOT FilmIsActive-FF
          MOVE "film not active for rental" TO RejectReason
       WHEN StreetDate-FF IS NUMERIC AND StreetDate-FF > DeliveryDate
          MOVE "film not yet on street" TO RejectReason
       WHEN LicenceEndDate-FF IS NUMERIC AND NOT NoLicenceEnd-FF
            AND LicenceEndDate-FF < DeliveryDate
          MOVE "film licence ends before delivery" TO RejectReason
    END-EVALUATE
    IF NOT OrderAccepted
       EXIT PARAGRAPH
    END-IF

    PERFORM CheckForDuplicateOrder
    IF AlreadyOnOrder
       MOVE "film already on order for customer" TO RejectReason
       EXIT PARAGRAPH
    END-IF
    PERFORM CheckShelfCount
    IF NOT CopyOnShelfAtStore
       MOVE "no copy on the shelf at route's store" TO RejectReason
    END-IF.

CheckForOverdueRentals.
*> The same walk the till makes: any unreturned rental already past
*> its due date stops the order.
    MOVE "N" TO OverdueFound
    MOVE OrderCustomerId TO CustomerId-RF
    MOVE ZEROS TO FilmId-RF CheckoutDate-RF
    START RentalFile KEY IS GREATER THAN OR EQUAL RentalKey-RF
       INVALID KEY SET EndOfRentals TO TRUE
    END-START
    IF NOT EndOfRentals
       READ RentalFile NEXT RECORD
          AT END SET EndOfRentals TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfRentals
                   OR CustomerId-RF NOT EQUAL OrderCustomerId
                   OR CustomerHasOverdue
       IF NotYetReturned-RF AND DueDate-RF < TodayDate
          SET CustomerHasOverdue TO TRUE
       ELSE
          READ RentalFile NEXT RECORD
             AT END SET EndOfRentals TO TRUE
          END-READ
       END-IF
    END-PERFORM.

CheckForDuplicateOrder.
    MOVE "N" TO DuplicateFound
    MOVE OrderCustomerId TO CustomerId-DO
    START DeliveryOrderFile KEY IS EQUAL CustomerId-DO
       INVALID KEY EXIT PARAGRAPH
    END-START
    READ DeliveryOrderFile NEXT RECORD
       AT END SET EndOfDeliveryOrders TO TRUE
    END-READ
    PERFORM UNTIL EndOfDeliveryOrders
                   OR CustomerId-DO NOT EQUAL OrderCustomerId
                   OR AlreadyOnOrder
       IF FilmId-DO EQUAL OrderFilmId
          AND (OrderPending-DO OR OrderOnRoute-DO)
          SET AlreadyOnOrder TO TRUE
       ELSE
          READ DeliveryOrderFile NEXT RECORD
             AT END SET EndOfDeliveryOrders TO TRUE
          END-READ
       END-IF
    END-PERFORM.

CheckShelfCount.
*> Only a look at the count - the night run takes the copy off it.
    MOVE "N" TO ShelfCopyFound
    MOVE ZEROS TO StoreCopyKey
    START StoreCopyFile KEY IS GREATER THAN OR EQUAL StoreCopyKey
       INVALID KEY SET EndOfStoreCopies TO TRUE
    END-START
    IF NOT EndOfStoreCopies
       READ StoreCopyFile NEXT RECORD
          AT END SET EndOfStoreCopies TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfStoreCopies OR CopyOnShelfAtStore
       IF StoreId-SC EQUAL OrderStoreId
          AND FilmId-SC EQUAL OrderFilmId
          AND FormatCode-SC EQUAL OrderFormat
          AND CopyCount-SC > ZERO
          SET CopyOnShelfAtStore TO TRUE
       ELSE
          READ StoreCopyFile NEXT RECORD
             AT END SET EndOfStoreCopies TO TRUE
          END-READ
       END-IF
    END-PERFORM.

PriceDeliveryOrder.
*> CustomerRec-CF and FilmRec-FF still hold what validation read.
    MOVE SPACES TO RentalPromoCode
    IF SubscriptionActive-CF
       MOVE SubscriptionPriceCode TO RentalPromoCode
    END-IF
    CALL "PriceFilmRental" USING BY CONTENT FilmGenre-FF,
                                    FilmYear-FF, RentalFee-FF,
                                    OrderFormat, DeliveryDate,
                                    RentalPromoCode
                                 BY REFERENCE RentalPrice,
                                    PriceRuleApplied
    EVALUATE TRUE
       WHEN GoldTier-CF    MOVE 10 TO TierDiscountPct
       WHEN SilverTier-CF  MOVE 5  TO TierDiscountPct
       WHEN OTHER          MOVE ZEROS TO TierDiscountPct
    END-EVALUATE
    IF TierDiscountPct > ZEROS
       COMPUTE RentalPrice ROUNDED =
               RentalPrice * (100 - TierDiscountPct) / 100
    END-IF
    CALL "PriceFilmRental" USING BY CONTENT FilmGenre-FF,
                                    FilmYear-FF, RentalFee-FF,
                                    NoFormatCode, DeliveryDate,
                                    DeliveryPriceCode
                                 BY REFERENCE DeliveryFee,
                                    FeeRuleApplied.

WriteDeliveryOrder.
    PERFORM TakeNextOrderNum
    MOVE OrderCustomerId TO TargetCustomerId
    PERFORM FindNextARItemSeqNum
    INITIALIZE DeliveryOrderRec-DO
    MOVE NextOrderNum     TO OrderNum-DO
    MOVE OrderCustomerId  TO CustomerId-DO
    MOVE OrderFilmId      TO FilmId-DO
    MOVE OrderFormat      TO FormatCode-DO
    MOVE OrderAreaCode    TO AreaCode-DO
    MOVE OrderRouteCode   TO RouteCode-DO
    MOVE OrderStoreId     TO StoreId-DO
    MOVE OrderChannel     TO OrderChannel-DO
    MOVE TodayDate        TO OrderDate-DO
    MOVE DeliveryDate     TO DeliveryDate-DO
    MOVE RentalPrice      TO RentalPrice-DO
    MOVE PriceRuleApplied TO PriceRuleId-DO
    MOVE DeliveryFee      TO DeliveryFee-DO
    MOVE FeeRuleApplied   TO FeeRuleId-DO
    IF DeliveryFee > ZEROS
       MOVE NextARItemSeqNum TO FeeItemSeqNum-DO
    END-IF
    SET OrderPending-DO   TO TRUE
    MOVE OperatorId       TO OperatorId-DO
    WRITE DeliveryOrderRec-DO
       INVALID KEY
          DISPLAY "-DO ERROR Status = " DeliveryOrderStatus
       NOT INVALID KEY
          MOVE SPACES TO JrnBeforeImage
          MOVE DeliveryOrderRec-DO TO JrnAfterImage
          CALL "JournalUpdate" USING "Listing18-57", OperatorId,
                "DelivOrders ", "W", JrnBeforeImage, JrnAfterImage
          IF DeliveryFee > ZEROS
             PERFORM PostDeliveryFeeItem
          END-IF
          DISPLAY "Delivery order " NextOrderNum " placed."
    END-WRITE.

TakeNextOrderNum.
*> The number is taken and saved at once, so the desk and the
*> Listing18-58 web import never issue the same one.
    MOVE ZEROS TO NextOrderNum
    OPEN INPUT OrderNumFile
    IF OrderNumStatus EQUAL "00"
       READ OrderNumFile
          AT END CONTINUE
          NOT AT END MOVE OrderNumRec TO NextOrderNum
       END-READ
    END-IF
    CLOSE OrderNumFile
    ADD 1 TO NextOrderNum
    OPEN OUTPUT OrderNumFile
    MOVE NextOrderNum TO OrderNumRec
    WRITE OrderNumRec
    CLOSE OrderNumFile.

PostDeliveryFeeItem.
*> The fee bills no rental, so the item carries no film or checkout
*> date; it is dated on the first open day if the period is closed.
    MOVE TodayDate TO PostingDate
    MOVE SPACES TO PostingRef
    STRING "Delivery order " DELIMITED BY SIZE
           NextOrderNum DELIMITED BY SIZE
      INTO PostingRef
    END-STRING
    CALL "CheckPostingPeriod" USING "Listing18-57", PostingRef, "M",
                                    PostingDate, PeriodResult
    INITIALIZE ARItemRec-AR
    MOVE OrderCustomerId   TO CustomerId-AR
    MOVE NextARItemSeqNum  TO ARItemSeqNum-AR
    MOVE PostingDate       TO ARItemDate-AR
    SET ARDeliveryFeeItem-AR TO TRUE
    MOVE ZEROS             TO FilmId-AR CheckoutDate-AR
    MOVE DeliveryFee       TO ARItemAmount-AR
    MOVE DeliveryFee       TO ARItemOpenAmount-AR
    SET ARItemOpen-AR      TO TRUE
    WRITE ARItemRec-AR
       INVALID KEY DISPLAY "-AR ERROR Status = " ARLedgerStatus
       NOT INVALID KEY
          PERFORM WriteDelivFeeRecord
          MOVE SPACES TO JrnBeforeImage
          MOVE ARItemRec-AR TO JrnAfterImage
          CALL "JournalUpdate" USING "Listing18-57", OperatorId,
                "ARLedger    ", "W", JrnBeforeImage, JrnAfterImage
    END-WRITE.

WriteDelivFeeRecord.
*> The register of fees charged and credited that Listing17-45 posts
*> to the general ledger.
    OPEN EXTEND DelivFeeFile
    IF DelivFeeStatus EQUAL "35"
       CLOSE DelivFeeFile
       OPEN OUTPUT DelivFeeFile
    END-IF
    MOVE PostingDate TO PostedDate-DV
    MOVE DeliveryFee TO ChargedAmount-DV
    MOVE ZEROS       TO CreditedAmount-DV
    WRITE DelivFeeRec
    CLOSE DelivFeeFile.

FindNextARItemSeqNum.
*> One past the highest sequence number on the customer's ledger,
*> the same scan Listing17-27 and Listing17-84 use.
    MOVE ZEROS TO NextARItemSeqNum
    MOVE TargetCustomerId TO CustomerId-AR
    MOVE ZEROS            TO ARItemSeqNum-AR
    START ARLedgerFile KEY IS GREATER THAN OR EQUAL ARItemKey-AR
       INVALID KEY SET EndOfARItems TO TRUE
    END-START
    IF NOT EndOfARItems
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfARItems
                   OR CustomerId-AR NOT EQUAL TargetCustomerId
       MOVE ARItemSeqNum-AR TO NextARItemSeqNum
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
    END-PERFORM
    ADD 1 TO NextARItemSeqNum.

CancelDeliveryOrder.
*> Once the night run has picked the copy the order is the van's,
*> and its result is recorded from the route.
    DISPLAY "Enter the order number - " WITH NO ADVANCING
    ACCEPT EnteredOrderNum
    MOVE EnteredOrderNum TO OrderNum-DO
    READ DeliveryOrderFile
       KEY IS OrderNum-DO
       INVALID KEY
          DISPLAY "No delivery order " EnteredOrderNum "."
          EXIT PARAGRAPH
    END-READ
    IF NOT OrderPending-DO
       DISPLAY "REFUSED - order " EnteredOrderNum
               " is no longer waiting to go out."
       EXIT PARAGRAPH
    END-IF
    MOVE "DLC" TO CreditReasonCode
    PERFORM CreditDeliveryFee
    MOVE DeliveryOrderRec-DO TO JrnBeforeImage
    SET OrderCancelled-DO TO TRUE
    MOVE TodayDate TO OutcomeDate-DO
    MOVE "Cancelled at desk" TO OutcomeReason-DO
    MOVE OperatorId TO OperatorId-DO
    PERFORM RewriteDeliveryOrder
    DISPLAY "Order " EnteredOrderNum " cancelled.".

RecordRouteResults.
*> Every order the night run sent out on the route that day is
*> offered in turn; one left blank stays on the route to be
*> recorded later.
    DISPLAY "Enter the delivery date (YYYYMMDD, 0 = today) - "
            WITH NO ADVANCING
    ACCEPT ResultDate
    IF ResultDate EQUAL ZEROS
       MOVE TodayDate TO ResultDate
    END-IF
    DISPLAY "Enter the route code - " WITH NO ADVANCING
    ACCEPT ResultRouteCode
    MOVE FUNCTION UPPER-CASE(ResultRouteCode) TO ResultRouteCode
    MOVE ZEROS TO OrdersOnRoute
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
       IF OrderOnRoute-DO
          AND RouteCode-DO EQUAL ResultRouteCode
          AND DeliveryDate-DO EQUAL ResultDate
          ADD 1 TO OrdersOnRoute
          PERFORM RecordOneResult
       END-IF
       READ DeliveryOrderFile NEXT RECORD
          AT END SET EndOfDeliveryOrders TO TRUE
       END-READ
    END-PERFORM
    IF OrdersOnRoute EQUAL ZEROS
       DISPLAY "No orders out on route " ResultRouteCode " for "
               ResultDate "."
    END-IF.

RecordOneResult.
    DISPLAY "Order " OrderNum-DO "  customer " CustomerId-DO
            "  film " FilmId-DO " " FormatCode-DO
            "  copy " Barcode-DO "  area " AreaCode-DO
    DISPLAY "  Delivered, Failed or blank to leave (D/F) - "
            WITH NO ADVANCING
    ACCEPT ResultReply
    EVALUATE TRUE
       WHEN ReplyDelivered
          PERFORM RecordDelivered
       WHEN ReplyFailed
          DISPLAY "  Reason (e.g. NOBODY HOME) - " WITH NO ADVANCING
          ACCEPT ResultReason
          PERFORM RecordFailed
       WHEN OTHER
          DISPLAY "  Left on the route."
    END-EVALUATE.

RecordDelivered.
*> The rental is written as the till writes it, checked out on the
*> delivery date at the route's store. No till took it, so it has
*> no checkout time or session.
    MOVE FilmId-DO TO FilmId-FF
    READ FilmFile
       KEY IS FilmId-FF
       INVALID KEY CONTINUE
    END-READ
    IF NOT FilmOk
       DISPLAY "  -FF ERROR Status = " FilmStatus " - left on the route."
       EXIT PARAGRAPH
    END-IF
    INITIALIZE RentalRec-RF
    MOVE CustomerId-DO      TO CustomerId-RF
    MOVE FilmId-DO          TO FilmId-RF
    MOVE DeliveryDate-DO    TO CheckoutDate-RF
    CALL "LoanPeriodForFilm" USING BY CONTENT FilmGenre-FF,
                                      FilmYear-FF, FilmStatusCode-FF
                                   BY REFERENCE LoanPeriodDays,
                                      LoanRuleApplied
    MOVE "A" TO BDFunctionCode
    CALL "BusinessDateCalc" USING BDFunctionCode, DeliveryDate-DO,
                                  BDOtherDate, LoanPeriodDays,
                                  DueDate-RF, BDWorkingFlag
    MOVE ZEROS              TO ReturnDate-RF
    MOVE StoreId-DO         TO StoreId-RF
    MOVE Barcode-DO         TO Barcode-RF
    MOVE FormatCode-DO      TO FormatCode-RF
    MOVE CustomerId-DO      TO CardholderId-RF
    MOVE RentalPrice-DO     TO PriceCharged-RF
    MOVE PriceRuleId-DO     TO PriceRuleId-RF
    WRITE RentalRec-RF
       INVALID KEY
          DISPLAY "  -RF ERROR Status = " RentalStatus
                  " - left on the route."
       NOT INVALID KEY
          MOVE SPACES TO JrnBeforeImage
          MOVE RentalRec-RF TO JrnAfterImage
          CALL "JournalUpdate" USING "Listing18-57", OperatorId,
                "RentalFile  ", "W", JrnBeforeImage, JrnAfterImage
          CALL "MaintainOpenRental" USING "S", RentalRec-RF
          MOVE DeliveryOrderRec-DO TO JrnBeforeImage
          SET OrderDelivered-DO TO TRUE
          MOVE TodayDate TO OutcomeDate-DO
          MOVE SPACES TO OutcomeReason-DO
          MOVE OperatorId TO OperatorId-DO
          PERFORM RewriteDeliveryOrder
          MOVE DueDate-RF TO Date-Ed
          DISPLAY "  Delivered - rental due back " Date-Ed "."
    END-WRITE.

RecordFailed.
    PERFORM PutCopyBackOnCount
    IF Barcode-DO NOT EQUAL ZEROS
       PERFORM PutCopyBackOnShelf
    END-IF
    MOVE "DLF" TO CreditReasonCode
    PERFORM CreditDeliveryFee
    MOVE DeliveryOrderRec-DO TO JrnBeforeImage
    SET OrderFailed-DO TO TRUE
    MOVE TodayDate TO OutcomeDate-DO
    MOVE ResultReason TO OutcomeReason-DO
    MOVE OperatorId TO OperatorId-DO
    PERFORM RewriteDeliveryOrder
    DISPLAY "  Failed - copy back on the shelf at store " StoreId-DO
            ", fee credited.".

PutCopyBackOnCount.
    MOVE "N" TO CountSlotFound
    MOVE ZEROS TO StoreCopyKey
    START StoreCopyFile KEY IS GREATER THAN OR EQUAL StoreCopyKey
       INVALID KEY SET EndOfStoreCopies TO TRUE
    END-START
    IF NOT EndOfStoreCopies
       READ StoreCopyFile NEXT RECORD
          AT END SET EndOfStoreCopies TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfStoreCopies OR CountSlotUpdated
       IF StoreId-SC EQUAL StoreId-DO
          AND FilmId-SC EQUAL FilmId-DO
          AND FormatCode-SC EQUAL FormatCode-DO
          MOVE SPACES TO JrnBeforeImage
          MOVE StoreCopyRec TO JrnBeforeImage
          ADD 1 TO CopyCount-SC
          REWRITE StoreCopyRec
             INVALID KEY DISPLAY "-SC ERROR Status = " StoreCopyStatus
             NOT INVALID KEY
                MOVE SPACES TO JrnAfterImage
                MOVE StoreCopyRec TO JrnAfterImage
                CALL "JournalUpdate" USING "Listing18-57", OperatorId,
                      "StoreCopy   ", "R", JrnBeforeImage,
                      JrnAfterImage
          END-REWRITE
          SET CountSlotUpdated TO TRUE
       ELSE
          READ StoreCopyFile NEXT RECORD
             AT END SET EndOfStoreCopies TO TRUE
          END-READ
       END-IF
    END-PERFORM
    IF NOT CountSlotUpdated
       DISPLAY "  NOTE - no shelf count for film " FilmId-DO
               " at store " StoreId-DO "; count it in by hand."
    END-IF.

PutCopyBackOnShelf.
    MOVE Barcode-DO TO Barcode-CP
    READ CopyMasterFile
       KEY IS Barcode-CP
       INVALID KEY
          DISPLAY "  Barcode " Barcode-DO " is not on the copy master."
          EXIT PARAGRAPH
    END-READ
    MOVE SPACES TO JrnBeforeImage
    MOVE CopyMasterRec-CP TO JrnBeforeImage
    SET CopyIsOnShelf-CP TO TRUE
    REWRITE CopyMasterRec-CP
       INVALID KEY DISPLAY "-CP ERROR Status = " CopyMasterStatus
       NOT INVALID KEY
          MOVE SPACES TO JrnAfterImage
          MOVE CopyMasterRec-CP TO JrnAfterImage
          CALL "JournalUpdate" USING "Listing18-57", OperatorId,
                "CopyMaster  ", "R", JrnBeforeImage, JrnAfterImage
    END-REWRITE.

CreditDeliveryFee.
*> The fee item is reduced to nothing and the credit recorded as a
*> delivery-fee adjustment, the same audit trail Listing17-32 keeps
*> for its waivers. The adjustment belongs to no store, as the fee
*> item itself does not.
    IF FeeItemSeqNum-DO EQUAL ZEROS
       EXIT PARAGRAPH
    END-IF
    MOVE CustomerId-DO    TO CustomerId-AR
    MOVE FeeItemSeqNum-DO TO ARItemSeqNum-AR
    READ ARLedgerFile
       KEY IS ARItemKey-AR
       INVALID KEY
          DISPLAY "  No fee item " FeeItemSeqNum-DO " on customer "
                  CustomerId-DO "'s account."
          EXIT PARAGRAPH
    END-READ
    IF NOT ARDeliveryFeeItem-AR OR ARItemAmount-AR EQUAL ZEROS
       EXIT PARAGRAPH
    END-IF
    MOVE ARItemRec-AR TO JrnBeforeImage
    MOVE ARItemAmount-AR TO CreditAmount
    PERFORM WriteFeeCreditAdjustment
    MOVE ZEROS TO ARItemOpenAmount-AR
    MOVE ZEROS TO ARItemAmount-AR
    SET ARItemPaid-AR TO TRUE
    SET ARItemWasAdjusted-AR TO TRUE
    REWRITE ARItemRec-AR
       INVALID KEY DISPLAY "-AR ERROR Status = " ARLedgerStatus
       NOT INVALID KEY
          MOVE ARItemRec-AR TO JrnAfterImage
          CALL "JournalUpdate" USING "Listing18-57", OperatorId,
                "ARLedger    ", "R", JrnBeforeImage, JrnAfterImage
    END-REWRITE.

WriteFeeCreditAdjustment.
    MOVE ZEROS TO NextAdjustmentNum
    OPEN INPUT AdjNumFile
    IF AdjNumStatus EQUAL "00"
       READ AdjNumFile
          AT END CONTINUE
          NOT AT END MOVE AdjNumRec TO NextAdjustmentNum
       END-READ
    END-IF
    CLOSE AdjNumFile
    ADD 1 TO NextAdjustmentNum
    OPEN OUTPUT AdjNumFile
    MOVE NextAdjustmentNum TO AdjNumRec
    WRITE AdjNumRec
    CLOSE AdjNumFile
    MOVE TodayDate TO PostingDate
    MOVE SPACES TO PostingRef
    STRING "Adjustment " DELIMITED BY SIZE
           NextAdjustmentNum DELIMITED BY SIZE
      INTO PostingRef
    END-STRING
    CALL "CheckPostingPeriod" USING "Listing18-57", PostingRef, "M",
                                    PostingDate, PeriodResult
    OPEN EXTEND AdjustmentsFile
    IF AdjustmentsStatus EQUAL "35"
       CLOSE AdjustmentsFile
       OPEN OUTPUT AdjustmentsFile
    END-IF
    INITIALIZE AdjustmentRec-AJ
    MOVE NextAdjustmentNum TO AdjustmentNum-AJ
    MOVE PostingDate       TO AdjustmentDate-AJ
    MOVE OperatorId        TO OperatorId-AJ
    MOVE OperatorId        TO SupervisorId-AJ
    MOVE CustomerId-DO     TO CustomerId-AJ
    MOVE ZEROS             TO FilmId-AJ CheckoutDate-AJ
    MOVE CreditReasonCode  TO ReasonCode-AJ
    MOVE CreditAmount      TO AmountBefore-AJ
    MOVE ZEROS             TO AmountAfter-AJ
    MOVE CreditAmount      TO AmountWaived-AJ
    MOVE ZEROS             TO StoreId-AJ
    SET DeliveryFeeAdjusted-AJ TO TRUE
    WRITE AdjustmentRec-AJ
    CLOSE AdjustmentsFile
    PERFORM WriteDelivFeeCredit.

WriteDelivFeeCredit.
    OPEN EXTEND DelivFeeFile
    IF DelivFeeStatus EQUAL "35"
       CLOSE DelivFeeFile
       OPEN OUTPUT DelivFeeFile
    END-IF
    MOVE PostingDate  TO PostedDate-DV
    MOVE ZEROS        TO ChargedAmount-DV
    MOVE CreditAmount TO CreditedAmount-DV
    WRITE DelivFeeRec
    CLOSE DelivFeeFile.

RewriteDeliveryOrder.
*> The caller has put the before image in JrnBeforeImage.
    REWRITE DeliveryOrderRec-DO
       INVALID KEY DISPLAY "-DO ERROR Status = " DeliveryOrderStatus
       NOT INVALID KEY
          MOVE DeliveryOrderRec-DO TO JrnAfterImage
          CALL "JournalUpdate" USING "Listing18-57", OperatorId,
                "DelivOrders ", "R", JrnBeforeImage, JrnAfterImage
    END-REWRITE.

ListCustomerOrders.
    DISPLAY "Enter the Customer Id - " WITH NO ADVANCING
    ACCEPT OrderCustomerId
    MOVE ZEROS TO OrdersListed
    MOVE OrderCustomerId TO CustomerId-DO
    START DeliveryOrderFile KEY IS EQUAL CustomerId-DO
       INVALID KEY
          DISPLAY "No delivery orders for customer " OrderCustomerId
          EXIT PARAGRAPH
    END-START
    READ DeliveryOrderFile NEXT RECORD
       AT END SET EndOfDeliveryOrders TO TRUE
    END-READ
    PERFORM UNTIL EndOfDeliveryOrders
                   OR CustomerId-DO NOT EQUAL OrderCustomerId
       ADD 1 TO OrdersListed
       EVALUATE TRUE
          WHEN OrderPending-DO    MOVE "Pending"    TO OrderStateText
          WHEN OrderOnRoute-DO    MOVE "On route"   TO OrderStateText
          WHEN OrderDelivered-DO  MOVE "Delivered"  TO OrderStateText
          WHEN OrderFailed-DO     MOVE "Failed"     TO OrderStateText
          WHEN OrderCancelled-DO  MOVE "Cancelled"  TO OrderStateText
          WHEN OTHER              MOVE "Unknown"    TO OrderStateText
       END-EVALUATE
       MOVE DeliveryDate-DO TO Date-Ed
       MOVE DeliveryFee-DO  TO Fee-Ed
       DISPLAY "  " OrderNum-DO "  film " FilmId-DO " " FormatCode-DO
               "  " Date-Ed "  route " RouteCode-DO
               "  fee " Fee-Ed "  " OrderStateText
               SPACE OutcomeReason-DO
       READ DeliveryOrderFile NEXT RECORD
          AT END SET EndOfDeliveryOrders TO TRUE
       END-READ
    END-PERFORM
    DISPLAY OrdersListed " order(s).".

MaintainRoute.
    CALL "CheckPermission" USING "Listing18-57", "DELROUTE", OperatorId,
                                 OperatorRole, "S", RoutePermission
    IF RouteMaintRefused
       DISPLAY "REFUSED - you may not change the delivery routes."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter the route code - " WITH NO ADVANCING
    ACCEPT WantedRouteCode
    MOVE FUNCTION UPPER-CASE(WantedRouteCode) TO WantedRouteCode
    PERFORM FindRoute
    IF RouteWasFound
       DISPLAY "Changing " RouteCode-T(RtIdx) SPACE RouteName-T(RtIdx)
    ELSE
       IF RouteCount NOT < 30
          DISPLAY "The route table is full - not added."
          EXIT PARAGRAPH
       END-IF
    END-IF
    DISPLAY "Enter the route name - " WITH NO ADVANCING
    ACCEPT EnteredRouteName
    DISPLAY "Enter the Store Id it runs from - " WITH NO ADVANCING
    ACCEPT EnteredStoreId
    DISPLAY "Enter the standing driver's badge (0 = none) - "
            WITH NO ADVANCING
    ACCEPT EnteredBadgeNum
    DISPLAY "Enter the standing vehicle number (0 = none) - "
            WITH NO ADVANCING
    ACCEPT EnteredVehicleNum
    DISPLAY "Enter the departure time (HHMM) - " WITH NO ADVANCING
    ACCEPT EnteredDepartTime
    IF NOT RouteWasFound
       ADD 1 TO RouteCount
       SET RtIdx TO RouteCount
       MOVE WantedRouteCode TO RouteCode-T(RtIdx)
    END-IF
    MOVE EnteredRouteName  TO RouteName-T(RtIdx)
    MOVE EnteredStoreId    TO RouteStoreId-T(RtIdx)
    MOVE EnteredBadgeNum   TO BadgeNum-T(RtIdx)
    MOVE EnteredVehicleNum TO VehicleNum-T(RtIdx)
    MOVE EnteredDepartTime TO DepartTime-T(RtIdx)
    PERFORM SaveRouteTable
    DISPLAY "Route saved.".

MaintainArea.
    CALL "CheckPermission" USING "Listing18-57", "DELROUTE", OperatorId,
                                 OperatorRole, "S", RoutePermission
    IF RouteMaintRefused
       DISPLAY "REFUSED - you may not change the delivery areas."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter the area code - " WITH NO ADVANCING
    ACCEPT WantedAreaCode
    MOVE FUNCTION UPPER-CASE(WantedAreaCode) TO WantedAreaCode
    PERFORM FindArea
    IF AreaWasFound
       DISPLAY "Changing " AreaCode-T(AaIdx) SPACE AreaName-T(AaIdx)
    ELSE
       IF AreaCount NOT < 100
          DISPLAY "The area table is full - not added."
          EXIT PARAGRAPH
       END-IF
    END-IF
    DISPLAY "Enter the area name - " WITH NO ADVANCING
    ACCEPT EnteredAreaName
    DISPLAY "Enter the route that serves it - " WITH NO ADVANCING
    ACCEPT WantedRouteCode
    MOVE FUNCTION UPPER-CASE(WantedRouteCode) TO WantedRouteCode
    PERFORM FindRoute
    IF NOT RouteWasFound
       DISPLAY "No route " WantedRouteCode " - add the route first."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter its stop order on the route (1 = first) - "
            WITH NO ADVANCING
    ACCEPT EnteredStopOrder
    IF NOT AreaWasFound
       ADD 1 TO AreaCount
       SET AaIdx TO AreaCount
       MOVE WantedAreaCode TO AreaCode-T(AaIdx)
    END-IF
    MOVE EnteredAreaName  TO AreaName-T(AaIdx)
    MOVE WantedRouteCode  TO AreaRouteCode-T(AaIdx)
    MOVE EnteredStopOrder TO StopOrder-T(AaIdx)
    PERFORM SaveAreaTable
    DISPLAY "Area saved.".

ShowRoutesAndAreas.
    PERFORM VARYING RtIdx FROM 1 BY 1 UNTIL RtIdx > RouteCount
       DISPLAY "Route " RouteCode-T(RtIdx) SPACE RouteName-T(RtIdx)
               "  store " RouteStoreId-T(RtIdx)
               "  driver " BadgeNum-T(RtIdx)
               "  vehicle " VehicleNum-T(RtIdx)
               "  departs " DepartTime-T(RtIdx)
       PERFORM VARYING AaIdx FROM 1 BY 1 UNTIL AaIdx > AreaCount
          IF AreaRouteCode-T(AaIdx) EQUAL RouteCode-T(RtIdx)
             DISPLAY "    stop " StopOrder-T(AaIdx) "  "
                     AreaCode-T(AaIdx) SPACE AreaName-T(AaIdx)
          END-IF
       END-PERFORM
    END-PERFORM.

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

LoadRouteTable.
    MOVE ZEROS TO RouteCount
    OPEN INPUT RouteFile
    IF RouteStatus NOT EQUAL "00"
       CLOSE RouteFile
       PERFORM SeedRouteFile
       OPEN INPUT RouteFile
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
       END-IF
       READ RouteFile
          AT END SET EndOfRouteFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE RouteFile.

SaveRouteTable.
    OPEN OUTPUT RouteFile
    PERFORM VARYING RtIdx FROM 1 BY 1 UNTIL RtIdx > RouteCount
       MOVE RouteCode-T(RtIdx)    TO RouteCode-RT
       MOVE RouteName-T(RtIdx)    TO RouteName-RT
       MOVE RouteStoreId-T(RtIdx) TO StoreId-RT
       MOVE BadgeNum-T(RtIdx)     TO BadgeNum-RT
       MOVE VehicleNum-T(RtIdx)   TO VehicleNum-RT
       MOVE DepartTime-T(RtIdx)   TO DepartTime-RT
       WRITE RouteRec
    END-PERFORM
    CLOSE RouteFile.

SeedRouteFile.
*> Store 01 starts with two runs and no standing crew; the driver and
*> vehicle are filled in from the menu once Listing17-66 has them.
    OPEN OUTPUT RouteFile
    MOVE "NORTH Northside run       010000000000000930" TO RouteRec
    WRITE RouteRec
    MOVE "SOUTH Southside run       010000000000001000" TO RouteRec
    WRITE RouteRec
    CLOSE RouteFile.

LoadAreaTable.
    MOVE ZEROS TO AreaCount
    OPEN INPUT AreaFile
    IF AreaStatus NOT EQUAL "00"
       CLOSE AreaFile
       PERFORM SeedAreaFile
       OPEN INPUT AreaFile
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

SaveAreaTable.
    OPEN OUTPUT AreaFile
    PERFORM VARYING AaIdx FROM 1 BY 1 UNTIL AaIdx > AreaCount
       MOVE AreaCode-T(AaIdx)      TO AreaCode-DA
       MOVE AreaName-T(AaIdx)      TO AreaName-DA
       MOVE AreaRouteCode-T(AaIdx) TO RouteCode-DA
       MOVE StopOrder-T(AaIdx)     TO StopOrder-DA
       WRITE AreaRec
    END-PERFORM
    CLOSE AreaFile.

SeedAreaFile.
    OPEN OUTPUT AreaFile
    MOVE "N01 Riverside           NORTH 001" TO AreaRec
    WRITE AreaRec
    MOVE "N02 Hillcrest           NORTH 002" TO AreaRec
    WRITE AreaRec
    MOVE "S01 Old Town            SOUTH 001" TO AreaRec
    WRITE AreaRec
    MOVE "S02 Harbour             SOUTH 002" TO AreaRec
    WRITE AreaRec
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
PROGRAM-ID. PriceFilmRental.
AUTHOR. Michael Coughlan.
*> Resolves the price actually charged for a rental. The rules live
*> on a LINE SEQUENTIAL file (seeded with the launch promotions the
*> first time anything asks, like Listing9-3's RateFile) and are
*> matched in rule-number order against the pricing date's day of
*> week, the film's genre and year band, and any promo code given;
*> the first matching rule wins, adjusting the base RentalFee-FF by
*> a percentage or replacing it with a flat price. No matching rule
*> means the base rate stands. WORKING-STORAGE is not INITIAL, so
*> the table loads once per run. A subscriber's rental is covered by
*> the monthly plan fee: the till passes the reserved subscription
*> code in place of a promo code, and that prices at zero under its
*> own rule number ahead of anything in the table.
*> A title stocked on several formats rents at a different base fee
*> on each: a second small file, seeded the same way, gives each
*> format either an amount added to RentalFee-FF or a flat base fee
*> that replaces it, and the rules then work from that base. A format
*> not on the file (or passed as spaces) leaves RentalFee-FF alone.
*> The home-delivery fee is priced here too, so that it can be
*> promoted like a rental: the caller passes the reserved delivery
*> code, and the standard fee is charged under its own rule number
*> unless a table rule carrying that same code matches. The general
*> rules (Saturday discount and so on) never touch the fee.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PriceRuleFile ASSIGN TO "Listing17-46PriceRules.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS PriceRuleStatus.

    SELECT FormatFeeFile ASSIGN TO "Listing17-46FormatFees.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS FormatFeeStatus.

DATA DIVISION.
FILE SECTION.
FD  PriceRuleFile.
01  PriceRuleRec.
    02  RuleId-PR              PIC 9(3).
    02  EffectiveFrom-PR       PIC 9(8).
    02  EffectiveTo-PR         PIC 9(8).
    02  DayOfWeek-PR           PIC 9.
    02  Genre-PR               PIC X(10).
    02  YearFrom-PR            PIC 9(4).
    02  YearTo-PR              PIC 9(4).
    02  PromoCode-PR           PIC X(6).
    02  AdjustType-PR          PIC X.
    02  AdjustAmount-PR        PIC 9(3)V99.

FD  FormatFeeFile.
01  FormatFeeRec.
    02  FormatCode-FE          PIC X.
    02  FormatName-FE          PIC X(10).
    02  FeeType-FE             PIC X.
    02  FeeAmount-FE           PIC 9(3)V99.

WORKING-STORAGE SECTION.
01  PriceRuleStatus            PIC XX.
    88  EndOfPriceRules          VALUE "10".

01  FormatFeeStatus            PIC XX.
    88  EndOfFormatFees          VALUE "10".

01  TableLoaded                PIC X VALUE "N".
    88  TableAlreadyLoaded       VALUE "Y".

01  RuleTable.
    02  RuleCount              PIC 99 VALUE ZERO.
    02  RuleEntry OCCURS 20 TIMES INDEXED BY RuleIdx.
        03  RuleId-T           PIC 9(3).
        03  EffectiveFrom-T    PIC 9(8).
        03  EffectiveTo-T      PIC 9(8).
        03  DayOfWeek-T        PIC 9.
        03  Genre-T            PIC X(10).
        03  YearFrom-T         PIC 9(4).
        03  YearTo-T           PIC 9(4).
        03  PromoCode-T        PIC X(6).
        03  AdjustType-T       PIC X.
           88  PercentRule-T     VALUE "P".
           88  FlatPriceRule-T   VALUE "F".
        03  AdjustAmount-T     PIC 9(3)V99.

01  FormatFeeTable.
    02  FormatFeeCount         PIC 9 VALUE ZERO.
    02  FormatFeeEntry OCCURS 9 TIMES INDEXED BY FmtIdx.
        03  FormatCode-T       PIC X.
        03  FeeType-T          PIC X.
           88  FlatFormatFee-T   VALUE "F".
           88  AddedFormatFee-T  VALUE "A".
        03  FeeAmount-T        PIC 9(3)V99.
01  FormatBaseFee              PIC 9(3)V99.

*> Integer day 1 (1601-01-01) was a Monday, so MOD(int - 1, 7) + 1
*> gives 1=Monday .. 7=Sunday.
01  PriceDayOfWeek             PIC 9.
01  RuleMatches                PIC X.
    88  RuleDoesMatch            VALUE "Y".

01  SubscriptionPriceCode      PIC X(6) VALUE "SUBSCR".
01  SubscriptionRuleId         PIC 9(3) VALUE 900.
01  DeliveryPriceCode          PIC X(6) VALUE "DELIVR".
01  DeliveryBaseFee            PIC 9(3)V99 VALUE 3.99.
01  DeliveryRuleId             PIC 9(3) VALUE 901.

LINKAGE SECTION.
01  FilmGenre-IO               PIC X(10).
01  FilmYear-IO                PIC 9(4).
01  BaseFee-IO                 PIC 9(3)V99.
01  FormatCode-IO              PIC X.
01  PriceDate-IO               PIC 9(8).
01  PromoCode-IO               PIC X(6).
01  PriceOut-IO                PIC 9(3)V99.
01  RuleIdOut-IO               PIC 9(3).

PROCEDURE DIVISION USING FilmGenre-IO, FilmYear-IO, BaseFee-IO,
                          FormatCode-IO, PriceDate-IO, PromoCode-IO,
                          PriceOut-IO, RuleIdOut-IO.
Begin.
   IF NOT TableAlreadyLoaded
      PERFORM LoadRuleTable
      PERFORM LoadFormatFeeTable
      MOVE "Y" TO TableLoaded
   END-IF

   COMPUTE PriceDayOfWeek =
           FUNCTION MOD(FUNCTION INTEGER-OF-DATE(PriceDate-IO) - 1, 7)
           + 1

   MOVE BaseFee-IO TO FormatBaseFee
   PERFORM VARYING FmtIdx FROM 1 BY 1 UNTIL FmtIdx > FormatFeeCount
      IF FormatCode-T(FmtIdx) EQUAL FormatCode-IO
         IF FlatFormatFee-T(FmtIdx)
            MOVE FeeAmount-T(FmtIdx) TO FormatBaseFee
         ELSE
            ADD FeeAmount-T(FmtIdx) TO FormatBaseFee
         END-IF
         EXIT PERFORM
      END-IF
   END-PERFORM
   MOVE FormatBaseFee TO PriceOut-IO
   MOVE ZEROS      TO RuleIdOut-IO
   IF PromoCode-IO EQUAL SubscriptionPriceCode
      MOVE ZEROS              TO PriceOut-IO
      MOVE SubscriptionRuleId TO RuleIdOut-IO
      EXIT PROGRAM
   END-IF
   IF PromoCode-IO EQUAL DeliveryPriceCode
      PERFORM PriceDeliveryFee
      EXIT PROGRAM
   END-IF
   PERFORM VARYING RuleIdx FROM 1 BY 1 UNTIL RuleIdx > RuleCount
      PERFORM TestRuleMatch
      IF RuleDoesMatch
         PERFORM ApplyRule
         EXIT PERFORM
      END-IF
   END-PERFORM
   EXIT PROGRAM.

PriceDeliveryFee.
   MOVE DeliveryBaseFee TO FormatBaseFee
   MOVE DeliveryBaseFee TO PriceOut-IO
   MOVE DeliveryRuleId  TO RuleIdOut-IO
   PERFORM VARYING RuleIdx FROM 1 BY 1 UNTIL RuleIdx > RuleCount
      IF PromoCode-T(RuleIdx) EQUAL DeliveryPriceCode
         PERFORM TestRuleMatch
         IF RuleDoesMatch
            PERFORM ApplyRule
            EXIT PERFORM
         END-IF
      END-IF
   END-PERFORM.

TestRuleMatch.
   MOVE "Y" TO RuleMatches
   IF PriceDate-IO < EffectiveFrom-T(RuleIdx)
      OR PriceDate-IO > EffectiveTo-T(RuleIdx)
      MOVE "N" TO RuleMatches
   END-IF
   IF DayOfWeek-T(RuleIdx) NOT EQUAL ZERO
      AND DayOfWeek-T(RuleIdx) NOT EQUAL PriceDayOfWeek
      MOVE "N" TO RuleMatches
   END-IF
   IF Genre-T(RuleIdx) NOT EQUAL SPACES
      AND Genre-T(RuleIdx) NOT EQUAL FilmGenre-IO
      MOVE "N" TO RuleMatches
   END-IF
   IF YearFrom-T(RuleIdx) NOT EQUAL ZEROS
      AND FilmYear-IO < YearFrom-T(RuleIdx)
      MOVE "N" TO RuleMatches
   END-IF
   IF YearTo-T(RuleIdx) NOT EQUAL ZEROS
      AND FilmYear-IO > YearTo-T(RuleIdx)
      MOVE "N" TO RuleMatches
   END-IF
   IF PromoCode-T(RuleIdx) NOT EQUAL SPACES
      AND PromoCode-T(RuleIdx) NOT EQUAL PromoCode-IO
      MOVE "N" TO RuleMatches
   END-IF.

ApplyRule.
   MOVE RuleId-T(RuleIdx) TO RuleIdOut-IO
   IF FlatPriceRule-T(RuleIdx)
      MOVE AdjustAmount-T(RuleIdx) TO PriceOut-IO
   ELSE
*> Percentage rules carry the percentage of the base fee to charge,
*> e.g. 080.00 charges 80% of the base rate.
      COMPUTE PriceOut-IO ROUNDED =
              FormatBaseFee * AdjustAmount-T(RuleIdx) / 100
   END-IF.

LoadRuleTable.
   MOVE ZERO TO RuleCount
   OPEN INPUT PriceRuleFile
   IF PriceRuleStatus NOT EQUAL "00"
      CLOSE PriceRuleFile
      PERFORM SeedRuleFile
      OPEN INPUT PriceRuleFile
   END-IF
   READ PriceRuleFile
      AT END SET EndOfPriceRules TO TRUE
   END-READ
   PERFORM UNTIL EndOfPriceRules
      IF RuleCount < 20
         ADD 1 TO RuleCount
         MOVE RuleId-PR        TO RuleId-T(RuleCount)
         MOVE EffectiveFrom-PR TO EffectiveFrom-T(RuleCount)
         MOVE EffectiveTo-PR   TO EffectiveTo-T(RuleCount)
         MOVE DayOfWeek-PR     TO DayOfWeek-T(RuleCount)
         MOVE Genre-PR         TO Genre-T(RuleCount)
         MOVE YearFrom-PR      TO YearFrom-T(RuleCount)
         MOVE YearTo-PR        TO YearTo-T(RuleCount)
         MOVE PromoCode-PR     TO PromoCode-T(RuleCount)
         MOVE AdjustType-PR    TO AdjustType-T(RuleCount)
         MOVE AdjustAmount-PR  TO AdjustAmount-T(RuleCount)
      END-IF
      READ PriceRuleFile
         AT END SET EndOfPriceRules TO TRUE
      END-READ
   END-PERFORM
   CLOSE PriceRuleFile.

LoadFormatFeeTable.
   MOVE ZERO TO FormatFeeCount
   OPEN INPUT FormatFeeFile
   IF FormatFeeStatus NOT EQUAL "00"
      CLOSE FormatFeeFile
      PERFORM SeedFormatFeeFile
      OPEN INPUT FormatFeeFile
   END-IF
   READ FormatFeeFile
      AT END SET EndOfFormatFees TO TRUE
   END-READ
   PERFORM UNTIL EndOfFormatFees
      IF FormatFeeCount < 9
         ADD 1 TO FormatFeeCount
         MOVE FormatCode-FE TO FormatCode-T(FormatFeeCount)
         MOVE FeeType-FE    TO FeeType-T(FormatFeeCount)
         MOVE FeeAmount-FE  TO FeeAmount-T(FormatFeeCount)
      END-IF
      READ FormatFeeFile
         AT END SET EndOfFormatFees TO TRUE
      END-READ
   END-PERFORM
   CLOSE FormatFeeFile.

SeedFormatFeeFile.
*> VHS rents at the title's own fee; DVD and Blu-ray carry a dollar
*> and two dollars more.
   OPEN OUTPUT FormatFeeFile
   MOVE "VVHS       A00000" TO FormatFeeRec
   WRITE FormatFeeRec
   MOVE "DDVD       A00100" TO FormatFeeRec
   WRITE FormatFeeRec
   MOVE "BBlu-ray   A00200" TO FormatFeeRec
   WRITE FormatFeeRec
   CLOSE FormatFeeFile.

SeedRuleFile.
*> Launch promotions: Saturdays 20% off everything, catalog titles
*> from 1990 or earlier at a flat 1.99, and promo code NEW10 for 10%
*> off a new-release year band.
   OPEN OUTPUT PriceRuleFile
   MOVE "00120260101202612316          00000000      P08000"
     TO PriceRuleRec
   WRITE PriceRuleRec
   MOVE "00220260101202612310          00001990      F00199"
     TO PriceRuleRec
   WRITE PriceRuleRec
   MOVE "00320260101202612310          20242026NEW10 P09000"
     TO PriceRuleRec
   WRITE PriceRuleRec
   CLOSE PriceRuleFile.
END PROGRAM PriceFilmRental.

IDENTIFICATION DIVISION.
PROGRAM-ID. LoanPeriodForFilm.
AUTHOR. Michael Coughlan.
*> Resolves the loan period for a rental the way PriceFilmRental
*> resolves the price. The rules live on a LINE SEQUENTIAL file
*> (seeded with the shop's standing policy the first time anything
*> asks) and are matched in rule-number order against the film's
*> genre, year band and status code; the first matching rule wins
*> and its business-day count becomes the due-date offset. No
*> matching rule means the old system-wide five days stands.
*> WORKING-STORAGE is not INITIAL, so the table loads once per run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LoanRuleFile ASSIGN TO "Listing17-29LoanRules.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS LoanRuleStatus.

DATA DIVISION.
FILE SECTION.
FD  LoanRuleFile.
01  LoanRuleRec.
    02  RuleId-LP              PIC 9(3).
    02  Genre-LP               PIC X(10).
    02  YearFrom-LP            PIC 9(4).
    02  YearTo-LP              PIC 9(4).
    02  FilmStatus-LP          PIC X.
    02  LoanDays-LP            PIC 9(2).

WORKING-STORAGE SECTION.
01  LoanRuleStatus             PIC XX.
    88  EndOfLoanRules           VALUE "10".

01  TableLoaded                PIC X VALUE "N".
    88  TableAlreadyLoaded       VALUE "Y".

01  RuleTable.
    02  RuleCount              PIC 99 VALUE ZERO.
    02  RuleEntry OCCURS 20 TIMES INDEXED BY RuleIdx.
        03  RuleId-T           PIC 9(3).
        03  Genre-T            PIC X(10).
        03  YearFrom-T         PIC 9(4).
        03  YearTo-T           PIC 9(4).
        03  FilmStatus-T       PIC X.
        03  LoanDays-T         PIC 9(2).

01  RuleMatches                PIC X.
    88  RuleDoesMatch            VALUE "Y".

*> The pre-rules loan period, kept as the fallback.
01  DefaultLoanDays            PIC 9(2) VALUE 5.

LINKAGE SECTION.
01  FilmGenre-IO               PIC X(10).
01  FilmYear-IO                PIC 9(4).
01  FilmStatus-IO              PIC X.
01  LoanDays-IO                PIC S9(5).
01  RuleIdOut-IO               PIC 9(3).

PROCEDURE DIVISION USING FilmGenre-IO, FilmYear-IO, FilmStatus-IO,
                          LoanDays-IO, RuleIdOut-IO.
Begin.
   IF NOT TableAlreadyLoaded
      PERFORM LoadRuleTable
      MOVE "Y" TO TableLoaded
   END-IF

   MOVE DefaultLoanDays TO LoanDays-IO
   MOVE ZEROS           TO RuleIdOut-IO
   PERFORM VARYING RuleIdx FROM 1 BY 1 UNTIL RuleIdx > RuleCount
      PERFORM TestRuleMatch
      IF RuleDoesMatch
         MOVE RuleId-T(RuleIdx)   TO RuleIdOut-IO
         MOVE LoanDays-T(RuleIdx) TO LoanDays-IO
         EXIT PERFORM
      END-IF
   END-PERFORM
   EXIT PROGRAM.

TestRuleMatch.
   MOVE "Y" TO RuleMatches
   IF Genre-T(RuleIdx) NOT EQUAL SPACES
      AND Genre-T(RuleIdx) NOT EQUAL FilmGenre-IO
      MOVE "N" TO RuleMatches
   END-IF
   IF YearFrom-T(RuleIdx) NOT EQUAL ZEROS
      AND FilmYear-IO < YearFrom-T(RuleIdx)
      MOVE "N" TO RuleMatches
   END-IF
   IF YearTo-T(RuleIdx) NOT EQUAL ZEROS
      AND FilmYear-IO > YearTo-T(RuleIdx)
      MOVE "N" TO RuleMatches
   END-IF
   IF FilmStatus-T(RuleIdx) NOT EQUAL SPACES
      AND FilmStatus-T(RuleIdx) NOT EQUAL FilmStatus-IO
      MOVE "N" TO RuleMatches
   END-IF.

LoadRuleTable.
   MOVE ZERO TO RuleCount
   OPEN INPUT LoanRuleFile
   IF LoanRuleStatus NOT EQUAL "00"
      CLOSE LoanRuleFile
      PERFORM SeedRuleFile
      OPEN INPUT LoanRuleFile
   END-IF
   READ LoanRuleFile
      AT END SET EndOfLoanRules TO TRUE
   END-READ
   PERFORM UNTIL EndOfLoanRules
      IF RuleCount < 20
         ADD 1 TO RuleCount
         MOVE RuleId-LP     TO RuleId-T(RuleCount)
         MOVE Genre-LP      TO Genre-T(RuleCount)
         MOVE YearFrom-LP   TO YearFrom-T(RuleCount)
         MOVE YearTo-LP     TO YearTo-T(RuleCount)
         MOVE FilmStatus-LP TO FilmStatus-T(RuleCount)
         MOVE LoanDays-LP   TO LoanDays-T(RuleCount)
      END-IF
      READ LoanRuleFile
         AT END SET EndOfLoanRules TO TRUE
      END-READ
   END-PERFORM
   CLOSE LoanRuleFile.

SeedRuleFile.
*> Standing policy: new releases (recent year band) go overnight,
*> children's titles get a week, and everything else gets a week.
   OPEN OUTPUT LoanRuleFile
   MOVE "001          20242099 01" TO LoanRuleRec
   WRITE LoanRuleRec
   MOVE "002CHILDRENS 00000000 07" TO LoanRuleRec
   WRITE LoanRuleRec
   MOVE "003          00000000 07" TO LoanRuleRec
   WRITE LoanRuleRec
   CLOSE LoanRuleFile.
END PROGRAM LoanPeriodForFilm.

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
