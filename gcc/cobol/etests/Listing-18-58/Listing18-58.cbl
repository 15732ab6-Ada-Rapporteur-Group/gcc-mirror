IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-58.
AUTHOR. Michael Coughlan.
*> Inbound website delivery orders. Customers ordering a home
*> delivery on the website had the order typed into the Listing18-57
*> desk from an e-mail; now the web team drops a delivery-order file
*> (the website's own order reference, customer id, film id, format,
*> delivery area and the date ordered) and this batch takes each line
*> the way Listing17-35 takes web reservations. A line is accepted
*> under exactly the rules the desk applies - the customer, any
*> overdue rental, the area and its route, the film on the delivery
*> day, a copy on the shelf at the route's store, and no second order
*> of the same film - and also refused if its order reference has
*> been imported before, so the web team can safely send a file
*> again. Accepted lines become delivery orders with the next order
*> number, priced and with the fee posted to the AR ledger and the
*> delivery-fee register just as at the desk, for delivery on the
*> next business day; the rest go on a rejects report with reasons
*> for the web team each morning.

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

    SELECT WebDeliveryFile ASSIGN TO "Listing18-58WebDelivery.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS WebDeliveryStatus.

    SELECT RejectsReportFile ASSIGN TO "Listing18-58WebRejects.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RejectsReportStatus.

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

FD WebDeliveryFile.
01 WebDeliveryRec.
   02 WebOrderRef-WD        PIC X(12).
   02 CustomerId-WD         PIC 9(7).
   02 FilmId-WD             PIC 9(7).
   02 FormatCode-WD         PIC X.
   02 AreaCode-WD           PIC X(4).
   02 RequestDate-WD        PIC 9(8).

FD RejectsReportFile.
01 RejectsReportLine        PIC X(132).

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

01 WebDeliveryStatus        PIC XX.
   88 EndOfWebDelivery        VALUE "10".

01 RejectsReportStatus      PIC XX.

01 ImportCounts.
   02 OrdersRead              PIC 9(5) VALUE ZEROS.
   02 OrdersAccepted          PIC 9(5) VALUE ZEROS.
   02 OrdersRejected          PIC 9(5) VALUE ZEROS.

*> Nobody is signed on to a feed; its journal entries and orders
*> carry operator zero, as the other batch runs' do.
01 OperatorId                 PIC 9(4) VALUE ZEROS.

01 TodayDate                  PIC 9(8).
01 DeliveryDate               PIC 9(8).
01 NextDayCount               PIC S9(5) VALUE 1.
01 BDFunctionCode             PIC X.
01 BDOtherDate                PIC 9(8) VALUE ZEROS.
01 BDWorkingFlag              PIC X.

*> CheckDate verdict for the feed's order date - web data is keyed
*> by nobody we employ, so it gets the not-in-future rule too.
01 DateRule                   PIC X VALUE "F".
01 DateResult                 PIC 9.
   88 RequestDateValid          VALUE 0.

*> The line being taken, in the names the desk's rules use.
01 OrderCustomerId            PIC 9(7).
01 OrderFilmId                PIC 9(7).
01 OrderFormat                PIC X.
   88 FormatValid               VALUE "V", "D", "B".
01 OrderAreaCode              PIC X(4).
01 OrderRouteCode             PIC X(6).
01 OrderStoreId               PIC 99.

01 RejectReason               PIC X(40).
   88 OrderAccepted             VALUE SPACES.
01 OverdueFound               PIC X VALUE "N".
   88 CustomerHasOverdue        VALUE "Y".
01 ShelfCopyFound             PIC X VALUE "N".
   88 CopyOnShelfAtStore        VALUE "Y".
01 DuplicateFound             PIC X VALUE "N".
   88 AlreadyOnOrder            VALUE "Y".

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

01 JrnBeforeImage             PIC X(400) VALUE SPACES.
01 JrnAfterImage              PIC X(400) VALUE SPACES.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing18-58", "FilmFile    ",
          FilmRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-58", "CustomerFile",
          CustomerRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-58", "RentalFile  ",
          RentalRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-58", "StoreCopy   ",
          StoreCopyRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    PERFORM CreateTheWebDeliveryFile
    PERFORM LoadRouteTable
    PERFORM LoadAreaTable

    OPEN INPUT WebDeliveryFile
    OPEN INPUT CustomerFile
    OPEN INPUT FilmFile
    OPEN INPUT RentalFile
    OPEN INPUT StoreCopyFile
    OPEN I-O ARLedgerFile
    CALL "AuditLogFileEvent" USING "Listing18-58", "ARLedgerFile", "O", ARLedgerStatus, ZEROS
    OPEN I-O DeliveryOrderFile
    IF DeliveryOrderStatus EQUAL "35"
       CLOSE DeliveryOrderFile
       OPEN OUTPUT DeliveryOrderFile
       CLOSE DeliveryOrderFile
       OPEN I-O DeliveryOrderFile
    END-IF
    CALL "AuditLogFileEvent" USING "Listing18-58", "DelivOrders ", "O", DeliveryOrderStatus, ZEROS
    OPEN OUTPUT RejectsReportFile

    DISPLAY "*** Web Delivery Order Import ***"

    READ WebDeliveryFile
       AT END SET EndOfWebDelivery TO TRUE
    END-READ
    PERFORM UNTIL EndOfWebDelivery
       ADD 1 TO OrdersRead
       PERFORM ImportOneOrder
       READ WebDeliveryFile
          AT END SET EndOfWebDelivery TO TRUE
       END-READ
    END-PERFORM

    MOVE SPACES TO RejectsReportLine
    STRING "Delivery orders read " DELIMITED BY SIZE
           OrdersRead DELIMITED BY SIZE
           "  accepted " DELIMITED BY SIZE
           OrdersAccepted DELIMITED BY SIZE
           "  rejected " DELIMITED BY SIZE
           OrdersRejected DELIMITED BY SIZE
      INTO RejectsReportLine
    END-STRING
    WRITE RejectsReportLine

    CLOSE WebDeliveryFile
    CLOSE CustomerFile
    CLOSE FilmFile
    CLOSE RentalFile
    CLOSE StoreCopyFile
    CLOSE ARLedgerFile
    CALL "AuditLogFileEvent" USING "Listing18-58", "ARLedgerFile", "C", ARLedgerStatus, ZEROS
    CLOSE DeliveryOrderFile
    CALL "AuditLogFileEvent" USING "Listing18-58", "DelivOrders ", "C", DeliveryOrderStatus, ZEROS
    CLOSE RejectsReportFile
    DISPLAY "Read " OrdersRead "  accepted " OrdersAccepted
            "  rejected " OrdersRejected
    STOP RUN.

ImportOneOrder.
    MOVE CustomerId-WD TO OrderCustomerId
    MOVE FilmId-WD     TO OrderFilmId
    MOVE FUNCTION UPPER-CASE(FormatCode-WD) TO OrderFormat
    MOVE FUNCTION UPPER-CASE(AreaCode-WD)   TO OrderAreaCode
    MOVE SPACES TO RejectReason
    CALL "CheckDate" USING RequestDate-WD, DateRule, DateResult
    IF NOT RequestDateValid
       MOVE "invalid order date" TO RejectReason
    END-IF
    IF OrderAccepted
       PERFORM CheckForImportedRef
    END-IF
    IF OrderAccepted
       PERFORM ValidateDeliveryOrder
    END-IF
    IF OrderAccepted
       PERFORM PriceDeliveryOrder
       PERFORM WriteDeliveryOrder
    ELSE
       ADD 1 TO OrdersRejected
       PERFORM WriteRejectLine
    END-IF.

CheckForImportedRef.
    IF WebOrderRef-WD EQUAL SPACES
       MOVE "no web order reference" TO RejectReason
       EXIT PARAGRAPH
    END-IF
    MOVE WebOrderRef-WD TO WebOrderRef-DO
    READ DeliveryOrderFile
       KEY IS WebOrderRef-DO
       INVALID KEY CONTINUE
       NOT INVALID KEY
          MOVE "order reference already imported" TO RejectReason
    END-READ.

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
    SET WebOrder-DO       TO TRUE
    MOVE WebOrderRef-WD   TO WebOrderRef-DO
    MOVE RequestDate-WD   TO OrderDate-DO
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
          MOVE "delivery order write failed" TO RejectReason
          ADD 1 TO OrdersRejected
          PERFORM WriteRejectLine
       NOT INVALID KEY
          MOVE SPACES TO JrnBeforeImage
          MOVE DeliveryOrderRec-DO TO JrnAfterImage
          CALL "JournalUpdate" USING "Listing18-58", OperatorId,
                "DelivOrders ", "W", JrnBeforeImage, JrnAfterImage
          IF DeliveryFee > ZEROS
             PERFORM PostDeliveryFeeItem
          END-IF
          ADD 1 TO OrdersAccepted
    END-WRITE.

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
    CALL "CheckPostingPeriod" USING "Listing18-58", PostingRef, "M",
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
          CALL "JournalUpdate" USING "Listing18-58", OperatorId,
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
*> The tables are kept at the Listing18-57 desk; with none yet every
*> line is rejected for its area.
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

WriteRejectLine.
    MOVE SPACES TO RejectsReportLine
    STRING "REJECTED web order " DELIMITED BY SIZE
           WebOrderRef-WD DELIMITED BY SIZE
           " customer " DELIMITED BY SIZE
           CustomerId-WD DELIMITED BY SIZE
           " film " DELIMITED BY SIZE
           FilmId-WD DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FormatCode-WD DELIMITED BY SIZE
           " area " DELIMITED BY SIZE
           AreaCode-WD DELIMITED BY SIZE
           " ordered " DELIMITED BY SIZE
           RequestDate-WD DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           RejectReason DELIMITED BY SIZE
      INTO RejectsReportLine
    END-STRING
    WRITE RejectsReportLine.

CreateTheWebDeliveryFile.
*> Seeds a few delivery orders the first time through, so the import
*> demonstrates an accept and some reject reasons, the way
*> Listing17-35 seeds its reservations.
    OPEN INPUT WebDeliveryFile
    IF WebDeliveryStatus EQUAL "00"
       CLOSE WebDeliveryFile
    ELSE
       CLOSE WebDeliveryFile
       OPEN OUTPUT WebDeliveryFile
       MOVE "WEB000000101" TO WebOrderRef-WD
       MOVE 1000001 TO CustomerId-WD
       MOVE 8805261 TO FilmId-WD
       MOVE "D" TO FormatCode-WD
       MOVE "N01" TO AreaCode-WD
       MOVE 20260815 TO RequestDate-WD
       WRITE WebDeliveryRec
       MOVE "WEB000000101" TO WebOrderRef-WD
       WRITE WebDeliveryRec
       MOVE "WEB000000102" TO WebOrderRef-WD
       MOVE 9999999 TO CustomerId-WD
       WRITE WebDeliveryRec
       MOVE "WEB000000103" TO WebOrderRef-WD
       MOVE 1000002 TO CustomerId-WD
       MOVE "Z99" TO AreaCode-WD
       WRITE WebDeliveryRec
       CLOSE WebDeliveryFile
    END-IF.

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
