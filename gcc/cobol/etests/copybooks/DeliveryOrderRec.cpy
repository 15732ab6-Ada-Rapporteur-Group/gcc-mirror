   88 EndOfDeliveryOrders  VALUE HIGH-VALUES.
   02 OrderNum-DO           PIC 9(7).
   02 CustomerId-DO         PIC 9(7).
   02 FilmId-DO             PIC 9(7).
   02 FormatCode-DO         PIC X.
   02 AreaCode-DO           PIC X(4).
   02 RouteCode-DO          PIC X(6).
   02 StoreId-DO            PIC 99.
   02 OrderChannel-DO       PIC X.
      88 CounterOrder-DO      VALUE "C".
      88 PhoneOrder-DO        VALUE "P".
      88 WebOrder-DO          VALUE "W".
   02 WebOrderRef-DO        PIC X(12).
   02 OrderDate-DO          PIC 9(8).
   02 DeliveryDate-DO       PIC 9(8).
   02 RentalPrice-DO        PIC 9(3)V99.
   02 PriceRuleId-DO        PIC 9(3).
   02 DeliveryFee-DO        PIC 9(3)V99.
   02 FeeRuleId-DO          PIC 9(3).
   02 FeeItemSeqNum-DO      PIC 9(5).
   02 Barcode-DO            PIC 9(10).
   02 OrderState-DO         PIC X.
      88 OrderPending-DO      VALUE "P".
      88 OrderOnRoute-DO      VALUE "R".
      88 OrderDelivered-DO    VALUE "D".
      88 OrderFailed-DO       VALUE "F".
      88 OrderCancelled-DO    VALUE "X".
   02 OutcomeDate-DO        PIC 9(8).
   02 OutcomeReason-DO      PIC X(20).
   02 OperatorId-DO         PIC 9(4).
