   88 EndOfOfflineLog    VALUE HIGH-VALUES.
   02 TxnDate-OL            PIC 9(8).
   02 TxnTime-OL            PIC 9(6).
   02 TxnType-OL            PIC X.
      88 OfflineCheckout-OL   VALUE "O".
      88 OfflineReturn-OL     VALUE "I".
      88 OfflinePayment-OL    VALUE "P".
   02 StoreId-OL            PIC 99.
   02 OperatorId-OL         PIC 9(4).
   02 CustomerId-OL         PIC 9(7).
   02 FilmId-OL             PIC 9(7).
   02 Barcode-OL            PIC 9(10).
   02 FormatCode-OL         PIC X.
   02 ConditionCode-OL      PIC X.
   02 TenderType-OL         PIC X.
   02 Amount-OL             PIC 9(5)V99.
   02 ReplayState-OL        PIC X.
      88 AwaitingReplay-OL    VALUE SPACE.
      88 Replayed-OL          VALUE "A".
      88 ReplayException-OL   VALUE "E".
   02 ReplayDate-OL         PIC 9(8).
