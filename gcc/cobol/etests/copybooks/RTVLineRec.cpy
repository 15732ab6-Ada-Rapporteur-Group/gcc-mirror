   88 EndOfRTVLines  VALUE HIGH-VALUES.
   02 RTVLineKey-RA.
      03 RTVNum-RA            PIC 9(6).
      03 RTVLineNum-RA        PIC 9(3).
   02 VendorId-RA           PIC 9(5).
   02 RaisedDate-RA         PIC 9(8).
   02 ReasonCode-RA         PIC X.
      88 ReturnDefective-RA    VALUE "D".
      88 ReturnOverBought-RA   VALUE "O".
   02 Barcode-RA            PIC 9(10).
   02 FilmId-RA             PIC 9(7).
   02 StoreId-RA            PIC 99.
   02 FormatCode-RA         PIC X.
   02 ExpectedCredit-RA     PIC 9(4)V99.
   02 RTVState-RA           PIC X.
      88 RTVAuthorized-RA      VALUE "A".
      88 RTVDispatched-RA      VALUE "D".
      88 RTVCredited-RA        VALUE "C".
      88 RTVAwaitingCredit-RA  VALUE "A", "D".
   02 DispatchedDate-RA     PIC 9(8).
   02 ManifestNum-RA        PIC 9(5).
   02 CreditMemoNum-RA      PIC X(10).
   02 CreditedDate-RA       PIC 9(8).
