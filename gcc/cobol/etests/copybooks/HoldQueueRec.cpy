   02 PickupDeadline-HQ   PIC 9(8).
   02 FilledStoreId-HQ    PIC 99.
   02 FilledBarcode-HQ    PIC 9(10).
   02 NotifiedDate-HQ     PIC 9(8).
   02 PreReleasePONum-HQ  PIC 9(6).
   02 PreReleaseLineNum-HQ PIC 9(3).
   02 FormatCode-HQ       PIC X.
      88 HoldAnyFormat-HQ    VALUE SPACE.
