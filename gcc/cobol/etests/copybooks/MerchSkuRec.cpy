   88 EndOfMerchSkus  VALUE HIGH-VALUES.
   02 MerchSkuKey-MS.
      03 StoreId-MS         PIC 99.
      03 SkuCode-MS         PIC X(8).
   02 SkuDescription-MS    PIC X(24).
   02 UnitPrice-MS         PIC 9(3)V99.
   02 TaxClass-MS          PIC X.
      88 TaxStandard-MS      VALUE "S".
      88 TaxExempt-MS        VALUE "E".
   02 OnHandQty-MS         PIC 9(5).
   02 ReorderLevel-MS      PIC 9(5).
   02 ReorderQty-MS        PIC 9(5).
   02 SkuStatus-MS         PIC X.
      88 SkuActive-MS        VALUE "A".
      88 SkuDiscontinued-MS  VALUE "D".
   02 LastReceivedDate-MS  PIC 9(8).
