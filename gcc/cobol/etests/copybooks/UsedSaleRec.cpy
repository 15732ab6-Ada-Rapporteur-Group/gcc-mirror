   88 EndOfUsedSales  VALUE HIGH-VALUES.
   02 SaleDate-US          PIC 9(8).
   02 StoreId-US           PIC 99.
   02 Barcode-US           PIC 9(10).
   02 FilmId-US            PIC 9(7).
   02 SalePrice-US         PIC 9(3)V99.
   02 SaleTax-US           PIC 9(3)V99.
   02 TenderType-US        PIC X.
      88 CashTender-US       VALUE "C".
      88 CheckTender-US      VALUE "K".
      88 CardTender-US       VALUE "D".
   02 OperatorId-US        PIC 9(4).
   02 SessionNum-US        PIC 9(7).
   02 CashCurrency-US      PIC XXX.
   02 CashTendered-US      PIC 9(5)V99.
   02 ChangeGiven-US       PIC 9(5)V99.
