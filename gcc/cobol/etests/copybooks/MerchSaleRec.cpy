   88 EndOfMerchSales  VALUE HIGH-VALUES.
   02 SaleDate-MR          PIC 9(8).
   02 StoreId-MR           PIC 99.
   02 SkuCode-MR           PIC X(8).
   02 Quantity-MR          PIC 9(3).
   02 ExtendedPrice-MR     PIC 9(5)V99.
   02 SaleTax-MR           PIC 9(3)V99.
   02 TenderType-MR        PIC X.
      88 CashTender-MR       VALUE "C".
      88 CheckTender-MR      VALUE "K".
      88 CardTender-MR       VALUE "D".
   02 CustomerId-MR        PIC 9(7).
   02 OperatorId-MR        PIC 9(4).
   02 SessionNum-MR        PIC 9(7).
   02 CashCurrency-MR      PIC XXX.
   02 CashTendered-MR      PIC 9(5)V99.
   02 ChangeGiven-MR       PIC 9(5)V99.
