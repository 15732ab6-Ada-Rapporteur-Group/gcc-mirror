   02 AmountAfter-AJ        PIC 9(5)V99.
   02 AmountWaived-AJ       PIC 9(5)V99.
   02 StoreId-AJ            PIC 99.
   02 AdjustedItemType-AJ   PIC X.
      88 LateFeeAdjusted-AJ      VALUE "L", SPACE.
      88 FinanceChargeAdjusted-AJ VALUE "I".
      88 DeliveryFeeAdjusted-AJ  VALUE "H".
