   88 EndOfAtRisk  VALUE HIGH-VALUES.
   02 CustomerId-RK         PIC 9(7).
   02 HomeStoreId-RK        PIC 99.
   02 TierCode-RK           PIC X.
   02 PriorRentals-RK       PIC 9(4).
   02 RecentRentals-RK      PIC 9(4).
   02 LastCheckout-RK       PIC 9(8).
   02 ListedDate-RK         PIC 9(8).
