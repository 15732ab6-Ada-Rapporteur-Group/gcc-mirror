   88 EndOfOpenRentals  VALUE HIGH-VALUES.
   02 OpenRentalKey-OR.
      03 DueDate-OR          PIC 9(8).
      03 RentalKey-OR.
         04 CustomerId-OR    PIC 9(7).
         04 FilmId-OR        PIC 9(7).
         04 CheckoutDate-OR  PIC 9(8).
   02 OpenFilmId-OR         PIC 9(7).
   02 StoreId-OR            PIC 99.
   02 Barcode-OR            PIC 9(10).
   02 FormatCode-OR         PIC X.
