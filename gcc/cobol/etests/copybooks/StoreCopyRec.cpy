   02 StoreId-SC            PIC 99.
   02 FilmId-SC              PIC 9(7).
   02 CopyCount-SC           PIC 9(3).
   02 FormatCode-SC          PIC X.
