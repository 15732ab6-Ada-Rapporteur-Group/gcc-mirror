      88 POLineOpen-PO       VALUE "O".
      88 POLineReceived-PO   VALUE "R".
      88 POLineCancelled-PO  VALUE "C".
      88 POLineDraft-PO      VALUE "D".
   02 FilmId-PO            PIC 9(7).
   02 NewFilmTitle-PO      PIC X(40).
   02 DirectorId-PO        PIC 999.
   02 OrderDate-PO         PIC 9(8).
   02 VendorId-PO          PIC 9(5).
   02 UnitCost-PO          PIC 9(4)V99.
   02 FormatCode-PO        PIC X.
