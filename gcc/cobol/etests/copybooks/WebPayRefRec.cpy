   88 EndOfWebPayRefs  VALUE HIGH-VALUES.
   02 WebReference-WP      PIC X(16).
   02 ReceiptNum-WP        PIC 9(7).
   02 CustomerId-WP        PIC 9(7).
   02 PaymentDate-WP       PIC 9(8).
   02 PaymentAmount-WP     PIC 9(5)V99.
   02 ImportedDate-WP      PIC 9(8).
