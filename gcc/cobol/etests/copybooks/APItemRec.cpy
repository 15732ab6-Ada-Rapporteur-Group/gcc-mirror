   88 EndOfAPItems  VALUE HIGH-VALUES.
   02 APItemKey-PI.
      03 PayeeType-PI         PIC X.
         88 PayeeIsVendor-PI    VALUE "V".
         88 PayeeIsStudio-PI    VALUE "S".
      03 PayeeId-PI           PIC 9(5).
      03 PayeeRef-PI          PIC X(10).
   02 APItemDate-PI          PIC 9(8).
   02 APDueDate-PI           PIC 9(8).
   02 APItemAmount-PI        PIC 9(7)V99.
   02 APItemState-PI         PIC X.
      88 APItemOpen-PI         VALUE "O".
      88 APItemHeld-PI         VALUE "H".
      88 APItemPaid-PI         VALUE "P".
   02 APPaidDate-PI          PIC 9(8).
   02 APCheckNum-PI          PIC 9(7).
