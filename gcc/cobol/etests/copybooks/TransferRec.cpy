   02 ManifestNum-TR        PIC 9(5).
   02 ReceivedQty-TR        PIC 9(3).
   02 UnitValue-TR          PIC 9(4)V99.
   02 FormatCode-TR         PIC X.
