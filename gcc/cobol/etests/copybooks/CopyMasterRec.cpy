   02 SectionCode-CP        PIC X(3).
   02 BinNum-CP             PIC 9(3).
   02 UnitCost-CP           PIC 9(4)V99.
   02 FormatCode-CP         PIC X.
      88 FormatVHS-CP            VALUE "V".
      88 FormatDVD-CP            VALUE "D".
      88 FormatBluRay-CP         VALUE "B".
