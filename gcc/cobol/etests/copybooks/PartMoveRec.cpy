   88 EndOfPartMoves  VALUE HIGH-VALUES.
   02 MoveDate-PV           PIC 9(8).
   02 MoveType-PV           PIC X.
      88 PartIssued-PV        VALUE "I".
      88 PartReceived-PV      VALUE "R".
      88 CountShort-PV        VALUE "S".
      88 CountOver-PV         VALUE "O".
   02 PartNum-PV            PIC X(8).
   02 MoveQty-PV            PIC 9(5).
   02 UnitCost-PV           PIC 9(5)V99.
   02 ExtCost-PV            PIC 9(7)V99.
   02 WorkOrderNum-PV       PIC 9(4).
   02 VehicleNum-PV         PIC 9(4).
   02 Reference-PV          PIC X(12).
