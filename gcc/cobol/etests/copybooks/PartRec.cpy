   88 EndOfParts  VALUE HIGH-VALUES.
   02 PartNum-PT            PIC X(8).
   02 PartDesc-PT           PIC X(30).
   02 OnHandQty-PT          PIC 9(5).
   02 AverageCost-PT        PIC 9(5)V99.
   02 ReorderPoint-PT       PIC 9(5).
   02 ReorderQty-PT         PIC 9(5).
   02 LastReceivedDate-PT   PIC 9(8).
   02 LastIssuedDate-PT     PIC 9(8).
