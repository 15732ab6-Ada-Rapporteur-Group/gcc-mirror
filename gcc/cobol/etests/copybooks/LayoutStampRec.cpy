   88 EndOfLayoutStamps  VALUE HIGH-VALUES.
   02 FileName-LS           PIC X(12).
   02 LayoutVersion-LS      PIC 9(3).
   02 RecordLength-LS       PIC 9(5).
   02 StampedDate-LS        PIC 9(8).
   02 StampedBy-LS          PIC X(12).
   02 PriorVersion-LS       PIC 9(3).
   02 KeptFileName-LS       PIC X(40).
