   02 Disposition-WO        PIC X.
   02 ReplacementFee-WO     PIC 9(5)V99.
   02 OperatorId-WO         PIC 9(4).
   02 CopyCost-WO           PIC 9(4)V99.

FD VoidRegisterFile.
01 VoidRegisterRec.
