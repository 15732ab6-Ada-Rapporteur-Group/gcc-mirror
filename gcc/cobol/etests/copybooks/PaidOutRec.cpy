   88 EndOfPaidOuts  VALUE HIGH-VALUES.
   02 VoucherNum-PU        PIC 9(7).
   02 PaidOutDate-PU       PIC 9(8).
   02 StoreId-PU           PIC 99.
   02 SessionNum-PU        PIC 9(7).
   02 OperatorId-PU        PIC 9(4).
   02 SupervisorId-PU      PIC 9(4).
   02 CategoryCode-PU      PIC XXX.
   02 PaidOutAmount-PU     PIC 9(5)V99.
   02 PaidOutNote-PU       PIC X(30).
