   88 EndOfDisputes  VALUE HIGH-VALUES.
   02 ReceiptNum-DS         PIC 9(7).
   02 CaseRef-DS            PIC X(12).
   02 CustomerId-DS         PIC 9(7).
   02 StoreId-DS            PIC 99.
   02 DisputeKind-DS        PIC X.
      88 RetrievalRequest-DS   VALUE "R".
      88 ChargebackDispute-DS  VALUE "B".
   02 DisputeReason-DS      PIC X(4).
   02 DisputeAmount-DS      PIC 9(5)V99.
   02 ReversedAmount-DS     PIC 9(5)V99.
   02 ReversalSeqNum-DS     PIC 9(5).
   02 DisputeState-DS       PIC X.
      88 DisputeReceived-DS    VALUE "R".
      88 DisputeEvidenceSent-DS VALUE "E".
      88 DisputeWon-DS         VALUE "W".
      88 DisputeLost-DS        VALUE "L".
      88 DisputeStillOpen-DS   VALUE "R", "E".
   02 ReceivedDate-DS       PIC 9(8).
   02 EvidenceSentDate-DS   PIC 9(8).
   02 DecidedDate-DS        PIC 9(8).
   02 OperatorId-DS         PIC 9(4).
