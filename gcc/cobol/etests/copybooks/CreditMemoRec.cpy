   88 EndOfCreditMemos  VALUE HIGH-VALUES.
   02 CreditMemoKey-CM.
      03 VendorId-CM          PIC 9(5).
      03 CreditMemoNum-CM     PIC X(10).
   02 RTVNum-CM             PIC 9(6).
   02 MemoDate-CM           PIC 9(8).
   02 MemoAmount-CM         PIC 9(7)V99.
   02 ExpectedAmount-CM     PIC 9(7)V99.
   02 AppliedAmount-CM      PIC 9(7)V99.
   02 MemoState-CM          PIC X.
      88 MemoOpen-CM           VALUE "O".
      88 MemoApplied-CM        VALUE "A".
