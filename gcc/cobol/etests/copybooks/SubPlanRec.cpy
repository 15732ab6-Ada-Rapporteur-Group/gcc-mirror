   88 EndOfSubPlans  VALUE HIGH-VALUES.
   02 PlanCode-SU           PIC X(4).
   02 PlanName-SU           PIC X(20).
   02 MonthlyFee-SU         PIC 9(3)V99.
   02 MaxFilmsOut-SU        PIC 99.
   02 PlanStatus-SU         PIC X.
      88 PlanOnSale-SU        VALUE "A".
      88 PlanWithdrawn-SU     VALUE "W".
