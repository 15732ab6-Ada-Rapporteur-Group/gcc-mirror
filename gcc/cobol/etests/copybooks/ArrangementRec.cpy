   88 EndOfArrangements  VALUE HIGH-VALUES.
   02 ArrangementKey-PA.
      03 CustomerId-PA       PIC 9(7).
      03 PlanSeqNum-PA       PIC 99.
      03 InstallmentNum-PA   PIC 99.
   02 PlanStatus-PA         PIC X.
      88 PlanActive-PA         VALUE "A".
      88 PlanCompleted-PA      VALUE "K".
      88 PlanBroken-PA         VALUE "B".
      88 PlanCancelled-PA      VALUE "C".
   02 AgreedDate-PA         PIC 9(8).
   02 AgreedBy-PA           PIC 9(4).
   02 InstallmentDueDate-PA PIC 9(8).
   02 InstallmentAmount-PA  PIC 9(5)V99.
   02 InstallmentState-PA   PIC X.
      88 InstallmentOpen-PA    VALUE "O".
      88 InstallmentMet-PA     VALUE "M".
      88 InstallmentMissed-PA  VALUE "X".
   02 PlanClosedDate-PA     PIC 9(8).
