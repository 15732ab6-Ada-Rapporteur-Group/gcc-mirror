   02 LetterType-CQ          PIC X.
      88 OverdueLetter-CQ      VALUE "O".
      88 CollectionsLetter-CQ  VALUE "C".
      88 ReminderLetter-CQ     VALUE "R".
      88 HoldReadyLetter-CQ    VALUE "H".
   02 CorrStatus-CQ          PIC X.
      88 CorrPending-CQ        VALUE "P".
      88 CorrPrinted-CQ        VALUE "D".
      88 CorrSentElectronic-CQ VALUE "E".
      88 CorrWithheld-CQ       VALUE "W".
   02 PrintedDate-CQ         PIC 9(8).
   02 CorrText-CQ            PIC X(80).
