   88 EndOfTimePunches  VALUE HIGH-VALUES.
   02 TimePunchKey-TP.
      03 WorkerType-TP      PIC X.
         88 WorkerIsOperator-TP  VALUE "O".
         88 WorkerIsDriver-TP    VALUE "D".
      03 WorkerNum-TP       PIC 9(8).
      03 ClockInDate-TP     PIC 9(8).
      03 ClockInTime-TP     PIC 9(4).
   02 StoreId-TP            PIC 99.
   02 ClockOutDate-TP       PIC 9(8).
   02 ClockOutTime-TP       PIC 9(4).
   02 PunchState-TP         PIC X.
      88 PunchOpen-TP         VALUE "O".
      88 PunchClosed-TP       VALUE "C".
   02 WorkedMinutes-TP      PIC 9(5).
   02 HourlyRate-TP         PIC 9(3)V99.
   02 CorrectedBy-TP        PIC 9(4).
   02 CorrectedDate-TP      PIC 9(8).
   02 CorrectionNote-TP     PIC X(30).
