      88 OperatorRole-OP      VALUE "O".
      88 SupervisorRole-OP    VALUE "S".
      88 ManagerRole-OP       VALUE "M".
      88 OperatorTrainee-OP   VALUE "T".
   02 MustChangePwd-OP      PIC X.
      88 PasswordMustChange-OP VALUE "Y".
   02 FailedAttempts-OP     PIC 9.
   02 LockoutFlag-OP        PIC X.
      88 OperatorLockedOut-OP  VALUE "L".
   02 HomeStoreId-OP        PIC 99.
   02 HourlyRate-OP         PIC 9(3)V99.
