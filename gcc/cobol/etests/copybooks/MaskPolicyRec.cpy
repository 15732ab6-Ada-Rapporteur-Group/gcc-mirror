   88 EndOfMaskPolicies  VALUE HIGH-VALUES.
   02 MaskPolicyKey-MP.
      03 OutputCode-MP           PIC X(8).
      03 FieldCode-MP            PIC X.
         88 PhoneField-MP           VALUE "P".
         88 MobileField-MP          VALUE "M".
         88 EmailField-MP           VALUE "E".
         88 StreetField-MP          VALUE "A".
         88 TownField-MP            VALUE "T".
         88 BirthDateField-MP       VALUE "B".
      03 RoleCode-MP             PIC X.
         88 OperatorRole-MP         VALUE "O".
         88 SupervisorRole-MP       VALUE "S".
         88 ManagerRole-MP          VALUE "M".
         88 BatchRole-MP            VALUE "B".
   02 MaskLevel-MP              PIC X.
      88 ShowInFull-MP             VALUE "F".
      88 ShowPartial-MP            VALUE "P".
      88 SuppressField-MP          VALUE "S".
   02 OutputProgram-MP          PIC X(12).
   02 OutputDesc-MP             PIC X(32).
   02 ChangedDate-MP            PIC 9(8).
   02 ChangedBy-MP              PIC 9(4).
