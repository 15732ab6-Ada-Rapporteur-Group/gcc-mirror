   88 EndOfPermissions   VALUE HIGH-VALUES.
   02 PermissionKey-PM.
      03 ProgramName-PM     PIC X(12).
      03 FunctionCode-PM    PIC X(8).
      03 GranteeType-PM     PIC X.
         88 FunctionEntry-PM    VALUE "F".
         88 GrantToRole-PM      VALUE "R".
         88 GrantToOperator-PM  VALUE "O".
      03 Grantee-PM         PIC X(4).
   02 DefaultRole-PM        PIC X.
   02 GrantedDate-PM        PIC 9(8).
   02 GrantedBy-PM          PIC 9(4).
