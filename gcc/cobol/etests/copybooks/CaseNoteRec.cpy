   88 EndOfCaseNotes  VALUE HIGH-VALUES.
   02 CaseNoteKey-CN.
      03 CustomerId-CN           PIC 9(7).
      03 CaseSeqNum-CN           PIC 9(3).
      03 NoteSeqNum-CN           PIC 9(3).
   02 NoteDate-CN               PIC 9(8).
   02 NoteOperator-CN           PIC 9(4).
   02 NoteText-CN               PIC X(60).
