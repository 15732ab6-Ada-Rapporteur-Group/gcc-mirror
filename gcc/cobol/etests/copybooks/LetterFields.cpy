   02 LetterName-LF             PIC X(36).
   02 LetterCustId-LF           PIC 9(7).
   02 LetterTitle-LF            PIC X(40).
   02 LetterDate-LF             PIC X(10).
   02 LetterFee-LF              PIC X(10).
   02 LetterTotal-LF            PIC X(14).
   02 LetterStore-LF            PIC X(20).
   02 LetterStoreNum-LF         PIC X(2).
