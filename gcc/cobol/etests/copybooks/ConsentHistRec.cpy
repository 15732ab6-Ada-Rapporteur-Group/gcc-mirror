   88 EndOfConsentHist  VALUE HIGH-VALUES.
   02 ConsentHistKey-CH.
      03 CustomerId-CH           PIC 9(7).
      03 ChangeSeqNum-CH         PIC 9(5).
   02 ChangeDate-CH             PIC 9(8).
   02 ConsentItem-CH            PIC X.
      88 ItemMarketingPost-CH      VALUE "P".
      88 ItemMarketingElec-CH      VALUE "E".
      88 ItemServiceNotice-CH      VALUE "S".
      88 ItemSuppression-CH        VALUE "X".
   02 OldValue-CH               PIC X.
   02 NewValue-CH               PIC X.
   02 OperatorId-CH             PIC 9(4).
   02 ChangeSource-CH           PIC X(12).
   02 ChangeNote-CH             PIC X(30).
