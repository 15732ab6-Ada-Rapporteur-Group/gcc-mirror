   88 EndOfCases  VALUE HIGH-VALUES.
   02 CaseKey-CS.
      03 CustomerId-CS           PIC 9(7).
      03 CaseSeqNum-CS           PIC 9(3).
   02 CaseType-CS               PIC X.
      88 CaseLateFee-CS            VALUE "F".
      88 CaseDamagedTape-CS        VALUE "D".
      88 CaseStaffConduct-CS       VALUE "S".
      88 CaseOther-CS              VALUE "O".
      88 CaseTypeValid-CS          VALUE "F", "D", "S", "O".
   02 StoreId-CS                PIC 99.
   02 CaseStatus-CS             PIC X.
      88 CaseOpen-CS               VALUE "O".
      88 CaseClosed-CS             VALUE "C".
   02 OpenedDate-CS             PIC 9(8).
   02 OpenedBy-CS               PIC 9(4).
   02 HandlerId-CS              PIC 9(4).
   02 ClosedDate-CS             PIC 9(8).
   02 ResolutionCode-CS         PIC X.
      88 ResolvedByRefund-CS       VALUE "R".
      88 ResolvedByAdjustment-CS   VALUE "A".
      88 ResolvedByWaiver-CS       VALUE "W".
      88 ResolvedByApology-CS      VALUE "P".
      88 ResolvedNoAction-CS       VALUE "N".
      88 ResolutionValid-CS        VALUE "R", "A", "W", "P", "N".
   02 CaseSummary-CS            PIC X(40).
   02 CaseLinkCount-CS          PIC 9.
   02 CaseLink-CS OCCURS 5 TIMES.
      03 LinkType-CS             PIC X.
         88 LinkAdjustment-CS       VALUE "A".
         88 LinkRefund-CS           VALUE "R".
         88 LinkWaiver-CS           VALUE "W".
      03 LinkRef-CS              PIC 9(7).
