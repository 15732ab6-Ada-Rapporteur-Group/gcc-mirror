   02 StaffFlag-CF          PIC X.
      88 CustomerIsStaff-CF   VALUE "S".
   02 StaffBadgeNum-CF      PIC 9(8).
   02 CustomerEmail-CF      PIC X(40).
   02 CustomerMobile-CF     PIC X(15).
   02 PreferredChannel-CF   PIC X VALUE "P".
      88 ChannelIsPost-CF     VALUE "P", SPACE.
      88 ChannelIsEmail-CF    VALUE "E".
      88 ChannelIsSMS-CF      VALUE "S".
   02 ArrangementFlag-CF    PIC X.
      88 OnPaymentPlan-CF     VALUE "P".
      88 PlacedWithAgency-CF  VALUE "G".
   02 AccountType-CF        PIC X.
      88 HouseAccount-CF      VALUE "H".
   02 HouseCreditLimit-CF   PIC 9(5)V99.
   02 PurchaseOrderRef-CF   PIC X(15).
   02 NetTermsDays-CF       PIC 9(3).
   02 TaxExemptCertNum-CF   PIC X(15).
   02 TaxExemptExpiry-CF    PIC 9(8).
   02 SubPlanCode-CF        PIC X(4).
   02 SubStatus-CF          PIC X.
      88 SubscriptionActive-CF    VALUE "A".
      88 SubscriptionLapsed-CF    VALUE "L".
      88 SubscriptionCancelled-CF VALUE "C".
   02 SubStartDate-CF       PIC 9(8).
   02 SubBilledThrough-CF   PIC 9(6).
   02 HouseholdRole-CF      PIC X.
      88 HouseholdPrimary-CF    VALUE "P".
      88 HouseholdSecondary-CF  VALUE "S".
   02 HouseholdPrimaryId-CF PIC 9(7).
   02 RatingCap-CF          PIC X(3).
   02 MonthlySpendCap-CF    PIC 9(5)V99.
   02 MarketingPostConsent-CF  PIC X.
      88 MarketingPostAllowed-CF  VALUE "Y".
   02 MarketingPostDate-CF     PIC 9(8).
   02 MarketingPostOperator-CF PIC 9(4).
   02 MarketingElecConsent-CF  PIC X.
      88 MarketingElecAllowed-CF  VALUE "Y".
   02 MarketingElecDate-CF     PIC 9(8).
   02 MarketingElecOperator-CF PIC 9(4).
   02 ServiceNoticeConsent-CF  PIC X.
      88 ServiceNoticesRefused-CF VALUE "N".
   02 ServiceNoticeDate-CF     PIC 9(8).
   02 ServiceNoticeOperator-CF PIC 9(4).
   02 LetterLanguage-CF        PIC X.
      88 LettersInEnglish-CF      VALUE "E", SPACE.
      88 LettersInFrench-CF       VALUE "F".
