      88 CashTender-PM       VALUE "C".
      88 CheckTender-PM      VALUE "K".
      88 CardTender-PM       VALUE "D".
      88 WebTender-PM        VALUE "W".
   02 PaymentAmount-PM     PIC 9(5)V99.
   02 AppliedAmount-PM     PIC 9(5)V99.
   02 SessionNum-PM        PIC 9(7).
   02 PaymentStatus-PM     PIC X.
      88 PaymentBouncedNSF-PM VALUE "B".
      88 PaymentDisputed-PM    VALUE "D".
      88 PaymentChargedBack-PM VALUE "L".
      88 PaymentNotCollected-PM VALUE "B", "D", "L".
   02 CashCurrency-PM      PIC XXX.
   02 CashTendered-PM      PIC 9(5)V99.
   02 ChangeGiven-PM       PIC 9(5)V99.
   02 PaymentTime-PM       PIC 9(6).
