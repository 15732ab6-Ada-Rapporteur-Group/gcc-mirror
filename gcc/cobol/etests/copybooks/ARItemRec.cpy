      88 AREquipForfeitItem-AR VALUE "E".
      88 ARNSFReversalItem-AR  VALUE "K".
      88 ARNSFFeeItem-AR       VALUE "F".
      88 ARChargebackItem-AR   VALUE "C".
      88 ARBadDebtItem-AR      VALUE "D".
      88 ARSubscriptionItem-AR VALUE "S".
      88 ARBalanceFwdItem-AR   VALUE "B".
      88 ARFinanceChargeItem-AR VALUE "I".
      88 ARDeliveryFeeItem-AR  VALUE "H".
   02 FilmId-AR              PIC 9(7).
   02 CheckoutDate-AR        PIC 9(8).
   02 ARItemAmount-AR        PIC 9(5)V99.
   02 ARItemStatus-AR        PIC X.
      88 ARItemOpen-AR         VALUE "O".
      88 ARItemPaid-AR         VALUE "P".
      88 ARItemWrittenOff-AR   VALUE "W".
   02 ARItemAdjusted-AR      PIC X.
      88 ARItemWasAdjusted-AR  VALUE "Y".
