   02 PromoCode-RF          PIC X(6).
   02 WaiverFlag-RF         PIC X.
      88 DamageWaived-RF      VALUE "W".
   02 FormatCode-RF         PIC X.
   02 CardholderId-RF       PIC 9(7).
   02 CheckoutTime-RF       PIC 9(6).
   02 ReturnTime-RF         PIC 9(6).
