   88 EndOfOfflineCache  VALUE HIGH-VALUES.
   02 CacheKey-OC.
      03 CacheType-OC       PIC X.
         88 CachedCustomer-OC  VALUE "C".
         88 CachedFilm-OC      VALUE "F".
      03 CacheId-OC         PIC 9(7).
   02 CacheName-OC          PIC X(40).
   02 CacheUsable-OC        PIC X.
      88 CacheMayRent-OC      VALUE "Y".
   02 CacheRentTo-OC        PIC 9(7).
   02 CacheLoanDays-OC      PIC 9(3).
   02 CacheFee-OC           PIC 9(3)V99.
