      88 CardEscheated-GC    VALUE "E".
   02 LastActivityDate-GC   PIC 9(8).
   02 EscheatedDate-GC      PIC 9(8).
   02 CustomerId-GC         PIC 9(7).
   02 IssueStoreId-GC       PIC 99.
