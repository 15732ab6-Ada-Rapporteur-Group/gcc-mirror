   88 EndOfMemberCards  VALUE HIGH-VALUES.
   02 CardNum-MC            PIC 9(8).
   02 CustomerId-MC         PIC 9(7).
   02 CardStatus-MC         PIC X.
      88 CardIsActive-MC      VALUE "A".
      88 CardIsLost-MC        VALUE "L".
      88 CardIsStolen-MC      VALUE "S".
      88 CardIsReplaced-MC    VALUE "R".
      88 CardIsHotlisted-MC   VALUE "L", "S".
   02 IssueDate-MC          PIC 9(8).
   02 HotlistDate-MC        PIC 9(8).
   02 ReplacedByCardNum-MC  PIC 9(8).
