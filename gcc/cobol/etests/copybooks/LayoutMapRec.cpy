   88 EndOfLayoutMaps    VALUE HIGH-VALUES.
   02 MapKey-LM.
      03 FileName-LM        PIC X(12).
      03 ToVersion-LM       PIC 9(3).
      03 MapSeq-LM          PIC 9(3).
   02 FromVersion-LM        PIC 9(3).
   02 FieldName-LM          PIC X(20).
   02 MapAction-LM          PIC X.
      88 MapCopyBytes-LM      VALUE "C".
      88 MapCopyNumber-LM     VALUE "N".
      88 MapFillSpaces-LM     VALUE "S".
      88 MapFillZeros-LM      VALUE "Z".
      88 MapFillValue-LM      VALUE "V".
      88 MapActionValid-LM    VALUE "C", "N", "S", "Z", "V".
   02 OldPos-LM             PIC 9(4).
   02 OldLen-LM             PIC 9(4).
   02 NewPos-LM             PIC 9(4).
   02 NewLen-LM             PIC 9(4).
   02 MapValue-LM           PIC X(20).
