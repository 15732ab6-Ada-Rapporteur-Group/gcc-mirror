   88 EndOfSuppressions  VALUE HIGH-VALUES.
   02 SuppressionKey-SU.
      03 CustomerId-SU          PIC 9(7).
      03 SuppressChannel-SU     PIC X.
         88 SuppressPost-SU        VALUE "P".
         88 SuppressElectronic-SU  VALUE "E".
         88 SuppressAllChannels-SU VALUE "A".
   02 SuppressReason-SU         PIC X.
      88 OptedOut-SU              VALUE "O".
      88 MailUndeliverable-SU     VALUE "U".
   02 SuppressDate-SU           PIC 9(8).
   02 SuppressOperator-SU       PIC 9(4).
   02 SuppressNote-SU           PIC X(30).
