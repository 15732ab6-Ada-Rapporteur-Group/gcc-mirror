   88 EndOfAffinity   VALUE HIGH-VALUES.
   02 AffinityKey-AF.
      03 FilmId-AF          PIC 9(7).
      03 AffinityRank-AF    PIC 9.
   02 RelatedFilmId-AF     PIC 9(7).
   02 SharedCustomers-AF   PIC 9(5).
   02 BuiltDate-AF         PIC 9(8).
