   02 StudioId-FF          PIC 9(4).
   02 RevShareFlag-FF      PIC X.
      88 FilmIsRevShare-FF   VALUE "R".
   02 MergedIntoFilmId-FF  PIC 9(7).
      88 FilmNotMerged-FF    VALUE ZEROS.
   02 StreetDate-FF        PIC 9(8).
      88 NoStreetDate-FF     VALUE ZEROS.
   02 LicenceEndDate-FF    PIC 9(8).
      88 NoLicenceEnd-FF     VALUE ZEROS.
