   88 EndOfFilmRatings VALUE HIGH-VALUES.
   02 FilmRatingKey-RT.
      03 FilmId-RT         PIC 9(7).
      03 CustomerId-RT     PIC 9(7).
   02 Rating-RT            PIC 9.
   02 RatedDate-RT         PIC 9(8).
   02 RatingSource-RT      PIC X.
      88 TillRating-RT       VALUE "T".
      88 DropBoxRating-RT    VALUE "D".
      88 WebRating-RT        VALUE "W".
