IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-54.
AUTHOR. Michael Coughlan.
*> Customer film ratings. Customers rate what they rented, 1 to 5,
*> at the counter (Listing17-30), on the drop-box rating card
*> (Listing18-10) and on the website; every rating is filed through
*> RecordFilmRating on the ratings file, one per film and customer,
*> where the catalog export Listing17-18 and the order-depth run
*> Listing18-35 read them. This run has two jobs, chosen by its
*> parameter:
*>   IMPORT   takes the website's nightly ratings feed. A rating is
*>            filed only for a customer on the master whose account
*>            is neither merged away nor closed, for a film on the
*>            master, with a real date, a rating of 1 to 5, and a
*>            rental of that film on the customer's account (or the
*>            household's, for a secondary cardholder) - nobody rates
*>            what they never rented from us. The rest go to the
*>            spooled rejects report with the reason. The feed is
*>            seeded the first time through with one of each
*>            outcome, the way Listing18-53 seeds its payment feed.
*>   TOPRATED prints the weekly top-rated report: genre by genre, the
*>            best-rated films with at least MinRatingsToRank ratings
*>            (a second parameter overrides it for the run), with the
*>            ratings that came in during the week shown alongside.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT FilmFile ASSIGN TO "Listing17-6Film.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FilmId-FF
        ALTERNATE RECORD KEY IS FilmTitle-FF
                     WITH DUPLICATES
        ALTERNATE RECORD KEY IS DirectorId-FF
                     WITH DUPLICATES
        ALTERNATE RECORD KEY IS FilmGenre-FF
                     WITH DUPLICATES
        FILE STATUS IS FilmStatus.

   SELECT CustomerFile ASSIGN TO "Listing17-26Customer.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CustomerId-CF
        ALTERNATE RECORD KEY IS CustomerSurname-CF
                     WITH DUPLICATES
        FILE STATUS IS CustomerStatus.

   SELECT RentalFile ASSIGN TO "Listing17-6Rental.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RentalKey-RF
        ALTERNATE RECORD KEY IS FilmId-RF
                     WITH DUPLICATES
        FILE STATUS IS RentalStatus.

   SELECT FilmRatingFile ASSIGN TO "Listing18-54Ratings.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FilmRatingKey-RT
        FILE STATUS IS FilmRatingStatus.

   SELECT WebRatingFeedFile ASSIGN TO "Listing18-54WebRatings.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WebRatingFeedStatus.

   SELECT TopRatedSortFile ASSIGN TO "Listing18-54Sort.TMP".

   SELECT RatingReportFile ASSIGN TO RatingReportFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RatingReportStatus.

DATA DIVISION.
FILE SECTION.
FD FilmFile.
01 FilmRec-FF.
   COPY FilmRec.

FD CustomerFile.
01 CustomerRec-CF.
   COPY CustomerRec.

FD RentalFile.
01 RentalRec-RF.
   COPY RentalRec.

FD FilmRatingFile.
01 FilmRatingRec-RT.
   COPY FilmRatingRec.

FD WebRatingFeedFile.
01 WebRatingFeedRec.
   02 CustomerId-WR         PIC 9(7).
   02 FilmId-WR             PIC 9(7).
   02 Rating-WR             PIC X.
      88 WebRatingInRange     VALUE "1" THRU "5".
   02 RatedDate-WR          PIC 9(8).

SD TopRatedSortFile.
01 TopRatedSortRec-TS.
   02 FilmGenre-TS          PIC X(10).
   02 AverageRating-TS      PIC 9V99.
   02 RatingCount-TS        PIC 9(5).
   02 FilmTitle-TS          PIC X(40).
   02 FilmId-TS             PIC 9(7).
   02 WeekRatingCount-TS    PIC 9(5).
   02 WeekAverageRating-TS  PIC 9V99.

FD RatingReportFile.
01 RatingReportLine         PIC X(132).

WORKING-STORAGE SECTION.
01 FilmStatus               PIC XX.
   88 FilmOk    VALUE "02", "00".

01 CustomerStatus           PIC XX.
   88 CustomerOk  VALUE "02", "00".

01 RentalStatus             PIC XX.
   88 RentalOk   VALUE "02", "00".

01 FilmRatingStatus         PIC XX.
   88 FilmRatingOk  VALUE "02", "00".

01 WebRatingFeedStatus      PIC XX.
   88 EndOfWebRatingFeed      VALUE "10".
01 RatingReportStatus       PIC XX.
01 RatingReportFileName     PIC X(30).
01 SpoolRunParms            PIC X(20).

01 ArgumentNumber           PIC 9(4) VALUE 1.
01 BatchParm                PIC X(20) VALUE SPACES.
01 MinRatingsParm           PIC X(20) VALUE SPACES.

01 TodayDate                PIC 9(8).
01 WeekStartDate            PIC 9(8).

*> A film needs this many ratings before it can be ranked, so one
*> enthusiastic customer cannot put a film at the top of its genre.
01 MinRatingsToRank         PIC 9(5) VALUE 5.
01 TopFilmsPerGenre         PIC 99 VALUE 10.

*> Import.
01 ImportCounts.
   02 WebRatingsRead        PIC 9(5) VALUE ZEROS.
   02 WebRatingsFiled       PIC 9(5) VALUE ZEROS.
   02 WebRatingsRejected    PIC 9(5) VALUE ZEROS.
01 RejectReason             PIC X(50).
   88 WebRatingAccepted       VALUE SPACES.
01 RentalAccountId          PIC 9(7).
01 FilmRatingGiven          PIC 9 VALUE ZERO.
01 RatingResult             PIC 9 VALUE ZERO.
   88 RatingFiled              VALUE 0.

*> Top-rated report - one film's ratings gathered as the ratings
*> file is read in film order.
01 CurrentFilmId            PIC 9(7) VALUE ZEROS.
01 FilmRatingTotal          PIC 9(7) VALUE ZEROS.
01 FilmRatingCount          PIC 9(5) VALUE ZEROS.
01 WeekRatingTotal          PIC 9(7) VALUE ZEROS.
01 WeekRatingCount          PIC 9(5) VALUE ZEROS.
01 TopRatedSortState        PIC X VALUE "N".
   88 EndOfTopRatedSort       VALUE "Y".
01 CurrentGenre             PIC X(10) VALUE HIGH-VALUES.
01 GenreRank                PIC 99 VALUE ZEROS.
01 ReportCounts.
   02 FilmsRated            PIC 9(5) VALUE ZEROS.
   02 FilmsRanked           PIC 9(5) VALUE ZEROS.
   02 FilmsTooFewRatings    PIC 9(5) VALUE ZEROS.
   02 RatingsOnFile         PIC 9(7) VALUE ZEROS.
   02 RatingsThisWeek       PIC 9(5) VALUE ZEROS.

01 Rank-Ed                  PIC Z9.
01 Average-Ed               PIC 9.99.
01 Count-Ed                 PIC ZZ,ZZ9.
01 Total-Ed                 PIC Z,ZZZ,ZZ9.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing18-54", "FilmFile    ",
          FilmRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-54", "CustomerFile",
          CustomerRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-54", "RentalFile  ",
          RentalRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    DISPLAY ArgumentNumber UPON ARGUMENT-NUMBER
    ACCEPT BatchParm FROM ARGUMENT-VALUE
       ON EXCEPTION MOVE SPACES TO BatchParm
    END-ACCEPT
    EVALUATE FUNCTION UPPER-CASE(BatchParm)
       WHEN "IMPORT"   PERFORM ImportWebRatings
       WHEN "TOPRATED" PERFORM PrintTopRatedReport
       WHEN OTHER      DISPLAY "Unrecognized parameter - use IMPORT or "
                               "TOPRATED [minimum ratings]"
    END-EVALUATE
    STOP RUN.

ImportWebRatings.
    DISPLAY "*** Website Ratings Import - " TodayDate " ***"
    PERFORM CreateTheWebRatingFeed
    OPEN INPUT FilmFile
    OPEN INPUT CustomerFile
    OPEN INPUT RentalFile

    MOVE SPACES TO SpoolRunParms
    STRING "feed=" DELIMITED BY SIZE
           TodayDate DELIMITED BY SIZE
      INTO SpoolRunParms
    END-STRING
    CALL "SpoolRegisterReport" USING "WEBRATE ", SpoolRunParms,
                                     RatingReportFileName
    OPEN OUTPUT RatingReportFile
    PERFORM PrintRejectsHeading

    OPEN INPUT WebRatingFeedFile
    READ WebRatingFeedFile
       AT END SET EndOfWebRatingFeed TO TRUE
    END-READ
    PERFORM UNTIL EndOfWebRatingFeed
       ADD 1 TO WebRatingsRead
       PERFORM ImportOneWebRating
       READ WebRatingFeedFile
          AT END SET EndOfWebRatingFeed TO TRUE
       END-READ
    END-PERFORM
    CLOSE WebRatingFeedFile

    PERFORM PrintRejectsFooting
    CLOSE RatingReportFile
    CLOSE FilmFile
    CLOSE CustomerFile
    CLOSE RentalFile
    DISPLAY "Read " WebRatingsRead "  filed " WebRatingsFiled
            "  rejected " WebRatingsRejected
    DISPLAY "Rejects written to " RatingReportFileName.

ImportOneWebRating.
    MOVE SPACES TO RejectReason
    PERFORM CheckWebRating
    IF WebRatingAccepted
       MOVE Rating-WR TO FilmRatingGiven
       CALL "RecordFilmRating" USING FilmId-WR, CustomerId-WR,
                                     FilmRatingGiven, "W",
                                     RatedDate-WR, RatingResult
       IF NOT RatingFiled
          MOVE "Rating could not be filed" TO RejectReason
       END-IF
    END-IF
    IF WebRatingAccepted
       ADD 1 TO WebRatingsFiled
    ELSE
       ADD 1 TO WebRatingsRejected
       PERFORM WriteRejectLine
    END-IF.

CheckWebRating.
*> Cheapest checks first, stopping at the first failure, so the
*> report gives the one reason that matters.
    IF NOT WebRatingInRange
       MOVE "Rating is not 1 to 5" TO RejectReason
       EXIT PARAGRAPH
    END-IF
    IF RatedDate-WR NOT NUMERIC
       MOVE "Rating date is not a valid date" TO RejectReason
       EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(RatedDate-WR) NOT EQUAL ZERO
       OR RatedDate-WR > TodayDate
       MOVE "Rating date is not a valid date" TO RejectReason
       EXIT PARAGRAPH
    END-IF
    IF CustomerId-WR NOT NUMERIC
       MOVE "Unknown customer" TO RejectReason
       EXIT PARAGRAPH
    END-IF
    MOVE CustomerId-WR TO CustomerId-CF
    READ CustomerFile
       KEY IS CustomerId-CF
       INVALID KEY CONTINUE
    END-READ
    EVALUATE TRUE
       WHEN NOT CustomerOk
          MOVE "Unknown customer" TO RejectReason
       WHEN CustomerIsMerged-CF
          STRING "Account merged into customer " DELIMITED BY SIZE
                 MergedIntoId-CF DELIMITED BY SIZE
            INTO RejectReason
          END-STRING
       WHEN CustomerIsClosed-CF
          MOVE "Account is closed" TO RejectReason
    END-EVALUATE
    IF NOT WebRatingAccepted
       EXIT PARAGRAPH
    END-IF
    IF FilmId-WR NOT NUMERIC
       MOVE "Unknown film" TO RejectReason
       EXIT PARAGRAPH
    END-IF
    MOVE FilmId-WR TO FilmId-FF
    READ FilmFile
       KEY IS FilmId-FF
       INVALID KEY CONTINUE
    END-READ
    IF NOT FilmOk
       MOVE "Unknown film" TO RejectReason
       EXIT PARAGRAPH
    END-IF
    IF MergedIntoFilmId-FF IS NUMERIC AND NOT FilmNotMerged-FF
       STRING "Film merged into film " DELIMITED BY SIZE
              MergedIntoFilmId-FF DELIMITED BY SIZE
         INTO RejectReason
       END-STRING
       EXIT PARAGRAPH
    END-IF
    PERFORM FindRentalOfFilm.

FindRentalOfFilm.
*> A secondary cardholder's rentals are on the household primary's
*> account, where the till wrote them.
    IF HouseholdSecondary-CF AND HouseholdPrimaryId-CF NOT EQUAL ZEROS
       MOVE HouseholdPrimaryId-CF TO RentalAccountId
    ELSE
       MOVE CustomerId-WR TO RentalAccountId
    END-IF
    MOVE RentalAccountId TO CustomerId-RF
    MOVE FilmId-WR       TO FilmId-RF
    MOVE ZEROS           TO CheckoutDate-RF
    START RentalFile KEY IS GREATER THAN OR EQUAL RentalKey-RF
       INVALID KEY SET EndOfRentals TO TRUE
    END-START
    IF NOT EndOfRentals
       READ RentalFile NEXT RECORD
          AT END SET EndOfRentals TO TRUE
       END-READ
    END-IF
    IF EndOfRentals
       OR CustomerId-RF NOT EQUAL RentalAccountId
       OR FilmId-RF NOT EQUAL FilmId-WR
       MOVE "Customer has never rented the film" TO RejectReason
    END-IF.

PrintRejectsHeading.
    MOVE ALL "=" TO RatingReportLine
    WRITE RatingReportLine
    MOVE SPACES TO RatingReportLine
    STRING "   WEBSITE RATINGS IMPORT - REJECTED RATINGS - RUN OF "
              DELIMITED BY SIZE
           TodayDate DELIMITED BY SIZE
      INTO RatingReportLine
    END-STRING
    WRITE RatingReportLine
    MOVE ALL "=" TO RatingReportLine
    WRITE RatingReportLine
    MOVE "Customer  Film     Rating  Rated on  Reason"
      TO RatingReportLine
    WRITE RatingReportLine.

WriteRejectLine.
    MOVE SPACES TO RatingReportLine
    MOVE CustomerId-WR TO RatingReportLine(1:7)
    MOVE FilmId-WR     TO RatingReportLine(11:7)
    MOVE Rating-WR     TO RatingReportLine(22:1)
    MOVE RatedDate-WR  TO RatingReportLine(27:8)
    MOVE RejectReason  TO RatingReportLine(37:50)
    WRITE RatingReportLine.

PrintRejectsFooting.
    MOVE ALL "=" TO RatingReportLine
    WRITE RatingReportLine
    MOVE SPACES TO RatingReportLine
    STRING "Web ratings read " DELIMITED BY SIZE
           WebRatingsRead DELIMITED BY SIZE
           "   filed " DELIMITED BY SIZE
           WebRatingsFiled DELIMITED BY SIZE
           "   rejected " DELIMITED BY SIZE
           WebRatingsRejected DELIMITED BY SIZE
      INTO RatingReportLine
    END-STRING
    WRITE RatingReportLine.

CreateTheWebRatingFeed.
*> Seeds one night's feed the first time through - a good rating,
*> one out of range, one for a customer we do not have, and one for
*> a film the customer never rented - so the import demonstrates
*> each outcome.
    OPEN INPUT WebRatingFeedFile
    IF WebRatingFeedStatus EQUAL "00"
       CLOSE WebRatingFeedFile
    ELSE
       CLOSE WebRatingFeedFile
       OPEN OUTPUT WebRatingFeedFile
       MOVE "00000010000001520260901" TO WebRatingFeedRec
       WRITE WebRatingFeedRec
       MOVE "00000010000002720260901" TO WebRatingFeedRec
       WRITE WebRatingFeedRec
       MOVE "99999990000001420260901" TO WebRatingFeedRec
       WRITE WebRatingFeedRec
       MOVE "00000029999998320260901" TO WebRatingFeedRec
       WRITE WebRatingFeedRec
       CLOSE WebRatingFeedFile
    END-IF.

PrintTopRatedReport.
    ADD 1 TO ArgumentNumber
    DISPLAY ArgumentNumber UPON ARGUMENT-NUMBER
    ACCEPT MinRatingsParm FROM ARGUMENT-VALUE
       ON EXCEPTION MOVE SPACES TO MinRatingsParm
    END-ACCEPT
    IF MinRatingsParm NOT EQUAL SPACES
       IF FUNCTION TRIM(MinRatingsParm) IS NUMERIC
          MOVE FUNCTION NUMVAL(MinRatingsParm) TO MinRatingsToRank
       ELSE
          DISPLAY "The minimum number of ratings must be a number - "
                  MinRatingsParm
          EXIT PARAGRAPH
       END-IF
    END-IF
    IF MinRatingsToRank EQUAL ZEROS
       MOVE 1 TO MinRatingsToRank
    END-IF
    COMPUTE WeekStartDate = FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE(TodayDate) - 6)
    DISPLAY "*** Weekly Top-Rated Films - " TodayDate " ***"
    OPEN INPUT FilmRatingFile
    IF FilmRatingStatus NOT EQUAL "00"
       DISPLAY "No ratings on file yet - nothing to rank."
       CLOSE FilmRatingFile
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT FilmFile

    MOVE SPACES TO SpoolRunParms
    MOVE MinRatingsToRank TO Count-Ed
    STRING "week=" DELIMITED BY SIZE
           TodayDate DELIMITED BY SIZE
           " min=" DELIMITED BY SIZE
           FUNCTION TRIM(Count-Ed) DELIMITED BY SIZE
      INTO SpoolRunParms
    END-STRING
    CALL "SpoolRegisterReport" USING "TOPRATED", SpoolRunParms,
                                     RatingReportFileName
    OPEN OUTPUT RatingReportFile
    PERFORM PrintTopRatedHeading

    SORT TopRatedSortFile
         ON ASCENDING KEY FilmGenre-TS
         ON DESCENDING KEY AverageRating-TS
                           RatingCount-TS
         ON ASCENDING KEY FilmTitle-TS
         INPUT PROCEDURE IS AverageEachFilm
         OUTPUT PROCEDURE IS RankFilmsByGenre

    PERFORM PrintTopRatedFooting
    CLOSE RatingReportFile
    CLOSE FilmRatingFile
    CLOSE FilmFile
    DISPLAY "Films rated " FilmsRated "  ranked " FilmsRanked
            "  too few ratings " FilmsTooFewRatings
    DISPLAY "Report written to " RatingReportFileName.

AverageEachFilm.
*> The ratings file is in film order, so each film's ratings are
*> added up as they pass and the film released at the break.
    MOVE ZEROS TO CurrentFilmId
    MOVE LOW-VALUES TO FilmRatingKey-RT
    START FilmRatingFile KEY IS GREATER THAN FilmRatingKey-RT
       INVALID KEY SET EndOfFilmRatings TO TRUE
    END-START
    IF NOT EndOfFilmRatings
       READ FilmRatingFile NEXT RECORD
          AT END SET EndOfFilmRatings TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfFilmRatings
       IF FilmId-RT NOT EQUAL CurrentFilmId
          IF CurrentFilmId NOT EQUAL ZEROS
             PERFORM ReleaseOneFilm
          END-IF
          MOVE FilmId-RT TO CurrentFilmId
          MOVE ZEROS TO FilmRatingTotal FilmRatingCount
                        WeekRatingTotal WeekRatingCount
       END-IF
       ADD Rating-RT TO FilmRatingTotal
       ADD 1 TO FilmRatingCount RatingsOnFile
       IF RatedDate-RT NOT < WeekStartDate
          ADD Rating-RT TO WeekRatingTotal
          ADD 1 TO WeekRatingCount RatingsThisWeek
       END-IF
       READ FilmRatingFile NEXT RECORD
          AT END SET EndOfFilmRatings TO TRUE
       END-READ
    END-PERFORM
    IF CurrentFilmId NOT EQUAL ZEROS
       PERFORM ReleaseOneFilm
    END-IF.

ReleaseOneFilm.
    ADD 1 TO FilmsRated
    IF FilmRatingCount < MinRatingsToRank
       ADD 1 TO FilmsTooFewRatings
       EXIT PARAGRAPH
    END-IF
    MOVE CurrentFilmId TO FilmId-FF
    READ FilmFile
       KEY IS FilmId-FF
       INVALID KEY CONTINUE
    END-READ
    IF NOT FilmOk
       MOVE "Unknown" TO FilmGenre-FF
       MOVE "(not on the film master)" TO FilmTitle-FF
    END-IF
    MOVE FilmGenre-FF    TO FilmGenre-TS
    MOVE FilmTitle-FF    TO FilmTitle-TS
    MOVE CurrentFilmId   TO FilmId-TS
    MOVE FilmRatingCount TO RatingCount-TS
    COMPUTE AverageRating-TS ROUNDED =
            FilmRatingTotal / FilmRatingCount
    MOVE WeekRatingCount TO WeekRatingCount-TS
    MOVE ZEROS TO WeekAverageRating-TS
    IF WeekRatingCount > ZEROS
       COMPUTE WeekAverageRating-TS ROUNDED =
               WeekRatingTotal / WeekRatingCount
    END-IF
    RELEASE TopRatedSortRec-TS.

RankFilmsByGenre.
    PERFORM UNTIL EndOfTopRatedSort
       RETURN TopRatedSortFile
          AT END
             SET EndOfTopRatedSort TO TRUE
          NOT AT END
             PERFORM PrintOneRankedFilm
       END-RETURN
    END-PERFORM.

PrintOneRankedFilm.
    IF FilmGenre-TS NOT EQUAL CurrentGenre
       MOVE FilmGenre-TS TO CurrentGenre
       MOVE ZEROS TO GenreRank
       MOVE SPACES TO RatingReportLine
       WRITE RatingReportLine
       MOVE SPACES TO RatingReportLine
       STRING "Genre: " DELIMITED BY SIZE
              FilmGenre-TS DELIMITED BY SIZE
         INTO RatingReportLine
       END-STRING
       WRITE RatingReportLine
    END-IF
    IF GenreRank NOT < TopFilmsPerGenre
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO GenreRank FilmsRanked
    MOVE SPACES TO RatingReportLine
    MOVE GenreRank TO Rank-Ed
    MOVE Rank-Ed TO RatingReportLine(3:2)
    MOVE FilmId-TS TO RatingReportLine(7:7)
    MOVE FilmTitle-TS TO RatingReportLine(16:40)
    MOVE AverageRating-TS TO Average-Ed
    MOVE Average-Ed TO RatingReportLine(58:4)
    MOVE RatingCount-TS TO Count-Ed
    MOVE Count-Ed TO RatingReportLine(64:6)
    IF WeekRatingCount-TS > ZEROS
       MOVE WeekRatingCount-TS TO Count-Ed
       MOVE Count-Ed TO RatingReportLine(73:6)
       MOVE WeekAverageRating-TS TO Average-Ed
       MOVE Average-Ed TO RatingReportLine(82:4)
    END-IF
    WRITE RatingReportLine.

PrintTopRatedHeading.
    MOVE ALL "=" TO RatingReportLine
    WRITE RatingReportLine
    MOVE SPACES TO RatingReportLine
    MOVE MinRatingsToRank TO Count-Ed
    STRING "   WEEKLY TOP-RATED FILMS BY GENRE - WEEK ENDING "
              DELIMITED BY SIZE
           TodayDate DELIMITED BY SIZE
           " - AT LEAST " DELIMITED BY SIZE
           FUNCTION TRIM(Count-Ed) DELIMITED BY SIZE
           " RATINGS" DELIMITED BY SIZE
      INTO RatingReportLine
    END-STRING
    WRITE RatingReportLine
    MOVE ALL "=" TO RatingReportLine
    WRITE RatingReportLine
    MOVE SPACES TO RatingReportLine
    MOVE "Rank"            TO RatingReportLine(1:4)
    MOVE "Film"            TO RatingReportLine(7:4)
    MOVE "Title"           TO RatingReportLine(16:5)
    MOVE "Avg"             TO RatingReportLine(58:3)
    MOVE "Ratings"         TO RatingReportLine(63:7)
    MOVE "This week"       TO RatingReportLine(72:9)
    MOVE "Avg"             TO RatingReportLine(82:3)
    WRITE RatingReportLine.

PrintTopRatedFooting.
    MOVE SPACES TO RatingReportLine
    WRITE RatingReportLine
    MOVE ALL "=" TO RatingReportLine
    WRITE RatingReportLine
    MOVE SPACES TO RatingReportLine
    MOVE RatingsOnFile TO Total-Ed
    STRING "Ratings on file " DELIMITED BY SIZE
           FUNCTION TRIM(Total-Ed) DELIMITED BY SIZE
           "   received this week " DELIMITED BY SIZE
           RatingsThisWeek DELIMITED BY SIZE
      INTO RatingReportLine
    END-STRING
    WRITE RatingReportLine
    MOVE SPACES TO RatingReportLine
    STRING "Films rated " DELIMITED BY SIZE
           FilmsRated DELIMITED BY SIZE
           "   ranked " DELIMITED BY SIZE
           FilmsRanked DELIMITED BY SIZE
           "   below the minimum " DELIMITED BY SIZE
           FilmsTooFewRatings DELIMITED BY SIZE
      INTO RatingReportLine
    END-STRING
    WRITE RatingReportLine.

IDENTIFICATION DIVISION.
PROGRAM-ID. CheckLayoutVersion IS INITIAL.
AUTHOR. Michael Coughlan.
*> Guards the shared masters against being opened by a program built
*> for a different record layout. Each master's layout version is
*> held in the Listing18-50 layout register rather than in a header
*> record inside the file itself, so the sequential readers of the
*> masters go on working unchanged. A "C" call compares the caller's
*> compiled version (LayoutVersions) with the register and, on a
*> mismatch, sets the result to refused and reports it as a status 39
*> through DescribeFileStatus and ErrorLogFileStatus; the result is
*> never cleared here, so a program can check all its masters and
*> test once. An "S" call stamps the caller's version, and is made by
*> the programs that build a master from scratch. A master with no
*> register entry is refused in the same way - it may hold records
*> of any layout - until it is registered at its version through
*> Listing18-50, and so is every master while the register itself
*> cannot be opened.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LayoutFile ASSIGN TO "Listing18-50Layouts.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FileName-LS
        FILE STATUS IS LayoutStatus.

DATA DIVISION.
FILE SECTION.
FD  LayoutFile.
01  LayoutStampRec-LS.
    COPY LayoutStampRec.

WORKING-STORAGE SECTION.
01  LayoutStatus           PIC XX.
    88  LayoutOk             VALUE "02", "00".

01  StampFound             PIC X VALUE "N".
    88  StampWasFound        VALUE "Y".

01  MismatchStatus         PIC XX VALUE "39".
01  MismatchMessage        PIC X(38).

LINKAGE SECTION.
01  LayoutAction-IO        PIC X.
    88  StampLayout-IO       VALUE "S".
01  ProgramName-IO         PIC X(12).
01  FileName-IO            PIC X(12).
01  LayoutVersion-IO       PIC 9(3).
01  LayoutResult-IO        PIC 9.

PROCEDURE DIVISION USING LayoutAction-IO, ProgramName-IO, FileName-IO,
                          LayoutVersion-IO, LayoutResult-IO.
Begin.
   OPEN I-O LayoutFile
   IF LayoutStatus EQUAL "35"
      OPEN OUTPUT LayoutFile
      CLOSE LayoutFile
      OPEN I-O LayoutFile
   END-IF
   IF NOT LayoutOk
      MOVE 1 TO LayoutResult-IO
      CALL "DescribeFileStatus" USING LayoutStatus, MismatchMessage
      CALL "ErrorLogFileStatus" USING ProgramName-IO, FileName-IO,
            "LAYOUT    ", LayoutStatus, MismatchMessage
      DISPLAY "Layout register unavailable - status " LayoutStatus
      DISPLAY MismatchMessage " - " FileName-IO " not opened."
      EXIT PROGRAM
   END-IF
   MOVE FileName-IO TO FileName-LS
   READ LayoutFile
      KEY IS FileName-LS
      INVALID KEY     MOVE "N" TO StampFound
      NOT INVALID KEY SET StampWasFound TO TRUE
   END-READ
   EVALUATE TRUE
      WHEN NOT StampWasFound AND NOT StampLayout-IO
         PERFORM RefuseUnregistered
      WHEN NOT StampWasFound
         INITIALIZE LayoutStampRec-LS
         MOVE FileName-IO TO FileName-LS
         PERFORM FillLayoutStamp
         WRITE LayoutStampRec-LS
      WHEN StampLayout-IO
         IF LayoutVersion-LS NOT EQUAL LayoutVersion-IO
            MOVE LayoutVersion-LS TO PriorVersion-LS
         END-IF
         PERFORM FillLayoutStamp
         REWRITE LayoutStampRec-LS
      WHEN LayoutVersion-LS NOT EQUAL LayoutVersion-IO
         PERFORM RefuseLayout
   END-EVALUATE
   CLOSE LayoutFile
   EXIT PROGRAM.

FillLayoutStamp.
   MOVE LayoutVersion-IO TO LayoutVersion-LS
   MOVE FUNCTION CURRENT-DATE(1:8) TO StampedDate-LS
   MOVE ProgramName-IO TO StampedBy-LS.

RefuseLayout.
   MOVE 1 TO LayoutResult-IO
   CALL "DescribeFileStatus" USING MismatchStatus, MismatchMessage
   CALL "ErrorLogFileStatus" USING ProgramName-IO, FileName-IO,
         "LAYOUT    ", MismatchStatus, MismatchMessage
   DISPLAY FileName-IO " is at layout version " LayoutVersion-LS
           " but " ProgramName-IO " was built for version "
           LayoutVersion-IO
   DISPLAY MismatchMessage " - file not opened. "
           "Convert it with Listing18-50.".

RefuseUnregistered.
   MOVE 1 TO LayoutResult-IO
   CALL "DescribeFileStatus" USING MismatchStatus, MismatchMessage
   CALL "ErrorLogFileStatus" USING ProgramName-IO, FileName-IO,
         "LAYOUT    ", MismatchStatus, MismatchMessage
   DISPLAY FileName-IO " has no entry on the layout register but "
           ProgramName-IO " was built for version " LayoutVersion-IO
   DISPLAY MismatchMessage " - file not opened. "
           "Register it with Listing18-50.".
END PROGRAM CheckLayoutVersion.

IDENTIFICATION DIVISION.
PROGRAM-ID. DescribeFileStatus IS INITIAL.
AUTHOR. Michael Coughlan.
*> Translates a 2-digit FILE STATUS value into a plain-English
*> message so operators don't have to memorize the code table.
DATA DIVISION.
WORKING-STORAGE SECTION.
COPY FileStatusTable.

LINKAGE SECTION.
01 StatusCode-IO        PIC XX.
01 StatusMessage-IO     PIC X(38).

PROCEDURE DIVISION USING StatusCode-IO, StatusMessage-IO.
Begin.
   SET FileStatusIdx TO 1
   SEARCH FileStatusEntry
       AT END MOVE "Unrecognized FILE STATUS code." TO StatusMessage-IO
       WHEN FileStatusCodeTbl(FileStatusIdx) EQUAL TO StatusCode-IO
            MOVE FileStatusMsgTbl(FileStatusIdx) TO StatusMessage-IO
   END-SEARCH
   EXIT PROGRAM.
END PROGRAM DescribeFileStatus.

IDENTIFICATION DIVISION.
PROGRAM-ID. ErrorLogFileStatus IS INITIAL.
AUTHOR. Michael Coughlan.
*> Central error logger for every program's DECLARATIVES: what the
*> error handlers used to only DISPLAY (gone when the screen
*> scrolls) is appended here with program, file, operation, status
*> and the FileStatusTable message, so the morning summary can group
*> overnight errors and ops can spot a failing disk or a recurring
*> status 39 before it becomes an outage.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ErrorLogFile ASSIGN TO "Listing17-56Errors.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS ErrorLogStatus.

DATA DIVISION.
FILE SECTION.
FD  ErrorLogFile.
01  ErrorLogRec.
    02  ErrorTimestamp-EL    PIC X(21).
    02  ProgramName-EL       PIC X(12).
    02  FileName-EL          PIC X(12).
    02  Operation-EL         PIC X(10).
    02  StatusCode-EL        PIC XX.
    02  StatusMessage-EL     PIC X(38).

WORKING-STORAGE SECTION.
01  ErrorLogStatus         PIC XX.

LINKAGE SECTION.
01  ProgramName-IO         PIC X(12).
01  FileName-IO            PIC X(12).
01  Operation-IO           PIC X(10).
01  StatusCode-IO          PIC XX.
01  StatusMessage-IO       PIC X(38).

PROCEDURE DIVISION USING ProgramName-IO, FileName-IO, Operation-IO,
                          StatusCode-IO, StatusMessage-IO.
Begin.
   OPEN EXTEND ErrorLogFile
   IF ErrorLogStatus EQUAL "35"
      OPEN OUTPUT ErrorLogFile
   END-IF
   MOVE FUNCTION CURRENT-DATE TO ErrorTimestamp-EL
   MOVE ProgramName-IO   TO ProgramName-EL
   MOVE FileName-IO      TO FileName-EL
   MOVE Operation-IO     TO Operation-EL
   MOVE StatusCode-IO    TO StatusCode-EL
   MOVE StatusMessage-IO TO StatusMessage-EL
   WRITE ErrorLogRec
   CLOSE ErrorLogFile
   EXIT PROGRAM.
END PROGRAM ErrorLogFileStatus.

IDENTIFICATION DIVISION.
PROGRAM-ID. TrainingMode.
AUTHOR. Michael Coughlan.
*> Training-mode switch for the counter programs. OperatorSignOnCheck
*> sets it ("S") when a trainee signs on or an operator asks for a
*> training session; it then holds for the rest of the run. "Q" hands
*> the setting back. "F" takes a data file name and, in training,
*> turns it into the name of its training copy - the same name with
*> "Training-" in front - so a counter program or one of the
*> subprograms it calls works against the copies Listing18-39
*> rebuilds each night and never touches the live files.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  TrainingSwitch             PIC X VALUE "N".
    88  TrainingSwitchOn         VALUE "Y".
01  LiveFileName               PIC X(40).

LINKAGE SECTION.
01  TrainingFunction-IO        PIC X.
    88  SetTrainingMode          VALUE "S".
    88  QueryTrainingMode        VALUE "Q".
    88  MapTrainingFile          VALUE "F".
01  TrainingState-IO           PIC X.
    88  TrainingModeOn           VALUE "Y".
01  TrainingFileName-IO        PIC X(40).

PROCEDURE DIVISION USING TrainingFunction-IO, TrainingState-IO,
                          TrainingFileName-IO.
Begin.
   IF SetTrainingMode
      IF TrainingModeOn
         MOVE "Y" TO TrainingSwitch
      ELSE
         MOVE "N" TO TrainingSwitch
      END-IF
   END-IF

   IF MapTrainingFile AND TrainingSwitchOn
      AND TrainingFileName-IO(1:9) NOT EQUAL "Training-"
      MOVE TrainingFileName-IO TO LiveFileName
      MOVE SPACES TO TrainingFileName-IO
      STRING "Training-" DELIMITED BY SIZE
             LiveFileName DELIMITED BY SPACE
             INTO TrainingFileName-IO
   END-IF

   MOVE TrainingSwitch TO TrainingState-IO
   EXIT PROGRAM.
END PROGRAM TrainingMode.

IDENTIFICATION DIVISION.
PROGRAM-ID. RecordFilmRating IS INITIAL.
AUTHOR. Michael Coughlan.
*> Files a customer's 1-to-5 rating of a film on the ratings file,
*> one entry per film and customer: a customer who rates the same
*> film again replaces the earlier rating, so nobody can stuff the
*> average. The counter (Listing17-30), the drop-box batch
*> (Listing18-10) and the website ratings feed (Listing18-54) all
*> come through here, each giving its source letter - T, D or W.
*> A result of 0 means filed, 1 a rating outside 1 to 5, 2 a film
*> or customer of zero, and 3 a file error. In training the training
*> copy of the ratings file is written instead.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FilmRatingFile ASSIGN TO FilmRatingFileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FilmRatingKey-RT
        FILE STATUS IS FilmRatingStatus.

DATA DIVISION.
FILE SECTION.
FD  FilmRatingFile.
01  FilmRatingRec-RT.
    COPY FilmRatingRec.

WORKING-STORAGE SECTION.
01  FilmRatingStatus           PIC XX.
    88  FilmRatingOk             VALUE "02", "00".
01  FilmRatingFileName         PIC X(40).
01  TrainingState              PIC X.
    88  TrainingModeOn           VALUE "Y".

LINKAGE SECTION.
01  RatedFilmId-IO             PIC 9(7).
01  RatedCustomerId-IO         PIC 9(7).
01  Rating-IO                  PIC 9.
    88  RatingInRange            VALUE 1 THRU 5.
01  RatingSource-IO            PIC X.
01  RatedDate-IO               PIC 9(8).
01  RatingResult-IO            PIC 9.
    88  RatingFiled              VALUE 0.
    88  RatingOutOfRange         VALUE 1.
    88  RatingUnidentified       VALUE 2.
    88  RatingFileFailed         VALUE 3.

PROCEDURE DIVISION USING RatedFilmId-IO, RatedCustomerId-IO,
                          Rating-IO, RatingSource-IO, RatedDate-IO,
                          RatingResult-IO.
Begin.
   IF NOT RatingInRange
      SET RatingOutOfRange TO TRUE
      EXIT PROGRAM
   END-IF
   IF RatedFilmId-IO EQUAL ZEROS OR RatedCustomerId-IO EQUAL ZEROS
      SET RatingUnidentified TO TRUE
      EXIT PROGRAM
   END-IF
   MOVE "Listing18-54Ratings.DAT" TO FilmRatingFileName
   CALL "TrainingMode" USING "F", TrainingState, FilmRatingFileName
   OPEN I-O FilmRatingFile
   IF FilmRatingStatus EQUAL "35"
      OPEN OUTPUT FilmRatingFile
      CLOSE FilmRatingFile
      OPEN I-O FilmRatingFile
   END-IF
   IF NOT FilmRatingOk
      DISPLAY "-RT ERROR Status = " FilmRatingStatus
      SET RatingFileFailed TO TRUE
      EXIT PROGRAM
   END-IF

   SET RatingFiled TO TRUE
   MOVE RatedFilmId-IO     TO FilmId-RT
   MOVE RatedCustomerId-IO TO CustomerId-RT
   READ FilmRatingFile
      KEY IS FilmRatingKey-RT
      INVALID KEY
         MOVE Rating-IO       TO Rating-RT
         MOVE RatedDate-IO    TO RatedDate-RT
         MOVE RatingSource-IO TO RatingSource-RT
         WRITE FilmRatingRec-RT
            INVALID KEY
               DISPLAY "-RT ERROR Status = " FilmRatingStatus
               SET RatingFileFailed TO TRUE
         END-WRITE
      NOT INVALID KEY
         MOVE Rating-IO       TO Rating-RT
         MOVE RatedDate-IO    TO RatedDate-RT
         MOVE RatingSource-IO TO RatingSource-RT
         REWRITE FilmRatingRec-RT
            INVALID KEY
               DISPLAY "-RT ERROR Status = " FilmRatingStatus
               SET RatingFileFailed TO TRUE
         END-REWRITE
   END-READ
   CLOSE FilmRatingFile
   EXIT PROGRAM.

END PROGRAM RecordFilmRating.

IDENTIFICATION DIVISION.
PROGRAM-ID. SpoolRegisterReport IS INITIAL.
AUTHOR. Michael Coughlan.
*> Registers a report run in the spool registry and hands back a
*> generation-numbered output file name, so each run writes its own
*> file instead of silently overwriting last month's - the reprint
*> utility can then re-emit any kept generation when a customer
*> disputes an old statement or notice.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SpoolRegistryFile ASSIGN TO "Listing17-57Spool.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS SpoolRegistryStatus.

DATA DIVISION.
FILE SECTION.
FD  SpoolRegistryFile.
01  SpoolRegistryRec.
    02  ReportId-SP          PIC X(8).
    02  GenNum-SP            PIC 9(4).
    02  RunDate-SP           PIC 9(8).
    02  RunParms-SP          PIC X(20).
    02  GenFileName-SP       PIC X(30).
    02  KeptFlag-SP          PIC X.

WORKING-STORAGE SECTION.
01  SpoolRegistryStatus      PIC XX.
    88  EndOfSpoolRegistry     VALUE "10".

01  HighestGenNum            PIC 9(4).
01  NewGenNum                PIC 9(4).
01  WantedReportId           PIC X(8).

LINKAGE SECTION.
01  ReportId-IO              PIC X(8).
01  RunParms-IO              PIC X(20).
01  GenFileName-IO           PIC X(30).

PROCEDURE DIVISION USING ReportId-IO, RunParms-IO, GenFileName-IO.
Begin.
   MOVE ReportId-IO TO WantedReportId
   MOVE ZEROS TO HighestGenNum
   OPEN INPUT SpoolRegistryFile
   IF SpoolRegistryStatus EQUAL "00"
      READ SpoolRegistryFile
         AT END SET EndOfSpoolRegistry TO TRUE
      END-READ
      PERFORM UNTIL EndOfSpoolRegistry
         IF ReportId-SP EQUAL WantedReportId
            AND GenNum-SP > HighestGenNum
            MOVE GenNum-SP TO HighestGenNum
         END-IF
         READ SpoolRegistryFile
            AT END SET EndOfSpoolRegistry TO TRUE
         END-READ
      END-PERFORM
      CLOSE SpoolRegistryFile
   ELSE
      CLOSE SpoolRegistryFile
   END-IF

   COMPUTE NewGenNum = HighestGenNum + 1
   MOVE SPACES TO GenFileName-IO
   STRING "Spool-" DELIMITED BY SIZE
          FUNCTION TRIM(WantedReportId) DELIMITED BY SIZE
          "-" DELIMITED BY SIZE
          NewGenNum DELIMITED BY SIZE
          ".txt" DELIMITED BY SIZE
     INTO GenFileName-IO
   END-STRING

   OPEN EXTEND SpoolRegistryFile
   IF SpoolRegistryStatus EQUAL "35"
      OPEN OUTPUT SpoolRegistryFile
   END-IF
   MOVE WantedReportId TO ReportId-SP
   MOVE NewGenNum      TO GenNum-SP
   MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate-SP
   MOVE RunParms-IO    TO RunParms-SP
   MOVE GenFileName-IO TO GenFileName-SP
   MOVE "K"            TO KeptFlag-SP
   WRITE SpoolRegistryRec
   CLOSE SpoolRegistryFile
   EXIT PROGRAM.
END PROGRAM SpoolRegisterReport.
