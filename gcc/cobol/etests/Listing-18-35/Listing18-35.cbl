IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-35.
AUTHOR. Michael Coughlan.
*> New-release order depth. How many copies of a new title each
*> store gets was still the buyer's guess, though the demand history
*> Listing17-42 trends is all on RentalFile. This run takes every
*> title on the distributor feed Listing17-86 stages and every title
*> on an open Listing17-40 PO line, finds the comparable titles
*> already on the film master - same genre and the same director or
*> rating, or failing those the genre alone - and counts what each
*> of them rented in its first four weeks, store by store and format
*> by format. The average of those, at RentalsPerCopy rentals a copy
*> can carry in four weeks, is the depth each store needs; the
*> title's pending holds (those on its FilmId and the pre-release
*> holds queued against its PO lines) are shared out over the stores
*> in proportion to that demand and added on top. Whatever is not
*> already on order is raised as draft lines on one draft PO, which
*> the buyer accepts, changes or cancels in Listing17-40 before
*> anything goes to a vendor.
*> What customers thought of the comparables counts too: where
*> enough of them have been rated on the Listing18-54 ratings file,
*> a well-liked set (average 4.0 or better) lifts the opening demand
*> by a quarter and a poorly-liked one (2.5 or worse) cuts it by a
*> quarter, before it is turned into copies. The comparables'
*> average rating is shown with each title either way.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT TitleFeedFile ASSIGN TO "Listing17-86TitleFeed.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS TitleFeedStatus.

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

   SELECT RentalFile ASSIGN TO "Listing17-6Rental.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RentalKey-RF
        ALTERNATE RECORD KEY IS FilmId-RF
                     WITH DUPLICATES
        FILE STATUS IS RentalStatus.

   SELECT HoldQueueFile ASSIGN TO "Listing17-6HoldQueue.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HoldQueueKey-HQ
        ALTERNATE RECORD KEY IS CustomerId-HQ
                     WITH DUPLICATES
        FILE STATUS IS HoldQueueStatus.

   SELECT FilmRatingFile ASSIGN TO "Listing18-54Ratings.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FilmRatingKey-RT
        FILE STATUS IS FilmRatingStatus.

   SELECT POFile ASSIGN TO "Listing17-40PO.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS POLineKey-PO
        FILE STATUS IS POStatus.

DATA DIVISION.
FILE SECTION.
FD  TitleFeedFile.
01  TitleFeedRec.
    02  FeedTitle-TF           PIC X(40).
    02  FeedDirectorId-TF      PIC 999.
    02  FeedGenre-TF           PIC X(10).
    02  FeedYear-TF            PIC 9(4).
    02  FeedRentalFee-TF       PIC 9(3)V99.
    02  FeedRating-TF          PIC X(3).

FD FilmFile.
01 FilmRec-FF.
   COPY FilmRec.

FD RentalFile.
01 RentalRec-RF.
   COPY RentalRec.

FD HoldQueueFile.
01 HoldQueueRec-HQ.
   COPY HoldQueueRec.

FD FilmRatingFile.
01 FilmRatingRec-RT.
   COPY FilmRatingRec.

FD POFile.
01 POLineRec-PO.
   COPY POLineRec.

WORKING-STORAGE SECTION.
01 TitleFeedStatus          PIC XX.
   88 EndOfTitleFeed          VALUE "10".

01 FilmStatus               PIC XX.
   88 FilmOk    VALUE "02", "00".

01 RentalStatus             PIC XX.
   88 RentalOk   VALUE "02", "00".

01 HoldQueueStatus          PIC XX.
   88 HoldQueueOk VALUE "02", "00".

01 POStatus                 PIC XX.
   88 POOk        VALUE "02", "00".

01 FilmRatingStatus         PIC XX.
   88 FilmRatingOk  VALUE "02", "00".
01 RatingFileUsable         PIC X VALUE "N".
   88 RatingFileOpen           VALUE "Y".

01 TodayDate                 PIC 9(8).

*> A copy on a new release turns over about this many times in its
*> first four weeks; the comparable titles' rentals are divided by
*> it to give copies.
01 RentalsPerCopy            PIC 99 VALUE 8.
01 OpeningDays               PIC 99 VALUE 28.

*> Below this many ratings across the comparables their average is
*> shown but left out of the depth.
01 MinRatingsForDepth        PIC 9(3) VALUE 20.
01 WellRatedAverage          PIC 9V9 VALUE 4.0.
01 PoorlyRatedAverage        PIC 9V9 VALUE 2.5.
01 ComparableRatingTotal     PIC 9(7) VALUE ZEROS.
01 ComparableRatingCount     PIC 9(5) VALUE ZEROS.
01 ComparableAvgRating       PIC 9V9 VALUE ZEROS.
01 ComparableAvgRating-Ed    PIC 9.9.
01 RatingDepthPercent        PIC 9(3) VALUE 100.

*> The titles to be recommended - the feed's and the open POs' -
*> each once, by FilmId where it has one and by title where not.
01 CandidateTable.
   02 CandidateCount          PIC 9(3) VALUE ZEROS.
   02 CandidateEntry OCCURS 100 TIMES INDEXED BY CdIdx.
      03 CandFilmId           PIC 9(7).
      03 CandTitle            PIC X(40).
      03 CandDirectorId       PIC 999.
      03 CandGenre            PIC X(10).
      03 CandYear             PIC 9(4).
      03 CandRentalFee        PIC 9(3)V99.
      03 CandRating           PIC X(3).
      03 CandVendorId         PIC 9(5).
      03 CandSource           PIC X(4).
01 CandFound                 PIC X VALUE "N".
   88 CandidateFound           VALUE "Y".
01 LookFilmId                PIC 9(7).
01 LookTitle                 PIC X(40).

01 ComparableTable.
   02 ComparableCount         PIC 99 VALUE ZEROS.
   02 ComparableFilmId OCCURS 50 TIMES INDEXED BY CmIdx
                              PIC 9(7).
01 ComparablesRented         PIC 99 VALUE ZEROS.
01 MatchRule                 PIC X VALUE "S".
   88 MatchStrict              VALUE "S".
   88 MatchGenreOnly           VALUE "G".

01 FormatList.
   02 FormatLetters           PIC X(3) VALUE "VDB".
   02 FormatLetter REDEFINES FormatLetters
                              PIC X OCCURS 3 TIMES.
01 FmtNum                    PIC 9.

*> Store by store, format by format (V, D, B): what the comparables
*> rented in their opening weeks, what is already on order, and the
*> share of the title's holds.
01 StoreDemandTable.
   02 StoreDemand OCCURS 99 TIMES INDEXED BY SdIdx.
      03 FormatDemand OCCURS 3 TIMES INDEXED BY FdIdx.
         04 OpeningRentals     PIC 9(5).
         04 OnOrderQty         PIC 9(5).
         04 HoldShare          PIC 9(4).
01 FormatTotals.
   02 FormatTotal OCCURS 3 TIMES.
      03 FormatRentals        PIC 9(7).
      03 FormatHolds          PIC 9(4).
      03 FormatBusiestStore   PIC 99.
      03 FormatBusiestRentals PIC 9(5).
01 AnyFormatHolds            PIC 9(4) VALUE ZEROS.
01 HoldsShared               PIC 9(4) VALUE ZEROS.
01 TitleHolds                PIC 9(4) VALUE ZEROS.
01 TopFormat                 PIC 9 VALUE 1.

*> The PO lines a brand-new title is on, so its pre-release holds
*> (queued under film zero against a PO line) can be found.
01 TitlePOLineTable.
   02 TitlePOLineCount        PIC 99 VALUE ZEROS.
   02 TitlePOLine OCCURS 20 TIMES INDEXED BY TPIdx.
      03 TitlePONum           PIC 9(6).
      03 TitlePOLineNum       PIC 9(3).

01 FirstCheckout             PIC 9(8).
01 OpeningEndDay             PIC 9(7).
01 CheckoutDay               PIC 9(7).
01 RentalStore               PIC 99.

01 PerCopyDivisor            PIC 9(5).
01 RecommendedQty            PIC 9(5).
01 DraftQty                  PIC 9(5).
01 TitleRecommended          PIC 9(5).
01 TitleDrafted              PIC 9(5).

01 DraftPONum                PIC 9(6) VALUE ZEROS.
01 NextDraftLineNum          PIC 9(3) VALUE ZEROS.
01 IssuedId                  PIC 9(8) VALUE ZEROS.
01 IssueResult               PIC 9 VALUE 1.
   88 IdWasIssued              VALUE 0.

01 RunCounts.
   02 TitlesRecommended       PIC 9(3) VALUE ZEROS.
   02 TitlesNoHistory         PIC 9(3) VALUE ZEROS.
   02 DraftLinesRaised        PIC 9(4) VALUE ZEROS.
   02 DraftCopiesRaised       PIC 9(6) VALUE ZEROS.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing18-35", "FilmFile    ",
          FilmRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-35", "RentalFile  ",
          RentalRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-35", "HoldQueue   ",
          HoldQueueRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-35", "POFile      ",
          POLineRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    DISPLAY "*** New-Release Order Depth - " TodayDate " ***"
    OPEN INPUT FilmFile
    OPEN INPUT RentalFile
    OPEN INPUT HoldQueueFile
*> No ratings file yet just means no title's depth is adjusted.
    MOVE "N" TO RatingFileUsable
    OPEN INPUT FilmRatingFile
    IF FilmRatingStatus EQUAL "00"
       SET RatingFileOpen TO TRUE
    ELSE
       CLOSE FilmRatingFile
    END-IF
    OPEN I-O POFile
    IF POStatus EQUAL "35"
       CLOSE POFile
       OPEN OUTPUT POFile
       CLOSE POFile
       OPEN I-O POFile
    END-IF

    PERFORM GatherFeedTitles
    PERFORM GatherPendingPOTitles
    IF CandidateCount EQUAL ZEROS
       DISPLAY "No new titles on the feed or on order - nothing to "
               "recommend."
    END-IF
    PERFORM VARYING CdIdx FROM 1 BY 1 UNTIL CdIdx > CandidateCount
       PERFORM RecommendOneTitle
    END-PERFORM

    DISPLAY "====================================================="
    DISPLAY "Titles recommended " TitlesRecommended
            "  with no comparable history " TitlesNoHistory
    IF DraftLinesRaised > ZEROS
       DISPLAY "Draft PO " DraftPONum " raised with "
               DraftLinesRaised " line(s), " DraftCopiesRaised
               " cop(ies) - review it in Listing17-40."
    ELSE
       DISPLAY "No draft lines raised - everything recommended is "
               "already on order."
    END-IF
    CLOSE FilmFile
    CLOSE RentalFile
    CLOSE HoldQueueFile
    IF RatingFileOpen
       CLOSE FilmRatingFile
    END-IF
    CLOSE POFile
    STOP RUN.

GatherFeedTitles.
*> A feed title Listing17-16 has already carried onto the film master
*> is known by its FilmId from then on.
    OPEN INPUT TitleFeedFile
    IF TitleFeedStatus NOT EQUAL "00"
       CLOSE TitleFeedFile
       EXIT PARAGRAPH
    END-IF
    READ TitleFeedFile
       AT END SET EndOfTitleFeed TO TRUE
    END-READ
    PERFORM UNTIL EndOfTitleFeed
       IF FeedTitle-TF NOT EQUAL SPACES
          MOVE ZEROS TO LookFilmId
          MOVE FeedTitle-TF TO FilmTitle-FF
          READ FilmFile
             KEY IS FilmTitle-FF
             INVALID KEY CONTINUE
          END-READ
          IF FilmOk
             MOVE FilmId-FF TO LookFilmId
          END-IF
          MOVE FeedTitle-TF TO LookTitle
          PERFORM FindCandidate
          IF NOT CandidateFound AND CandidateCount < 100
             ADD 1 TO CandidateCount
             SET CdIdx TO CandidateCount
             MOVE LookFilmId         TO CandFilmId(CdIdx)
             MOVE FeedTitle-TF       TO CandTitle(CdIdx)
             MOVE FeedDirectorId-TF  TO CandDirectorId(CdIdx)
             MOVE FeedGenre-TF       TO CandGenre(CdIdx)
             MOVE FeedYear-TF        TO CandYear(CdIdx)
             MOVE FeedRentalFee-TF   TO CandRentalFee(CdIdx)
             MOVE FeedRating-TF      TO CandRating(CdIdx)
             MOVE ZEROS              TO CandVendorId(CdIdx)
             MOVE "FEED"             TO CandSource(CdIdx)
          END-IF
       END-IF
       READ TitleFeedFile
          AT END SET EndOfTitleFeed TO TRUE
       END-READ
    END-PERFORM
    CLOSE TitleFeedFile.

GatherPendingPOTitles.
    MOVE LOW-VALUES TO POLineKey-PO
    START POFile KEY IS GREATER THAN POLineKey-PO
       INVALID KEY SET EndOfPOLines TO TRUE
    END-START
    IF NOT EndOfPOLines
       READ POFile NEXT RECORD
          AT END SET EndOfPOLines TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfPOLines
       IF POLineOpen-PO
          MOVE FilmId-PO       TO LookFilmId
          MOVE NewFilmTitle-PO TO LookTitle
          PERFORM FindCandidate
          IF NOT CandidateFound AND CandidateCount < 100
             PERFORM AddPOCandidate
          END-IF
       END-IF
       READ POFile NEXT RECORD
          AT END SET EndOfPOLines TO TRUE
       END-READ
    END-PERFORM.

AddPOCandidate.
    ADD 1 TO CandidateCount
    SET CdIdx TO CandidateCount
    MOVE FilmId-PO       TO CandFilmId(CdIdx)
    MOVE NewFilmTitle-PO TO CandTitle(CdIdx)
    MOVE DirectorId-PO   TO CandDirectorId(CdIdx)
    MOVE FilmGenre-PO    TO CandGenre(CdIdx)
    MOVE FilmYear-PO     TO CandYear(CdIdx)
    MOVE RentalFee-PO    TO CandRentalFee(CdIdx)
    MOVE FilmRating-PO   TO CandRating(CdIdx)
    MOVE VendorId-PO     TO CandVendorId(CdIdx)
    MOVE "PO  "          TO CandSource(CdIdx)
    IF FilmId-PO NOT EQUAL ZEROS
       MOVE FilmId-PO TO FilmId-FF
       READ FilmFile
          KEY IS FilmId-FF
          INVALID KEY CONTINUE
       END-READ
       IF FilmOk
          MOVE FilmTitle-FF  TO CandTitle(CdIdx)
          MOVE DirectorId-FF TO CandDirectorId(CdIdx)
          MOVE FilmGenre-FF  TO CandGenre(CdIdx)
          MOVE FilmYear-FF   TO CandYear(CdIdx)
          MOVE RentalFee-FF  TO CandRentalFee(CdIdx)
          MOVE FilmRating-FF TO CandRating(CdIdx)
       END-IF
    END-IF.

FindCandidate.
    MOVE "N" TO CandFound
    PERFORM VARYING CdIdx FROM 1 BY 1 UNTIL CdIdx > CandidateCount
       IF (LookFilmId NOT EQUAL ZEROS
              AND CandFilmId(CdIdx) EQUAL LookFilmId)
          OR (LookFilmId EQUAL ZEROS
              AND CandTitle(CdIdx) EQUAL LookTitle)
          OR (CandFilmId(CdIdx) EQUAL ZEROS
              AND CandTitle(CdIdx) EQUAL LookTitle)
          SET CandidateFound TO TRUE
          EXIT PERFORM
       END-IF
    END-PERFORM.

RecommendOneTitle.
    INITIALIZE StoreDemandTable FormatTotals
    MOVE ZEROS TO TitleRecommended TitleDrafted
    DISPLAY "====================================================="
    DISPLAY CandTitle(CdIdx) " (" CandSource(CdIdx) ") film "
            CandFilmId(CdIdx) " genre " CandGenre(CdIdx)
            " rated " CandRating(CdIdx)

    SET MatchStrict TO TRUE
    PERFORM FindComparables
    IF ComparableCount EQUAL ZEROS
       SET MatchGenreOnly TO TRUE
       PERFORM FindComparables
    END-IF
    MOVE ZEROS TO ComparablesRented
    MOVE ZEROS TO ComparableRatingTotal ComparableRatingCount
    PERFORM VARYING CmIdx FROM 1 BY 1 UNTIL CmIdx > ComparableCount
       PERFORM CountOpeningRentals
       PERFORM AddComparableRatings
    END-PERFORM
    PERFORM CountTitleOnOrder
    PERFORM CountTitleHolds

    IF ComparablesRented EQUAL ZEROS AND TitleHolds EQUAL ZEROS
       ADD 1 TO TitlesNoHistory
       DISPLAY "  No comparable title has rented yet and nobody is "
               "waiting - the buyer must set the depth."
       EXIT PARAGRAPH
    END-IF
    IF ComparablesRented EQUAL ZEROS
       ADD 1 TO TitlesNoHistory
       DISPLAY "  " TitleHolds " hold(s) waiting but no comparable "
               "history to place them by store - the buyer must "
               "set the depth."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "  " ComparablesRented " comparable title(s) by "
            WITH NO ADVANCING
    IF MatchStrict
       DISPLAY "genre and director or rating; "
               TitleHolds " hold(s) waiting"
    ELSE
       DISPLAY "genre alone; " TitleHolds " hold(s) waiting"
    END-IF
    PERFORM WeighComparableRatings
    PERFORM ShareOutHolds
    ADD 1 TO TitlesRecommended
    COMPUTE PerCopyDivisor = ComparablesRented * RentalsPerCopy
    DISPLAY "  Store Fmt  Opening rentals  Holds  On order  "
            "Recommend  Draft"
    PERFORM VARYING SdIdx FROM 1 BY 1 UNTIL SdIdx > 99
       PERFORM VARYING FdIdx FROM 1 BY 1 UNTIL FdIdx > 3
          IF OpeningRentals(SdIdx, FdIdx) > ZEROS
             OR HoldShare(SdIdx, FdIdx) > ZEROS
             PERFORM RecommendOneStoreFormat
          END-IF
       END-PERFORM
    END-PERFORM
    DISPLAY "  Total recommended " TitleRecommended
            "  drafted " TitleDrafted.

FindComparables.
*> Every film on the master in the same genre, other than the title
*> itself; the strict rule also wants its director or its rating.
    MOVE ZEROS TO ComparableCount
    MOVE CandGenre(CdIdx) TO FilmGenre-FF
    START FilmFile KEY IS EQUAL TO FilmGenre-FF
       INVALID KEY SET EndOfFilms TO TRUE
    END-START
    IF NOT EndOfFilms
       READ FilmFile NEXT RECORD
          AT END SET EndOfFilms TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfFilms OR ComparableCount NOT < 50
                  OR FilmGenre-FF NOT EQUAL CandGenre(CdIdx)
       IF FilmId-FF NOT EQUAL CandFilmId(CdIdx)
          AND FilmTitle-FF NOT EQUAL CandTitle(CdIdx)
          AND (MatchGenreOnly
               OR DirectorId-FF EQUAL CandDirectorId(CdIdx)
               OR FilmRating-FF EQUAL CandRating(CdIdx))
          ADD 1 TO ComparableCount
          MOVE FilmId-FF TO ComparableFilmId(ComparableCount)
       END-IF
       READ FilmFile NEXT RECORD
          AT END SET EndOfFilms TO TRUE
       END-READ
    END-PERFORM.

CountOpeningRentals.
*> The comparable's opening is its first checkout and the
*> OpeningDays after it; a comparable never rented tells us nothing
*> and is left out of the average.
    MOVE 99999999 TO FirstCheckout
    MOVE ComparableFilmId(CmIdx) TO FilmId-RF
    START RentalFile KEY IS EQUAL TO FilmId-RF
       INVALID KEY SET EndOfRentals TO TRUE
    END-START
    IF NOT EndOfRentals
       READ RentalFile NEXT RECORD
          AT END SET EndOfRentals TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfRentals
                  OR FilmId-RF NOT EQUAL ComparableFilmId(CmIdx)
       IF CheckoutDate-RF < FirstCheckout
          MOVE CheckoutDate-RF TO FirstCheckout
       END-IF
       READ RentalFile NEXT RECORD
          AT END SET EndOfRentals TO TRUE
       END-READ
    END-PERFORM
    IF FirstCheckout EQUAL 99999999
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO ComparablesRented
    COMPUTE OpeningEndDay = FUNCTION INTEGER-OF-DATE(FirstCheckout)
                          + OpeningDays

    MOVE ComparableFilmId(CmIdx) TO FilmId-RF
    START RentalFile KEY IS EQUAL TO FilmId-RF
       INVALID KEY SET EndOfRentals TO TRUE
    END-START
    IF NOT EndOfRentals
       READ RentalFile NEXT RECORD
          AT END SET EndOfRentals TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfRentals
                  OR FilmId-RF NOT EQUAL ComparableFilmId(CmIdx)
       COMPUTE CheckoutDay = FUNCTION INTEGER-OF-DATE(CheckoutDate-RF)
       IF CheckoutDay < OpeningEndDay AND StoreId-RF > ZEROS
          MOVE StoreId-RF TO RentalStore
          EVALUATE FormatCode-RF
             WHEN "D"   MOVE 2 TO FmtNum
             WHEN "B"   MOVE 3 TO FmtNum
             WHEN OTHER MOVE 1 TO FmtNum
          END-EVALUATE
          ADD 1 TO OpeningRentals(RentalStore, FmtNum)
          ADD 1 TO FormatRentals(FmtNum)
       END-IF
       READ RentalFile NEXT RECORD
          AT END SET EndOfRentals TO TRUE
       END-READ
    END-PERFORM.

AddComparableRatings.
*> Every rating of the comparable counts, rented in its opening or
*> not - a customer's view of a film does not age.
    IF NOT RatingFileOpen
       EXIT PARAGRAPH
    END-IF
    MOVE ComparableFilmId(CmIdx) TO FilmId-RT
    MOVE ZEROS TO CustomerId-RT
    START FilmRatingFile KEY IS GREATER THAN OR EQUAL FilmRatingKey-RT
       INVALID KEY SET EndOfFilmRatings TO TRUE
    END-START
    IF NOT EndOfFilmRatings
       READ FilmRatingFile NEXT RECORD
          AT END SET EndOfFilmRatings TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfFilmRatings
                  OR FilmId-RT NOT EQUAL ComparableFilmId(CmIdx)
       ADD Rating-RT TO ComparableRatingTotal
       ADD 1 TO ComparableRatingCount
       READ FilmRatingFile NEXT RECORD
          AT END SET EndOfFilmRatings TO TRUE
       END-READ
    END-PERFORM.

WeighComparableRatings.
    MOVE 100 TO RatingDepthPercent
    MOVE ZEROS TO ComparableAvgRating
    IF ComparableRatingCount EQUAL ZEROS
       DISPLAY "  Comparables not yet rated by customers."
       EXIT PARAGRAPH
    END-IF
    COMPUTE ComparableAvgRating ROUNDED =
            ComparableRatingTotal / ComparableRatingCount
    MOVE ComparableAvgRating TO ComparableAvgRating-Ed
    IF ComparableRatingCount < MinRatingsForDepth
       DISPLAY "  Comparables rated " ComparableAvgRating-Ed " over "
               ComparableRatingCount " rating(s) - too few to weigh."
       EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
       WHEN ComparableAvgRating NOT < WellRatedAverage
          MOVE 125 TO RatingDepthPercent
       WHEN ComparableAvgRating NOT > PoorlyRatedAverage
          MOVE 75 TO RatingDepthPercent
    END-EVALUATE
    DISPLAY "  Comparables rated " ComparableAvgRating-Ed " over "
            ComparableRatingCount " rating(s) - opening demand at "
            RatingDepthPercent "%".

CountTitleOnOrder.
*> Open lines and drafts not yet reviewed both count as on order, so
*> a second run the same week does not draft the same copies again.
    MOVE ZEROS TO TitlePOLineCount
    MOVE LOW-VALUES TO POLineKey-PO
    START POFile KEY IS GREATER THAN POLineKey-PO
       INVALID KEY SET EndOfPOLines TO TRUE
    END-START
    IF NOT EndOfPOLines
       READ POFile NEXT RECORD
          AT END SET EndOfPOLines TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfPOLines
       IF (POLineOpen-PO OR POLineDraft-PO)
          AND ((CandFilmId(CdIdx) NOT EQUAL ZEROS
                AND FilmId-PO EQUAL CandFilmId(CdIdx))
               OR (FilmId-PO EQUAL ZEROS
                AND NewFilmTitle-PO EQUAL CandTitle(CdIdx)))
          EVALUATE FormatCode-PO
             WHEN "D"   MOVE 2 TO FmtNum
             WHEN "B"   MOVE 3 TO FmtNum
             WHEN OTHER MOVE 1 TO FmtNum
          END-EVALUATE
          IF StoreId-PO > ZEROS AND OrderQty-PO > ReceivedQty-PO
             COMPUTE OnOrderQty(StoreId-PO, FmtNum) =
                     OnOrderQty(StoreId-PO, FmtNum)
                   + OrderQty-PO - ReceivedQty-PO
          END-IF
          IF FilmId-PO EQUAL ZEROS AND POLineOpen-PO
             AND TitlePOLineCount < 20
             ADD 1 TO TitlePOLineCount
             MOVE PONum-PO     TO TitlePONum(TitlePOLineCount)
             MOVE POLineNum-PO TO TitlePOLineNum(TitlePOLineCount)
          END-IF
       END-IF
       READ POFile NEXT RECORD
          AT END SET EndOfPOLines TO TRUE
       END-READ
    END-PERFORM.

CountTitleHolds.
    MOVE ZEROS TO TitleHolds AnyFormatHolds
    IF CandFilmId(CdIdx) NOT EQUAL ZEROS
       MOVE CandFilmId(CdIdx) TO FilmId-HQ
       MOVE ZEROS TO HoldSeqNum-HQ
       START HoldQueueFile KEY IS GREATER THAN OR EQUAL HoldQueueKey-HQ
          INVALID KEY SET EndOfHoldQueue TO TRUE
       END-START
       IF NOT EndOfHoldQueue
          READ HoldQueueFile NEXT RECORD AT END SET EndOfHoldQueue TO TRUE END-READ
       END-IF
       PERFORM UNTIL EndOfHoldQueue
                     OR FilmId-HQ NOT EQUAL CandFilmId(CdIdx)
          IF HoldIsPending-HQ
             PERFORM CountOneHold
          END-IF
          READ HoldQueueFile NEXT RECORD AT END SET EndOfHoldQueue TO TRUE END-READ
       END-PERFORM
    END-IF
    IF TitlePOLineCount EQUAL ZEROS
       EXIT PARAGRAPH
    END-IF
    MOVE ZEROS TO FilmId-HQ HoldSeqNum-HQ
    START HoldQueueFile KEY IS GREATER THAN OR EQUAL HoldQueueKey-HQ
       INVALID KEY SET EndOfHoldQueue TO TRUE
    END-START
    IF NOT EndOfHoldQueue
       READ HoldQueueFile NEXT RECORD AT END SET EndOfHoldQueue TO TRUE END-READ
    END-IF
    PERFORM UNTIL EndOfHoldQueue OR FilmId-HQ NOT EQUAL ZEROS
       IF HoldIsPending-HQ
          PERFORM VARYING TPIdx FROM 1 BY 1
                  UNTIL TPIdx > TitlePOLineCount
             IF PreReleasePONum-HQ EQUAL TitlePONum(TPIdx)
                AND PreReleaseLineNum-HQ EQUAL TitlePOLineNum(TPIdx)
                PERFORM CountOneHold
                EXIT PERFORM
             END-IF
          END-PERFORM
       END-IF
       READ HoldQueueFile NEXT RECORD AT END SET EndOfHoldQueue TO TRUE END-READ
    END-PERFORM.

CountOneHold.
    ADD 1 TO TitleHolds
    EVALUATE TRUE
       WHEN HoldAnyFormat-HQ          ADD 1 TO AnyFormatHolds
       WHEN FormatCode-HQ EQUAL "D"   ADD 1 TO FormatHolds(2)
       WHEN FormatCode-HQ EQUAL "B"   ADD 1 TO FormatHolds(3)
       WHEN OTHER                     ADD 1 TO FormatHolds(1)
    END-EVALUATE.

ShareOutHolds.
*> Holds carry no store, so each format's holds go to the stores in
*> proportion to that format's opening rentals, the odd ones to the
*> busiest store. Holds that take any format join the format the
*> comparables rented most; holds for a format the comparables never
*> rented in go with them.
    MOVE 1 TO TopFormat
    PERFORM VARYING FmtNum FROM 1 BY 1 UNTIL FmtNum > 3
       IF FormatRentals(FmtNum) > FormatRentals(TopFormat)
          MOVE FmtNum TO TopFormat
       END-IF
       PERFORM VARYING SdIdx FROM 1 BY 1 UNTIL SdIdx > 99
          IF OpeningRentals(SdIdx, FmtNum)
                > FormatBusiestRentals(FmtNum)
             MOVE OpeningRentals(SdIdx, FmtNum)
               TO FormatBusiestRentals(FmtNum)
             SET FormatBusiestStore(FmtNum) TO SdIdx
          END-IF
       END-PERFORM
    END-PERFORM
    ADD AnyFormatHolds TO FormatHolds(TopFormat)
    PERFORM VARYING FmtNum FROM 1 BY 1 UNTIL FmtNum > 3
       IF FormatHolds(FmtNum) > ZEROS
          AND FormatRentals(FmtNum) EQUAL ZEROS
          AND FmtNum NOT EQUAL TopFormat
          ADD FormatHolds(FmtNum) TO FormatHolds(TopFormat)
          MOVE ZEROS TO FormatHolds(FmtNum)
       END-IF
    END-PERFORM
    PERFORM VARYING FmtNum FROM 1 BY 1 UNTIL FmtNum > 3
       IF FormatHolds(FmtNum) > ZEROS
          AND FormatRentals(FmtNum) > ZEROS
          MOVE ZEROS TO HoldsShared
          PERFORM VARYING SdIdx FROM 1 BY 1 UNTIL SdIdx > 99
             COMPUTE HoldShare(SdIdx, FmtNum) =
                     FormatHolds(FmtNum) * OpeningRentals(SdIdx, FmtNum)
                   / FormatRentals(FmtNum)
             ADD HoldShare(SdIdx, FmtNum) TO HoldsShared
          END-PERFORM
          SET SdIdx TO FormatBusiestStore(FmtNum)
          COMPUTE HoldShare(SdIdx, FmtNum) = HoldShare(SdIdx, FmtNum)
                                    + FormatHolds(FmtNum) - HoldsShared
       END-IF
    END-PERFORM.

RecommendOneStoreFormat.
*> Copies to carry the opening demand (weighed by the comparables'
*> ratings), rounded up, plus the store's share of the holds; less
*> what is already coming.
    COMPUTE RecommendedQty =
            (OpeningRentals(SdIdx, FdIdx) * RatingDepthPercent / 100
             + PerCopyDivisor - 1)
          / PerCopyDivisor
          + HoldShare(SdIdx, FdIdx)
    MOVE ZEROS TO DraftQty
    IF RecommendedQty > OnOrderQty(SdIdx, FdIdx)
       COMPUTE DraftQty = RecommendedQty - OnOrderQty(SdIdx, FdIdx)
    END-IF
    ADD RecommendedQty TO TitleRecommended
    SET RentalStore TO SdIdx
    SET FmtNum TO FdIdx
    DISPLAY "   " RentalStore "    " FormatLetter(FmtNum) "       "
            OpeningRentals(SdIdx, FdIdx) "      "
            HoldShare(SdIdx, FdIdx) "    "
            OnOrderQty(SdIdx, FdIdx) "     " RecommendedQty "  "
            DraftQty
    IF DraftQty > ZEROS
       PERFORM WriteDraftLine
    END-IF.

WriteDraftLine.
*> One draft PO per run, its number taken the first time a line is
*> needed. The vendor is left for the buyer where the title came off
*> the feed.
    IF DraftPONum EQUAL ZEROS
       CALL "IssueNextId" USING "PO  ", IssuedId, IssueResult
       IF NOT IdWasIssued
          DISPLAY "  No PO number could be issued - nothing drafted."
          EXIT PARAGRAPH
       END-IF
       MOVE IssuedId TO DraftPONum
    END-IF
    IF NextDraftLineNum NOT < 999
       DISPLAY "  Draft PO " DraftPONum " is full - line not raised."
       EXIT PARAGRAPH
    END-IF
    INITIALIZE POLineRec-PO
    ADD 1 TO NextDraftLineNum
    MOVE DraftPONum       TO PONum-PO
    MOVE NextDraftLineNum TO POLineNum-PO
    SET POLineDraft-PO TO TRUE
    MOVE CandFilmId(CdIdx) TO FilmId-PO
    IF CandFilmId(CdIdx) EQUAL ZEROS
       MOVE CandTitle(CdIdx)      TO NewFilmTitle-PO
       MOVE CandDirectorId(CdIdx) TO DirectorId-PO
       MOVE CandGenre(CdIdx)      TO FilmGenre-PO
       MOVE CandYear(CdIdx)       TO FilmYear-PO
       MOVE CandRentalFee(CdIdx)  TO RentalFee-PO
       MOVE CandRating(CdIdx)     TO FilmRating-PO
    END-IF
    MOVE RentalStore          TO StoreId-PO
    MOVE DraftQty             TO OrderQty-PO
    MOVE ZEROS                TO ReceivedQty-PO
    MOVE TodayDate            TO OrderDate-PO
    MOVE CandVendorId(CdIdx)  TO VendorId-PO
    MOVE FormatLetter(FmtNum) TO FormatCode-PO
    WRITE POLineRec-PO
       INVALID KEY
          SUBTRACT 1 FROM NextDraftLineNum
          DISPLAY "-PO ERROR Status = " POStatus
       NOT INVALID KEY
          ADD 1 TO DraftLinesRaised
          ADD DraftQty TO DraftCopiesRaised TitleDrafted
    END-WRITE.

IDENTIFICATION DIVISION.
PROGRAM-ID. IssueNextId IS INITIAL.
AUTHOR. Michael Coughlan.
*> Next-number issuance backed by the counters file - one counter
*> per entity. CUST and FILM issue 7-digit ids whose last digit is
*> the modulus-11 check digit ValidateCheckDigit verifies; CARD
*> issues the 8-digit badge-format numbers; PO issues a plain
*> 6-digit sequence. A base number whose required check digit would
*> be 10 is skipped, so every id issued verifies. This replaces
*> hand-typed keys whose collisions used to surface as status 22 at
*> write time. In training the numbers come from the training copy
*> of the counters file.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CountersFile ASSIGN TO CountersFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS CountersStatus.

DATA DIVISION.
FILE SECTION.
FD  CountersFile.
01  CounterRec.
    02  EntityCode-CT        PIC X(4).
    02  NextBaseNum-CT       PIC 9(7).

WORKING-STORAGE SECTION.
01  CountersStatus           PIC XX.
    88  EndOfCounters          VALUE "10".
01  CountersFileName         PIC X(40).
01  TrainingState            PIC X.
    88  TrainingModeOn         VALUE "Y".

01  CounterTable.
    02  CounterCount         PIC 99 VALUE ZERO.
    02  CounterEntry OCCURS 10 TIMES INDEXED BY CtrIdx.
        03  EntityCode-T     PIC X(4).
        03  NextBaseNum-T    PIC 9(7).

01  FoundIdx                 PIC 99 VALUE ZERO.
01  BaseNum                  PIC 9(7).
01  BaseDigits REDEFINES BaseNum.
    02  B1                   PIC 9.
    02  B2                   PIC 9.
    02  B3                   PIC 9.
    02  B4                   PIC 9.
    02  B5                   PIC 9.
    02  B6                   PIC 9.
    02  B7                   PIC 9.
01  SumOfNums                PIC 9(5).
01  Quotient                 PIC 9(5).
01  CalcResult               PIC 99.
01  CheckDigit               PIC 99.
01  IdSettled                PIC X.

LINKAGE SECTION.
01  EntityCode-IO            PIC X(4).
01  IssuedId-IO              PIC 9(8).
01  IssueResult-IO           PIC 9.
    88  IdWasIssued            VALUE 0.
    88  IdNotIssued            VALUE 1.

PROCEDURE DIVISION USING EntityCode-IO, IssuedId-IO, IssueResult-IO.
Begin.
   SET IdNotIssued TO TRUE
   MOVE ZEROS TO IssuedId-IO
   MOVE "Listing17-26Counters.DAT" TO CountersFileName
   CALL "TrainingMode" USING "F", TrainingState, CountersFileName
   PERFORM LoadCounters
   PERFORM FindCounter
   IF FoundIdx EQUAL ZERO
      DISPLAY "No counter on file for entity " EntityCode-IO
      EXIT PROGRAM
   END-IF

   EVALUATE EntityCode-IO
      WHEN "PO  "
         MOVE NextBaseNum-T(FoundIdx) TO IssuedId-IO
         ADD 1 TO NextBaseNum-T(FoundIdx)
         SET IdWasIssued TO TRUE
      WHEN "CARD"
         PERFORM IssueEightDigitId
      WHEN OTHER
         PERFORM IssueSevenDigitId
   END-EVALUATE

   IF IdWasIssued
      PERFORM SaveCounters
   END-IF
   EXIT PROGRAM.

IssueSevenDigitId.
*> Six-digit base plus the modulus-11 check digit of the 7-digit
*> scheme: (D1*7+..+D6*2+D7) must divide by 11. A base that needs a
*> check digit of 10 has no valid id and is skipped.
    MOVE "N" TO IdSettled
    PERFORM UNTIL IdSettled EQUAL "Y"
       MOVE NextBaseNum-T(FoundIdx) TO BaseNum
       ADD 1 TO NextBaseNum-T(FoundIdx)
*> the base occupies B2-B7; B1 stays zero for a 6-digit base
       COMPUTE SumOfNums = (B2 * 7) + (B3 * 6) + (B4 * 5)
                         + (B5 * 4) + (B6 * 3) + (B7 * 2)
       DIVIDE SumOfNums BY 11 GIVING Quotient REMAINDER CalcResult
       IF CalcResult EQUAL ZERO
          MOVE ZERO TO CheckDigit
       ELSE
          COMPUTE CheckDigit = 11 - CalcResult
       END-IF
       IF CheckDigit < 10
          COMPUTE IssuedId-IO = (BaseNum * 10) + CheckDigit
          SET IdWasIssued TO TRUE
          MOVE "Y" TO IdSettled
       END-IF
    END-PERFORM.

IssueEightDigitId.
*> Seven-digit base plus the badge scheme's check digit:
*> (D1*8+..+D7*2+D8) must divide by 11.
    MOVE "N" TO IdSettled
    PERFORM UNTIL IdSettled EQUAL "Y"
       MOVE NextBaseNum-T(FoundIdx) TO BaseNum
       ADD 1 TO NextBaseNum-T(FoundIdx)
       COMPUTE SumOfNums = (B1 * 8) + (B2 * 7) + (B3 * 6)
                         + (B4 * 5) + (B5 * 4) + (B6 * 3) + (B7 * 2)
       DIVIDE SumOfNums BY 11 GIVING Quotient REMAINDER CalcResult
       IF CalcResult EQUAL ZERO
          MOVE ZERO TO CheckDigit
       ELSE
          COMPUTE CheckDigit = 11 - CalcResult
       END-IF
       IF CheckDigit < 10
          COMPUTE IssuedId-IO = (BaseNum * 10) + CheckDigit
          SET IdWasIssued TO TRUE
          MOVE "Y" TO IdSettled
       END-IF
    END-PERFORM.

FindCounter.
   MOVE ZERO TO FoundIdx
   PERFORM VARYING CtrIdx FROM 1 BY 1 UNTIL CtrIdx > CounterCount
      IF EntityCode-T(CtrIdx) EQUAL EntityCode-IO
         SET FoundIdx TO CtrIdx
         EXIT PERFORM
      END-IF
   END-PERFORM.

LoadCounters.
   MOVE ZERO TO CounterCount
   OPEN INPUT CountersFile
   IF CountersStatus NOT EQUAL "00"
      CLOSE CountersFile
      PERFORM SeedCounters
      OPEN INPUT CountersFile
   END-IF
   READ CountersFile
      AT END SET EndOfCounters TO TRUE
   END-READ
   PERFORM UNTIL EndOfCounters
      IF CounterCount < 10
         ADD 1 TO CounterCount
         MOVE EntityCode-CT  TO EntityCode-T(CounterCount)
         MOVE NextBaseNum-CT TO NextBaseNum-T(CounterCount)
      END-IF
      READ CountersFile
         AT END SET EndOfCounters TO TRUE
      END-READ
   END-PERFORM
   CLOSE CountersFile.

SeedCounters.
*> Starting points above everything already on the files, so issued
*> ids can never collide with the hand-keyed history.
   OPEN OUTPUT CountersFile
   MOVE "CUST0200000" TO CounterRec
   WRITE CounterRec
   MOVE "FILM0990000" TO CounterRec
   WRITE CounterRec
   MOVE "PO  0001000" TO CounterRec
   WRITE CounterRec
   MOVE "CARD2000000" TO CounterRec
   WRITE CounterRec
   CLOSE CountersFile.

SaveCounters.
   OPEN OUTPUT CountersFile
   PERFORM VARYING CtrIdx FROM 1 BY 1 UNTIL CtrIdx > CounterCount
      MOVE EntityCode-T(CtrIdx)  TO EntityCode-CT
      MOVE NextBaseNum-T(CtrIdx) TO NextBaseNum-CT
      WRITE CounterRec
   END-PERFORM
   CLOSE CountersFile.
END PROGRAM IssueNextId.

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
