*> accepted rates, stamps the rate-as-of marker that lets the
*> conversion routine refuse stale rates, and prints an import
*> report of old rate, new rate and percent movement per currency.
*> Every accepted rate is also appended, with its feed date, to a
*> rate history file, so the rate in force on any past day can be
*> found again - the period-end revaluation and the payment entry's
*> exchange gain or loss both need the rate an item was posted at.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RateAsOfStatus.

    SELECT RateHistoryFile ASSIGN TO "Listing17-49RateHist.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RateHistoryStatus.

DATA DIVISION.
FILE SECTION.
FD  RateFeedFile.
FD  RateAsOfFile.
01  RateAsOfRec             PIC 9(8).

FD  RateHistoryFile.
01  RateHistoryRec.
    02  RateDate-RH         PIC 9(8).
    02  RateCode-RH         PIC XXX.
    02  RateValue-RH        PIC 99V9(6).

WORKING-STORAGE SECTION.
01  RateFeedStatus           PIC XX.
    88  EndOfRateFeed          VALUE "10".
01  RateStatus               PIC XX.
    88  EndOfRateFile          VALUE "10".
01  RateAsOfStatus           PIC XX.
01  RateHistoryStatus        PIC XX.

01 ArgumentNumber             PIC 9(4) VALUE 1.
01 BatchParm                  PIC X(20) VALUE SPACES.

    DISPLAY "*** Daily Rate Import - tolerance " MaxMovePct
            " percent ***"
    OPEN EXTEND RateHistoryFile
    IF RateHistoryStatus EQUAL "35"
       CLOSE RateHistoryFile
       OPEN OUTPUT RateHistoryFile
    END-IF
    OPEN INPUT RateFeedFile
    READ RateFeedFile
       AT END SET EndOfRateFeed TO TRUE
       END-READ
    END-PERFORM
    CLOSE RateFeedFile
    CLOSE RateHistoryFile

    IF RatesAccepted > ZEROS
       PERFORM RewriteRateFile
NoteFeedDate.
    IF FeedDate > NewestFeedDate
       MOVE FeedDate TO NewestFeedDate
    END-IF
    MOVE FeedDate         TO RateDate-RH
    MOVE FeedCurrencyCode TO RateCode-RH
    MOVE FeedRateValue    TO RateValue-RH
    WRITE RateHistoryRec.

LoadCurrentRates.
    MOVE ZERO TO RateCount
