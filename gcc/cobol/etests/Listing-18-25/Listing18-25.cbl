IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-25.
AUTHOR. Michael Coughlan.
*> "Customers who rented this also rented" - the weekly affinity
*> build. Staff at the counter get asked for suggestions, and the
*> website had nothing to put alongside a title. Every rental,
*> current and archived, is sorted into customer and film order, so
*> each customer's distinct films arrive together; every pair of
*> those films is written out both ways, and a second sort brings
*> each film's pairs together so the customers who rented both can
*> be counted. The related titles rented by at least
*> AffinityMinCustomers customers are ranked by that count, and the
*> top AffinityTopRelated kept for each film on an indexed affinity
*> file the Listing17-29 film inquiry reads. A retired film is never
*> recommended, and an adult-rated title is never recommended
*> against a family title. The same list is published for the
*> website as a JSON array in the Listing17-18 catalog shape, one
*> object per film. The file is rebuilt from scratch every run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   SELECT RentalFile ASSIGN TO "Listing17-6Rental.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RentalKey-RF
        ALTERNATE RECORD KEY IS FilmId-RF
                     WITH DUPLICATES
        FILE STATUS IS RentalStatus.

    SELECT ArchiveFile ASSIGN TO "Listing17-43RentalArchive.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ArchiveStatus.

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

   SELECT AffinityFile ASSIGN TO "Listing18-25Affinity.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AffinityKey-AF
        FILE STATUS IS AffinityStatus.

   SELECT AffinityJsonFile ASSIGN TO "Listing18-25Affinity.json"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AffinityJsonStatus.

    SELECT CustFilmSortFile ASSIGN TO "Listing18-25Sort.TMP".

    SELECT PairWorkFile ASSIGN TO "Listing18-25Pairs.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PairWorkStatus.

    SELECT PairSortFile ASSIGN TO "Listing18-25Sort2.TMP".

DATA DIVISION.
FILE SECTION.
FD RentalFile.
01 RentalRec-RF.
   COPY RentalRec.

FD ArchiveFile.
01 ArchiveRec-AV.
   02 ArchiveYear-AV        PIC 9(4).
   02 CustomerId-AV         PIC 9(7).
   02 FilmId-AV             PIC 9(7).
   02 CheckoutDate-AV       PIC 9(8).
   02 DueDate-AV            PIC 9(8).
   02 ReturnDate-AV         PIC 9(8).
   02 StoreId-AV            PIC 99.
   02 Disposition-AV        PIC X.
   02 Barcode-AV            PIC 9(10).
   02 PriceCharged-AV       PIC 9(3)V99.

FD FilmFile.
01 FilmRec-FF.
   COPY FilmRec.

FD AffinityFile.
01 AffinityRec-AF.
   COPY AffinityRec.

FD AffinityJsonFile.
01 AffinityJsonRec          PIC X(600).

SD CustFilmSortFile.
01 CustFilmSortRec-CS.
   02 CustomerId-CS         PIC 9(7).
   02 FilmId-CS             PIC 9(7).

FD PairWorkFile.
01 PairWorkRec-PW.
   02 FilmId-PW             PIC 9(7).
   02 RelatedFilmId-PW      PIC 9(7).

SD PairSortFile.
01 PairSortRec-PS.
   02 FilmId-PS             PIC 9(7).
   02 RelatedFilmId-PS      PIC 9(7).

WORKING-STORAGE SECTION.
01 RentalStatus             PIC XX.
   88 RentalOk   VALUE "02", "00".

01 ArchiveStatus            PIC XX.
   88 EndOfArchive            VALUE "10".

01 FilmStatus               PIC XX.
   88 FilmOk    VALUE "02", "00".

01 AffinityStatus           PIC XX.
   88 AffinityOk  VALUE "02", "00".
01 AffinityJsonStatus       PIC XX.
01 PairWorkStatus           PIC XX.

01 CustFilmState            PIC X VALUE "N".
   88 EndOfCustFilmSort       VALUE "Y".
01 PairState                PIC X VALUE "N".
   88 EndOfPairSort           VALUE "Y".

01 TodayDate                 PIC 9(8).

*> A pair rented by fewer customers than this is chance, not taste.
01 AffinityMinCustomers      PIC 9(3) VALUE 2.
01 AffinityTopRelated        PIC 9 VALUE 5.
*> A customer's distinct films beyond this are left out of the
*> pairing - a heavy renter's history would otherwise swamp it.
01 CustomerFilmLimit         PIC 9(3) VALUE 60.

*> The customer whose films are being paired.
01 CurrentCustomerId         PIC 9(7) VALUE ZEROS.
01 CustomerFilmTable.
   02 CustomerFilmCount       PIC 9(3) VALUE ZEROS.
   02 CustomerFilm OCCURS 60 TIMES INDEXED BY CfIdx, CfIdx2
                              PIC 9(7).
01 CustomerLimitState        PIC X VALUE "N".
   88 CustomerOverLimit        VALUE "Y".

*> The film whose related titles are being ranked.
01 CurrentFilmId             PIC 9(7) VALUE ZEROS.
01 CurrentRelatedId          PIC 9(7) VALUE ZEROS.
01 CurrentTitle              PIC X(40).
01 PairCustomers             PIC 9(5) VALUE ZEROS.
01 AnchorRating              PIC X VALUE "F".
   88 AnchorIsAdult            VALUE "A".
   88 AnchorIsFamily           VALUE "F".
01 TopRelatedTable.
   02 TopRelatedCount         PIC 9 VALUE ZERO.
   02 TopRelated OCCURS 5 TIMES INDEXED BY TrIdx, TrIdx2.
      03 TopRelatedFilmId     PIC 9(7).
      03 TopRelatedCustomers  PIC 9(5).
      03 TopRelatedTitle      PIC X(40).
01 CandidateTitle            PIC X(40).

01 FirstFilmWritten          PIC X VALUE "N".
   88 SomeFilmAlreadyWritten   VALUE "Y".
01 RelatedJson               PIC X(500) VALUE SPACES.
01 FilmId-Ed                 PIC Z(6)9.
01 Customers-Ed              PIC Z(4)9.

01 RunCounts.
   02 RentalsRead             PIC 9(7) VALUE ZEROS.
   02 CustomersPaired         PIC 9(7) VALUE ZEROS.
   02 CustomersTruncated      PIC 9(7) VALUE ZEROS.
   02 PairsWritten            PIC 9(9) VALUE ZEROS.
   02 FilmsWithAffinity       PIC 9(7) VALUE ZEROS.
   02 AffinitiesWritten       PIC 9(7) VALUE ZEROS.
   02 PairsSuppressed         PIC 9(7) VALUE ZEROS.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing18-25", "FilmFile    ",
          FilmRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-25", "RentalFile  ",
          RentalRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    DISPLAY "*** Also-rented affinity build - " TodayDate " ***"

    OPEN OUTPUT PairWorkFile
    SORT CustFilmSortFile
         ON ASCENDING KEY CustomerId-CS
                          FilmId-CS
         INPUT PROCEDURE IS ExtractCustomerFilms
         OUTPUT PROCEDURE IS PairCustomerFilms
    CLOSE PairWorkFile

    OPEN INPUT FilmFile
    OPEN OUTPUT AffinityFile
    OPEN OUTPUT AffinityJsonFile
    MOVE "[" TO AffinityJsonRec
    WRITE AffinityJsonRec
    SORT PairSortFile
         ON ASCENDING KEY FilmId-PS
                          RelatedFilmId-PS
         USING PairWorkFile
         OUTPUT PROCEDURE IS BuildAffinities
    MOVE "]" TO AffinityJsonRec
    WRITE AffinityJsonRec
    CLOSE AffinityJsonFile
    CLOSE AffinityFile
    CLOSE FilmFile

    DISPLAY "Rentals read          " RentalsRead
    DISPLAY "Customers paired      " CustomersPaired
            "  (" CustomersTruncated " over the film limit)"
    DISPLAY "Film pairs            " PairsWritten
    DISPLAY "Films with affinities " FilmsWithAffinity
            "  related titles kept " AffinitiesWritten
    DISPLAY "Pairs not recommended " PairsSuppressed
    STOP RUN.

ExtractCustomerFilms.
*> Only who rented what matters - the dates and copies do not.
    OPEN INPUT RentalFile
    IF RentalStatus EQUAL "00"
       READ RentalFile NEXT RECORD
          AT END SET EndOfRentals TO TRUE
       END-READ
       PERFORM UNTIL EndOfRentals
          ADD 1 TO RentalsRead
          MOVE CustomerId-RF TO CustomerId-CS
          MOVE FilmId-RF     TO FilmId-CS
          RELEASE CustFilmSortRec-CS
          READ RentalFile NEXT RECORD
             AT END SET EndOfRentals TO TRUE
          END-READ
       END-PERFORM
    END-IF
    CLOSE RentalFile

    OPEN INPUT ArchiveFile
    IF ArchiveStatus EQUAL "00"
       READ ArchiveFile
          AT END SET EndOfArchive TO TRUE
       END-READ
       PERFORM UNTIL EndOfArchive
          ADD 1 TO RentalsRead
          MOVE CustomerId-AV TO CustomerId-CS
          MOVE FilmId-AV     TO FilmId-CS
          RELEASE CustFilmSortRec-CS
          READ ArchiveFile
             AT END SET EndOfArchive TO TRUE
          END-READ
       END-PERFORM
    END-IF
    CLOSE ArchiveFile.

PairCustomerFilms.
*> A customer break over the sorted rentals. A film rented more than
*> once by the same customer arrives as adjacent duplicates and is
*> kept once.
    MOVE "N" TO CustFilmState
    PERFORM ReturnNextCustFilm
    PERFORM UNTIL EndOfCustFilmSort
       MOVE CustomerId-CS TO CurrentCustomerId
       MOVE ZEROS TO CustomerFilmCount
       MOVE "N" TO CustomerLimitState
       PERFORM UNTIL EndOfCustFilmSort
                      OR CustomerId-CS NOT EQUAL CurrentCustomerId
          IF CustomerFilmCount EQUAL ZEROS
             OR FilmId-CS NOT EQUAL CustomerFilm(CustomerFilmCount)
             IF CustomerFilmCount < CustomerFilmLimit
                ADD 1 TO CustomerFilmCount
                MOVE FilmId-CS TO CustomerFilm(CustomerFilmCount)
             ELSE
                SET CustomerOverLimit TO TRUE
             END-IF
          END-IF
          PERFORM ReturnNextCustFilm
       END-PERFORM
       IF CustomerOverLimit
          ADD 1 TO CustomersTruncated
       END-IF
       IF CustomerFilmCount > 1
          ADD 1 TO CustomersPaired
          PERFORM WriteCustomerPairs
       END-IF
    END-PERFORM.

ReturnNextCustFilm.
    RETURN CustFilmSortFile
       AT END SET EndOfCustFilmSort TO TRUE
    END-RETURN.

WriteCustomerPairs.
*> Each pair both ways round, so every film collects its own list.
    PERFORM VARYING CfIdx FROM 1 BY 1 UNTIL CfIdx > CustomerFilmCount
       PERFORM VARYING CfIdx2 FROM 1 BY 1
               UNTIL CfIdx2 > CustomerFilmCount
          IF CfIdx2 NOT EQUAL CfIdx
             MOVE CustomerFilm(CfIdx)  TO FilmId-PW
             MOVE CustomerFilm(CfIdx2) TO RelatedFilmId-PW
             WRITE PairWorkRec-PW
             ADD 1 TO PairsWritten
          END-IF
       END-PERFORM
    END-PERFORM.

BuildAffinities.
*> Film and related-film control breaks over the sorted pairs; the
*> number of records for a film/related pair is the number of
*> customers who rented both.
    MOVE "N" TO PairState
    PERFORM ReturnNextPair
    PERFORM UNTIL EndOfPairSort
       MOVE FilmId-PS TO CurrentFilmId
       PERFORM StartAnchorFilm
       PERFORM UNTIL EndOfPairSort
                      OR FilmId-PS NOT EQUAL CurrentFilmId
          MOVE RelatedFilmId-PS TO CurrentRelatedId
          MOVE ZEROS TO PairCustomers
          PERFORM UNTIL EndOfPairSort
                         OR FilmId-PS NOT EQUAL CurrentFilmId
                         OR RelatedFilmId-PS NOT EQUAL CurrentRelatedId
             ADD 1 TO PairCustomers
             PERFORM ReturnNextPair
          END-PERFORM
          IF PairCustomers NOT < AffinityMinCustomers
             PERFORM ConsiderRelatedFilm
          END-IF
       END-PERFORM
       IF TopRelatedCount > ZERO
          PERFORM WriteFilmAffinities
       END-IF
    END-PERFORM.

ReturnNextPair.
    RETURN PairSortFile
       AT END SET EndOfPairSort TO TRUE
    END-RETURN.

StartAnchorFilm.
*> A film no longer on the master is treated as a family title, so
*> nothing adult is put against it.
    MOVE ZERO TO TopRelatedCount
    SET AnchorIsFamily TO TRUE
    MOVE CurrentFilmId TO FilmId-FF
    READ FilmFile
       KEY IS FilmId-FF
       INVALID KEY MOVE SPACES TO FilmTitle-FF
    END-READ
    IF FilmOk AND FilmIsAdultRated-FF
       SET AnchorIsAdult TO TRUE
    END-IF
    MOVE FilmTitle-FF TO CurrentTitle.

ConsiderRelatedFilm.
*> Kept in descending order of shared customers; a newcomer that
*> beats the last place pushes it out of the top list.
    MOVE CurrentRelatedId TO FilmId-FF
    READ FilmFile
       KEY IS FilmId-FF
       INVALID KEY
          ADD 1 TO PairsSuppressed
          EXIT PARAGRAPH
    END-READ
    IF FilmIsRetired-FF
       OR (FilmIsAdultRated-FF AND AnchorIsFamily)
       ADD 1 TO PairsSuppressed
       EXIT PARAGRAPH
    END-IF
    MOVE FilmTitle-FF TO CandidateTitle
    IF TopRelatedCount EQUAL AffinityTopRelated
       IF PairCustomers NOT > TopRelatedCustomers(TopRelatedCount)
          EXIT PARAGRAPH
       END-IF
    ELSE
       ADD 1 TO TopRelatedCount
    END-IF
    SET TrIdx TO TopRelatedCount
    PERFORM UNTIL TrIdx EQUAL 1
       SET TrIdx2 TO TrIdx
       SET TrIdx2 DOWN BY 1
       IF TopRelatedCustomers(TrIdx2) NOT < PairCustomers
          EXIT PERFORM
       END-IF
       MOVE TopRelated(TrIdx2) TO TopRelated(TrIdx)
       SET TrIdx DOWN BY 1
    END-PERFORM
    MOVE CurrentRelatedId TO TopRelatedFilmId(TrIdx)
    MOVE PairCustomers    TO TopRelatedCustomers(TrIdx)
    MOVE CandidateTitle   TO TopRelatedTitle(TrIdx).

WriteFilmAffinities.
*> The indexed records for the till, then the film's JSON object -
*> the comma goes before every object after the first, as in the
*> Listing17-18 catalog.
    ADD 1 TO FilmsWithAffinity
    MOVE SPACES TO RelatedJson
    PERFORM VARYING TrIdx FROM 1 BY 1 UNTIL TrIdx > TopRelatedCount
       INITIALIZE AffinityRec-AF
       MOVE CurrentFilmId            TO FilmId-AF
       SET AffinityRank-AF           TO TrIdx
       MOVE TopRelatedFilmId(TrIdx)  TO RelatedFilmId-AF
       MOVE TopRelatedCustomers(TrIdx) TO SharedCustomers-AF
       MOVE TodayDate                TO BuiltDate-AF
       WRITE AffinityRec-AF
          INVALID KEY DISPLAY "-AF ERROR Status = " AffinityStatus
          NOT INVALID KEY ADD 1 TO AffinitiesWritten
       END-WRITE
       MOVE TopRelatedFilmId(TrIdx)    TO FilmId-Ed
       MOVE TopRelatedCustomers(TrIdx) TO Customers-Ed
       IF TrIdx EQUAL 1
          STRING "{""filmId"":"                 DELIMITED BY SIZE
                 FUNCTION TRIM(FilmId-Ed)       DELIMITED BY SIZE
                 ",""title"":"""                DELIMITED BY SIZE
                 FUNCTION TRIM(TopRelatedTitle(TrIdx))
                                                DELIMITED BY SIZE
                 """,""customers"":"            DELIMITED BY SIZE
                 FUNCTION TRIM(Customers-Ed)    DELIMITED BY SIZE
                 "}"                            DELIMITED BY SIZE
            INTO RelatedJson
          END-STRING
       ELSE
          STRING FUNCTION TRIM(RelatedJson)     DELIMITED BY SIZE
                 ",{""filmId"":"                DELIMITED BY SIZE
                 FUNCTION TRIM(FilmId-Ed)       DELIMITED BY SIZE
                 ",""title"":"""                DELIMITED BY SIZE
                 FUNCTION TRIM(TopRelatedTitle(TrIdx))
                                                DELIMITED BY SIZE
                 """,""customers"":"            DELIMITED BY SIZE
                 FUNCTION TRIM(Customers-Ed)    DELIMITED BY SIZE
                 "}"                            DELIMITED BY SIZE
            INTO RelatedJson
          END-STRING
       END-IF
    END-PERFORM

    IF SomeFilmAlreadyWritten
       MOVE "," TO AffinityJsonRec
       WRITE AffinityJsonRec
    END-IF
    MOVE "Y" TO FirstFilmWritten
    MOVE CurrentFilmId TO FilmId-Ed
    MOVE SPACES TO AffinityJsonRec
    STRING "  {""filmId"":"               DELIMITED BY SIZE
           FUNCTION TRIM(FilmId-Ed)       DELIMITED BY SIZE
           ",""title"":"""                DELIMITED BY SIZE
           FUNCTION TRIM(CurrentTitle)    DELIMITED BY SIZE
           """,""alsoRented"":["          DELIMITED BY SIZE
           FUNCTION TRIM(RelatedJson)     DELIMITED BY SIZE
           "]}"                           DELIMITED BY SIZE
      INTO AffinityJsonRec
    END-STRING
    WRITE AffinityJsonRec.

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
