*> Exports FilmFile as a JSON array, one object per film, with the
*> director's surname looked up on DirectorFile, for the reservation
*> website to consume instead of the CSV extract.
*> Each film also carries its customers' average rating (one
*> decimal, 0.0 when nobody has rated it) and how many ratings that
*> average is over, from the Listing18-54 ratings file.
*> Each film carries its street date too (YYYYMMDD, 0 when none is
*> recorded); the website offers a film whose street date is still
*> to come for pre-order rather than for rent.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
                     WITH DUPLICATES
        FILE STATUS IS ActorStatus.

   SELECT FilmRatingFile ASSIGN TO "Listing18-54Ratings.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FilmRatingKey-RT
        FILE STATUS IS FilmRatingStatus.

   SELECT FilmJsonFile ASSIGN TO "Listing17-6Catalog.json"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FilmJsonStatus.
01 ActorRec-AC.
   COPY ActorRec.

FD FilmRatingFile.
01 FilmRatingRec-RT.
   COPY FilmRatingRec.

FD FilmJsonFile.
01 FilmJsonRec                PIC X(300).

WORKING-STORAGE SECTION.
01 FilmStatus               PIC XX.
01 ActorNamesJson           PIC X(66) VALUE SPACES.
01 CastNamesListed          PIC 9 VALUE ZERO.

01 FilmRatingStatus         PIC XX.
   88 FilmRatingOk  VALUE "02", "00".
01 RatingFileUsable         PIC X VALUE "N".
   88 RatingFileOpen           VALUE "Y".
01 FilmRatingTotal          PIC 9(7) VALUE ZEROS.
01 FilmRatingCount          PIC 9(5) VALUE ZEROS.
01 FilmAverageRating        PIC 9V9 VALUE ZEROS.
01 FilmAverageRating-Ed     PIC 9.9.
01 FilmRatingCount-Ed       PIC Z(4)9.
01 FilmStreetDateJson       PIC 9(8).

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing17-18", "FilmFile    ",
          FilmRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    OPEN INPUT FilmFile
    OPEN INPUT DirectorFile
*> A shop that has never cast a film just exports an empty actors
    ELSE
       CLOSE FilmActorXRefFile
    END-IF
*> Likewise a shop with no ratings yet exports them all as unrated.
    MOVE "N" TO RatingFileUsable
    OPEN INPUT FilmRatingFile
    IF FilmRatingStatus EQUAL "00"
       SET RatingFileOpen TO TRUE
    ELSE
       CLOSE FilmRatingFile
    END-IF
    OPEN OUTPUT FilmJsonFile

    MOVE "[" TO FilmJsonRec
       CLOSE FilmActorXRefFile
       CLOSE ActorFile
    END-IF
    IF RatingFileOpen
       CLOSE FilmRatingFile
    END-IF
    CLOSE FilmJsonFile
    STOP RUN.


    PERFORM LookUpDirectorSurname
    PERFORM CollectActorNames
    PERFORM AverageFilmRatings
    MOVE FilmId-FF TO FilmId-Ed
    MOVE FilmYear-FF TO FilmYear-Ed
    MOVE RentalFee-FF TO RentalFee-Ed
    MOVE ZEROS TO FilmStreetDateJson
    IF StreetDate-FF IS NUMERIC
       MOVE StreetDate-FF TO FilmStreetDateJson
    END-IF

    STRING "  {""filmId"":"               DELIMITED BY SIZE
           FUNCTION TRIM(FilmId-Ed)       DELIMITED BY SIZE
           FUNCTION TRIM(FilmRating-FF)   DELIMITED BY SIZE
           """,""actors"":"""             DELIMITED BY SIZE
           FUNCTION TRIM(ActorNamesJson)  DELIMITED BY SIZE
           """,""avgRating"":"            DELIMITED BY SIZE
           FilmAverageRating-Ed           DELIMITED BY SIZE
           ",""ratingCount"":"          DELIMITED BY SIZE
           FUNCTION TRIM(FilmRatingCount-Ed) DELIMITED BY SIZE
           ",""streetDate"":"           DELIMITED BY SIZE
           FilmStreetDateJson             DELIMITED BY SIZE
           "}"                            DELIMITED BY SIZE
      INTO FilmJsonRec
    END-STRING
    WRITE FilmJsonRec.

AverageFilmRatings.
*> Every customer's latest rating of the film, averaged to one
*> decimal.
    MOVE ZEROS TO FilmRatingTotal FilmRatingCount FilmAverageRating
    IF RatingFileOpen
       MOVE FilmId-FF TO FilmId-RT
       MOVE ZEROS TO CustomerId-RT
       START FilmRatingFile KEY IS GREATER THAN OR EQUAL
             FilmRatingKey-RT
          INVALID KEY SET EndOfFilmRatings TO TRUE
       END-START
       IF NOT EndOfFilmRatings
          READ FilmRatingFile NEXT RECORD
             AT END SET EndOfFilmRatings TO TRUE
          END-READ
       END-IF
       PERFORM UNTIL EndOfFilmRatings
                      OR FilmId-RT NOT EQUAL FilmId-FF
          ADD Rating-RT TO FilmRatingTotal
          ADD 1 TO FilmRatingCount
          READ FilmRatingFile NEXT RECORD
             AT END SET EndOfFilmRatings TO TRUE
          END-READ
       END-PERFORM
    END-IF
    IF FilmRatingCount > ZEROS
       COMPUTE FilmAverageRating ROUNDED =
               FilmRatingTotal / FilmRatingCount
    END-IF
    MOVE FilmAverageRating TO FilmAverageRating-Ed
    MOVE FilmRatingCount TO FilmRatingCount-Ed.

LookUpDirectorSurname.
    MOVE "Unknown"       TO DirectorSurnameJson
    MOVE DirectorId-FF   TO DirectorId-DF
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE DirectorSurname-DF TO DirectorSurnameJson
    END-READ.

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
