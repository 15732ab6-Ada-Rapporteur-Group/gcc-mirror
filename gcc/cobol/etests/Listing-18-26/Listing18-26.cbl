IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-26.
AUTHOR. Michael Coughlan.
*> Multi-format conversion, run once by a supervisor when the format
*> code goes onto the copy master, the shelf counts, the rentals, the
*> PO lines and the transfers. Until now a DVD was stocked by keying
*> a second FilmId with "(DVD)" on the end of FilmTitle-FF. The run
*> first stamps every record that has no format yet as VHS, which is
*> all the shop stocked before the duplicates started. It then finds
*> every film whose title ends in a format tag - (DVD), (BLU-RAY),
*> (BLURAY) or (BD) - and looks up the title without the tag on the
*> FilmTitle-FF key. Where an unretired base title is found, the
*> duplicate is folded into it: its copies move to the base FilmId in
*> the tag's format, its shelf slots join the base film's slot for
*> that store and format (or are re-keyed when there is none), its
*> rentals are re-keyed to the base film (a rental whose key the
*> base film already holds is left under the duplicate and listed),
*> its holds join the end of the base film's queue wanting that
*> format, its PO lines and transfers are re-pointed, and the
*> duplicate is retired with its title left as it was. Where no base
*> title exists, the tag is simply taken off the title and the film's
*> records take the tag's format. Holds without a format stay as
*> holds for any format. The run can be repeated safely: a retired
*> duplicate still carries its tag, so anything left behind the first
*> time is picked up the next. Archived rentals are history and keep
*> the FilmId they were written under. Each duplicate's old rental
*> fee is listed, as the per-format fees on the Listing17-46 format
*> fee table now set the price.
*> Open rentals stamped or re-keyed here are re-filed on the
*> open-rentals index through MaintainOpenRental.

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

   SELECT CopyMasterFile ASSIGN TO "Listing17-36CopyMaster.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Barcode-CP
        ALTERNATE RECORD KEY IS FilmId-CP
                     WITH DUPLICATES
        FILE STATUS IS CopyMasterStatus.

    SELECT StoreCopyFile ASSIGN TO "Listing17-6StoreCopy.DAT"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS StoreCopyKey
        FILE STATUS IS StoreCopyStatus.

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

   SELECT POFile ASSIGN TO "Listing17-40PO.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS POLineKey-PO
        FILE STATUS IS POStatus.

   SELECT TransferFile ASSIGN TO "Listing17-37Transfers.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TransferNum-TR
        FILE STATUS IS TransferStatus.

   SELECT ConvertReportFile ASSIGN TO "Listing18-26Convert.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ConvertReportStatus.

DATA DIVISION.
FILE SECTION.
FD FilmFile.
01 FilmRec-FF.
   COPY FilmRec.

FD CopyMasterFile.
01 CopyMasterRec-CP.
   COPY CopyMasterRec.

FD StoreCopyFile.
01 StoreCopyRec.
   COPY StoreCopyRec.

FD RentalFile.
01 RentalRec-RF.
   COPY RentalRec.

FD HoldQueueFile.
01 HoldQueueRec-HQ.
   COPY HoldQueueRec.

FD POFile.
01 POLineRec-PO.
   COPY POLineRec.

FD TransferFile.
01 TransferRec-TR.
   COPY TransferRec.

FD ConvertReportFile.
01 ConvertLine              PIC X(132).

WORKING-STORAGE SECTION.
01 FilmStatus               PIC XX.
   88 FilmOk    VALUE "02", "00".

01 CopyMasterStatus         PIC XX.
   88 CopyMasterOk VALUE "02", "00".

01 StoreCopyStatus          PIC XX.
   88 StoreCopyOk VALUE "00".

01 RentalStatus             PIC XX.
   88 RentalOk   VALUE "02", "00".

01 HoldQueueStatus          PIC XX.
   88 HoldQueueOk VALUE "02", "00".

01 POStatus                 PIC XX.
   88 POOk       VALUE "02", "00".

01 TransferStatus           PIC XX.
   88 TransferOk VALUE "02", "00".

01 ConvertReportStatus      PIC XX.

01 StoreCopyKey              PIC 9(5) VALUE ZEROS.

*> The copy master, PO and transfer files only exist once their
*> subsystems have been used; a shop without one has nothing there
*> to convert.
01 OptionalFilesOpen.
   02 CopyMasterPresent       PIC X VALUE "N".
      88 CopyMasterIsOpen       VALUE "Y".
   02 POPresent               PIC X VALUE "N".
      88 POFileIsOpen           VALUE "Y".
   02 TransferPresent         PIC X VALUE "N".
      88 TransferFileIsOpen     VALUE "Y".

01 OperatorId                 PIC 9(4) VALUE ZEROS.
01 SignOnResult               PIC 9 VALUE 1.
   88 OperatorSignedOn          VALUE 0.

01 TodayDate                  PIC 9(8).
01 ConfirmConvert             PIC X.
   88 ConvertConfirmed          VALUE "Y", "y".

*> The title tags staff keyed, longest first within a format, with
*> the format each one stands for.
01 FormatTagValues.
   02 FILLER PIC X(13) VALUE "(DVD)     D05".
   02 FILLER PIC X(13) VALUE "(BLU-RAY) B09".
   02 FILLER PIC X(13) VALUE "(BLURAY)  B08".
   02 FILLER PIC X(13) VALUE "(BD)      B04".
01 FormatTagTable REDEFINES FormatTagValues.
   02 FormatTag OCCURS 4 TIMES INDEXED BY TgIdx.
      03 TagText              PIC X(10).
      03 TagFormat            PIC X.
      03 TagLength            PIC 99.

01 UpperTitle                 PIC X(40).
01 TagLead                    PIC 99.
01 TagFound                   PIC X VALUE "N".
   88 TitleHasTag               VALUE "Y".

*> One row per tagged film found on the first pass; the base film is
*> looked up afterwards, as the title lookup moves the film file's
*> position.
01 FoldTable.
   02 FoldCount               PIC 9(3) VALUE ZEROS.
   02 FoldEntry OCCURS 200 TIMES INDEXED BY FdIdx.
      03 FoldFilmId           PIC 9(7).
      03 FoldTargetId         PIC 9(7).
      03 FoldFormat           PIC X.
      03 FoldBaseTitle        PIC X(40).
      03 FoldOldFee           PIC 9(3)V99.
      03 FoldAction           PIC X.
         88 FoldIntoBase        VALUE "F".
         88 FoldRenameOnly      VALUE "R".
         88 FoldSkipped         VALUE "S".

01 BaseFound                  PIC X VALUE "N".
   88 BaseFilmFound             VALUE "Y".
01 WantedTitle                PIC X(40).

*> The keys of the duplicate's records are gathered before any is
*> changed, so a re-keyed record is never met a second time by the
*> scan that found it.
01 KeyTable.
   02 KeyCount                PIC 9(3) VALUE ZEROS.
   02 KeyEntry OCCURS 500 TIMES INDEXED BY KyIdx.
      03 KeyBarcode           PIC 9(10).
      03 KeyCustomerId        PIC 9(7).
      03 KeyCheckoutDate      PIC 9(8).
      03 KeyHoldSeqNum        PIC 9(5).
      03 KeySlot              PIC 9(5).
      03 KeyStoreId           PIC 99.
      03 KeyCopyCount         PIC 9(3).
01 KeyTableLimit              PIC 9(3) VALUE 500.
01 KeysOverflowed             PIC X VALUE "N".
   88 KeyTableFull              VALUE "Y".

01 SavedRental.
   02 SavedRentalRec           PIC X(94).
01 SavedHold.
   02 SavedHoldRec             PIC X(74).
01 NextHoldSeqNum             PIC 9(5) VALUE ZEROS.
01 TargetSlot                 PIC 9(5) VALUE ZEROS.
01 SlotFound                  PIC X VALUE "N".
   88 TargetSlotFound           VALUE "Y".

01 StampCounts.
   02 CopiesStamped            PIC 9(6) VALUE ZEROS.
   02 SlotsStamped             PIC 9(6) VALUE ZEROS.
   02 RentalsStamped           PIC 9(6) VALUE ZEROS.
   02 POLinesStamped           PIC 9(6) VALUE ZEROS.
   02 TransfersStamped         PIC 9(6) VALUE ZEROS.

01 FoldCounts.
   02 CopiesMoved              PIC 9(5) VALUE ZEROS.
   02 SlotsMerged              PIC 9(5) VALUE ZEROS.
   02 SlotsReKeyed             PIC 9(5) VALUE ZEROS.
   02 RentalsMoved             PIC 9(5) VALUE ZEROS.
   02 RentalsLeft              PIC 9(5) VALUE ZEROS.
   02 HoldsMoved               PIC 9(5) VALUE ZEROS.
   02 POLinesMoved             PIC 9(5) VALUE ZEROS.
   02 TransfersMoved           PIC 9(5) VALUE ZEROS.
01 FilmsFolded                PIC 9(3) VALUE ZEROS.
01 FilmsRenamed               PIC 9(3) VALUE ZEROS.

01 FilmId-Ed                  PIC Z(6)9.
01 Count-Ed                   PIC Z(5)9.
01 Fee-Ed                     PIC ZZ9.99.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing18-26", "FilmFile    ",
          FilmRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-26", "RentalFile  ",
          RentalRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-26", "HoldQueue   ",
          HoldQueueRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-26", "CopyMaster  ",
          CopyMasterRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-26", "StoreCopy   ",
          StoreCopyRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-26", "POFile      ",
          POLineRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-26", "TransferFile",
          TransferRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    CALL "OperatorSignOnCheck" USING "Listing18-26", "S",
                                     OperatorId, SignOnResult
    IF NOT OperatorSignedOn
       DISPLAY "Access denied - sign-on was not accepted."
       STOP RUN
    END-IF

    DISPLAY "*** Multi-Format Conversion ***"
    DISPLAY "Every record without a format becomes VHS, and the "
            "(DVD)/(BLU-RAY) duplicate titles are folded."
    DISPLAY "Run the conversion now? (Y/N) - " WITH NO ADVANCING
    ACCEPT ConfirmConvert
    IF NOT ConvertConfirmed
       DISPLAY "Nothing converted."
       STOP RUN
    END-IF

    OPEN I-O FilmFile
    OPEN I-O StoreCopyFile
    OPEN I-O RentalFile
    OPEN I-O HoldQueueFile
    IF FilmStatus NOT EQUAL "00" OR StoreCopyStatus NOT EQUAL "00"
       OR RentalStatus NOT EQUAL "00"
       OR HoldQueueStatus NOT EQUAL "00"
       DISPLAY "The film, shelf, rental and hold files must all be "
               "present - nothing converted."
       CLOSE FilmFile StoreCopyFile RentalFile HoldQueueFile
       STOP RUN
    END-IF
    OPEN I-O CopyMasterFile
    IF CopyMasterStatus EQUAL "00"
       SET CopyMasterIsOpen TO TRUE
    END-IF
    OPEN I-O POFile
    IF POStatus EQUAL "00"
       SET POFileIsOpen TO TRUE
    END-IF
    OPEN I-O TransferFile
    IF TransferStatus EQUAL "00"
       SET TransferFileIsOpen TO TRUE
    END-IF
    OPEN OUTPUT ConvertReportFile
    MOVE SPACES TO ConvertLine
    STRING "MULTI-FORMAT CONVERSION - run " DELIMITED BY SIZE
           TodayDate DELIMITED BY SIZE
           " by operator " DELIMITED BY SIZE
           OperatorId DELIMITED BY SIZE
      INTO ConvertLine
    END-STRING
    WRITE ConvertLine

    PERFORM StampUnformattedRecords
    PERFORM CollectTaggedFilms
    PERFORM VARYING FdIdx FROM 1 BY 1 UNTIL FdIdx > FoldCount
       PERFORM ResolveBaseFilm
       IF NOT FoldSkipped(FdIdx)
          PERFORM ConvertOneFilm
       END-IF
    END-PERFORM
    PERFORM WriteConvertTotals

    CLOSE ConvertReportFile
    IF CopyMasterIsOpen
       CLOSE CopyMasterFile
    END-IF
    IF POFileIsOpen
       CLOSE POFile
    END-IF
    IF TransferFileIsOpen
       CLOSE TransferFile
    END-IF
    CLOSE FilmFile
    CLOSE StoreCopyFile
    CLOSE RentalFile
    CLOSE HoldQueueFile
    DISPLAY "Conversion complete - " FilmsFolded " film(s) folded, "
            FilmsRenamed " retitled. See Listing18-26Convert.txt."
    STOP RUN.

StampUnformattedRecords.
*> Everything the shop held before the duplicate titles started was
*> tape.
    IF CopyMasterIsOpen
       PERFORM StampCopyMaster
    END-IF
    PERFORM StampStoreCopies
    PERFORM StampRentals
    IF POFileIsOpen
       PERFORM StampPOLines
    END-IF
    IF TransferFileIsOpen
       PERFORM StampTransfers
    END-IF.

StampCopyMaster.
    MOVE ZEROS TO Barcode-CP
    START CopyMasterFile KEY IS GREATER THAN OR EQUAL Barcode-CP
       INVALID KEY SET EndOfCopyMaster TO TRUE
    END-START
    IF NOT EndOfCopyMaster
       READ CopyMasterFile NEXT RECORD
          AT END SET EndOfCopyMaster TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfCopyMaster
       IF FormatCode-CP EQUAL SPACE
          SET FormatVHS-CP TO TRUE
          REWRITE CopyMasterRec-CP
             INVALID KEY DISPLAY "-CP ERROR Status = " CopyMasterStatus
             NOT INVALID KEY ADD 1 TO CopiesStamped
          END-REWRITE
       END-IF
       READ CopyMasterFile NEXT RECORD
          AT END SET EndOfCopyMaster TO TRUE
       END-READ
    END-PERFORM.

StampStoreCopies.
    MOVE ZEROS TO StoreCopyKey
    START StoreCopyFile KEY IS GREATER THAN OR EQUAL StoreCopyKey
       INVALID KEY SET EndOfStoreCopies TO TRUE
    END-START
    READ StoreCopyFile NEXT RECORD
       AT END SET EndOfStoreCopies TO TRUE
    END-READ
    PERFORM UNTIL EndOfStoreCopies
       IF FormatCode-SC EQUAL SPACE
          MOVE "V" TO FormatCode-SC
          REWRITE StoreCopyRec
             INVALID KEY DISPLAY "-SC ERROR Status = " StoreCopyStatus
             NOT INVALID KEY ADD 1 TO SlotsStamped
          END-REWRITE
       END-IF
       READ StoreCopyFile NEXT RECORD
          AT END SET EndOfStoreCopies TO TRUE
       END-READ
    END-PERFORM.

StampRentals.
    MOVE LOW-VALUES TO RentalKey-RF
    START RentalFile KEY IS GREATER THAN RentalKey-RF
       INVALID KEY SET EndOfRentals TO TRUE
    END-START
    IF NOT EndOfRentals
       READ RentalFile NEXT RECORD
          AT END SET EndOfRentals TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfRentals
       IF FormatCode-RF EQUAL SPACE
          MOVE "V" TO FormatCode-RF
          REWRITE RentalRec-RF
             INVALID KEY DISPLAY "-RF ERROR Status = " RentalStatus
             NOT INVALID KEY
                ADD 1 TO RentalsStamped
                IF NotYetReturned-RF
                   CALL "MaintainOpenRental" USING "S", RentalRec-RF
                END-IF
          END-REWRITE
       END-IF
       READ RentalFile NEXT RECORD
          AT END SET EndOfRentals TO TRUE
       END-READ
    END-PERFORM.

StampPOLines.
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
       IF FormatCode-PO EQUAL SPACE
          MOVE "V" TO FormatCode-PO
          REWRITE POLineRec-PO
             INVALID KEY DISPLAY "-PO ERROR Status = " POStatus
             NOT INVALID KEY ADD 1 TO POLinesStamped
          END-REWRITE
       END-IF
       READ POFile NEXT RECORD
          AT END SET EndOfPOLines TO TRUE
       END-READ
    END-PERFORM.

StampTransfers.
    MOVE LOW-VALUES TO TransferNum-TR
    START TransferFile KEY IS GREATER THAN TransferNum-TR
       INVALID KEY SET EndOfTransfers TO TRUE
    END-START
    IF NOT EndOfTransfers
       READ TransferFile NEXT RECORD
          AT END SET EndOfTransfers TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfTransfers
       IF FormatCode-TR EQUAL SPACE
          MOVE "V" TO FormatCode-TR
          REWRITE TransferRec-TR
             INVALID KEY DISPLAY "-TR ERROR Status = " TransferStatus
             NOT INVALID KEY ADD 1 TO TransfersStamped
          END-REWRITE
       END-IF
       READ TransferFile NEXT RECORD
          AT END SET EndOfTransfers TO TRUE
       END-READ
    END-PERFORM.

CollectTaggedFilms.
    MOVE ZEROS TO FoldCount
    MOVE ZEROS TO FilmId-FF
    START FilmFile KEY IS GREATER THAN OR EQUAL FilmId-FF
       INVALID KEY SET EndOfFilms TO TRUE
    END-START
    IF NOT EndOfFilms
       READ FilmFile NEXT RECORD
          AT END SET EndOfFilms TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfFilms
       PERFORM FindTitleTag
       IF TitleHasTag
          IF FoldCount < 200
             ADD 1 TO FoldCount
             MOVE FilmId-FF          TO FoldFilmId(FoldCount)
             MOVE FilmId-FF          TO FoldTargetId(FoldCount)
             MOVE TagFormat(TgIdx)   TO FoldFormat(FoldCount)
             MOVE SPACES             TO FoldBaseTitle(FoldCount)
             MOVE FilmTitle-FF(1:TagLead)
                                     TO FoldBaseTitle(FoldCount)
             MOVE RentalFee-FF       TO FoldOldFee(FoldCount)
             MOVE "S"                TO FoldAction(FoldCount)
          ELSE
             MOVE FilmId-FF TO FilmId-Ed
             DISPLAY "Too many tagged titles - film " FilmId-Ed
                     " is left for the next run."
          END-IF
       END-IF
       READ FilmFile NEXT RECORD
          AT END SET EndOfFilms TO TRUE
       END-READ
    END-PERFORM.

FindTitleTag.
*> A tag counts only after some title text; a title that is nothing
*> but a tag is left for staff to look at.
    MOVE "N" TO TagFound
    MOVE FUNCTION UPPER-CASE(FilmTitle-FF) TO UpperTitle
    PERFORM VARYING TgIdx FROM 1 BY 1 UNTIL TgIdx > 4
       MOVE ZEROS TO TagLead
       INSPECT UpperTitle TALLYING TagLead FOR CHARACTERS
               BEFORE INITIAL TagText(TgIdx)(1:TagLength(TgIdx))
       IF TagLead < 40 AND TagLead > ZERO
          SET TitleHasTag TO TRUE
          EXIT PERFORM
       END-IF
    END-PERFORM.

ResolveBaseFilm.
*> The base is the first unretired film carrying the untagged title.
    MOVE "N" TO BaseFound
    MOVE FoldBaseTitle(FdIdx) TO WantedTitle
    MOVE WantedTitle TO FilmTitle-FF
    START FilmFile KEY IS EQUAL FilmTitle-FF
       INVALID KEY SET EndOfFilms TO TRUE
    END-START
    IF NOT EndOfFilms
       READ FilmFile NEXT RECORD
          AT END SET EndOfFilms TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfFilms OR BaseFilmFound
                   OR FilmTitle-FF NOT EQUAL WantedTitle
       IF NOT FilmIsRetired-FF
          AND FilmId-FF NOT EQUAL FoldFilmId(FdIdx)
          SET BaseFilmFound TO TRUE
          MOVE FilmId-FF TO FoldTargetId(FdIdx)
          SET FoldIntoBase(FdIdx) TO TRUE
       ELSE
          READ FilmFile NEXT RECORD
             AT END SET EndOfFilms TO TRUE
          END-READ
       END-IF
    END-PERFORM
    IF NOT BaseFilmFound
*> A retired duplicate whose base has since gone is left alone; only
*> a live film is retitled.
       MOVE FoldFilmId(FdIdx) TO FilmId-FF
       READ FilmFile
          KEY IS FilmId-FF
          INVALID KEY CONTINUE
       END-READ
       IF FilmOk AND NOT FilmIsRetired-FF
          SET FoldRenameOnly(FdIdx) TO TRUE
       END-IF
    END-IF.

ConvertOneFilm.
    MOVE ZEROS TO FoldCounts
    IF CopyMasterIsOpen
       PERFORM MoveCopies
    END-IF
    PERFORM MoveShelfSlots
    PERFORM MoveRentals
    PERFORM MoveHolds
    IF POFileIsOpen
       PERFORM MovePOLines
    END-IF
    IF TransferFileIsOpen
       PERFORM MoveTransfers
    END-IF
    PERFORM UpdateFoldedFilm
    PERFORM WriteFoldLines.

NoteKeyTableFull.
    SET KeyTableFull TO TRUE
    MOVE FoldFilmId(FdIdx) TO FilmId-Ed
    DISPLAY "  More records than one pass takes for film " FilmId-Ed
            " - run the conversion again for the rest.".

MoveCopies.
    MOVE ZEROS TO KeyCount
    MOVE FoldFilmId(FdIdx) TO FilmId-CP
    START CopyMasterFile KEY IS EQUAL FilmId-CP
       INVALID KEY SET EndOfCopyMaster TO TRUE
    END-START
    IF NOT EndOfCopyMaster
       READ CopyMasterFile NEXT RECORD
          AT END SET EndOfCopyMaster TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfCopyMaster
                   OR FilmId-CP NOT EQUAL FoldFilmId(FdIdx)
       IF KeyCount < KeyTableLimit
          ADD 1 TO KeyCount
          MOVE Barcode-CP TO KeyBarcode(KeyCount)
       ELSE
          PERFORM NoteKeyTableFull
          SET EndOfCopyMaster TO TRUE
       END-IF
       IF NOT EndOfCopyMaster
          READ CopyMasterFile NEXT RECORD
             AT END SET EndOfCopyMaster TO TRUE
          END-READ
       END-IF
    END-PERFORM
    PERFORM VARYING KyIdx FROM 1 BY 1 UNTIL KyIdx > KeyCount
       MOVE KeyBarcode(KyIdx) TO Barcode-CP
       READ CopyMasterFile
          KEY IS Barcode-CP
          INVALID KEY DISPLAY "-CP ERROR Status = " CopyMasterStatus
          NOT INVALID KEY
             MOVE FoldTargetId(FdIdx) TO FilmId-CP
             MOVE FoldFormat(FdIdx)   TO FormatCode-CP
             REWRITE CopyMasterRec-CP
                INVALID KEY DISPLAY "-CP ERROR Status = "
                                    CopyMasterStatus
                NOT INVALID KEY ADD 1 TO CopiesMoved
             END-REWRITE
       END-READ
    END-PERFORM.

MoveShelfSlots.
    MOVE ZEROS TO KeyCount
    MOVE ZEROS TO StoreCopyKey
    START StoreCopyFile KEY IS GREATER THAN OR EQUAL StoreCopyKey
       INVALID KEY SET EndOfStoreCopies TO TRUE
    END-START
    READ StoreCopyFile NEXT RECORD
       AT END SET EndOfStoreCopies TO TRUE
    END-READ
    PERFORM UNTIL EndOfStoreCopies
       IF FilmId-SC EQUAL FoldFilmId(FdIdx)
          IF KeyCount < KeyTableLimit
             ADD 1 TO KeyCount
             MOVE StoreCopyKey TO KeySlot(KeyCount)
             MOVE StoreId-SC   TO KeyStoreId(KeyCount)
             MOVE CopyCount-SC TO KeyCopyCount(KeyCount)
          ELSE
             PERFORM NoteKeyTableFull
             SET EndOfStoreCopies TO TRUE
          END-IF
       END-IF
       IF NOT EndOfStoreCopies
          READ StoreCopyFile NEXT RECORD
             AT END SET EndOfStoreCopies TO TRUE
          END-READ
       END-IF
    END-PERFORM
    PERFORM VARYING KyIdx FROM 1 BY 1 UNTIL KyIdx > KeyCount
       PERFORM FindTargetSlot
       MOVE KeySlot(KyIdx) TO StoreCopyKey
       READ StoreCopyFile
          INVALID KEY DISPLAY "-SC ERROR Status = " StoreCopyStatus
       END-READ
       IF StoreCopyOk
          IF TargetSlotFound
             DELETE StoreCopyFile RECORD
                INVALID KEY DISPLAY "-SC ERROR Status = "
                                    StoreCopyStatus
             END-DELETE
             MOVE TargetSlot TO StoreCopyKey
             READ StoreCopyFile
                INVALID KEY DISPLAY "-SC ERROR Status = "
                                    StoreCopyStatus
             END-READ
             IF StoreCopyOk
                ADD KeyCopyCount(KyIdx) TO CopyCount-SC
                REWRITE StoreCopyRec
                   INVALID KEY DISPLAY "-SC ERROR Status = "
                                       StoreCopyStatus
                   NOT INVALID KEY ADD 1 TO SlotsMerged
                END-REWRITE
             END-IF
          ELSE
             MOVE FoldTargetId(FdIdx) TO FilmId-SC
             MOVE FoldFormat(FdIdx)   TO FormatCode-SC
             REWRITE StoreCopyRec
                INVALID KEY DISPLAY "-SC ERROR Status = "
                                    StoreCopyStatus
                NOT INVALID KEY ADD 1 TO SlotsReKeyed
             END-REWRITE
          END-IF
       END-IF
    END-PERFORM.

FindTargetSlot.
*> Another slot already holding the base film in this format at the
*> same store takes the duplicate's count.
    MOVE "N" TO SlotFound
    MOVE ZEROS TO TargetSlot
    IF FoldRenameOnly(FdIdx)
       EXIT PARAGRAPH
    END-IF
    MOVE ZEROS TO StoreCopyKey
    START StoreCopyFile KEY IS GREATER THAN OR EQUAL StoreCopyKey
       INVALID KEY SET EndOfStoreCopies TO TRUE
    END-START
    READ StoreCopyFile NEXT RECORD
       AT END SET EndOfStoreCopies TO TRUE
    END-READ
    PERFORM UNTIL EndOfStoreCopies OR TargetSlotFound
       IF StoreId-SC EQUAL KeyStoreId(KyIdx)
          AND FilmId-SC EQUAL FoldTargetId(FdIdx)
          AND FormatCode-SC EQUAL FoldFormat(FdIdx)
          AND StoreCopyKey NOT EQUAL KeySlot(KyIdx)
          SET TargetSlotFound TO TRUE
          MOVE StoreCopyKey TO TargetSlot
       ELSE
          READ StoreCopyFile NEXT RECORD
             AT END SET EndOfStoreCopies TO TRUE
          END-READ
       END-IF
    END-PERFORM.

MoveRentals.
    MOVE ZEROS TO KeyCount
    MOVE FoldFilmId(FdIdx) TO FilmId-RF
    START RentalFile KEY IS EQUAL FilmId-RF
       INVALID KEY SET EndOfRentals TO TRUE
    END-START
    IF NOT EndOfRentals
       READ RentalFile NEXT RECORD
          AT END SET EndOfRentals TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfRentals
                   OR FilmId-RF NOT EQUAL FoldFilmId(FdIdx)
       IF KeyCount < KeyTableLimit
          ADD 1 TO KeyCount
          MOVE CustomerId-RF   TO KeyCustomerId(KeyCount)
          MOVE CheckoutDate-RF TO KeyCheckoutDate(KeyCount)
       ELSE
          PERFORM NoteKeyTableFull
          SET EndOfRentals TO TRUE
       END-IF
       IF NOT EndOfRentals
          READ RentalFile NEXT RECORD
             AT END SET EndOfRentals TO TRUE
          END-READ
       END-IF
    END-PERFORM
    PERFORM VARYING KyIdx FROM 1 BY 1 UNTIL KyIdx > KeyCount
       MOVE KeyCustomerId(KyIdx)   TO CustomerId-RF
       MOVE FoldFilmId(FdIdx)      TO FilmId-RF
       MOVE KeyCheckoutDate(KyIdx) TO CheckoutDate-RF
       READ RentalFile
          KEY IS RentalKey-RF
          INVALID KEY DISPLAY "-RF ERROR Status = " RentalStatus
       END-READ
       IF RentalOk
          IF FoldRenameOnly(FdIdx)
             MOVE FoldFormat(FdIdx) TO FormatCode-RF
             REWRITE RentalRec-RF
                INVALID KEY DISPLAY "-RF ERROR Status = " RentalStatus
                NOT INVALID KEY
                   ADD 1 TO RentalsMoved
                   IF NotYetReturned-RF
                      CALL "MaintainOpenRental" USING "S", RentalRec-RF
                   END-IF
             END-REWRITE
          ELSE
             PERFORM ReKeyOneRental
          END-IF
       END-IF
    END-PERFORM.

ReKeyOneRental.
*> A customer who took both the tape and the disc on the same day
*> would collide under the base film; that rental stays where it is,
*> in the new format, and is listed for staff.
    MOVE FoldFormat(FdIdx) TO FormatCode-RF
    MOVE RentalRec-RF TO SavedRentalRec
    DELETE RentalFile RECORD
       INVALID KEY DISPLAY "-RF ERROR Status = " RentalStatus
    END-DELETE
    MOVE FoldTargetId(FdIdx) TO FilmId-RF
    WRITE RentalRec-RF
       INVALID KEY PERFORM LeaveRentalOnDuplicate
       NOT INVALID KEY ADD 1 TO RentalsMoved
    END-WRITE
    IF NotYetReturned-RF
       CALL "MaintainOpenRental" USING "D", SavedRentalRec
       CALL "MaintainOpenRental" USING "S", RentalRec-RF
    END-IF.

LeaveRentalOnDuplicate.
    MOVE SavedRentalRec TO RentalRec-RF
    WRITE RentalRec-RF
       INVALID KEY DISPLAY "-RF ERROR Status = " RentalStatus
    END-WRITE
    ADD 1 TO RentalsLeft
    MOVE SPACES TO ConvertLine
    STRING "    Rental left on duplicate - customer "
                                DELIMITED BY SIZE
           CustomerId-RF        DELIMITED BY SIZE
           " checked out "      DELIMITED BY SIZE
           CheckoutDate-RF      DELIMITED BY SIZE
      INTO ConvertLine
    END-STRING
    WRITE ConvertLine.

MoveHolds.
    MOVE ZEROS TO KeyCount
    MOVE FoldFilmId(FdIdx) TO FilmId-HQ
    MOVE ZEROS             TO HoldSeqNum-HQ
    START HoldQueueFile KEY IS GREATER THAN OR EQUAL HoldQueueKey-HQ
       INVALID KEY SET EndOfHoldQueue TO TRUE
    END-START
    IF NOT EndOfHoldQueue
       READ HoldQueueFile NEXT RECORD
          AT END SET EndOfHoldQueue TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfHoldQueue
                   OR FilmId-HQ NOT EQUAL FoldFilmId(FdIdx)
       IF KeyCount < KeyTableLimit
          ADD 1 TO KeyCount
          MOVE HoldSeqNum-HQ TO KeyHoldSeqNum(KeyCount)
       ELSE
          PERFORM NoteKeyTableFull
          SET EndOfHoldQueue TO TRUE
       END-IF
       IF NOT EndOfHoldQueue
          READ HoldQueueFile NEXT RECORD
             AT END SET EndOfHoldQueue TO TRUE
          END-READ
       END-IF
    END-PERFORM
    PERFORM VARYING KyIdx FROM 1 BY 1 UNTIL KyIdx > KeyCount
       MOVE FoldFilmId(FdIdx)    TO FilmId-HQ
       MOVE KeyHoldSeqNum(KyIdx) TO HoldSeqNum-HQ
       READ HoldQueueFile
          KEY IS HoldQueueKey-HQ
          INVALID KEY DISPLAY "-HQ ERROR Status = " HoldQueueStatus
       END-READ
       IF HoldQueueOk
          MOVE FoldFormat(FdIdx) TO FormatCode-HQ
          IF FoldRenameOnly(FdIdx)
             REWRITE HoldQueueRec-HQ
                INVALID KEY DISPLAY "-HQ ERROR Status = "
                                    HoldQueueStatus
                NOT INVALID KEY ADD 1 TO HoldsMoved
             END-REWRITE
          ELSE
             PERFORM ReQueueOneHold
          END-IF
       END-IF
    END-PERFORM.

ReQueueOneHold.
*> Holds on the duplicate join the back of the base film's queue in
*> the order they were placed.
    MOVE HoldQueueRec-HQ TO SavedHoldRec
    DELETE HoldQueueFile RECORD
       INVALID KEY DISPLAY "-HQ ERROR Status = " HoldQueueStatus
    END-DELETE
    PERFORM FindNextHoldSeqNum
    MOVE SavedHoldRec TO HoldQueueRec-HQ
    MOVE FoldTargetId(FdIdx) TO FilmId-HQ
    MOVE NextHoldSeqNum      TO HoldSeqNum-HQ
    WRITE HoldQueueRec-HQ
       INVALID KEY DISPLAY "-HQ ERROR Status = " HoldQueueStatus
       NOT INVALID KEY ADD 1 TO HoldsMoved
    END-WRITE.

FindNextHoldSeqNum.
*> One past the highest sequence number already used for the base
*> film, as in Listing17-22's FindNextHoldSeqNum.
    MOVE ZEROS TO NextHoldSeqNum
    MOVE FoldTargetId(FdIdx) TO FilmId-HQ
    MOVE ZEROS               TO HoldSeqNum-HQ
    START HoldQueueFile KEY IS GREATER THAN OR EQUAL HoldQueueKey-HQ
       INVALID KEY SET EndOfHoldQueue TO TRUE
    END-START
    IF NOT EndOfHoldQueue
       READ HoldQueueFile NEXT RECORD
          AT END SET EndOfHoldQueue TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfHoldQueue
                   OR FilmId-HQ NOT EQUAL FoldTargetId(FdIdx)
       MOVE HoldSeqNum-HQ TO NextHoldSeqNum
       READ HoldQueueFile NEXT RECORD
          AT END SET EndOfHoldQueue TO TRUE
       END-READ
    END-PERFORM
    ADD 1 TO NextHoldSeqNum.

MovePOLines.
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
       IF FilmId-PO EQUAL FoldFilmId(FdIdx)
          MOVE FoldTargetId(FdIdx) TO FilmId-PO
          MOVE FoldFormat(FdIdx)   TO FormatCode-PO
          REWRITE POLineRec-PO
             INVALID KEY DISPLAY "-PO ERROR Status = " POStatus
             NOT INVALID KEY ADD 1 TO POLinesMoved
          END-REWRITE
       END-IF
       READ POFile NEXT RECORD
          AT END SET EndOfPOLines TO TRUE
       END-READ
    END-PERFORM.

MoveTransfers.
    MOVE LOW-VALUES TO TransferNum-TR
    START TransferFile KEY IS GREATER THAN TransferNum-TR
       INVALID KEY SET EndOfTransfers TO TRUE
    END-START
    IF NOT EndOfTransfers
       READ TransferFile NEXT RECORD
          AT END SET EndOfTransfers TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfTransfers
       IF FilmId-TR EQUAL FoldFilmId(FdIdx)
          MOVE FoldTargetId(FdIdx) TO FilmId-TR
          MOVE FoldFormat(FdIdx)   TO FormatCode-TR
          REWRITE TransferRec-TR
             INVALID KEY DISPLAY "-TR ERROR Status = " TransferStatus
             NOT INVALID KEY ADD 1 TO TransfersMoved
          END-REWRITE
       END-IF
       READ TransferFile NEXT RECORD
          AT END SET EndOfTransfers TO TRUE
       END-READ
    END-PERFORM.

UpdateFoldedFilm.
*> A folded duplicate is retired with its tag left on the title, so
*> a later run still finds it; a film with no base loses the tag.
    MOVE FoldFilmId(FdIdx) TO FilmId-FF
    READ FilmFile
       KEY IS FilmId-FF
       INVALID KEY DISPLAY "-FF ERROR Status = " FilmStatus
    END-READ
    IF FilmOk
       IF FoldIntoBase(FdIdx)
          IF NOT FilmIsRetired-FF
             SET FilmIsRetired-FF TO TRUE
             ADD 1 TO FilmsFolded
          END-IF
       ELSE
          MOVE FoldBaseTitle(FdIdx) TO FilmTitle-FF
          ADD 1 TO FilmsRenamed
       END-IF
       REWRITE FilmRec-FF
          INVALID KEY DISPLAY "-FF ERROR Status = " FilmStatus
       END-REWRITE
    END-IF.

WriteFoldLines.
    MOVE SPACES TO ConvertLine
    MOVE FoldFilmId(FdIdx) TO FilmId-Ed
    MOVE FoldOldFee(FdIdx) TO Fee-Ed
    IF FoldIntoBase(FdIdx)
       STRING "Film " DELIMITED BY SIZE
              FilmId-Ed DELIMITED BY SIZE
              " folded into " DELIMITED BY SIZE
              FoldTargetId(FdIdx) DELIMITED BY SIZE
              " as format " DELIMITED BY SIZE
              FoldFormat(FdIdx) DELIMITED BY SIZE
              " - " DELIMITED BY SIZE
              FoldBaseTitle(FdIdx) DELIMITED BY SIZE
              " old fee " DELIMITED BY SIZE
              Fee-Ed DELIMITED BY SIZE
         INTO ConvertLine
       END-STRING
    ELSE
       STRING "Film " DELIMITED BY SIZE
              FilmId-Ed DELIMITED BY SIZE
              " retitled as format " DELIMITED BY SIZE
              FoldFormat(FdIdx) DELIMITED BY SIZE
              " - " DELIMITED BY SIZE
              FoldBaseTitle(FdIdx) DELIMITED BY SIZE
              " old fee " DELIMITED BY SIZE
              Fee-Ed DELIMITED BY SIZE
         INTO ConvertLine
       END-STRING
    END-IF
    WRITE ConvertLine
    MOVE SPACES TO ConvertLine
    STRING "    copies " DELIMITED BY SIZE
           CopiesMoved DELIMITED BY SIZE
           "  slots merged " DELIMITED BY SIZE
           SlotsMerged DELIMITED BY SIZE
           " re-keyed " DELIMITED BY SIZE
           SlotsReKeyed DELIMITED BY SIZE
           "  rentals " DELIMITED BY SIZE
           RentalsMoved DELIMITED BY SIZE
           " left " DELIMITED BY SIZE
           RentalsLeft DELIMITED BY SIZE
           "  holds " DELIMITED BY SIZE
           HoldsMoved DELIMITED BY SIZE
           "  PO lines " DELIMITED BY SIZE
           POLinesMoved DELIMITED BY SIZE
           "  transfers " DELIMITED BY SIZE
           TransfersMoved DELIMITED BY SIZE
      INTO ConvertLine
    END-STRING
    WRITE ConvertLine.

WriteConvertTotals.
    MOVE SPACES TO ConvertLine
    STRING "Stamped VHS - copies " DELIMITED BY SIZE
           CopiesStamped DELIMITED BY SIZE
           "  shelf slots " DELIMITED BY SIZE
           SlotsStamped DELIMITED BY SIZE
           "  rentals " DELIMITED BY SIZE
           RentalsStamped DELIMITED BY SIZE
           "  PO lines " DELIMITED BY SIZE
           POLinesStamped DELIMITED BY SIZE
           "  transfers " DELIMITED BY SIZE
           TransfersStamped DELIMITED BY SIZE
      INTO ConvertLine
    END-STRING
    WRITE ConvertLine
    MOVE SPACES TO ConvertLine
    MOVE FilmsFolded TO Count-Ed
    STRING "Films folded " DELIMITED BY SIZE
           Count-Ed DELIMITED BY SIZE
      INTO ConvertLine
    END-STRING
    WRITE ConvertLine
    MOVE SPACES TO ConvertLine
    MOVE FilmsRenamed TO Count-Ed
    STRING "Films retitled " DELIMITED BY SIZE
           Count-Ed DELIMITED BY SIZE
      INTO ConvertLine
    END-STRING
    WRITE ConvertLine.

IDENTIFICATION DIVISION.
PROGRAM-ID. OperatorSignOnCheck.
AUTHOR. Michael Coughlan.
*> Shared sign-on for the maintenance programs, replacing the
*> compiled-in ValidOperatorPin each of them carried. Operators live
*> on the operator master with individual ids, hashed passwords and
*> a role code; a sign-on prompts for id and password, enforces
*> three-strikes lockout (persisted on the master, so restarting the
*> program does not reset the count), forces a password change when
*> the flag is set, checks through CheckPermission that the operator
*> may run the calling program - by the Listing17-51 permission table
*> where it has rows for the program, otherwise by the program's
*> required role - and writes every success and failure to the
*> security log. The master is seeded with the shop's starting
*> roster the first time anything signs on. An operator signing on to
*> one of the counter programs is asked whether this is a training
*> session, and a trainee operator gets training mode whether asked
*> or not - and may sign on to nothing but the counter programs and
*> the Listing18-28 timeclock.
*> Training mode is set through TrainingMode for the rest of the run;
*> a supervisor override inside a run leaves it as it was. The id and
*> role of each accepted sign-on are left with SignOnRole for the
*> caller's menu permission checks. The operator master is stamped on
*> the layout register when it is seeded and checked against it
*> (CheckLayoutVersion) on every other sign-on, so no one signs on
*> through a master at the wrong layout - except to Listing18-50,
*> which is where the master is registered and converted.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT OperatorFile ASSIGN TO "Listing17-51Operators.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OperatorId-OP
        FILE STATUS IS OperatorStatus.

    SELECT SecurityLogFile ASSIGN TO "Listing17-51Security.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS SecurityLogStatus.

DATA DIVISION.
FILE SECTION.
FD OperatorFile.
01 OperatorRec-OP.
   COPY OperatorRec.

FD  SecurityLogFile.
01  SecurityLogRec         PIC X(110).

WORKING-STORAGE SECTION.
01 OperatorStatus           PIC XX.
   88 OperatorOk  VALUE "02", "00".

01 SecurityLogStatus        PIC XX.
01 SecurityTimestamp        PIC X(21).
01 LogEventText             PIC X(30).

01 EnteredId                 PIC 9(4).
01 EnteredPassword           PIC X(8).
01 NewPassword               PIC X(8).
01 NewPasswordAgain          PIC X(8).
01 ComputedHash              PIC 9(8).
01 HashWork                  PIC 9(12) VALUE ZEROS.
01 CharPos                   PIC 99.

01 AttemptsThisRun           PIC 9 VALUE ZERO.
01 SignOnState               PIC X VALUE "N".
   88 SignOnSettled            VALUE "Y".

01 PermissionResult          PIC 9.
   88 PermissionGranted        VALUE 0.

01 CallingProgram            PIC X(12).
   88 CounterProgram           VALUE "Listing17-22", "Listing17-26",
                                     "Listing17-28", "Listing17-29",
                                     "Listing17-30".
   88 TraineeMayClockIn        VALUE "Listing18-28".
01 TrainingReply             PIC X.
   88 TrainingWanted           VALUE "Y", "y".
01 TrainingState             PIC X VALUE "N".
   88 TrainingModeOn           VALUE "Y".
01 TrainingFileName          PIC X(40) VALUE SPACES.

COPY LayoutVersions.

LINKAGE SECTION.
01 ProgramName-IO            PIC X(12).
01 RequiredRole-IO           PIC X.
01 OperatorId-IO             PIC 9(4).
01 SignOnResult-IO           PIC 9.
   88 SignOnAccepted           VALUE 0.
   88 SignOnRejected           VALUE 1.

PROCEDURE DIVISION USING ProgramName-IO, RequiredRole-IO,
                          OperatorId-IO, SignOnResult-IO.
Begin.
    SET SignOnRejected TO TRUE
    MOVE ZEROS TO OperatorId-IO
    MOVE ZERO TO AttemptsThisRun
    MOVE "N" TO SignOnState

    OPEN I-O OperatorFile
    IF OperatorStatus EQUAL "35"
       CLOSE OperatorFile
       PERFORM SeedOperatorFile
       OPEN I-O OperatorFile
    ELSE
       IF ProgramName-IO NOT EQUAL "Listing18-50"
          MOVE ZERO TO LayoutResult
          CALL "CheckLayoutVersion" USING "C", ProgramName-IO,
                "OperatorFile", OperatorRecVersion, LayoutResult
          IF LayoutRefused
             CLOSE OperatorFile
             EXIT PROGRAM
          END-IF
       END-IF
    END-IF

    PERFORM TrySignOn
            UNTIL SignOnSettled OR AttemptsThisRun >= 3

    CLOSE OperatorFile
    EXIT PROGRAM.

TrySignOn.
    ADD 1 TO AttemptsThisRun
    DISPLAY "Operator id - " WITH NO ADVANCING
    ACCEPT EnteredId
    DISPLAY "Password - " WITH NO ADVANCING
    ACCEPT EnteredPassword

    MOVE EnteredId TO OperatorId-OP
    READ OperatorFile
       KEY IS OperatorId-OP
       INVALID KEY CONTINUE
    END-READ
    IF NOT OperatorOk
       DISPLAY "Sign-on failed."
       MOVE "FAILED - unknown operator id" TO LogEventText
       PERFORM WriteSecurityLog
       EXIT PARAGRAPH
    END-IF

    IF OperatorLockedOut-OP
       DISPLAY "This operator id is locked out - see the manager."
       MOVE "FAILED - id is locked out" TO LogEventText
       PERFORM WriteSecurityLog
       SET SignOnSettled TO TRUE
       EXIT PARAGRAPH
    END-IF

    MOVE EnteredPassword TO NewPassword
    PERFORM HashThePassword
    IF ComputedHash NOT EQUAL PasswordHash-OP
       ADD 1 TO FailedAttempts-OP
       IF FailedAttempts-OP >= 3
          SET OperatorLockedOut-OP TO TRUE
          DISPLAY "Third wrong password - id is now locked out."
          MOVE "LOCKOUT - three wrong passwords" TO LogEventText
       ELSE
          DISPLAY "Sign-on failed."
          MOVE "FAILED - wrong password" TO LogEventText
       END-IF
       REWRITE OperatorRec-OP
          INVALID KEY DISPLAY "-OP ERROR Status = " OperatorStatus
       END-REWRITE
       PERFORM WriteSecurityLog
       EXIT PARAGRAPH
    END-IF

    PERFORM CheckRoleCovers
    IF SignOnRejected
       DISPLAY "Operator " OperatorId-OP
               " is not permitted to run this program."
       SET SignOnSettled TO TRUE
       EXIT PARAGRAPH
    END-IF

    PERFORM SettleTrainingMode
    IF SignOnRejected
       EXIT PARAGRAPH
    END-IF

    IF PasswordMustChange-OP
       PERFORM ForcePasswordChange
       IF SignOnRejected
          EXIT PARAGRAPH
       END-IF
    END-IF

    MOVE ZERO TO FailedAttempts-OP
    REWRITE OperatorRec-OP
       INVALID KEY DISPLAY "-OP ERROR Status = " OperatorStatus
    END-REWRITE
    MOVE OperatorId-OP TO OperatorId-IO
    CALL "SignOnRole" USING "S", OperatorId-OP, RoleCode-OP
    SET SignOnAccepted TO TRUE
    SET SignOnSettled TO TRUE
    MOVE "SIGN-ON OK" TO LogEventText
    IF TrainingModeOn
       MOVE "SIGN-ON OK - TRAINING" TO LogEventText
    END-IF
    PERFORM WriteSecurityLog
    DISPLAY "Signed on - " OperatorName-OP
    IF TrainingModeOn
       DISPLAY "*** TRAINING MODE - working on the training files ***"
    END-IF.

CheckRoleCovers.
*> The sign-on is the program's "RUN" function. Without permission
*> rows roles rank Operator < Supervisor < Manager, a trainee with
*> the operators; a refusal is logged by CheckPermission itself.
    SET SignOnRejected TO TRUE
    CALL "CheckPermission" USING ProgramName-IO, "RUN     ",
                                 OperatorId-OP, RoleCode-OP,
                                 RequiredRole-IO, PermissionResult
    IF PermissionGranted
       SET SignOnAccepted TO TRUE
    END-IF.

SettleTrainingMode.
*> Only an operator-level sign-on settles the mode; a supervisor or
*> manager override part-way through a run leaves it alone.
    MOVE "N" TO TrainingState
    IF RequiredRole-IO EQUAL "S" OR RequiredRole-IO EQUAL "M"
       EXIT PARAGRAPH
    END-IF
    MOVE ProgramName-IO TO CallingProgram
    IF OperatorTrainee-OP AND TraineeMayClockIn
       EXIT PARAGRAPH
    END-IF
    IF OperatorTrainee-OP
       IF NOT CounterProgram
          DISPLAY "Trainee operators may only use the counter programs."
          MOVE "FAILED - trainee off counter" TO LogEventText
          PERFORM WriteSecurityLog
          SET SignOnRejected TO TRUE
          SET SignOnSettled TO TRUE
          EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO TrainingState
    ELSE
       IF CounterProgram
          DISPLAY "Training mode? (Y/N) - " WITH NO ADVANCING
          ACCEPT TrainingReply
          IF TrainingWanted
             MOVE "Y" TO TrainingState
          END-IF
       END-IF
    END-IF
    CALL "TrainingMode" USING "S", TrainingState, TrainingFileName.

ForcePasswordChange.
    DISPLAY "Your password must be changed."
    DISPLAY "New password - " WITH NO ADVANCING
    ACCEPT NewPassword
    DISPLAY "New password again - " WITH NO ADVANCING
    ACCEPT NewPasswordAgain
    IF NewPassword NOT EQUAL NewPasswordAgain
       OR NewPassword EQUAL SPACES
       DISPLAY "Passwords do not match - sign-on abandoned."
       MOVE "FAILED - password change aborted" TO LogEventText
       PERFORM WriteSecurityLog
       SET SignOnRejected TO TRUE
       SET SignOnSettled TO TRUE
    ELSE
       PERFORM HashThePassword
       MOVE ComputedHash TO PasswordHash-OP
       MOVE "N" TO MustChangePwd-OP
       MOVE "CHANGED PASSWORD" TO LogEventText
       PERFORM WriteSecurityLog
    END-IF.

HashThePassword.
*> A position-weighted character sum, folded to eight digits - not
*> cryptography, but the password itself never reaches the file.
    MOVE ZEROS TO HashWork
    PERFORM VARYING CharPos FROM 1 BY 1 UNTIL CharPos > 8
       COMPUTE HashWork = HashWork
             + (FUNCTION ORD(NewPassword(CharPos:1)) * CharPos * 131)
    END-PERFORM
    COMPUTE ComputedHash =
            FUNCTION MOD(HashWork * 2654435, 99999989).

SeedOperatorFile.
*> Starting roster: counter operator 1234 (password "letmein",
*> which must be changed at first sign-on), supervisor 7531 and
*> manager 9999 (password "changeme" for both, also to be changed).
    OPEN OUTPUT OperatorFile
    CALL "CheckLayoutVersion" USING "S", ProgramName-IO, "OperatorFile",
          OperatorRecVersion, LayoutResult
    INITIALIZE OperatorRec-OP
    MOVE 1234 TO OperatorId-OP
    MOVE "Counter operator" TO OperatorName-OP
    MOVE "letmein " TO NewPassword
    PERFORM HashThePassword
    MOVE ComputedHash TO PasswordHash-OP
    MOVE "O" TO RoleCode-OP
    MOVE "Y" TO MustChangePwd-OP
    WRITE OperatorRec-OP
    INITIALIZE OperatorRec-OP
    MOVE 7531 TO OperatorId-OP
    MOVE "Shift supervisor" TO OperatorName-OP
    MOVE "changeme" TO NewPassword
    PERFORM HashThePassword
    MOVE ComputedHash TO PasswordHash-OP
    MOVE "S" TO RoleCode-OP
    MOVE "Y" TO MustChangePwd-OP
    WRITE OperatorRec-OP
    INITIALIZE OperatorRec-OP
    MOVE 9999 TO OperatorId-OP
    MOVE "Store manager" TO OperatorName-OP
    MOVE "changeme" TO NewPassword
    PERFORM HashThePassword
    MOVE ComputedHash TO PasswordHash-OP
    MOVE "M" TO RoleCode-OP
    MOVE "Y" TO MustChangePwd-OP
    WRITE OperatorRec-OP
    CLOSE OperatorFile.

WriteSecurityLog.
    MOVE FUNCTION CURRENT-DATE TO SecurityTimestamp
    OPEN EXTEND SecurityLogFile
    IF SecurityLogStatus EQUAL "35"
       OPEN OUTPUT SecurityLogFile
    END-IF
    MOVE SPACES TO SecurityLogRec
    STRING ProgramName-IO DELIMITED BY SPACE
           " operator " DELIMITED BY SIZE
           EnteredId DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LogEventText DELIMITED BY SIZE
           " at " DELIMITED BY SIZE
           SecurityTimestamp DELIMITED BY SIZE
      INTO SecurityLogRec
    END-STRING
    WRITE SecurityLogRec
    CLOSE SecurityLogFile.
END PROGRAM OperatorSignOnCheck.

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
PROGRAM-ID. MaintainOpenRental IS INITIAL.
AUTHOR. Michael Coughlan.
*> Keeps the open-rentals index in step with RentalFile. The index
*> holds one entry per unreturned rental, keyed by due date with the
*> film as an alternate key, so the nightly runs that only want the
*> rentals still out read a few thousand entries instead of the
*> whole rental history. Every program that writes, rewrites or
*> deletes a rental calls this straight after with the rental as it
*> now stands: "S" drops any entry the rental already has (its due
*> date may have moved on a renewal) and, if the rental is still out,
*> writes it afresh; "D" just drops the entry for a rental that has
*> been deleted. In training the training copy of the index is kept
*> instead, alongside the training RentalFile. Listing18-48 proves
*> the index against RentalFile each week and rebuilds it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OpenRentalFile ASSIGN TO OpenRentalFileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OpenRentalKey-OR
        ALTERNATE RECORD KEY IS OpenFilmId-OR
                     WITH DUPLICATES
        FILE STATUS IS OpenRentalStatus.

DATA DIVISION.
FILE SECTION.
FD  OpenRentalFile.
01  OpenRentalRec-OR.
    COPY OpenRentalRec.

WORKING-STORAGE SECTION.
01  OpenRentalStatus           PIC XX.
    88  OpenRentalOk             VALUE "02", "00".
01  OpenRentalFileName         PIC X(40).
01  TrainingState              PIC X.
    88  TrainingModeOn           VALUE "Y".
01  OpenEntryState             PIC X VALUE "N".
    88  OpenEntryFound           VALUE "Y".

LINKAGE SECTION.
01  OpenRentalAction-IO        PIC X.
    88  SyncOpenRental           VALUE "S".
    88  DropOpenRental           VALUE "D".
01  RentalRec-RF.
    COPY RentalRec.

PROCEDURE DIVISION USING OpenRentalAction-IO, RentalRec-RF.
Begin.
   MOVE "Listing17-6OpenRentals.DAT" TO OpenRentalFileName
   CALL "TrainingMode" USING "F", TrainingState, OpenRentalFileName
   OPEN I-O OpenRentalFile
   IF OpenRentalStatus EQUAL "35"
      OPEN OUTPUT OpenRentalFile
      CLOSE OpenRentalFile
      OPEN I-O OpenRentalFile
   END-IF
   IF NOT OpenRentalOk
      DISPLAY "-OR ERROR Status = " OpenRentalStatus
      EXIT PROGRAM
   END-IF

   PERFORM FindOpenEntry
   IF OpenEntryFound
      DELETE OpenRentalFile RECORD
         INVALID KEY DISPLAY "-OR ERROR Status = " OpenRentalStatus
      END-DELETE
   END-IF

   IF SyncOpenRental AND NotYetReturned-RF
      INITIALIZE OpenRentalRec-OR
      MOVE DueDate-RF      TO DueDate-OR
      MOVE CustomerId-RF   TO CustomerId-OR
      MOVE FilmId-RF       TO FilmId-OR
      MOVE CheckoutDate-RF TO CheckoutDate-OR
      MOVE FilmId-RF       TO OpenFilmId-OR
      MOVE StoreId-RF      TO StoreId-OR
      MOVE Barcode-RF      TO Barcode-OR
      MOVE FormatCode-RF   TO FormatCode-OR
      WRITE OpenRentalRec-OR
         INVALID KEY DISPLAY "-OR ERROR Status = " OpenRentalStatus
      END-WRITE
   END-IF
   CLOSE OpenRentalFile
   EXIT PROGRAM.

FindOpenEntry.
*> The due date the entry was filed under may not be the one the
*> rental now carries, so the entry is found through the film.
   MOVE FilmId-RF TO OpenFilmId-OR
   START OpenRentalFile KEY IS EQUAL OpenFilmId-OR
      INVALID KEY SET EndOfOpenRentals TO TRUE
   END-START
   IF NOT EndOfOpenRentals
      READ OpenRentalFile NEXT RECORD
         AT END SET EndOfOpenRentals TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfOpenRentals OR OpenEntryFound
                 OR OpenFilmId-OR NOT EQUAL FilmId-RF
      IF CustomerId-OR EQUAL CustomerId-RF
         AND CheckoutDate-OR EQUAL CheckoutDate-RF
         SET OpenEntryFound TO TRUE
      ELSE
         READ OpenRentalFile NEXT RECORD
            AT END SET EndOfOpenRentals TO TRUE
         END-READ
      END-IF
   END-PERFORM.

END PROGRAM MaintainOpenRental.

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
PROGRAM-ID. CheckPermission IS INITIAL.
AUTHOR. Michael Coughlan.
*> Function-level permission check. Each program function - the
*> sign-on itself is function "RUN", a menu choice has its own code
*> such as "REFUND" or "RETIRE" - may have grant rows on the
*> Listing17-51 permission table naming the roles and the individual
*> operators allowed to run it. A function with grant rows is open to
*> those and to no one else; a function with none falls back to the
*> role the calling program asks for, ranked Operator < Supervisor <
*> Manager, as before the table existed. Every function checked is
*> entered on the table's catalogue with that fallback role, so the
*> access report can list who can do what. A refusal is written to
*> the security log. The caller passes the operator's role as
*> SignOnRole had it at the sign-on; a space has it looked up on the
*> operator master, which only a caller without that file open may
*> ask for.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT PermissionFile ASSIGN TO "Listing17-51Permissions.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PermissionKey-PM
        FILE STATUS IS PermissionStatus.

   SELECT OperatorFile ASSIGN TO "Listing17-51Operators.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OperatorId-OP
        FILE STATUS IS OperatorStatus.

    SELECT SecurityLogFile ASSIGN TO "Listing17-51Security.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS SecurityLogStatus.

DATA DIVISION.
FILE SECTION.
FD PermissionFile.
01 PermissionRec-PM.
   COPY PermissionRec.

FD OperatorFile.
01 OperatorRec-OP.
   COPY OperatorRec.

FD  SecurityLogFile.
01  SecurityLogRec         PIC X(110).

WORKING-STORAGE SECTION.
01 PermissionStatus         PIC XX.
   88 PermissionOk  VALUE "02", "00".

01 OperatorStatus           PIC XX.
01 SecurityLogStatus        PIC XX.
01 SecurityTimestamp        PIC X(21).
01 LogEventText             PIC X(30).

01 OperatorRole             PIC X.
01 OperatorGrantee          PIC X(4).
01 RoleRank                 PIC 9.
01 RequiredRank             PIC 9.
01 GrantRowsFound           PIC 9(3) VALUE ZEROS.

LINKAGE SECTION.
01 ProgramName-IO           PIC X(12).
01 FunctionCode-IO          PIC X(8).
01 OperatorId-IO            PIC 9(4).
01 RoleCode-IO              PIC X.
01 RequiredRole-IO          PIC X.
01 PermissionResult-IO      PIC 9.
   88 PermissionGranted-IO    VALUE 0.
   88 PermissionDenied-IO     VALUE 1.

PROCEDURE DIVISION USING ProgramName-IO, FunctionCode-IO,
                          OperatorId-IO, RoleCode-IO, RequiredRole-IO,
                          PermissionResult-IO.
Begin.
   SET PermissionDenied-IO TO TRUE
   MOVE RoleCode-IO TO OperatorRole
   IF OperatorRole EQUAL SPACE
      PERFORM LookUpOperatorRole
   END-IF
   MOVE OperatorId-IO TO OperatorGrantee

   OPEN I-O PermissionFile
   IF PermissionStatus EQUAL "35"
      OPEN OUTPUT PermissionFile
      CLOSE PermissionFile
      OPEN I-O PermissionFile
   END-IF
   IF PermissionOk
      PERFORM CatalogueFunction
      PERFORM ReadGrantRows
      CLOSE PermissionFile
   END-IF

*> No grant rows (or no table to read) - the program's own role.
   IF GrantRowsFound EQUAL ZEROS
      PERFORM CheckRoleRank
   END-IF

   IF PermissionDenied-IO
      MOVE SPACES TO LogEventText
      STRING "DENIED - " DELIMITED BY SIZE
             FunctionCode-IO DELIMITED BY SPACE
        INTO LogEventText
      END-STRING
      PERFORM WriteSecurityLog
   END-IF
   EXIT PROGRAM.

LookUpOperatorRole.
   MOVE "O" TO OperatorRole
   OPEN INPUT OperatorFile
   MOVE OperatorId-IO TO OperatorId-OP
   READ OperatorFile
      KEY IS OperatorId-OP
      INVALID KEY CONTINUE
      NOT INVALID KEY MOVE RoleCode-OP TO OperatorRole
   END-READ
   CLOSE OperatorFile.

CatalogueFunction.
   INITIALIZE PermissionRec-PM
   MOVE ProgramName-IO  TO ProgramName-PM
   MOVE FunctionCode-IO TO FunctionCode-PM
   SET FunctionEntry-PM TO TRUE
   MOVE RequiredRole-IO TO DefaultRole-PM
   MOVE FUNCTION CURRENT-DATE(1:8) TO GrantedDate-PM
   WRITE PermissionRec-PM
      INVALID KEY CONTINUE
   END-WRITE.

ReadGrantRows.
   MOVE ZEROS TO GrantRowsFound
   MOVE ProgramName-IO  TO ProgramName-PM
   MOVE FunctionCode-IO TO FunctionCode-PM
   MOVE "F" TO GranteeType-PM
   MOVE HIGH-VALUES TO Grantee-PM
   START PermissionFile KEY IS GREATER THAN PermissionKey-PM
      INVALID KEY SET EndOfPermissions TO TRUE
      NOT INVALID KEY
         READ PermissionFile NEXT RECORD
            AT END SET EndOfPermissions TO TRUE
         END-READ
   END-START
   PERFORM UNTIL EndOfPermissions
                 OR ProgramName-PM NOT EQUAL ProgramName-IO
                 OR FunctionCode-PM NOT EQUAL FunctionCode-IO
      ADD 1 TO GrantRowsFound
      IF (GrantToRole-PM AND Grantee-PM(1:1) EQUAL OperatorRole)
         OR (GrantToOperator-PM AND Grantee-PM EQUAL OperatorGrantee)
         SET PermissionGranted-IO TO TRUE
      END-IF
      READ PermissionFile NEXT RECORD
         AT END SET EndOfPermissions TO TRUE
      END-READ
   END-PERFORM.

CheckRoleRank.
*> A trainee ranks with the operators.
   EVALUATE OperatorRole
      WHEN "M" MOVE 3 TO RoleRank
      WHEN "S" MOVE 2 TO RoleRank
      WHEN OTHER MOVE 1 TO RoleRank
   END-EVALUATE
   EVALUATE RequiredRole-IO
      WHEN "M" MOVE 3 TO RequiredRank
      WHEN "S" MOVE 2 TO RequiredRank
      WHEN OTHER MOVE 1 TO RequiredRank
   END-EVALUATE
   IF RoleRank NOT < RequiredRank
      SET PermissionGranted-IO TO TRUE
   END-IF.

WriteSecurityLog.
   MOVE FUNCTION CURRENT-DATE TO SecurityTimestamp
   OPEN EXTEND SecurityLogFile
   IF SecurityLogStatus EQUAL "35"
      OPEN OUTPUT SecurityLogFile
   END-IF
   MOVE SPACES TO SecurityLogRec
   STRING ProgramName-IO DELIMITED BY SPACE
          " operator " DELIMITED BY SIZE
          OperatorId-IO DELIMITED BY SIZE
          " " DELIMITED BY SIZE
          LogEventText DELIMITED BY SIZE
          " at " DELIMITED BY SIZE
          SecurityTimestamp DELIMITED BY SIZE
     INTO SecurityLogRec
   END-STRING
   WRITE SecurityLogRec
   CLOSE SecurityLogFile.
END PROGRAM CheckPermission.

IDENTIFICATION DIVISION.
PROGRAM-ID. SignOnRole.
AUTHOR. Michael Coughlan.
*> Holds the operator id and role of the last sign-on accepted by
*> OperatorSignOnCheck ("S"), for the rest of the run. A program asks
*> for the role ("Q") straight after each sign-on it makes - its own,
*> or a supervisor's override - and passes it on to CheckPermission
*> with each menu choice, so the operator master is never reopened
*> under a program that already has it open. An id that was not the
*> last one accepted gets a space back.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  SignedOnId                 PIC 9(4) VALUE ZEROS.
01  SignedOnRole               PIC X VALUE SPACE.

LINKAGE SECTION.
01  RoleFunction-IO            PIC X.
    88  SetSignOnRole            VALUE "S".
    88  QuerySignOnRole          VALUE "Q".
01  OperatorId-IO              PIC 9(4).
01  RoleCode-IO                PIC X.

PROCEDURE DIVISION USING RoleFunction-IO, OperatorId-IO, RoleCode-IO.
Begin.
   IF SetSignOnRole
      MOVE OperatorId-IO TO SignedOnId
      MOVE RoleCode-IO   TO SignedOnRole
      EXIT PROGRAM
   END-IF
   IF OperatorId-IO EQUAL SignedOnId AND SignedOnId NOT EQUAL ZEROS
      MOVE SignedOnRole TO RoleCode-IO
   ELSE
      MOVE SPACE TO RoleCode-IO
   END-IF
   EXIT PROGRAM.
END PROGRAM SignOnRole.
