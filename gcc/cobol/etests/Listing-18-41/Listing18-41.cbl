IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-41.
AUTHOR. Michael Coughlan.
*> Duplicate film merge. The distributor feed and hand keying now and
*> then put the same title on the master under two FilmIds, and each
*> one collects its own copies, rentals, holds and cross-references.
*> Given a surviving id and a duplicate id, this utility moves the
*> lot across to the survivor - the store copy counts (combined where
*> the survivor already has the store and format), the copy master,
*> the open rentals and the rental archive, the hold queue, the
*> director and actor credits, set membership, PO lines and the
*> keyword index - and then retires the duplicate with a pointer to
*> the survivor, the same closing move Listing17-61 makes for a
*> duplicate customer.
*> The two hold queues are merged by the date each hold was placed,
*> so a customer who asked first is still served first whichever id
*> they queued under; the merged queue is renumbered from one.
*> Credits, set memberships and keywords the survivor already holds
*> are not written twice - the duplicate's copy is simply dropped.
*> Every merge is previewed first: the same pass runs without
*> changing anything and lists what would move, and only then is the
*> operator asked to carry it out. Each move made is written to the
*> film merge history, one record per item, and option 3 prints the
*> history for one duplicate or for all of them.
*> An open rental moved to the surviving film is re-filed on the
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

   SELECT StoreCopyFile ASSIGN TO "Listing17-6StoreCopy.DAT"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS StoreCopyKey
        FILE STATUS IS StoreCopyStatus.

   SELECT CopyMasterFile ASSIGN TO "Listing17-36CopyMaster.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Barcode-CP
        ALTERNATE RECORD KEY IS FilmId-CP
                     WITH DUPLICATES
        FILE STATUS IS CopyMasterStatus.

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

   SELECT ArchiveWorkFile ASSIGN TO "Listing18-41Archive.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ArchiveWorkStatus.

   SELECT HoldQueueFile ASSIGN TO "Listing17-6HoldQueue.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HoldQueueKey-HQ
        ALTERNATE RECORD KEY IS CustomerId-HQ
                     WITH DUPLICATES
        FILE STATUS IS HoldQueueStatus.

   SELECT HoldSortFile ASSIGN TO "Listing18-41Sort.TMP".

   SELECT FilmDirectorXRefFile ASSIGN TO "Listing17-6FilmDirXRef.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FilmDirXRefKey-FX
        ALTERNATE RECORD KEY IS DirectorId-FX
                     WITH DUPLICATES
        FILE STATUS IS FilmDirXRefStatus.

   SELECT FilmActorXRefFile ASSIGN TO "Listing18-9FilmActors.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FilmActorXRefKey-FA
        FILE STATUS IS FilmActorXRefStatus.

   SELECT SetMemberFile ASSIGN TO "Listing18-8SetMembers.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SetMemberKey-BM
        FILE STATUS IS SetMemberStatus.

   SELECT POFile ASSIGN TO "Listing17-40PO.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS POLineKey-PO
        FILE STATUS IS POStatus.

   SELECT KeywordFile ASSIGN TO "Listing17-59Keywords.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS KeywordKey-KW
        FILE STATUS IS KeywordStatus.

   SELECT FilmMergeHistFile ASSIGN TO "Listing18-41MergeHist.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FilmMergeHistKey-FM
        FILE STATUS IS FilmMergeHistStatus.

   SELECT MergeReportFile ASSIGN TO "Listing18-41MergeReport.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MergeReportStatus.

DATA DIVISION.
FILE SECTION.
FD FilmFile.
01 FilmRec-FF.
   COPY FilmRec.

FD StoreCopyFile.
01 StoreCopyRec.
   COPY StoreCopyRec.

FD CopyMasterFile.
01 CopyMasterRec-CP.
   COPY CopyMasterRec.

FD RentalFile.
01 RentalRec-RF.
   COPY RentalRec.

FD ArchiveFile.
01 ArchiveRec-AV.
   88 EndOfArchive          VALUE HIGH-VALUES.
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

FD ArchiveWorkFile.
01 ArchiveWorkRec           PIC X(60).

FD HoldQueueFile.
01 HoldQueueRec-HQ.
   COPY HoldQueueRec.

SD HoldSortFile.
01 HoldSortRec-HS.
   02 HoldDate-HS           PIC 9(8).
   02 OldSeqNum-HS          PIC 9(5).
   02 HoldSource-HS         PIC X.
      88 HoldFromDuplicate-HS  VALUE "D".
   02 HoldImage-HS          PIC X(74).

FD FilmDirectorXRefFile.
01 FilmDirectorXRefRec-FX.
   COPY FilmDirectorXRefRec.

FD FilmActorXRefFile.
01 FilmActorXRefRec-FA.
   COPY FilmActorXRefRec.

FD SetMemberFile.
01 SetMemberRec-BM.
   88 EndOfSetMembers  VALUE HIGH-VALUES.
   02 SetMemberKey-BM.
      03 SetId-BM           PIC 9(5).
      03 FilmId-BM          PIC 9(7).
   02 MemberOrder-BM        PIC 9.

FD POFile.
01 POLineRec-PO.
   COPY POLineRec.

FD KeywordFile.
01 KeywordRec-KW.
   88 EndOfKeywords  VALUE HIGH-VALUES.
   02 KeywordKey-KW.
      03 Keyword-KW         PIC X(12).
      03 FilmId-KW          PIC 9(7).

FD FilmMergeHistFile.
01 FilmMergeHistRec-FM.
   88 EndOfFilmMergeHist  VALUE HIGH-VALUES.
   02 FilmMergeHistKey-FM.
      03 DuplicateFilmId-FM PIC 9(7).
      03 MoveSeqNum-FM      PIC 9(5).
   02 SurvivorFilmId-FM     PIC 9(7).
   02 MergeDate-FM          PIC 9(8).
   02 MovedFile-FM          PIC X(12).
   02 MovedItem-FM          PIC X(40).
   02 MoveAction-FM         PIC X.
   02 OperatorId-FM         PIC 9(4).

FD MergeReportFile.
01 MergeReportLine          PIC X(100).

WORKING-STORAGE SECTION.
01 FilmStatus               PIC XX.
   88 FilmOk  VALUE "02", "00".

01 StoreCopyStatus          PIC XX.
   88 StoreCopyOk VALUE "00".

01 CopyMasterStatus         PIC XX.
   88 CopyMasterOk VALUE "02", "00".

01 RentalStatus             PIC XX.
   88 RentalOk   VALUE "02", "00".

01 ArchiveStatus            PIC XX.
01 ArchiveWorkStatus        PIC XX.
   88 EndOfArchiveWork        VALUE "10".

01 HoldQueueStatus          PIC XX.
   88 HoldQueueOk VALUE "02", "00".

01 FilmDirXRefStatus        PIC XX.
   88 FilmDirXRefOk VALUE "02", "00".

01 FilmActorXRefStatus      PIC XX.
   88 FilmActorXRefOk VALUE "02", "00".

01 SetMemberStatus          PIC XX.
   88 SetMemberOk VALUE "02", "00".

01 POStatus                 PIC XX.
   88 POOk  VALUE "02", "00".

01 KeywordStatus            PIC XX.
   88 KeywordOk  VALUE "02", "00".

01 FilmMergeHistStatus      PIC XX.
   88 FilmMergeHistOk  VALUE "02", "00".

01 MergeReportStatus        PIC XX.

01 StoreCopyKey               PIC 9(5) VALUE ZEROS.

01 OperatorId                 PIC 9(4) VALUE ZEROS.
01 SignOnResult               PIC 9 VALUE 1.
   88 OperatorSignedOn          VALUE 0.
01 OperatorRole               PIC X VALUE SPACE.

*> The permission-table function behind each menu choice.
01 MenuFunction               PIC X(8).
01 MenuRole                   PIC X.
01 MenuPermission             PIC 9 VALUE ZERO.
   88 MenuRefused               VALUE 1.

01 MenuChoice                 PIC 9.
   88 MenuPreview               VALUE 1.
   88 MenuMerge                 VALUE 2.
   88 MenuHistory               VALUE 3.
   88 MenuExit                  VALUE 9.

01 TodayDate                  PIC 9(8).
01 SurvivorId                 PIC 9(7).
01 DuplicateId                PIC 9(7).
01 FilmsChecked               PIC X.
   88 FilmsAreMergeable         VALUE "Y".
01 ConfirmMerge               PIC X.
   88 MergeConfirmed            VALUE "Y", "y".

*> The preview and the merge are the same pass; only the merge
*> changes the files and writes the history.
01 MergeMode                  PIC X VALUE "P".
   88 PreviewOnly               VALUE "P".
   88 ApplyMerge                VALUE "A".

01 MoveCounts.
   02 StoreCopiesMoved         PIC 9(4) VALUE ZEROS.
   02 CopiesMoved              PIC 9(5) VALUE ZEROS.
   02 RentalsMoved             PIC 9(5) VALUE ZEROS.
   02 RentalsSkipped           PIC 9(4) VALUE ZEROS.
   02 ArchiveMoved             PIC 9(6) VALUE ZEROS.
   02 HoldsMoved               PIC 9(4) VALUE ZEROS.
   02 DirectorsMoved           PIC 9(4) VALUE ZEROS.
   02 ActorsMoved              PIC 9(4) VALUE ZEROS.
   02 SetsMoved                PIC 9(4) VALUE ZEROS.
   02 POLinesMoved             PIC 9(4) VALUE ZEROS.
   02 KeywordsMoved            PIC 9(4) VALUE ZEROS.

*> One item moved, as shown in the preview and kept in the history.
01 MoveFile                   PIC X(12).
01 MoveItem                   PIC X(40).
01 MoveAction                 PIC X.
   88 ActionMoved               VALUE "M".
   88 ActionCombined            VALUE "C".
   88 ActionDropped             VALUE "D".
   88 ActionLeft                VALUE "L".
   88 ActionRenumbered          VALUE "R".
   88 ActionRetired             VALUE "X".
01 ActionText                 PIC X(30).
01 NextMoveSeqNum             PIC 9(5) VALUE ZEROS.

*> Store copy slots for the two films, gathered before any slot is
*> changed so the scan never reads a record it has just rewritten.
01 SurvivorSlotTable.
   02 SurvivorSlotCount        PIC 99 VALUE ZEROS.
   02 SurvivorSlot OCCURS 50 TIMES INDEXED BY SsIdx.
      03 SlotKey-SS             PIC 9(5).
      03 SlotStoreId-SS         PIC 99.
      03 SlotFormat-SS          PIC X.
01 DuplicateSlotTable.
   02 DuplicateSlotCount       PIC 99 VALUE ZEROS.
   02 DuplicateSlotKey OCCURS 50 TIMES INDEXED BY DsIdx
                               PIC 9(5).
01 MatchingSlotKey            PIC 9(5) VALUE ZEROS.
01 DuplicateCopyCount         PIC 9(3) VALUE ZEROS.

*> The duplicate's rental keys are gathered by the film alternate key
*> first and re-keyed by the prime key afterwards, as Listing17-61
*> does with the duplicate customer's cards.
01 RentalKeyTable.
   02 RentalKeyCount           PIC 9(4) VALUE ZEROS.
   02 DuplicateRentalKey OCCURS 2000 TIMES INDEXED BY RkIdx
                               PIC X(22).
01 RentalTableFull            PIC X VALUE "N".
   88 MoreRentalsRemain         VALUE "Y".
01 SavedRental.
   02 SavedRentalRec           PIC X(94).

01 QueueFilmId                PIC 9(7).
01 QueueSource                PIC X.
01 NextHoldSeqNum             PIC 9(6).
01 NewHoldSeqNum              PIC 9(5).
01 HoldSortState              PIC X.
   88 EndOfHoldSort             VALUE "Y".
01 SavedHold.
   02 SavedHoldRec             PIC X(74).

01 NextDirectorId             PIC 9(4).
01 NextActorId                PIC 9(5).
01 SavedCreditOrder           PIC 9.
01 MoreToMove                 PIC X.
   88 NothingLeftToMove         VALUE "N".

01 SetTable.
   02 SetCount                 PIC 999 VALUE ZEROS.
   02 DuplicateSet OCCURS 200 TIMES INDEXED BY SetIdx.
      03 SetId-ST               PIC 9(5).
      03 MemberOrder-ST         PIC 9.

01 KeywordTable.
   02 KeywordCount             PIC 999 VALUE ZEROS.
   02 DuplicateKeyword OCCURS 300 TIMES INDEXED BY KwIdx
                               PIC X(12).

01 HistoryFilmId              PIC 9(7) VALUE ZEROS.
01 HistoryLines               PIC 9(6) VALUE ZEROS.
01 HistoryHeading.
   02 FILLER                   PIC X(31)
                                VALUE "Film merge history - printed ".
   02 HeadingDate              PIC 9(8).
01 HistoryDetail.
   02 MergeDate-HD             PIC 9(8).
   02 FILLER                   PIC X VALUE SPACE.
   02 DuplicateFilmId-HD       PIC 9(7).
   02 FILLER                   PIC X(4) VALUE " -> ".
   02 SurvivorFilmId-HD        PIC 9(7).
   02 FILLER                   PIC X VALUE SPACE.
   02 MovedFile-HD             PIC X(12).
   02 MovedItem-HD             PIC X(40).
   02 FILLER                   PIC X VALUE SPACE.
   02 ActionText-HD            PIC X(12).
   02 FILLER                   PIC X(4) VALUE " op ".
   02 OperatorId-HD            PIC 9(4).

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing18-41", "FilmFile    ",
          FilmRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-41", "RentalFile  ",
          RentalRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-41", "HoldQueue   ",
          HoldQueueRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-41", "CopyMaster  ",
          CopyMasterRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-41", "StoreCopy   ",
          StoreCopyRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-41", "POFile      ",
          POLineRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    CALL "OperatorSignOnCheck" USING "Listing18-41", "S",
                                     OperatorId, SignOnResult
    CALL "SignOnRole" USING "Q", OperatorId, OperatorRole
    IF NOT OperatorSignedOn
       DISPLAY "Access denied - sign-on was not accepted."
       STOP RUN
    END-IF

    PERFORM MainMenu UNTIL MenuExit
    STOP RUN.

MainMenu.
    DISPLAY SPACES
    DISPLAY "*** Duplicate Film Merge ***"
    DISPLAY "1 = Preview a merge"
    DISPLAY "2 = Merge a duplicate film into its survivor"
    DISPLAY "3 = Print the film merge history"
    DISPLAY "9 = Exit"
    DISPLAY "Enter your choice - " WITH NO ADVANCING
    ACCEPT MenuChoice
    PERFORM CheckMenuPermission
    IF MenuRefused
       EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
       WHEN MenuPreview  PERFORM PreviewAMerge
       WHEN MenuMerge    PERFORM MergeAFilm
       WHEN MenuHistory  PERFORM PrintMergeHistory
       WHEN MenuExit     CONTINUE
       WHEN OTHER        DISPLAY "Please enter 1, 2, 3 or 9"
    END-EVALUATE.

CheckMenuPermission.
*> Every choice defaults to the supervisor role the sign-on asks for;
*> the Listing17-51 permission table can narrow any one of them.
    MOVE SPACES TO MenuFunction
    MOVE ZERO TO MenuPermission
    EVALUATE TRUE
       WHEN MenuPreview
          MOVE "PREVIEW" TO MenuFunction
          MOVE "S" TO MenuRole
       WHEN MenuMerge
          MOVE "MERGE" TO MenuFunction
          MOVE "S" TO MenuRole
       WHEN MenuHistory
          MOVE "HISTORY" TO MenuFunction
          MOVE "S" TO MenuRole
    END-EVALUATE
    IF MenuFunction NOT EQUAL SPACES
       CALL "CheckPermission" USING "Listing18-41", MenuFunction, OperatorId,
                                    OperatorRole, MenuRole, MenuPermission
       IF MenuRefused
          DISPLAY "Operator " OperatorId " is not permitted to use "
                  "that function."
       END-IF
    END-IF.

PreviewAMerge.
    PERFORM GetTheTwoFilms
    IF FilmsAreMergeable
       SET PreviewOnly TO TRUE
       PERFORM RunTheMerge
    END-IF.

MergeAFilm.
*> The preview always runs first, so the operator confirms against
*> the list of what is about to move, not against two ids.
    PERFORM GetTheTwoFilms
    IF NOT FilmsAreMergeable
       EXIT PARAGRAPH
    END-IF
    SET PreviewOnly TO TRUE
    PERFORM RunTheMerge
    DISPLAY "Carry out the merge shown above? (Y/N) - "
            WITH NO ADVANCING
    ACCEPT ConfirmMerge
    IF NOT MergeConfirmed
       DISPLAY "Nothing changed."
       EXIT PARAGRAPH
    END-IF
    SET ApplyMerge TO TRUE
    PERFORM RunTheMerge.

GetTheTwoFilms.
    MOVE "N" TO FilmsChecked
    DISPLAY "Enter the SURVIVING Film Id - " WITH NO ADVANCING
    ACCEPT SurvivorId
    DISPLAY "Enter the DUPLICATE Film Id - " WITH NO ADVANCING
    ACCEPT DuplicateId
    IF SurvivorId EQUAL DuplicateId
       DISPLAY "Those are the same film - nothing to merge."
       EXIT PARAGRAPH
    END-IF

    OPEN INPUT FilmFile
    MOVE SurvivorId TO FilmId-FF
    READ FilmFile
       KEY IS FilmId-FF
       INVALID KEY CONTINUE
    END-READ
    IF NOT FilmOk
       DISPLAY "Survivor " SurvivorId " is not on the master."
       CLOSE FilmFile
       EXIT PARAGRAPH
    END-IF
    IF MergedIntoFilmId-FF IS NUMERIC AND NOT FilmNotMerged-FF
       DISPLAY "Survivor " SurvivorId " was itself merged into "
               MergedIntoFilmId-FF " - merge into that film instead."
       CLOSE FilmFile
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Survivor : " FilmId-FF " " FilmTitle-FF " " FilmYear-FF

    MOVE DuplicateId TO FilmId-FF
    READ FilmFile
       KEY IS FilmId-FF
       INVALID KEY CONTINUE
    END-READ
    IF NOT FilmOk
       DISPLAY "Duplicate " DuplicateId " is not on the master."
       CLOSE FilmFile
       EXIT PARAGRAPH
    END-IF
    IF MergedIntoFilmId-FF IS NUMERIC AND NOT FilmNotMerged-FF
       DISPLAY "Duplicate " DuplicateId " was already merged into "
               MergedIntoFilmId-FF "."
       CLOSE FilmFile
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Duplicate: " FilmId-FF " " FilmTitle-FF " " FilmYear-FF
    CLOSE FilmFile
    MOVE "Y" TO FilmsChecked.

RunTheMerge.
    INITIALIZE MoveCounts
    MOVE "N" TO RentalTableFull
    IF PreviewOnly
       DISPLAY SPACES
       DISPLAY "PREVIEW - film " DuplicateId " into " SurvivorId
               " - nothing is changed"
    ELSE
       OPEN I-O FilmMergeHistFile
       IF FilmMergeHistStatus EQUAL "35"
          CLOSE FilmMergeHistFile
          OPEN OUTPUT FilmMergeHistFile
          CLOSE FilmMergeHistFile
          OPEN I-O FilmMergeHistFile
       END-IF
       PERFORM FindNextMoveSeqNum
    END-IF

*> A file that has never been created simply has nothing to move.
    OPEN I-O StoreCopyFile
    IF StoreCopyOk
       PERFORM MoveStoreCopies
    END-IF
    CLOSE StoreCopyFile

    OPEN I-O CopyMasterFile
    IF CopyMasterOk
       PERFORM MoveCopyMaster
    END-IF
    CLOSE CopyMasterFile

    OPEN I-O RentalFile
    IF RentalOk
       PERFORM MoveRentals
    END-IF
    CLOSE RentalFile

    PERFORM MoveArchive

    OPEN I-O HoldQueueFile
    IF HoldQueueOk
       PERFORM MergeHoldQueues
    END-IF
    CLOSE HoldQueueFile

    OPEN I-O FilmDirectorXRefFile
    IF FilmDirXRefOk
       PERFORM MoveDirectorCredits
    END-IF
    CLOSE FilmDirectorXRefFile

    OPEN I-O FilmActorXRefFile
    IF FilmActorXRefOk
       PERFORM MoveActorCredits
    END-IF
    CLOSE FilmActorXRefFile

    OPEN I-O SetMemberFile
    IF SetMemberOk
       PERFORM MoveSetMembers
    END-IF
    CLOSE SetMemberFile

    OPEN I-O POFile
    IF POOk
       PERFORM MovePOLines
    END-IF
    CLOSE POFile

    OPEN I-O KeywordFile
    IF KeywordOk
       PERFORM MoveKeywords
    END-IF
    CLOSE KeywordFile

    PERFORM RetireDuplicateFilm

    IF ApplyMerge
       CLOSE FilmMergeHistFile
    END-IF

    IF PreviewOnly
       DISPLAY "Would move:"
    ELSE
       DISPLAY "Merge complete - moved:"
    END-IF
    DISPLAY "  store copy slots " StoreCopiesMoved
            "  copies " CopiesMoved
            "  rentals " RentalsMoved " (left " RentalsSkipped ")"
            "  archived rentals " ArchiveMoved
    DISPLAY "  holds " HoldsMoved
            "  director credits " DirectorsMoved
            "  actor credits " ActorsMoved
            "  sets " SetsMoved
            "  PO lines " POLinesMoved
            "  keywords " KeywordsMoved.

NoteMove.
*> Shows the move in a preview; in a merge, writes it to the history.
    EVALUATE TRUE
       WHEN ActionMoved       MOVE "moved"        TO ActionText
       WHEN ActionCombined    MOVE "combined"     TO ActionText
       WHEN ActionDropped     MOVE "dropped - survivor has it"
                                                  TO ActionText
       WHEN ActionLeft        MOVE "left - key clash" TO ActionText
       WHEN ActionRenumbered  MOVE "renumbered"   TO ActionText
       WHEN ActionRetired     MOVE "retired"      TO ActionText
    END-EVALUATE
    IF PreviewOnly
       DISPLAY "  " MoveFile " " MoveItem " " ActionText
    ELSE
       MOVE DuplicateId    TO DuplicateFilmId-FM
       MOVE NextMoveSeqNum TO MoveSeqNum-FM
       ADD 1 TO NextMoveSeqNum
       MOVE SurvivorId     TO SurvivorFilmId-FM
       MOVE TodayDate      TO MergeDate-FM
       MOVE MoveFile       TO MovedFile-FM
       MOVE MoveItem       TO MovedItem-FM
       MOVE MoveAction     TO MoveAction-FM
       MOVE OperatorId     TO OperatorId-FM
       WRITE FilmMergeHistRec-FM
          INVALID KEY DISPLAY "-FM ERROR Status = " FilmMergeHistStatus
       END-WRITE
    END-IF.

FindNextMoveSeqNum.
*> A duplicate can be merged in more than one sitting (a very busy
*> film, or one re-run after a clash), so its history carries on
*> from the highest sequence number already written.
    MOVE ZEROS TO NextMoveSeqNum
    MOVE DuplicateId TO DuplicateFilmId-FM
    MOVE ZEROS       TO MoveSeqNum-FM
    START FilmMergeHistFile KEY IS GREATER THAN OR EQUAL
                            FilmMergeHistKey-FM
       INVALID KEY SET EndOfFilmMergeHist TO TRUE
    END-START
    IF NOT EndOfFilmMergeHist
       READ FilmMergeHistFile NEXT RECORD
          AT END SET EndOfFilmMergeHist TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfFilmMergeHist
                   OR DuplicateFilmId-FM NOT EQUAL DuplicateId
       MOVE MoveSeqNum-FM TO NextMoveSeqNum
       READ FilmMergeHistFile NEXT RECORD
          AT END SET EndOfFilmMergeHist TO TRUE
       END-READ
    END-PERFORM
    ADD 1 TO NextMoveSeqNum.

MoveStoreCopies.
*> A store that stocks both films in the same format ends up with one
*> slot holding both counts; any other slot of the duplicate's is
*> simply re-pointed at the survivor.
    MOVE ZEROS TO SurvivorSlotCount DuplicateSlotCount
    MOVE ZEROS TO StoreCopyKey
    START StoreCopyFile KEY IS GREATER THAN OR EQUAL StoreCopyKey
       INVALID KEY SET EndOfStoreCopies TO TRUE
    END-START
    IF NOT EndOfStoreCopies
       READ StoreCopyFile NEXT RECORD
          AT END SET EndOfStoreCopies TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfStoreCopies
       IF FilmId-SC EQUAL SurvivorId AND SurvivorSlotCount < 50
          ADD 1 TO SurvivorSlotCount
          SET SsIdx TO SurvivorSlotCount
          MOVE StoreCopyKey TO SlotKey-SS(SsIdx)
          MOVE StoreId-SC   TO SlotStoreId-SS(SsIdx)
          MOVE FormatCode-SC TO SlotFormat-SS(SsIdx)
       END-IF
       IF FilmId-SC EQUAL DuplicateId AND DuplicateSlotCount < 50
          ADD 1 TO DuplicateSlotCount
          MOVE StoreCopyKey TO DuplicateSlotKey(DuplicateSlotCount)
       END-IF
       READ StoreCopyFile NEXT RECORD
          AT END SET EndOfStoreCopies TO TRUE
       END-READ
    END-PERFORM

    PERFORM VARYING DsIdx FROM 1 BY 1 UNTIL DsIdx > DuplicateSlotCount
       MOVE DuplicateSlotKey(DsIdx) TO StoreCopyKey
       READ StoreCopyFile
          INVALID KEY DISPLAY "-SC ERROR Status = " StoreCopyStatus
          NOT INVALID KEY PERFORM MoveOneStoreCopy
       END-READ
    END-PERFORM.

MoveOneStoreCopy.
    MOVE ZEROS TO MatchingSlotKey
    PERFORM VARYING SsIdx FROM 1 BY 1 UNTIL SsIdx > SurvivorSlotCount
       IF SlotStoreId-SS(SsIdx) EQUAL StoreId-SC
          AND SlotFormat-SS(SsIdx) EQUAL FormatCode-SC
          MOVE SlotKey-SS(SsIdx) TO MatchingSlotKey
       END-IF
    END-PERFORM
    MOVE "STORECOPY" TO MoveFile
    MOVE SPACES TO MoveItem
    STRING "store " StoreId-SC " format " FormatCode-SC
           " count " CopyCount-SC DELIMITED BY SIZE
           INTO MoveItem
    IF MatchingSlotKey NOT EQUAL ZEROS
       SET ActionCombined TO TRUE
    ELSE
       SET ActionMoved TO TRUE
    END-IF
    PERFORM NoteMove
    ADD 1 TO StoreCopiesMoved
    IF PreviewOnly
       EXIT PARAGRAPH
    END-IF

    IF ActionMoved
       MOVE SurvivorId TO FilmId-SC
       REWRITE StoreCopyRec
          INVALID KEY DISPLAY "-SC ERROR Status = " StoreCopyStatus
       END-REWRITE
       EXIT PARAGRAPH
    END-IF
    MOVE CopyCount-SC TO DuplicateCopyCount
    DELETE StoreCopyFile RECORD
       INVALID KEY DISPLAY "-SC ERROR Status = " StoreCopyStatus
    END-DELETE
    MOVE MatchingSlotKey TO StoreCopyKey
    READ StoreCopyFile
       INVALID KEY DISPLAY "-SC ERROR Status = " StoreCopyStatus
       NOT INVALID KEY
          ADD DuplicateCopyCount TO CopyCount-SC
          REWRITE StoreCopyRec
             INVALID KEY DISPLAY "-SC ERROR Status = " StoreCopyStatus
          END-REWRITE
    END-READ.

MoveCopyMaster.
*> FilmId-CP is only an alternate key, so each copy is re-pointed in
*> place during one pass in barcode order.
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
       IF FilmId-CP EQUAL DuplicateId
          MOVE "COPYMASTER" TO MoveFile
          MOVE SPACES TO MoveItem
          STRING "barcode " Barcode-CP " store " StoreId-CP
                 DELIMITED BY SIZE INTO MoveItem
          SET ActionMoved TO TRUE
          PERFORM NoteMove
          ADD 1 TO CopiesMoved
          IF ApplyMerge
             MOVE SurvivorId TO FilmId-CP
             REWRITE CopyMasterRec-CP
                INVALID KEY DISPLAY "-CP ERROR Status = "
                                    CopyMasterStatus
             END-REWRITE
          END-IF
       END-IF
       READ CopyMasterFile NEXT RECORD
          AT END SET EndOfCopyMaster TO TRUE
       END-READ
    END-PERFORM.

MoveRentals.
*> The rental key carries the FilmId, so a move is a delete and a
*> write under the survivor. The rare rental whose survivor key is
*> already taken (the same customer took out both ids on one day) is
*> left on the duplicate and reported.
    MOVE ZEROS TO RentalKeyCount
    MOVE DuplicateId TO FilmId-RF
    START RentalFile KEY IS EQUAL TO FilmId-RF
       INVALID KEY SET EndOfRentals TO TRUE
    END-START
    PERFORM UNTIL EndOfRentals
       READ RentalFile NEXT RECORD
          AT END SET EndOfRentals TO TRUE
       END-READ
       IF NOT EndOfRentals
          IF FilmId-RF NOT EQUAL DuplicateId
             SET EndOfRentals TO TRUE
          ELSE
             IF RentalKeyCount < 2000
                ADD 1 TO RentalKeyCount
                MOVE RentalKey-RF TO DuplicateRentalKey(RentalKeyCount)
             ELSE
                SET MoreRentalsRemain TO TRUE
                SET EndOfRentals TO TRUE
             END-IF
          END-IF
       END-IF
    END-PERFORM

    PERFORM VARYING RkIdx FROM 1 BY 1 UNTIL RkIdx > RentalKeyCount
       PERFORM MoveOneRental
    END-PERFORM
    IF MoreRentalsRemain
       DISPLAY "NOTE - more than 2000 rentals on the duplicate; the "
               "rest move when the merge is run again."
    END-IF.

MoveOneRental.
    MOVE DuplicateRentalKey(RkIdx) TO RentalKey-RF
    READ RentalFile
       KEY IS RentalKey-RF
       INVALID KEY
          DISPLAY "-RF ERROR Status = " RentalStatus
          EXIT PARAGRAPH
    END-READ
    MOVE RentalRec-RF TO SavedRentalRec
    MOVE "RENTAL" TO MoveFile
    MOVE SPACES TO MoveItem
    STRING "customer " CustomerId-RF " out " CheckoutDate-RF
           DELIMITED BY SIZE INTO MoveItem
    MOVE SurvivorId TO FilmId-RF
    READ RentalFile
       KEY IS RentalKey-RF
       INVALID KEY SET ActionMoved TO TRUE
       NOT INVALID KEY SET ActionLeft TO TRUE
    END-READ
    PERFORM NoteMove
    IF ActionLeft
       ADD 1 TO RentalsSkipped
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO RentalsMoved
    IF PreviewOnly
       EXIT PARAGRAPH
    END-IF

    MOVE SavedRentalRec TO RentalRec-RF
    DELETE RentalFile RECORD
       INVALID KEY
          DISPLAY "-RF ERROR Status = " RentalStatus
          EXIT PARAGRAPH
    END-DELETE
    MOVE SavedRentalRec TO RentalRec-RF
    MOVE SurvivorId TO FilmId-RF
    WRITE RentalRec-RF
       INVALID KEY DISPLAY "-RF ERROR Status = " RentalStatus
    END-WRITE
    IF NotYetReturned-RF
       CALL "MaintainOpenRental" USING "D", SavedRentalRec
       CALL "MaintainOpenRental" USING "S", RentalRec-RF
    END-IF.

MoveArchive.
*> The archive is LINE SEQUENTIAL, so the re-pointed records stream
*> through a work file that replaces it, as Listing17-82 does with
*> the payments file.
    OPEN INPUT ArchiveFile
    IF ArchiveStatus NOT EQUAL "00"
       CLOSE ArchiveFile
       EXIT PARAGRAPH
    END-IF
    IF ApplyMerge
       OPEN OUTPUT ArchiveWorkFile
    END-IF
    READ ArchiveFile
       AT END SET EndOfArchive TO TRUE
    END-READ
    PERFORM UNTIL EndOfArchive
       IF FilmId-AV EQUAL DuplicateId
          MOVE "ARCHIVE" TO MoveFile
          MOVE SPACES TO MoveItem
          STRING "customer " CustomerId-AV " out " CheckoutDate-AV
                 DELIMITED BY SIZE INTO MoveItem
          SET ActionMoved TO TRUE
          PERFORM NoteMove
          ADD 1 TO ArchiveMoved
          MOVE SurvivorId TO FilmId-AV
       END-IF
       IF ApplyMerge
          WRITE ArchiveWorkRec FROM ArchiveRec-AV
       END-IF
       READ ArchiveFile
          AT END SET EndOfArchive TO TRUE
       END-READ
    END-PERFORM
    CLOSE ArchiveFile
    IF ApplyMerge
       CLOSE ArchiveWorkFile
       IF ArchiveMoved > ZEROS
          PERFORM CopyArchiveBack
       END-IF
    END-IF.

CopyArchiveBack.
    OPEN INPUT ArchiveWorkFile
    OPEN OUTPUT ArchiveFile
    READ ArchiveWorkFile
       AT END SET EndOfArchiveWork TO TRUE
    END-READ
    PERFORM UNTIL EndOfArchiveWork
       MOVE ArchiveWorkRec TO ArchiveRec-AV
       WRITE ArchiveRec-AV
       READ ArchiveWorkFile
          AT END SET EndOfArchiveWork TO TRUE
       END-READ
    END-PERFORM
    CLOSE ArchiveWorkFile
    CLOSE ArchiveFile.

MergeHoldQueues.
*> Both queues are sorted together on the date each hold was placed
*> (the old position breaks a tie) and written back under the
*> survivor numbered from one, so nobody loses their place for
*> having queued under the wrong id.
    SORT HoldSortFile
         ON ASCENDING KEY HoldDate-HS
                          OldSeqNum-HS
         INPUT PROCEDURE IS ReleaseBothQueues
         OUTPUT PROCEDURE IS WriteMergedQueue.

ReleaseBothQueues.
    MOVE SurvivorId TO QueueFilmId
    MOVE "S" TO QueueSource
    PERFORM ReleaseOneQueue
    MOVE DuplicateId TO QueueFilmId
    MOVE "D" TO QueueSource
    PERFORM ReleaseOneQueue.

ReleaseOneQueue.
*> In a merge each hold is deleted once it is safely in the sort, so
*> the scan restarts past the last key taken rather than relying on
*> the file position after a delete.
    MOVE ZEROS TO NextHoldSeqNum
    MOVE SPACES TO MoreToMove
    PERFORM UNTIL NothingLeftToMove
       MOVE QueueFilmId    TO FilmId-HQ
       MOVE NextHoldSeqNum TO HoldSeqNum-HQ
       START HoldQueueFile KEY IS GREATER THAN OR EQUAL HoldQueueKey-HQ
          INVALID KEY SET EndOfHoldQueue TO TRUE
       END-START
       IF NOT EndOfHoldQueue
          READ HoldQueueFile NEXT RECORD
             AT END SET EndOfHoldQueue TO TRUE
          END-READ
       END-IF
       IF EndOfHoldQueue OR FilmId-HQ NOT EQUAL QueueFilmId
          MOVE "N" TO MoreToMove
       ELSE
          MOVE HoldDate-HQ     TO HoldDate-HS
          MOVE HoldSeqNum-HQ   TO OldSeqNum-HS
          MOVE QueueSource     TO HoldSource-HS
          MOVE HoldQueueRec-HQ TO HoldImage-HS
          RELEASE HoldSortRec-HS
          COMPUTE NextHoldSeqNum = HoldSeqNum-HQ + 1
          IF ApplyMerge
             DELETE HoldQueueFile RECORD
                INVALID KEY DISPLAY "-HQ ERROR Status = "
                                    HoldQueueStatus
             END-DELETE
          END-IF
       END-IF
    END-PERFORM.

WriteMergedQueue.
    MOVE ZEROS TO NewHoldSeqNum
    MOVE "N" TO HoldSortState
    RETURN HoldSortFile
       AT END SET EndOfHoldSort TO TRUE
    END-RETURN
    PERFORM UNTIL EndOfHoldSort
       ADD 1 TO NewHoldSeqNum
       MOVE HoldImage-HS TO SavedHoldRec
       MOVE SavedHoldRec TO HoldQueueRec-HQ
       IF HoldFromDuplicate-HS OR OldSeqNum-HS NOT EQUAL NewHoldSeqNum
          MOVE "HOLDQUEUE" TO MoveFile
          MOVE SPACES TO MoveItem
          STRING "customer " CustomerId-HQ " held " HoldDate-HQ
                 " pos " NewHoldSeqNum DELIMITED BY SIZE
                 INTO MoveItem
          IF HoldFromDuplicate-HS
             SET ActionMoved TO TRUE
             ADD 1 TO HoldsMoved
          ELSE
             SET ActionRenumbered TO TRUE
          END-IF
          PERFORM NoteMove
       END-IF
       IF ApplyMerge
          MOVE SavedHoldRec  TO HoldQueueRec-HQ
          MOVE SurvivorId    TO FilmId-HQ
          MOVE NewHoldSeqNum TO HoldSeqNum-HQ
          WRITE HoldQueueRec-HQ
             INVALID KEY DISPLAY "-HQ ERROR Status = " HoldQueueStatus
          END-WRITE
       END-IF
       RETURN HoldSortFile
          AT END SET EndOfHoldSort TO TRUE
       END-RETURN
    END-PERFORM.

MoveDirectorCredits.
*> A credit the survivor already carries is dropped rather than
*> written twice. The scan restarts past the last director taken,
*> so the same loop serves the preview, which deletes nothing.
    MOVE ZEROS TO NextDirectorId
    MOVE SPACES TO MoreToMove
    PERFORM UNTIL NothingLeftToMove
       MOVE DuplicateId    TO FilmId-FX
       MOVE NextDirectorId TO DirectorId-FX
       START FilmDirectorXRefFile KEY IS GREATER THAN OR EQUAL
                                  FilmDirXRefKey-FX
          INVALID KEY SET EndOfFilmDirectorXRef TO TRUE
       END-START
       IF NOT EndOfFilmDirectorXRef
          READ FilmDirectorXRefFile NEXT RECORD
             AT END SET EndOfFilmDirectorXRef TO TRUE
          END-READ
       END-IF
       IF EndOfFilmDirectorXRef OR FilmId-FX NOT EQUAL DuplicateId
          MOVE "N" TO MoreToMove
       ELSE
          COMPUTE NextDirectorId = DirectorId-FX + 1
          PERFORM MoveOneDirectorCredit
       END-IF
    END-PERFORM.

MoveOneDirectorCredit.
    MOVE CreditOrder-FX TO SavedCreditOrder
    MOVE "DIRECTORS" TO MoveFile
    MOVE SPACES TO MoveItem
    STRING "director " DirectorId-FX DELIMITED BY SIZE INTO MoveItem
    MOVE SurvivorId TO FilmId-FX
    READ FilmDirectorXRefFile
       KEY IS FilmDirXRefKey-FX
       INVALID KEY SET ActionMoved TO TRUE
       NOT INVALID KEY SET ActionDropped TO TRUE
    END-READ
    PERFORM NoteMove
    ADD 1 TO DirectorsMoved
    IF PreviewOnly
       EXIT PARAGRAPH
    END-IF

    COMPUTE DirectorId-FX = NextDirectorId - 1
    MOVE DuplicateId TO FilmId-FX
    DELETE FilmDirectorXRefFile RECORD
       INVALID KEY DISPLAY "-FX ERROR Status = " FilmDirXRefStatus
    END-DELETE
    IF ActionMoved
       MOVE SurvivorId       TO FilmId-FX
       MOVE SavedCreditOrder TO CreditOrder-FX
       WRITE FilmDirectorXRefRec-FX
          INVALID KEY DISPLAY "-FX ERROR Status = " FilmDirXRefStatus
       END-WRITE
    END-IF.

MoveActorCredits.
    MOVE ZEROS TO NextActorId
    MOVE SPACES TO MoreToMove
    PERFORM UNTIL NothingLeftToMove
       MOVE DuplicateId TO FilmId-FA
       MOVE NextActorId TO ActorId-FA
       START FilmActorXRefFile KEY IS GREATER THAN OR EQUAL
                               FilmActorXRefKey-FA
          INVALID KEY SET EndOfFilmActorXRef TO TRUE
       END-START
       IF NOT EndOfFilmActorXRef
          READ FilmActorXRefFile NEXT RECORD
             AT END SET EndOfFilmActorXRef TO TRUE
          END-READ
       END-IF
       IF EndOfFilmActorXRef OR FilmId-FA NOT EQUAL DuplicateId
          MOVE "N" TO MoreToMove
       ELSE
          COMPUTE NextActorId = ActorId-FA + 1
          PERFORM MoveOneActorCredit
       END-IF
    END-PERFORM.

MoveOneActorCredit.
    MOVE BillingOrder-FA TO SavedCreditOrder
    MOVE "ACTORS" TO MoveFile
    MOVE SPACES TO MoveItem
    STRING "actor " ActorId-FA DELIMITED BY SIZE INTO MoveItem
    MOVE SurvivorId TO FilmId-FA
    READ FilmActorXRefFile
       KEY IS FilmActorXRefKey-FA
       INVALID KEY SET ActionMoved TO TRUE
       NOT INVALID KEY SET ActionDropped TO TRUE
    END-READ
    PERFORM NoteMove
    ADD 1 TO ActorsMoved
    IF PreviewOnly
       EXIT PARAGRAPH
    END-IF

    COMPUTE ActorId-FA = NextActorId - 1
    MOVE DuplicateId TO FilmId-FA
    DELETE FilmActorXRefFile RECORD
       INVALID KEY DISPLAY "-FA ERROR Status = " FilmActorXRefStatus
    END-DELETE
    IF ActionMoved
       MOVE SurvivorId       TO FilmId-FA
       MOVE SavedCreditOrder TO BillingOrder-FA
       WRITE FilmActorXRefRec-FA
          INVALID KEY DISPLAY "-FA ERROR Status = " FilmActorXRefStatus
       END-WRITE
    END-IF.

MoveSetMembers.
*> The member key leads with the SetId, so the duplicate's sets are
*> found with one pass and moved by key afterwards.
    MOVE ZEROS TO SetCount
    MOVE LOW-VALUES TO SetMemberKey-BM
    START SetMemberFile KEY IS GREATER THAN SetMemberKey-BM
       INVALID KEY SET EndOfSetMembers TO TRUE
    END-START
    IF NOT EndOfSetMembers
       READ SetMemberFile NEXT RECORD
          AT END SET EndOfSetMembers TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfSetMembers
       IF FilmId-BM EQUAL DuplicateId AND SetCount < 200
          ADD 1 TO SetCount
          MOVE SetId-BM       TO SetId-ST(SetCount)
          MOVE MemberOrder-BM TO MemberOrder-ST(SetCount)
       END-IF
       READ SetMemberFile NEXT RECORD
          AT END SET EndOfSetMembers TO TRUE
       END-READ
    END-PERFORM

    PERFORM VARYING SetIdx FROM 1 BY 1 UNTIL SetIdx > SetCount
       MOVE "SETMEMBERS" TO MoveFile
       MOVE SPACES TO MoveItem
       STRING "set " SetId-ST(SetIdx) DELIMITED BY SIZE INTO MoveItem
       MOVE SetId-ST(SetIdx) TO SetId-BM
       MOVE SurvivorId       TO FilmId-BM
       READ SetMemberFile
          KEY IS SetMemberKey-BM
          INVALID KEY SET ActionMoved TO TRUE
          NOT INVALID KEY SET ActionDropped TO TRUE
       END-READ
       PERFORM NoteMove
       ADD 1 TO SetsMoved
       IF ApplyMerge
          MOVE SetId-ST(SetIdx) TO SetId-BM
          MOVE DuplicateId      TO FilmId-BM
          DELETE SetMemberFile RECORD
             INVALID KEY DISPLAY "-BM ERROR Status = " SetMemberStatus
          END-DELETE
          IF ActionMoved
             MOVE SurvivorId             TO FilmId-BM
             MOVE MemberOrder-ST(SetIdx) TO MemberOrder-BM
             WRITE SetMemberRec-BM
                INVALID KEY DISPLAY "-BM ERROR Status = "
                                    SetMemberStatus
             END-WRITE
          END-IF
       END-IF
    END-PERFORM.

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
       IF FilmId-PO EQUAL DuplicateId
          MOVE "POLINES" TO MoveFile
          MOVE SPACES TO MoveItem
          STRING "PO " PONum-PO " line " POLineNum-PO
                 " status " POLineStatus-PO DELIMITED BY SIZE
                 INTO MoveItem
          SET ActionMoved TO TRUE
          PERFORM NoteMove
          ADD 1 TO POLinesMoved
          IF ApplyMerge
             MOVE SurvivorId TO FilmId-PO
             REWRITE POLineRec-PO
                INVALID KEY DISPLAY "-PO ERROR Status = " POStatus
             END-REWRITE
          END-IF
       END-IF
       READ POFile NEXT RECORD
          AT END SET EndOfPOLines TO TRUE
       END-READ
    END-PERFORM.

MoveKeywords.
*> Same shape as the set members: the key leads with the keyword.
    MOVE ZEROS TO KeywordCount
    MOVE LOW-VALUES TO KeywordKey-KW
    START KeywordFile KEY IS GREATER THAN KeywordKey-KW
       INVALID KEY SET EndOfKeywords TO TRUE
    END-START
    IF NOT EndOfKeywords
       READ KeywordFile NEXT RECORD
          AT END SET EndOfKeywords TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfKeywords
       IF FilmId-KW EQUAL DuplicateId AND KeywordCount < 300
          ADD 1 TO KeywordCount
          MOVE Keyword-KW TO DuplicateKeyword(KeywordCount)
       END-IF
       READ KeywordFile NEXT RECORD
          AT END SET EndOfKeywords TO TRUE
       END-READ
    END-PERFORM

    PERFORM VARYING KwIdx FROM 1 BY 1 UNTIL KwIdx > KeywordCount
       MOVE "KEYWORDS" TO MoveFile
       MOVE SPACES TO MoveItem
       STRING "keyword " DuplicateKeyword(KwIdx) DELIMITED BY SIZE
              INTO MoveItem
       MOVE DuplicateKeyword(KwIdx) TO Keyword-KW
       MOVE SurvivorId              TO FilmId-KW
       READ KeywordFile
          KEY IS KeywordKey-KW
          INVALID KEY SET ActionMoved TO TRUE
          NOT INVALID KEY SET ActionDropped TO TRUE
       END-READ
       PERFORM NoteMove
       ADD 1 TO KeywordsMoved
       IF ApplyMerge
          MOVE DuplicateKeyword(KwIdx) TO Keyword-KW
          MOVE DuplicateId             TO FilmId-KW
          DELETE KeywordFile RECORD
             INVALID KEY DISPLAY "-KW ERROR Status = " KeywordStatus
          END-DELETE
          IF ActionMoved
             MOVE SurvivorId TO FilmId-KW
             WRITE KeywordRec-KW
                INVALID KEY DISPLAY "-KW ERROR Status = "
                                    KeywordStatus
             END-WRITE
          END-IF
       END-IF
    END-PERFORM.

RetireDuplicateFilm.
*> The duplicate stays on the master, retired, with a pointer to the
*> survivor - unless rentals are still waiting to move, in which
*> case it stays open until the merge is run again.
    IF MoreRentalsRemain
       DISPLAY "Duplicate " DuplicateId " left open - rentals remain."
       EXIT PARAGRAPH
    END-IF
    MOVE "FILM" TO MoveFile
    MOVE SPACES TO MoveItem
    STRING "points at " SurvivorId DELIMITED BY SIZE INTO MoveItem
    SET ActionRetired TO TRUE
    PERFORM NoteMove
    IF PreviewOnly
       EXIT PARAGRAPH
    END-IF

    OPEN I-O FilmFile
    MOVE DuplicateId TO FilmId-FF
    READ FilmFile
       KEY IS FilmId-FF
       INVALID KEY DISPLAY "-FF ERROR Status = " FilmStatus
       NOT INVALID KEY
          SET FilmIsRetired-FF TO TRUE
          MOVE SurvivorId TO MergedIntoFilmId-FF
          REWRITE FilmRec-FF
             INVALID KEY DISPLAY "-FF ERROR Status = " FilmStatus
             NOT INVALID KEY
                DISPLAY "Duplicate retired - points at " SurvivorId "."
          END-REWRITE
    END-READ
    CLOSE FilmFile.

PrintMergeHistory.
*> Every item every merge moved, for one duplicate or for all.
    DISPLAY "Enter the DUPLICATE Film Id (0 for every merge) - "
            WITH NO ADVANCING
    ACCEPT HistoryFilmId
    OPEN INPUT FilmMergeHistFile
    IF NOT FilmMergeHistOk
       DISPLAY "No film merges on file."
       CLOSE FilmMergeHistFile
       EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT MergeReportFile
    MOVE TodayDate TO HeadingDate
    WRITE MergeReportLine FROM HistoryHeading
    MOVE ZEROS TO HistoryLines

    MOVE HistoryFilmId TO DuplicateFilmId-FM
    MOVE ZEROS         TO MoveSeqNum-FM
    START FilmMergeHistFile KEY IS GREATER THAN OR EQUAL
                            FilmMergeHistKey-FM
       INVALID KEY SET EndOfFilmMergeHist TO TRUE
    END-START
    IF NOT EndOfFilmMergeHist
       READ FilmMergeHistFile NEXT RECORD
          AT END SET EndOfFilmMergeHist TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfFilmMergeHist
       IF HistoryFilmId NOT EQUAL ZEROS
          AND DuplicateFilmId-FM NOT EQUAL HistoryFilmId
          SET EndOfFilmMergeHist TO TRUE
       ELSE
          PERFORM PrintOneHistoryLine
          READ FilmMergeHistFile NEXT RECORD
             AT END SET EndOfFilmMergeHist TO TRUE
          END-READ
       END-IF
    END-PERFORM
    CLOSE FilmMergeHistFile
    CLOSE MergeReportFile
    DISPLAY HistoryLines " move(s) written to Listing18-41MergeReport.txt".

PrintOneHistoryLine.
    MOVE MergeDate-FM       TO MergeDate-HD
    MOVE DuplicateFilmId-FM TO DuplicateFilmId-HD
    MOVE SurvivorFilmId-FM  TO SurvivorFilmId-HD
    MOVE MovedFile-FM       TO MovedFile-HD
    MOVE MovedItem-FM       TO MovedItem-HD
    MOVE MoveAction-FM      TO MoveAction
    EVALUATE TRUE
       WHEN ActionMoved       MOVE "moved"      TO ActionText-HD
       WHEN ActionCombined    MOVE "combined"   TO ActionText-HD
       WHEN ActionDropped     MOVE "dropped"    TO ActionText-HD
       WHEN ActionLeft        MOVE "left"       TO ActionText-HD
       WHEN ActionRenumbered  MOVE "renumbered" TO ActionText-HD
       WHEN ActionRetired     MOVE "retired"    TO ActionText-HD
       WHEN OTHER             MOVE MoveAction-FM TO ActionText-HD
    END-EVALUATE
    MOVE OperatorId-FM      TO OperatorId-HD
    WRITE MergeReportLine FROM HistoryDetail
    ADD 1 TO HistoryLines.

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
