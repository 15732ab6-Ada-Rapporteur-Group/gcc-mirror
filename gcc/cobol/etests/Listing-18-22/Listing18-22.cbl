IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-22.
AUTHOR. Michael Coughlan.
*> Per-copy payback and earnings report for the buyers. The copy
*> master knows what each barcode cost and when it was acquired;
*> every rental knows the barcode that went out and the price
*> charged. This report puts the two together: for each copy its
*> cost, rentals to date, revenue earned, the date it paid for
*> itself (or "not yet"), revenue per month since acquisition and
*> the weeks it took to pay back - then rolls the same figures up
*> by film, by genre and by store, with the average weeks to payback
*> the buyers use to judge order depth. Rentals moved to the
*> Listing17-43 archive count too; archive lines written before the
*> archive kept the barcode cannot be credited to a copy and are
*> only counted. As in the Listing17-14 statements, the rentals are
*> sorted into barcode and date order and matched against one
*> forward pass of the copy master. Copies registered before costs
*> were captured are costed at the same standing figure Listing17-90
*> uses, and marked.

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

   SELECT CopyMasterFile ASSIGN TO "Listing17-36CopyMaster.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Barcode-CP
        ALTERNATE RECORD KEY IS FilmId-CP
                     WITH DUPLICATES
        FILE STATUS IS CopyMasterStatus.

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

    SELECT PaybackSortFile ASSIGN TO "Listing18-22Sort.TMP".

    SELECT PaybackReportFile ASSIGN TO PaybackFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PaybackReportStatus.

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

FD CopyMasterFile.
01 CopyMasterRec-CP.
   COPY CopyMasterRec.

FD FilmFile.
01 FilmRec-FF.
   COPY FilmRec.

SD PaybackSortFile.
01 PaybackSortRec-SP.
   02 Barcode-SP            PIC 9(10).
   02 CheckoutDate-SP       PIC 9(8).
   02 PriceCharged-SP       PIC 9(3)V99.

FD PaybackReportFile.
01 PaybackLine              PIC X(132).

WORKING-STORAGE SECTION.
01 RentalStatus             PIC XX.
   88 RentalOk   VALUE "02", "00".

01 ArchiveStatus            PIC XX.
   88 EndOfArchive            VALUE "10".

01 CopyMasterStatus         PIC XX.
   88 CopyMasterOk VALUE "02", "00".

01 FilmStatus               PIC XX.
   88 FilmOk    VALUE "02", "00".

01 PaybackReportStatus      PIC XX.
01 PaybackFileName          PIC X(30).
01 SpoolRunParms            PIC X(20).

01 SortState                PIC X VALUE "N".
   88 EndOfPaybackSort        VALUE "Y".

01 TodayDate                 PIC 9(8).

*> Pre-costing copies carry zeros; they are costed at the standing
*> figure Listing17-90 values them at, and marked on the report.
01 AssumedUnitCost           PIC 9(4)V99 VALUE 15.00.
01 EffectiveCost             PIC 9(4)V99 VALUE ZEROS.
01 CostMark                  PIC X VALUE SPACE.

*> The copy being reported.
01 CopyRentals               PIC 9(5) VALUE ZEROS.
01 CopyRevenue               PIC 9(5)V99 VALUE ZEROS.
01 CopyPaybackDate           PIC 9(8) VALUE ZEROS.
01 MonthsInService           PIC 9(5) VALUE ZEROS.
01 RevenuePerMonth           PIC 9(5)V99 VALUE ZEROS.
01 WeeksToPayback            PIC 9(4) VALUE ZEROS.
01 CopyTitle                 PIC X(40).
01 CopyGenre                 PIC X(10).
01 LastFilmId                PIC 9(7) VALUE ZEROS.

01 RunCounts.
   02 CopiesReported          PIC 9(6) VALUE ZEROS.
   02 CopiesPaidBack          PIC 9(6) VALUE ZEROS.
   02 RentalsMatched          PIC 9(7) VALUE ZEROS.
   02 RentalsUnmatched        PIC 9(7) VALUE ZEROS.
   02 ArchiveNoBarcode        PIC 9(7) VALUE ZEROS.
   02 GrandCost               PIC 9(9)V99 VALUE ZEROS.
   02 GrandRevenue            PIC 9(9)V99 VALUE ZEROS.

*> Roll-ups. Each carries what the average weeks to payback is
*> worked from: the copies that have paid back and their weeks.
01 FilmRollTable.
   02 FilmRollCount           PIC 9(3) VALUE ZEROS.
   02 FilmRollEntry OCCURS 500 TIMES INDEXED BY FrIdx.
      03 RollFilmId           PIC 9(7).
      03 RollFilmTitle        PIC X(40).
      03 FilmRollFigures.
         04 FrCopies          PIC 9(5).
         04 FrCost            PIC 9(7)V99.
         04 FrRentals         PIC 9(7).
         04 FrRevenue         PIC 9(7)V99.
         04 FrPaidBack        PIC 9(5).
         04 FrWeeks           PIC 9(7).
01 GenreRollTable.
   02 GenreRollCount          PIC 99 VALUE ZEROS.
   02 GenreRollEntry OCCURS 30 TIMES INDEXED BY GrIdx.
      03 RollGenre            PIC X(10).
      03 GenreRollFigures.
         04 GrCopies          PIC 9(5).
         04 GrCost            PIC 9(7)V99.
         04 GrRentals         PIC 9(7).
         04 GrRevenue         PIC 9(7)V99.
         04 GrPaidBack        PIC 9(5).
         04 GrWeeks           PIC 9(7).
01 StoreRollTable.
   02 StoreRollCount          PIC 99 VALUE ZEROS.
   02 StoreRollEntry OCCURS 10 TIMES INDEXED BY SrIdx.
      03 RollStoreId          PIC 99.
      03 StoreRollFigures.
         04 SrCopies          PIC 9(5).
         04 SrCost            PIC 9(7)V99.
         04 SrRentals         PIC 9(7).
         04 SrRevenue         PIC 9(7)V99.
         04 SrPaidBack        PIC 9(5).
         04 SrWeeks           PIC 9(7).
01 RollFound                 PIC X VALUE "N".
   88 RollEntryFound           VALUE "Y".
01 RollOverflow              PIC X VALUE "N".
   88 SomeRollOverflowed       VALUE "Y".

*> One roll-up line is printed from these whichever table it is for.
01 RollLabel                 PIC X(52).
01 RollCopies                PIC 9(5).
01 RollCost                  PIC 9(7)V99.
01 RollRentals               PIC 9(7).
01 RollRevenue               PIC 9(7)V99.
01 RollPaidBack              PIC 9(5).
01 RollWeeks                 PIC 9(7).
01 AverageWeeks              PIC 9(4).

01 Barcode-Ed                PIC 9(10).
01 Cost-Ed                   PIC $,$$9.99.
01 Count-Ed                  PIC ZZ,ZZ9.
01 Revenue-Ed                PIC $$$,$$9.99.
01 PerMonth-Ed               PIC $$,$$9.99.
01 PaidBack-Ed               PIC X(10).
01 PaybackDate-Ed            PIC 9999/99/99.
01 Weeks-Ed                  PIC Z,ZZ9 BLANK WHEN ZERO.
01 BigMoney-Ed               PIC $$$,$$$,$$9.99.
01 BigCount-Ed               PIC Z,ZZZ,ZZ9.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing18-22", "FilmFile    ",
          FilmRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-22", "RentalFile  ",
          RentalRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-22", "CopyMaster  ",
          CopyMasterRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    MOVE SPACES TO SpoolRunParms
    STRING "asof=" DELIMITED BY SIZE
           TodayDate DELIMITED BY SIZE
      INTO SpoolRunParms
    END-STRING
    CALL "SpoolRegisterReport" USING "PAYBACK ", SpoolRunParms,
                                     PaybackFileName
    OPEN OUTPUT PaybackReportFile

    SORT PaybackSortFile
         ON ASCENDING KEY Barcode-SP
                          CheckoutDate-SP
         INPUT PROCEDURE IS ExtractCopyRentals
         OUTPUT PROCEDURE IS MatchCopiesToRentals

    PERFORM PrintRollUps
    CLOSE PaybackReportFile
    MOVE GrandRevenue TO BigMoney-Ed
    DISPLAY "Copies reported " CopiesReported
            "  paid back " CopiesPaidBack
            "  revenue " BigMoney-Ed
    DISPLAY "Report written to " PaybackFileName
    STOP RUN.

ExtractCopyRentals.
*> Every rental, current and archived, that names the copy it went
*> out on.
    OPEN INPUT RentalFile
    IF RentalStatus EQUAL "00"
       READ RentalFile NEXT RECORD
          AT END SET EndOfRentals TO TRUE
       END-READ
       PERFORM UNTIL EndOfRentals
          IF Barcode-RF NOT EQUAL ZEROS
             MOVE Barcode-RF      TO Barcode-SP
             MOVE CheckoutDate-RF TO CheckoutDate-SP
             MOVE PriceCharged-RF TO PriceCharged-SP
             RELEASE PaybackSortRec-SP
          END-IF
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
          IF Barcode-AV IS NUMERIC AND Barcode-AV NOT EQUAL ZEROS
             AND PriceCharged-AV IS NUMERIC
             MOVE Barcode-AV      TO Barcode-SP
             MOVE CheckoutDate-AV TO CheckoutDate-SP
             MOVE PriceCharged-AV TO PriceCharged-SP
             RELEASE PaybackSortRec-SP
          ELSE
             ADD 1 TO ArchiveNoBarcode
          END-IF
          READ ArchiveFile
             AT END SET EndOfArchive TO TRUE
          END-READ
       END-PERFORM
    END-IF
    CLOSE ArchiveFile.

MatchCopiesToRentals.
*> The sorted rentals and the copy master's primary key are both in
*> barcode order, so one forward read of each does the match. A
*> rental whose barcode is not on the master is counted and passed
*> over.
    OPEN INPUT CopyMasterFile
    OPEN INPUT FilmFile
    PERFORM PrintReportHeading
    MOVE "N" TO SortState
    PERFORM ReturnNextRental
    IF CopyMasterStatus EQUAL "00"
       READ CopyMasterFile NEXT RECORD
          AT END SET EndOfCopyMaster TO TRUE
       END-READ
    ELSE
       SET EndOfCopyMaster TO TRUE
    END-IF
    PERFORM UNTIL EndOfCopyMaster
       PERFORM UNTIL EndOfPaybackSort OR Barcode-SP NOT < Barcode-CP
          ADD 1 TO RentalsUnmatched
          PERFORM ReturnNextRental
       END-PERFORM
       PERFORM ReportOneCopy
       READ CopyMasterFile NEXT RECORD
          AT END SET EndOfCopyMaster TO TRUE
       END-READ
    END-PERFORM
    PERFORM UNTIL EndOfPaybackSort
       ADD 1 TO RentalsUnmatched
       PERFORM ReturnNextRental
    END-PERFORM
    CLOSE CopyMasterFile
    CLOSE FilmFile.

ReturnNextRental.
    RETURN PaybackSortFile
       AT END SET EndOfPaybackSort TO TRUE
    END-RETURN.

ReportOneCopy.
    IF UnitCost-CP > ZEROS
       MOVE UnitCost-CP TO EffectiveCost
       MOVE SPACE TO CostMark
    ELSE
       MOVE AssumedUnitCost TO EffectiveCost
       MOVE "*" TO CostMark
    END-IF
    MOVE ZEROS TO CopyRentals CopyRevenue CopyPaybackDate
*> The rentals come in date order, so the one that takes the
*> running revenue up to the cost is the day the copy paid back.
    PERFORM UNTIL EndOfPaybackSort OR Barcode-SP NOT EQUAL Barcode-CP
       ADD 1 TO CopyRentals RentalsMatched
       ADD PriceCharged-SP TO CopyRevenue
       IF CopyPaybackDate EQUAL ZEROS
          AND CopyRevenue NOT < EffectiveCost
          MOVE CheckoutDate-SP TO CopyPaybackDate
       END-IF
       PERFORM ReturnNextRental
    END-PERFORM

*> A copy in its first month counts as one month in service; one
*> with no acquisition date on file has no per-month figure.
    MOVE ZEROS TO MonthsInService RevenuePerMonth WeeksToPayback
    IF AcquisitionDate-CP NOT EQUAL ZEROS
       COMPUTE MonthsInService =
               (FUNCTION INTEGER-OF-DATE(TodayDate)
              - FUNCTION INTEGER-OF-DATE(AcquisitionDate-CP)) / 30
       IF MonthsInService EQUAL ZEROS
          MOVE 1 TO MonthsInService
       END-IF
       COMPUTE RevenuePerMonth ROUNDED =
               CopyRevenue / MonthsInService
       IF CopyPaybackDate NOT EQUAL ZEROS
          AND CopyPaybackDate NOT < AcquisitionDate-CP
          COMPUTE WeeksToPayback =
                  (FUNCTION INTEGER-OF-DATE(CopyPaybackDate)
                 - FUNCTION INTEGER-OF-DATE(AcquisitionDate-CP)) / 7
       END-IF
    END-IF

    PERFORM LookUpCopyFilm
    PERFORM PrintCopyLine

    ADD 1 TO CopiesReported
    IF CopyPaybackDate NOT EQUAL ZEROS
       ADD 1 TO CopiesPaidBack
    END-IF
    ADD EffectiveCost TO GrandCost
    ADD CopyRevenue   TO GrandRevenue
    PERFORM AddToFilmRoll
    PERFORM AddToGenreRoll
    PERFORM AddToStoreRoll.

LookUpCopyFilm.
*> The copy master is in barcode order, not film order, but copies
*> of a film were mostly registered together, so the last film read
*> is kept.
    IF FilmId-CP EQUAL LastFilmId
       EXIT PARAGRAPH
    END-IF
    MOVE FilmId-CP TO LastFilmId FilmId-FF
    READ FilmFile
       KEY IS FilmId-FF
       INVALID KEY CONTINUE
    END-READ
    IF FilmOk
       MOVE FilmTitle-FF TO CopyTitle
       MOVE FilmGenre-FF TO CopyGenre
    ELSE
       MOVE "Unknown title" TO CopyTitle
       MOVE "Unknown" TO CopyGenre
    END-IF.

PrintReportHeading.
    MOVE ALL "=" TO PaybackLine
    WRITE PaybackLine
    MOVE SPACES TO PaybackLine
    STRING "   PER-COPY PAYBACK AND EARNINGS AS AT " DELIMITED BY SIZE
           TodayDate DELIMITED BY SIZE
      INTO PaybackLine
    END-STRING
    WRITE PaybackLine
    MOVE ALL "=" TO PaybackLine
    WRITE PaybackLine
    MOVE "Barcode    Film    St Title                        Cost Rentals    Revenue  Paid back   Per month  Weeks"
      TO PaybackLine
    WRITE PaybackLine
    MOVE ALL "-" TO PaybackLine
    WRITE PaybackLine.

PrintCopyLine.
    MOVE Barcode-CP    TO Barcode-Ed
    MOVE EffectiveCost TO Cost-Ed
    MOVE CopyRentals   TO Count-Ed
    MOVE CopyRevenue   TO Revenue-Ed
    MOVE RevenuePerMonth TO PerMonth-Ed
    IF CopyPaybackDate EQUAL ZEROS
       MOVE "not yet" TO PaidBack-Ed
       MOVE ZEROS TO Weeks-Ed
    ELSE
       MOVE CopyPaybackDate TO PaybackDate-Ed
       MOVE PaybackDate-Ed TO PaidBack-Ed
       MOVE WeeksToPayback TO Weeks-Ed
    END-IF
    MOVE SPACES TO PaybackLine
    STRING Barcode-Ed DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FilmId-CP DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           StoreId-CP DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CopyTitle(1:24) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           Cost-Ed DELIMITED BY SIZE
           CostMark DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           Count-Ed DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           Revenue-Ed DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           PaidBack-Ed DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           PerMonth-Ed DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           Weeks-Ed DELIMITED BY SIZE
      INTO PaybackLine
    END-STRING
    WRITE PaybackLine.

AddToFilmRoll.
    MOVE "N" TO RollFound
    PERFORM VARYING FrIdx FROM 1 BY 1 UNTIL FrIdx > FilmRollCount
       IF RollFilmId(FrIdx) EQUAL FilmId-CP
          SET RollEntryFound TO TRUE
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF NOT RollEntryFound
       IF FilmRollCount NOT < 500
          SET SomeRollOverflowed TO TRUE
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO FilmRollCount
       SET FrIdx TO FilmRollCount
       MOVE FilmId-CP TO RollFilmId(FrIdx)
       MOVE CopyTitle TO RollFilmTitle(FrIdx)
       INITIALIZE FilmRollFigures(FrIdx)
    END-IF
    ADD 1             TO FrCopies(FrIdx)
    ADD EffectiveCost TO FrCost(FrIdx)
    ADD CopyRentals   TO FrRentals(FrIdx)
    ADD CopyRevenue   TO FrRevenue(FrIdx)
    IF CopyPaybackDate NOT EQUAL ZEROS
       ADD 1              TO FrPaidBack(FrIdx)
       ADD WeeksToPayback TO FrWeeks(FrIdx)
    END-IF.

AddToGenreRoll.
    MOVE "N" TO RollFound
    PERFORM VARYING GrIdx FROM 1 BY 1 UNTIL GrIdx > GenreRollCount
       IF RollGenre(GrIdx) EQUAL CopyGenre
          SET RollEntryFound TO TRUE
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF NOT RollEntryFound
       IF GenreRollCount NOT < 30
          SET SomeRollOverflowed TO TRUE
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO GenreRollCount
       SET GrIdx TO GenreRollCount
       MOVE CopyGenre TO RollGenre(GrIdx)
       INITIALIZE GenreRollFigures(GrIdx)
    END-IF
    ADD 1             TO GrCopies(GrIdx)
    ADD EffectiveCost TO GrCost(GrIdx)
    ADD CopyRentals   TO GrRentals(GrIdx)
    ADD CopyRevenue   TO GrRevenue(GrIdx)
    IF CopyPaybackDate NOT EQUAL ZEROS
       ADD 1              TO GrPaidBack(GrIdx)
       ADD WeeksToPayback TO GrWeeks(GrIdx)
    END-IF.

AddToStoreRoll.
    MOVE "N" TO RollFound
    PERFORM VARYING SrIdx FROM 1 BY 1 UNTIL SrIdx > StoreRollCount
       IF RollStoreId(SrIdx) EQUAL StoreId-CP
          SET RollEntryFound TO TRUE
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF NOT RollEntryFound
       IF StoreRollCount NOT < 10
          SET SomeRollOverflowed TO TRUE
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO StoreRollCount
       SET SrIdx TO StoreRollCount
       MOVE StoreId-CP TO RollStoreId(SrIdx)
       INITIALIZE StoreRollFigures(SrIdx)
    END-IF
    ADD 1             TO SrCopies(SrIdx)
    ADD EffectiveCost TO SrCost(SrIdx)
    ADD CopyRentals   TO SrRentals(SrIdx)
    ADD CopyRevenue   TO SrRevenue(SrIdx)
    IF CopyPaybackDate NOT EQUAL ZEROS
       ADD 1              TO SrPaidBack(SrIdx)
       ADD WeeksToPayback TO SrWeeks(SrIdx)
    END-IF.

PrintRollUps.
    PERFORM PrintRollHeading
    MOVE "BY FILM" TO PaybackLine
    WRITE PaybackLine
    PERFORM VARYING FrIdx FROM 1 BY 1 UNTIL FrIdx > FilmRollCount
       MOVE SPACES TO RollLabel
       STRING RollFilmId(FrIdx) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              RollFilmTitle(FrIdx) DELIMITED BY SIZE
         INTO RollLabel
       END-STRING
       MOVE FrCopies(FrIdx)   TO RollCopies
       MOVE FrCost(FrIdx)     TO RollCost
       MOVE FrRentals(FrIdx)  TO RollRentals
       MOVE FrRevenue(FrIdx)  TO RollRevenue
       MOVE FrPaidBack(FrIdx) TO RollPaidBack
       MOVE FrWeeks(FrIdx)    TO RollWeeks
       PERFORM PrintRollLine
    END-PERFORM

    MOVE SPACES TO PaybackLine
    WRITE PaybackLine
    MOVE "BY GENRE" TO PaybackLine
    WRITE PaybackLine
    PERFORM VARYING GrIdx FROM 1 BY 1 UNTIL GrIdx > GenreRollCount
       MOVE SPACES TO RollLabel
       MOVE RollGenre(GrIdx)   TO RollLabel
       MOVE GrCopies(GrIdx)    TO RollCopies
       MOVE GrCost(GrIdx)      TO RollCost
       MOVE GrRentals(GrIdx)   TO RollRentals
       MOVE GrRevenue(GrIdx)   TO RollRevenue
       MOVE GrPaidBack(GrIdx)  TO RollPaidBack
       MOVE GrWeeks(GrIdx)     TO RollWeeks
       PERFORM PrintRollLine
    END-PERFORM

    MOVE SPACES TO PaybackLine
    WRITE PaybackLine
    MOVE "BY STORE" TO PaybackLine
    WRITE PaybackLine
    PERFORM VARYING SrIdx FROM 1 BY 1 UNTIL SrIdx > StoreRollCount
       MOVE SPACES TO RollLabel
       STRING "Store " DELIMITED BY SIZE
              RollStoreId(SrIdx) DELIMITED BY SIZE
         INTO RollLabel
       END-STRING
       MOVE SrCopies(SrIdx)    TO RollCopies
       MOVE SrCost(SrIdx)      TO RollCost
       MOVE SrRentals(SrIdx)   TO RollRentals
       MOVE SrRevenue(SrIdx)   TO RollRevenue
       MOVE SrPaidBack(SrIdx)  TO RollPaidBack
       MOVE SrWeeks(SrIdx)     TO RollWeeks
       PERFORM PrintRollLine
    END-PERFORM

    MOVE ALL "-" TO PaybackLine
    WRITE PaybackLine
    MOVE GrandCost TO BigMoney-Ed
    MOVE SPACES TO PaybackLine
    STRING "Copies " DELIMITED BY SIZE
           CopiesReported DELIMITED BY SIZE
           "  paid back " DELIMITED BY SIZE
           CopiesPaidBack DELIMITED BY SIZE
           "  cost " DELIMITED BY SIZE
           BigMoney-Ed DELIMITED BY SIZE
      INTO PaybackLine
    END-STRING
    WRITE PaybackLine
    MOVE GrandRevenue TO BigMoney-Ed
    MOVE SPACES TO PaybackLine
    STRING "Revenue earned " DELIMITED BY SIZE
           BigMoney-Ed DELIMITED BY SIZE
      INTO PaybackLine
    END-STRING
    WRITE PaybackLine
    MOVE "* cost not captured - costed at the standing assumed cost"
      TO PaybackLine
    WRITE PaybackLine
    IF RentalsUnmatched > ZEROS
       MOVE RentalsUnmatched TO BigCount-Ed
       MOVE SPACES TO PaybackLine
       STRING BigCount-Ed DELIMITED BY SIZE
              " rental(s) on barcodes not on the copy master were "
                 DELIMITED BY SIZE
              "left out." DELIMITED BY SIZE
         INTO PaybackLine
       END-STRING
       WRITE PaybackLine
    END-IF
    IF ArchiveNoBarcode > ZEROS
       MOVE ArchiveNoBarcode TO BigCount-Ed
       MOVE SPACES TO PaybackLine
       STRING BigCount-Ed DELIMITED BY SIZE
              " archived rental(s) carry no barcode and could not be "
                 DELIMITED BY SIZE
              "credited to a copy." DELIMITED BY SIZE
         INTO PaybackLine
       END-STRING
       WRITE PaybackLine
    END-IF
    IF SomeRollOverflowed
       MOVE "WARNING - a roll-up table filled; its totals are short."
         TO PaybackLine
       WRITE PaybackLine
    END-IF
    MOVE ALL "=" TO PaybackLine
    WRITE PaybackLine.

PrintRollHeading.
    MOVE SPACES TO PaybackLine
    WRITE PaybackLine
    MOVE ALL "=" TO PaybackLine
    WRITE PaybackLine
    MOVE "                                                      Copies           Cost  Rentals        Revenue  Paid back  Avg weeks"
      TO PaybackLine
    WRITE PaybackLine
    MOVE ALL "-" TO PaybackLine
    WRITE PaybackLine.

PrintRollLine.
*> The average is over the copies that have paid back; a group with
*> none yet shows no average.
    MOVE RollCopies  TO Count-Ed
    MOVE RollCost    TO BigMoney-Ed
    MOVE SPACES TO PaybackLine
    STRING "  " DELIMITED BY SIZE
           RollLabel DELIMITED BY SIZE
           Count-Ed DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           BigMoney-Ed DELIMITED BY SIZE
      INTO PaybackLine
    END-STRING
    MOVE RollRentals TO BigCount-Ed
    MOVE BigCount-Ed TO PaybackLine(76:9)
    MOVE RollRevenue TO BigMoney-Ed
    MOVE BigMoney-Ed TO PaybackLine(86:14)
    MOVE RollPaidBack TO Count-Ed
    MOVE Count-Ed TO PaybackLine(105:6)
    IF RollPaidBack > ZEROS
       COMPUTE AverageWeeks ROUNDED = RollWeeks / RollPaidBack
       MOVE AverageWeeks TO Weeks-Ed
       MOVE Weeks-Ed TO PaybackLine(117:5)
    ELSE
       MOVE "not yet" TO PaybackLine(115:7)
    END-IF
    WRITE PaybackLine.

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
