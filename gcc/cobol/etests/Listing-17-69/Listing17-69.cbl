*> receiving store checks the lines off against the manifest,
*> putting the counted stock on the shelf and flagging short
*> shipments as exceptions.
*> Each line names the format of the copies in the box, and the
*> counted stock goes onto that format's shelf count.
*> Copies going back to a distributor on a Listing18-34 return
*> authorization travel on a vendor-return manifest built the same
*> way: every dispatched RTV line for the vendor not yet on a
*> manifest is listed copy by copy and stamped with the manifest
*> number, which the vendor's credit memo is later chased against.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RELATIVE KEY IS StoreCopyKey
        FILE STATUS IS StoreCopyStatus.

    SELECT RTVFile ASSIGN TO "Listing18-34RTV.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RTVLineKey-RA
        FILE STATUS IS RTVStatus.

    SELECT ManifestFile ASSIGN TO ManifestFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ManifestStatus.
01 StoreCopyRec.
   COPY StoreCopyRec.

FD RTVFile.
01 RTVLineRec-RA.
   COPY RTVLineRec.

FD ManifestFile.
01 ManifestLine             PIC X(132).

01 StoreCopyStatus          PIC XX.
   88 StoreCopyOk VALUE "00".

01 RTVStatus                PIC XX.
   88 RTVOk      VALUE "02", "00".

01 ManifestStatus           PIC XX.
01 ManifestNumStatus        PIC XX.

01 MenuChoice                PIC 9.
   88 MenuBuildManifest       VALUE 1.
   88 MenuConfirmManifest     VALUE 2.
   88 MenuVendorManifest      VALUE 3.
   88 MenuExit                VALUE 9.

01 TodayDate                  PIC 9(8).
01 NextManifestNum            PIC 9(5) VALUE ZEROS.
01 DestinationStore           PIC 99.
01 ReturnVendorId             PIC 9(5).
01 RouteCode                  PIC X(6).
01 ConfirmManifestNum         PIC 9(5).
01 CountedQty                 PIC 9(3).
   88 StoreCopySlotFound       VALUE "Y".

01 TransferNum-Ed             PIC Z(6)9.
01 RTVNum-Ed                  PIC Z(5)9.
01 Qty-Ed                     PIC ZZ9.
01 TransferDate-Ed            PIC 9999/99/99.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing17-69", "FilmFile    ",
          FilmRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-69", "StoreCopy   ",
          StoreCopyRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-69", "TransferFile",
          TransferRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    OPEN I-O TransferFile
    IF TransferStatus NOT EQUAL "00"
    DISPLAY "*** Delivery Manifests ***"
    DISPLAY "1 = Build a manifest for a route"
    DISPLAY "2 = Confirm a manifest at the receiving store"
    DISPLAY "3 = Build a vendor-return manifest"
    DISPLAY "9 = Exit"
    DISPLAY "Enter your choice - " WITH NO ADVANCING
    ACCEPT MenuChoice
    EVALUATE TRUE
       WHEN MenuBuildManifest    PERFORM BuildManifest
       WHEN MenuConfirmManifest  PERFORM ConfirmManifest
       WHEN MenuVendorManifest   PERFORM BuildVendorReturnManifest
       WHEN MenuExit              CONTINUE
       WHEN OTHER                 DISPLAY "Please enter 1 to 3 or 9"
    END-EVALUATE.

BuildManifest.
           Qty-Ed DELIMITED BY SIZE
           " x " DELIMITED BY SIZE
           FilmTitle-FF DELIMITED BY SIZE
           " format " DELIMITED BY SIZE
           FormatCode-TR DELIMITED BY SIZE
           " (sent " DELIMITED BY SIZE
           TransferDate-Ed DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
    MOVE "=====================================================" TO ManifestLine
    WRITE ManifestLine.

BuildVendorReturnManifest.
    DISPLAY "Enter the route code - " WITH NO ADVANCING
    ACCEPT RouteCode
    DISPLAY "Enter the Vendor Id the copies go back to - "
            WITH NO ADVANCING
    ACCEPT ReturnVendorId
    OPEN I-O RTVFile
    IF RTVStatus NOT EQUAL "00"
       DISPLAY "No return authorizations on file - " RTVStatus
       CLOSE RTVFile
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO NextManifestNum
    MOVE ZEROS TO LinesOnManifest TotalCopies

    MOVE SPACES TO SpoolRunParms
    STRING "route=" DELIMITED BY SIZE
           RouteCode DELIMITED BY SIZE
      INTO SpoolRunParms
    END-STRING
    CALL "SpoolRegisterReport" USING "MANIFEST", SpoolRunParms,
                                     ManifestFileName
    OPEN OUTPUT ManifestFile
    PERFORM WriteVendorReturnHeading
    PERFORM GatherDispatchedReturns
    PERFORM WriteManifestFooting
    CLOSE ManifestFile
    CLOSE RTVFile
    IF LinesOnManifest EQUAL ZEROS
       DISPLAY "No dispatched returns for vendor " ReturnVendorId
               " - manifest " NextManifestNum " is empty."
    ELSE
       DISPLAY "Manifest " NextManifestNum " written to "
               ManifestFileName " with " LinesOnManifest " line(s)."
    END-IF.

WriteVendorReturnHeading.
    MOVE "=====================================================" TO ManifestLine
    WRITE ManifestLine
    MOVE SPACES TO ManifestLine
    STRING "        VENDOR-RETURN MANIFEST No. " DELIMITED BY SIZE
           NextManifestNum DELIMITED BY SIZE
      INTO ManifestLine
    END-STRING
    WRITE ManifestLine
    MOVE TodayDate TO TransferDate-Ed
    MOVE SPACES TO ManifestLine
    STRING "Route " DELIMITED BY SIZE
           RouteCode DELIMITED BY SIZE
           "  to Vendor " DELIMITED BY SIZE
           ReturnVendorId DELIMITED BY SIZE
           "  dated " DELIMITED BY SIZE
           TransferDate-Ed DELIMITED BY SIZE
      INTO ManifestLine
    END-STRING
    WRITE ManifestLine
    MOVE "-----------------------------------------------------" TO ManifestLine
    WRITE ManifestLine.

GatherDispatchedReturns.
    MOVE LOW-VALUES TO RTVLineKey-RA
    START RTVFile KEY IS GREATER THAN RTVLineKey-RA
       INVALID KEY SET EndOfRTVLines TO TRUE
    END-START
    IF NOT EndOfRTVLines
       READ RTVFile NEXT RECORD
          AT END SET EndOfRTVLines TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfRTVLines
       IF RTVDispatched-RA
          AND VendorId-RA EQUAL ReturnVendorId
          AND ManifestNum-RA EQUAL ZEROS
          PERFORM PutReturnOnManifest
       END-IF
       READ RTVFile NEXT RECORD
          AT END SET EndOfRTVLines TO TRUE
       END-READ
    END-PERFORM.

PutReturnOnManifest.
    ADD 1 TO LinesOnManifest
    ADD 1 TO TotalCopies
    MOVE FilmId-RA TO FilmId-FF
    READ FilmFile
       KEY IS FilmId-FF
       INVALID KEY CONTINUE
    END-READ
    IF NOT FilmOk
       MOVE "(unknown title)" TO FilmTitle-FF
    END-IF
    MOVE RTVNum-RA TO RTVNum-Ed
    MOVE DispatchedDate-RA TO TransferDate-Ed
    MOVE SPACES TO ManifestLine
    STRING "RTV " DELIMITED BY SIZE
           RTVNum-Ed DELIMITED BY SIZE
           "  copy " DELIMITED BY SIZE
           Barcode-RA DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           FilmTitle-FF DELIMITED BY SIZE
           " format " DELIMITED BY SIZE
           FormatCode-RA DELIMITED BY SIZE
           " from Store " DELIMITED BY SIZE
           StoreId-RA DELIMITED BY SIZE
           " (sent " DELIMITED BY SIZE
           TransferDate-Ed DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
      INTO ManifestLine
    END-STRING
    WRITE ManifestLine
    MOVE NextManifestNum TO ManifestNum-RA
    REWRITE RTVLineRec-RA
       INVALID KEY DISPLAY "-RA ERROR Status = " RTVStatus
    END-REWRITE.

ConfirmManifest.
    DISPLAY "Enter the manifest number - " WITH NO ADVANCING
    ACCEPT ConfirmManifestNum
ConfirmOneLine.
    ADD 1 TO LinesConfirmed
    DISPLAY "Box " TransferNum-TR " - " TransferQty-TR
            " cop(ies) of film " FilmId-TR " format " FormatCode-TR
    DISPLAY "  Count received - " WITH NO ADVANCING
    ACCEPT CountedQty
    IF CountedQty < TransferQty-TR
    PERFORM UNTIL EndOfStoreCopies OR StoreCopySlotFound
       IF StoreId-SC EQUAL ToStoreId-TR
          AND FilmId-SC EQUAL FilmId-TR
          AND FormatCode-SC EQUAL FormatCode-TR
          ADD CountedQty TO CopyCount-SC
          REWRITE StoreCopyRec
             INVALID KEY DISPLAY "-SC ERROR Status = " StoreCopyStatus
       MOVE NextStoreCopyKey TO StoreCopyKey
       MOVE ToStoreId-TR TO StoreId-SC
       MOVE FilmId-TR    TO FilmId-SC
       MOVE FormatCode-TR TO FormatCode-SC
       MOVE CountedQty   TO CopyCount-SC
       WRITE StoreCopyRec
          INVALID KEY DISPLAY "-SC ERROR Status = " StoreCopyStatus
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
