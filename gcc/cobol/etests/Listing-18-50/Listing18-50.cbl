IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-50.
AUTHOR. Michael Coughlan.
*> Record-layout register and data-file conversion utility. Every
*> program that opens one of the versioned files - the film,
*> customer and rental masters, the hold queue, copy master and
*> store copy counts, gift cards, the operator master, purchase
*> orders, transfers, drivers, bank deposits, vendor invoices, the
*> refurbishment queue, studios and the update journal - first asks
*> CheckLayoutVersion whether the file is at the layout version the
*> program was built for, against the register kept here, and will
*> not open a file at any other version, nor one that has no entry
*> on the register. A file is entered on the register by the program
*> that builds it from scratch, or here, at the version its records
*> are at, before anything is converted. When a layout changes, the
*> old-to-new field mapping is entered here as a table of rows - copy
*> these bytes, right-align this number into a wider field, fill this
*> new field with spaces, zeros or a value - and the conversion is
*> then driven entirely by that table, so no one-off program has to
*> be written for each change. The conversion works on the flat
*> image of the file: unload it with the old programs (Listing17-12
*> BACKUP for the masters), convert it here, then reload it with the
*> programs built for the new layout (Listing17-12 RESTORE). The
*> original image is kept beside the converted one under a ".Vnnn"
*> suffix giving its old version, the records going in, kept, written
*> and read back are all counted, and only when the four counts agree
*> is the register moved on to the new version. If they do not agree,
*> the original image is put back and the register is left alone.
*> The mapping rows for each layout change made so far are written
*> to the table whenever the utility starts, unless they are already
*> there, so they need only be keyed in for a change of the shop's
*> own. The update journal is a flat file already and is converted
*> where it lies.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   SELECT LayoutFile ASSIGN TO "Listing18-50Layouts.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FileName-LS
        FILE STATUS IS LayoutStatus.

   SELECT LayoutMapFile ASSIGN TO "Listing18-50LayoutMap.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MapKey-LM
        FILE STATUS IS LayoutMapStatus.

   SELECT ImageFile ASSIGN TO ImageFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ImageStatus.

   SELECT KeptImageFile ASSIGN TO KeptImageFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KeptImageStatus.

DATA DIVISION.
FILE SECTION.
FD LayoutFile.
01 LayoutStampRec-LS.
   COPY LayoutStampRec.

FD LayoutMapFile.
01 LayoutMapRec-LM.
   COPY LayoutMapRec.

FD ImageFile
   RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS
   DEPENDING ON ImageRecLength.
01 ImageRec                 PIC X(2000).
   88 EndOfImage              VALUE HIGH-VALUES.

FD KeptImageFile
   RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS
   DEPENDING ON KeptRecLength.
01 KeptImageRec             PIC X(2000).
   88 EndOfKeptImage          VALUE HIGH-VALUES.

WORKING-STORAGE SECTION.
01 LayoutStatus             PIC XX.
   88 LayoutOk     VALUE "02", "00".

01 LayoutMapStatus          PIC XX.
   88 LayoutMapOk  VALUE "02", "00".

01 ImageStatus              PIC XX.
   88 ImageOk      VALUE "00".

01 KeptImageStatus          PIC XX.
   88 KeptImageOk  VALUE "00".

01 ImageFileName            PIC X(40) VALUE SPACES.
01 KeptImageFileName        PIC X(40) VALUE SPACES.
01 ImageRecLength           PIC 9(4) VALUE ZEROS.
01 KeptRecLength            PIC 9(4) VALUE ZEROS.

01 OperatorId                 PIC 9(4) VALUE ZEROS.
01 SignOnResult               PIC 9 VALUE 1.
   88 OperatorSignedOn          VALUE 0.
01 OperatorRole               PIC X VALUE SPACE.

*> The permission-table function behind each menu choice.
01 MenuFunction               PIC X(8).
01 MenuRole                   PIC X.
01 MenuPermission             PIC 9 VALUE ZERO.
   88 MenuRefused               VALUE 1.

01 MenuChoice                PIC 9.
   88 MenuAddMapping          VALUE 1.
   88 MenuListMappings        VALUE 2.
   88 MenuDeleteMapping       VALUE 3.
   88 MenuConvertImage        VALUE 4.
   88 MenuListRegister        VALUE 5.
   88 MenuRegisterFile        VALUE 6.
   88 MenuExit                VALUE 9.

01 TodayDate                PIC 9(8).
01 ConvertFileName          PIC X(12).
01 FromVersion              PIC 9(3).
01 ToVersion                PIC 9(3).
01 NewRecordLength          PIC 9(4).
01 MapEndPos                PIC 9(5).
01 ShiftPos                 PIC 9(4).
01 RegisterVersion          PIC 9(3).

*> The mapping rows for each layout change made so far, each entry
*> laid out as a LayoutMapRec row.
01 StandardMapValues.
   02 FILLER PIC X(58) VALUE
      "FilmFile    002001001Version 1 record    C0001007800010078".
   02 FILLER PIC X(58) VALUE
      "FilmFile    002002001MergedIntoFilmId-FF Z0000000000790007".
   02 FILLER PIC X(58) VALUE
      "FilmFile    002003001StreetDate-FF       Z0000000000860008".
   02 FILLER PIC X(58) VALUE
      "FilmFile    002004001LicenceEndDate-FF   Z0000000000940008".
   02 FILLER PIC X(58) VALUE
      "CustomerFile002001001Version 1 record    C0001015600010156".
   02 FILLER PIC X(58) VALUE
      "CustomerFile002002001CustomerEmail-CF    S0000000001570040".
   02 FILLER PIC X(58) VALUE
      "CustomerFile002003001CustomerMobile-CF   S0000000001970015".
   02 FILLER PIC X(58) VALUE
      "CustomerFile002004001PreferredChannel-CF S0000000002120001".
   02 FILLER PIC X(58) VALUE
      "CustomerFile002005001ArrangementFlag-CF  S0000000002130001".
   02 FILLER PIC X(58) VALUE
      "CustomerFile002006001AccountType-CF      S0000000002140001".
   02 FILLER PIC X(58) VALUE
      "CustomerFile002007001HouseCreditLimit-CF Z0000000002150007".
   02 FILLER PIC X(58) VALUE
      "CustomerFile002008001PurchaseOrderRef-CF S0000000002220015".
   02 FILLER PIC X(58) VALUE
      "CustomerFile002009001NetTermsDays-CF     Z0000000002370003".
   02 FILLER PIC X(58) VALUE
      "CustomerFile002010001TaxExemptCertNum-CF S0000000002400015".
   02 FILLER PIC X(58) VALUE
      "CustomerFile002011001TaxExemptExpiry-CF  Z0000000002550008".
   02 FILLER PIC X(58) VALUE
      "CustomerFile002012001SubPlanCode-CF      S0000000002630004".
   02 FILLER PIC X(58) VALUE
      "CustomerFile002013001SubStatus-CF        S0000000002670001".
   02 FILLER PIC X(58) VALUE
      "CustomerFile002014001SubStartDate-CF     Z0000000002680008".
   02 FILLER PIC X(58) VALUE
      "CustomerFile002015001SubBilledThrough-CF Z0000000002760006".
   02 FILLER PIC X(58) VALUE
      "CustomerFile002016001HouseholdRole-CF    S0000000002820001".
   02 FILLER PIC X(58) VALUE
      "CustomerFile002017001HouseholdPrimaryId  Z0000000002830007".
   02 FILLER PIC X(58) VALUE
      "CustomerFile002018001RatingCap-CF        S0000000002900003".
   02 FILLER PIC X(58) VALUE
      "CustomerFile002019001MonthlySpendCap-CF  Z0000000002930007".
   02 FILLER PIC X(58) VALUE
      "CustomerFile002020001MarketingPostConsentS0000000003000001".
   02 FILLER PIC X(58) VALUE
      "CustomerFile002021001MarketingPostDate-CFZ0000000003010008".
   02 FILLER PIC X(58) VALUE
      "CustomerFile002022001MarketingPostOper-CFZ0000000003090004".
   02 FILLER PIC X(58) VALUE
      "CustomerFile002023001MarketingElecConsentS0000000003130001".
   02 FILLER PIC X(58) VALUE
      "CustomerFile002024001MarketingElecDate-CFZ0000000003140008".
   02 FILLER PIC X(58) VALUE
      "CustomerFile002025001MarketingElecOper-CFZ0000000003220004".
   02 FILLER PIC X(58) VALUE
      "CustomerFile002026001ServiceNoticeConsentS0000000003260001".
   02 FILLER PIC X(58) VALUE
      "CustomerFile002027001ServiceNoticeDate-CFZ0000000003270008".
   02 FILLER PIC X(58) VALUE
      "CustomerFile002028001ServiceNoticeOper-CFZ0000000003350004".
   02 FILLER PIC X(58) VALUE
      "CustomerFile002029001LetterLanguage-CF   S0000000003390001".
   02 FILLER PIC X(58) VALUE
      "RentalFile  002001001Version 1 record    C0001007400010074".
   02 FILLER PIC X(58) VALUE
      "RentalFile  002002001FormatCode-RF       S0000000000750001".
   02 FILLER PIC X(58) VALUE
      "RentalFile  002003001CardholderId-RF     Z0000000000760007".
   02 FILLER PIC X(58) VALUE
      "RentalFile  002004001CheckoutTime-RF     Z0000000000830006".
   02 FILLER PIC X(58) VALUE
      "RentalFile  002005001ReturnTime-RF       Z0000000000890006".
   02 FILLER PIC X(58) VALUE
      "HoldQueue   002001001Version 1 record    C0001005600010056".
   02 FILLER PIC X(58) VALUE
      "HoldQueue   002002001NotifiedDate-HQ     Z0000000000570008".
   02 FILLER PIC X(58) VALUE
      "HoldQueue   002003001PreReleasePONum-HQ  Z0000000000650006".
   02 FILLER PIC X(58) VALUE
      "HoldQueue   002004001PreReleaseLineNum-HQZ0000000000710003".
   02 FILLER PIC X(58) VALUE
      "HoldQueue   002005001FormatCode-HQ       S0000000000740001".
   02 FILLER PIC X(58) VALUE
      "CopyMaster  002001001Version 1 record    C0001004100010041".
   02 FILLER PIC X(58) VALUE
      "CopyMaster  002002001FormatCode-CP       S0000000000420001".
   02 FILLER PIC X(58) VALUE
      "StoreCopy   002001001Version 1 record    C0001001200010012".
   02 FILLER PIC X(58) VALUE
      "StoreCopy   002002001FormatCode-SC       S0000000000130001".
   02 FILLER PIC X(58) VALUE
      "GiftCardFile002001001Version 1 record    C0001004000010040".
   02 FILLER PIC X(58) VALUE
      "GiftCardFile002002001CustomerId-GC       Z0000000000410007".
   02 FILLER PIC X(58) VALUE
      "GiftCardFile002003001IssueStoreId-GC     Z0000000000480002".
   02 FILLER PIC X(58) VALUE
      "OperatorFile002001001Version 1 record    C0001003800010038".
   02 FILLER PIC X(58) VALUE
      "OperatorFile002002001HourlyRate-OP       Z0000000000390005".
   02 FILLER PIC X(58) VALUE
      "POFile      002001001Version 1 record    C0001010900010109".
   02 FILLER PIC X(58) VALUE
      "POFile      002002001FormatCode-PO       S0000000001100001".
   02 FILLER PIC X(58) VALUE
      "TransferFile002001001Version 1 record    C0001005200010052".
   02 FILLER PIC X(58) VALUE
      "TransferFile002002001FormatCode-TR       S0000000000530001".
   02 FILLER PIC X(58) VALUE
      "DriverFile  002001001Version 1 record    C0001003800010038".
   02 FILLER PIC X(58) VALUE
      "DriverFile  002002001HourlyRate-DR       Z0000000000390005".
   02 FILLER PIC X(58) VALUE
      "DepositFile 002001001Version 1 record    C0001006200010062".
   02 FILLER PIC X(58) VALUE
      "DepositFile 002002001CurrencyCode-DP     S0000000000630003".
   02 FILLER PIC X(58) VALUE
      "InvoiceFile 002001001Version 1 record    C0001004400010044".
   02 FILLER PIC X(58) VALUE
      "InvoiceFile 002002001CreditOffset-VI     Z0000000000450007".
   02 FILLER PIC X(58) VALUE
      "InvoiceFile 002003001CreditMemoNum-VI    S0000000000520010".
   02 FILLER PIC X(58) VALUE
      "RefurbQueue 002001001Version 1 record    C0001003600010036".
   02 FILLER PIC X(58) VALUE
      "RefurbQueue 002002001FormatCode-RB       S0000000000370001".
   02 FILLER PIC X(58) VALUE
      "StudioFile  002001001Version 1 record    C0001003100010031".
   02 FILLER PIC X(58) VALUE
      "StudioFile  002002001PaymentNetDays-ST   Z0000000000320003".
   02 FILLER PIC X(58) VALUE
      "JournalFile 002001001Entry and before    C0001020000010200".
   02 FILLER PIC X(58) VALUE
      "JournalFile 002002001AfterImage-JN       C0201015004510150".
   02 FILLER PIC X(58) VALUE
      "JournalFile 002003001Wider images        S0000000006010250".
01 StandardMapTable REDEFINES StandardMapValues.
   02 StandardMapEntry PIC X(58) OCCURS 70 TIMES INDEXED BY SMIdx.

01 StandardMapTableSize       PIC 9(3) VALUE 70.

*> The mapping rows for one conversion are loaded before the image
*> is touched, so a bad table stops the run before anything changes.
01 ConvertMapTable.
   02 ConvertMapCount       PIC 99 VALUE ZEROS.
   02 ConvertMap OCCURS 60 TIMES INDEXED BY MapIdx.
      03 MapAction-CM       PIC X.
      03 OldPos-CM          PIC 9(4).
      03 OldLen-CM          PIC 9(4).
      03 NewPos-CM          PIC 9(4).
      03 NewLen-CM          PIC 9(4).
      03 MapValue-CM        PIC X(20).

01 MapTableState            PIC X.
   88 MapTableUsable          VALUE "Y".
   88 MapTableRejected        VALUE "N".

01 OldImage                 PIC X(2000).
01 NewImage                 PIC X(2000).

01 RecordsIn                PIC 9(7) VALUE ZEROS.
01 RecordsKept              PIC 9(7) VALUE ZEROS.
01 RecordsConverted         PIC 9(7) VALUE ZEROS.
01 RecordsReadBack          PIC 9(7) VALUE ZEROS.
01 RecordsRestored          PIC 9(7) VALUE ZEROS.

01 MismatchStatus           PIC XX VALUE "39".
01 MismatchMessage          PIC X(38).

01 StampedDate-Ed           PIC 9999/99/99.

PROCEDURE DIVISION.
Begin.
    CALL "OperatorSignOnCheck" USING "Listing18-50", "S",
                                     OperatorId, SignOnResult
    CALL "SignOnRole" USING "Q", OperatorId, OperatorRole
    IF NOT OperatorSignedOn
       DISPLAY "Access denied - sign-on was not accepted."
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate

    OPEN I-O LayoutFile
    IF LayoutStatus EQUAL "35"
       OPEN OUTPUT LayoutFile
       CLOSE LayoutFile
       OPEN I-O LayoutFile
    END-IF
    OPEN I-O LayoutMapFile
    IF LayoutMapStatus EQUAL "35"
       OPEN OUTPUT LayoutMapFile
       CLOSE LayoutMapFile
       OPEN I-O LayoutMapFile
    END-IF
    IF NOT LayoutOk OR NOT LayoutMapOk
       DISPLAY "Layout register not available - " LayoutStatus
               " / " LayoutMapStatus
       STOP RUN
    END-IF
    PERFORM SeedStandardMaps

    PERFORM MainMenu UNTIL MenuExit
    CLOSE LayoutFile
    CLOSE LayoutMapFile
    STOP RUN.

MainMenu.
    DISPLAY SPACES
    DISPLAY "*** Record Layout Register and Conversion ***"
    DISPLAY "1 = Add a field mapping row"
    DISPLAY "2 = List the field mapping for a file"
    DISPLAY "3 = Delete a field mapping row"
    DISPLAY "4 = Convert a file image to a new layout"
    DISPLAY "5 = List the layout register"
    DISPLAY "6 = Register a file at its layout version"
    DISPLAY "9 = Exit"
    DISPLAY "Enter your choice - " WITH NO ADVANCING
    ACCEPT MenuChoice
    PERFORM CheckMenuPermission
    IF MenuRefused
       EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
       WHEN MenuAddMapping     PERFORM AddMappingRow
       WHEN MenuListMappings   PERFORM ListMappingRows
       WHEN MenuDeleteMapping  PERFORM DeleteMappingRow
       WHEN MenuConvertImage   PERFORM ConvertFileImage
       WHEN MenuListRegister   PERFORM ListLayoutRegister
       WHEN MenuRegisterFile   PERFORM RegisterLayoutFile
       WHEN MenuExit           CONTINUE
       WHEN OTHER              DISPLAY "Please enter 1 to 6 or 9"
    END-EVALUATE.

CheckMenuPermission.
*> Every choice defaults to the supervisor role the sign-on asks for;
*> the Listing17-51 permission table can narrow any one of them, so
*> converting or registering a file can be kept to the staff who look
*> after the data files.
    MOVE SPACES TO MenuFunction
    MOVE ZERO TO MenuPermission
    EVALUATE TRUE
       WHEN MenuAddMapping
          MOVE "ADDMAP" TO MenuFunction
          MOVE "S" TO MenuRole
       WHEN MenuListMappings
          MOVE "LISTMAP" TO MenuFunction
          MOVE "S" TO MenuRole
       WHEN MenuDeleteMapping
          MOVE "DELMAP" TO MenuFunction
          MOVE "S" TO MenuRole
       WHEN MenuConvertImage
          MOVE "CONVERT" TO MenuFunction
          MOVE "S" TO MenuRole
       WHEN MenuListRegister
          MOVE "REGISTER" TO MenuFunction
          MOVE "S" TO MenuRole
       WHEN MenuRegisterFile
          MOVE "REGFILE" TO MenuFunction
          MOVE "S" TO MenuRole
    END-EVALUATE
    IF MenuFunction NOT EQUAL SPACES
       CALL "CheckPermission" USING "Listing18-50", MenuFunction, OperatorId,
                                    OperatorRole, MenuRole, MenuPermission
       IF MenuRefused
          DISPLAY "Operator " OperatorId " is not permitted to use "
                  "that function."
       END-IF
    END-IF.

SeedStandardMaps.
*> A row already on the table - seeded before, or keyed in by hand -
*> is left as it is.
    PERFORM VARYING SMIdx FROM 1 BY 1
            UNTIL SMIdx > StandardMapTableSize
       MOVE StandardMapEntry(SMIdx) TO LayoutMapRec-LM
       WRITE LayoutMapRec-LM
          INVALID KEY CONTINUE
       END-WRITE
    END-PERFORM.

AddMappingRow.
    INITIALIZE LayoutMapRec-LM
    DISPLAY "Logical file name (e.g. FilmFile) - " WITH NO ADVANCING
    ACCEPT FileName-LM
    DISPLAY "Converting from version - " WITH NO ADVANCING
    ACCEPT FromVersion-LM
    DISPLAY "Converting to version - " WITH NO ADVANCING
    ACCEPT ToVersion-LM
    DISPLAY "Row sequence number - " WITH NO ADVANCING
    ACCEPT MapSeq-LM
    DISPLAY "Field name - " WITH NO ADVANCING
    ACCEPT FieldName-LM
    DISPLAY "C=copy N=number S=spaces Z=zeros V=value - "
            WITH NO ADVANCING
    ACCEPT MapAction-LM
    MOVE FUNCTION UPPER-CASE(MapAction-LM) TO MapAction-LM
    IF NOT MapActionValid-LM
       DISPLAY "Action must be C, N, S, Z or V - row not added."
       EXIT PARAGRAPH
    END-IF
    IF MapCopyBytes-LM OR MapCopyNumber-LM
       DISPLAY "Old position - " WITH NO ADVANCING
       ACCEPT OldPos-LM
       DISPLAY "Old length - " WITH NO ADVANCING
       ACCEPT OldLen-LM
    END-IF
    DISPLAY "New position - " WITH NO ADVANCING
    ACCEPT NewPos-LM
    DISPLAY "New length - " WITH NO ADVANCING
    ACCEPT NewLen-LM
    IF MapFillValue-LM
       DISPLAY "Value - " WITH NO ADVANCING
       ACCEPT MapValue-LM
    END-IF

    IF ToVersion-LM NOT GREATER THAN FromVersion-LM
       DISPLAY "The new version must be above the old - row not added."
       EXIT PARAGRAPH
    END-IF
    IF NewPos-LM EQUAL ZEROS OR NewLen-LM EQUAL ZEROS
       DISPLAY "New position and length are required - row not added."
       EXIT PARAGRAPH
    END-IF
    COMPUTE MapEndPos = NewPos-LM + NewLen-LM - 1
    IF MapEndPos GREATER THAN 2000
       DISPLAY "New field runs past 2000 bytes - row not added."
       EXIT PARAGRAPH
    END-IF
    IF MapCopyBytes-LM OR MapCopyNumber-LM
       IF OldPos-LM EQUAL ZEROS OR OldLen-LM EQUAL ZEROS
          DISPLAY "Old position and length are required - "
                  "row not added."
          EXIT PARAGRAPH
       END-IF
       COMPUTE MapEndPos = OldPos-LM + OldLen-LM - 1
       IF MapEndPos GREATER THAN 2000
          DISPLAY "Old field runs past 2000 bytes - row not added."
          EXIT PARAGRAPH
       END-IF
    END-IF

    WRITE LayoutMapRec-LM
       INVALID KEY DISPLAY "That row already exists - row not added."
       NOT INVALID KEY DISPLAY "Mapping row added."
    END-WRITE.

ListMappingRows.
    DISPLAY "Logical file name - " WITH NO ADVANCING
    ACCEPT ConvertFileName
    MOVE ConvertFileName TO FileName-LM
    MOVE ZEROS TO ToVersion-LM, MapSeq-LM
    START LayoutMapFile KEY IS NOT LESS THAN MapKey-LM
       INVALID KEY SET EndOfLayoutMaps TO TRUE
       NOT INVALID KEY
          READ LayoutMapFile NEXT RECORD
             AT END SET EndOfLayoutMaps TO TRUE
          END-READ
    END-START
    DISPLAY "To  Seq From Field                Act OldPos OldLen "
            "NewPos NewLen Value"
    PERFORM UNTIL EndOfLayoutMaps
                  OR FileName-LM NOT EQUAL ConvertFileName
       DISPLAY ToVersion-LM " " MapSeq-LM " " FromVersion-LM "  "
               FieldName-LM " " MapAction-LM "   " OldPos-LM "   "
               OldLen-LM "   " NewPos-LM "   " NewLen-LM "   "
               MapValue-LM
       READ LayoutMapFile NEXT RECORD
          AT END SET EndOfLayoutMaps TO TRUE
       END-READ
    END-PERFORM.

DeleteMappingRow.
    DISPLAY "Logical file name - " WITH NO ADVANCING
    ACCEPT FileName-LM
    DISPLAY "Converting to version - " WITH NO ADVANCING
    ACCEPT ToVersion-LM
    DISPLAY "Row sequence number - " WITH NO ADVANCING
    ACCEPT MapSeq-LM
    DELETE LayoutMapFile RECORD
       INVALID KEY DISPLAY "No such mapping row."
       NOT INVALID KEY DISPLAY "Mapping row deleted."
    END-DELETE.

RegisterLayoutFile.
*> Enters a file that has no register entry - one in use from before
*> its layout was versioned, or one first created empty by a program
*> that checks it - at the version its records are at now. A file
*> already on the register is moved on only by a conversion.
    DISPLAY "Logical file name (e.g. HoldQueue) - " WITH NO ADVANCING
    ACCEPT ConvertFileName
    DISPLAY "Version its records are at now - " WITH NO ADVANCING
    ACCEPT RegisterVersion
    IF ConvertFileName EQUAL SPACES OR RegisterVersion EQUAL ZEROS
       DISPLAY "File name and version are required - "
               "nothing registered."
       EXIT PARAGRAPH
    END-IF
    MOVE ConvertFileName TO FileName-LS
    READ LayoutFile
       KEY IS FileName-LS
       INVALID KEY
          INITIALIZE LayoutStampRec-LS
          MOVE ConvertFileName   TO FileName-LS
          MOVE RegisterVersion   TO LayoutVersion-LS
          MOVE TodayDate         TO StampedDate-LS
          MOVE "Listing18-50"    TO StampedBy-LS
          WRITE LayoutStampRec-LS
             INVALID KEY DISPLAY "-LS ERROR Status = " LayoutStatus
             NOT INVALID KEY
                DISPLAY ConvertFileName " registered at version "
                        RegisterVersion "."
          END-WRITE
       NOT INVALID KEY
          DISPLAY ConvertFileName " is already registered at version "
                  LayoutVersion-LS " - convert it to change that."
    END-READ.

ListLayoutRegister.
    MOVE LOW-VALUES TO FileName-LS
    START LayoutFile KEY IS NOT LESS THAN FileName-LS
       INVALID KEY SET EndOfLayoutStamps TO TRUE
       NOT INVALID KEY
          READ LayoutFile NEXT RECORD
             AT END SET EndOfLayoutStamps TO TRUE
          END-READ
    END-START
    DISPLAY "File         Ver Prior Length Stamped    By           "
            "Original kept as"
    PERFORM UNTIL EndOfLayoutStamps
       MOVE StampedDate-LS TO StampedDate-Ed
       DISPLAY FileName-LS " " LayoutVersion-LS " " PriorVersion-LS
               "   " RecordLength-LS "  " StampedDate-Ed " "
               StampedBy-LS " " KeptFileName-LS
       READ LayoutFile NEXT RECORD
          AT END SET EndOfLayoutStamps TO TRUE
       END-READ
    END-PERFORM.

ConvertFileImage.
    DISPLAY "Logical file name (e.g. FilmFile) - " WITH NO ADVANCING
    ACCEPT ConvertFileName
    DISPLAY "Convert to version - " WITH NO ADVANCING
    ACCEPT ToVersion
    EVALUATE ConvertFileName
       WHEN "FilmFile"      MOVE "Listing17-6Film.BAK" TO ImageFileName
       WHEN "CustomerFile"  MOVE "Listing17-26Customer.BAK"
                               TO ImageFileName
       WHEN "RentalFile"    MOVE "Listing17-6Rental.BAK"
                               TO ImageFileName
       WHEN "JournalFile"   MOVE "Listing17-53Journal.DAT"
                               TO ImageFileName
       WHEN OTHER           MOVE SPACES TO ImageFileName
    END-EVALUATE
    IF ImageFileName EQUAL SPACES
       DISPLAY "Flat image file to convert - " WITH NO ADVANCING
       ACCEPT ImageFileName
    ELSE
       DISPLAY "Converting the image in " ImageFileName
    END-IF

*> Nothing can be said of the layout of a file with no register
*> entry, so it must be registered at its version first.
    MOVE ConvertFileName TO FileName-LS
    READ LayoutFile
       KEY IS FileName-LS
       INVALID KEY
          DISPLAY ConvertFileName " is not on the layout register - "
                  "register it at its version first."
          EXIT PARAGRAPH
    END-READ
    MOVE LayoutVersion-LS TO FromVersion
    IF ToVersion NOT GREATER THAN FromVersion
       DISPLAY ConvertFileName " is already at version " FromVersion
               " - nothing converted."
       EXIT PARAGRAPH
    END-IF

    PERFORM LoadConvertMap
    IF MapTableRejected
       EXIT PARAGRAPH
    END-IF

    STRING ImageFileName DELIMITED BY SPACE
           ".V" DELIMITED BY SIZE
           FromVersion DELIMITED BY SIZE
           INTO KeptImageFileName
    END-STRING
    MOVE ZEROS TO RecordsIn, RecordsKept, RecordsConverted,
                  RecordsReadBack

    PERFORM KeepOriginalImage
    IF NOT ImageOk OR NOT KeptImageOk
       DISPLAY "Could not keep the original image - "
               ImageStatus " / " KeptImageStatus
               " - nothing converted."
       EXIT PARAGRAPH
    END-IF
    PERFORM WriteConvertedImage
    PERFORM ReadBackConvertedImage

    DISPLAY SPACES
    DISPLAY "Records in " RecordsIn "  kept " RecordsKept
            "  converted " RecordsConverted
            "  read back " RecordsReadBack
    IF RecordsKept EQUAL RecordsIn
       AND RecordsConverted EQUAL RecordsIn
       AND RecordsReadBack EQUAL RecordsIn
       PERFORM StampNewVersion
       DISPLAY ConvertFileName " converted from version " FromVersion
               " to version " ToVersion "."
       DISPLAY "Original kept as " KeptImageFileName
       DISPLAY "Reload it with the programs built for version "
               ToVersion "."
    ELSE
       PERFORM RestoreOriginalImage
       CALL "DescribeFileStatus" USING MismatchStatus, MismatchMessage
       CALL "ErrorLogFileStatus" USING "Listing18-50", ConvertFileName,
             "CONVERT   ", MismatchStatus, MismatchMessage
       DISPLAY "RECORD COUNTS DO NOT AGREE - the original image has "
               "been put back (" RecordsRestored " records) and "
               ConvertFileName " stays at version " FromVersion "."
    END-IF.

LoadConvertMap.
*> Rows are loaded for this file and target version only, and every
*> one of them must convert from the version the register holds.
    SET MapTableUsable TO TRUE
    MOVE ZEROS TO ConvertMapCount, NewRecordLength
    MOVE ConvertFileName TO FileName-LM
    MOVE ToVersion TO ToVersion-LM
    MOVE ZEROS TO MapSeq-LM
    START LayoutMapFile KEY IS NOT LESS THAN MapKey-LM
       INVALID KEY SET EndOfLayoutMaps TO TRUE
       NOT INVALID KEY
          READ LayoutMapFile NEXT RECORD
             AT END SET EndOfLayoutMaps TO TRUE
          END-READ
    END-START
    PERFORM UNTIL EndOfLayoutMaps
                  OR FileName-LM NOT EQUAL ConvertFileName
                  OR ToVersion-LM NOT EQUAL ToVersion
       IF FromVersion-LM NOT EQUAL FromVersion
          DISPLAY "Mapping row " MapSeq-LM " converts from version "
                  FromVersion-LM " but " ConvertFileName
                  " is at version " FromVersion
          SET MapTableRejected TO TRUE
       END-IF
       IF ConvertMapCount EQUAL 60
          DISPLAY "More than 60 mapping rows - nothing converted."
          SET MapTableRejected TO TRUE
       ELSE
          ADD 1 TO ConvertMapCount
          SET MapIdx TO ConvertMapCount
          MOVE MapAction-LM TO MapAction-CM(MapIdx)
          MOVE OldPos-LM    TO OldPos-CM(MapIdx)
          MOVE OldLen-LM    TO OldLen-CM(MapIdx)
          MOVE NewPos-LM    TO NewPos-CM(MapIdx)
          MOVE NewLen-LM    TO NewLen-CM(MapIdx)
          MOVE MapValue-LM  TO MapValue-CM(MapIdx)
          COMPUTE MapEndPos = NewPos-LM + NewLen-LM - 1
          IF MapEndPos GREATER THAN NewRecordLength
             MOVE MapEndPos TO NewRecordLength
          END-IF
       END-IF
       READ LayoutMapFile NEXT RECORD
          AT END SET EndOfLayoutMaps TO TRUE
       END-READ
    END-PERFORM
    IF ConvertMapCount EQUAL ZEROS
       DISPLAY "No mapping rows for " ConvertFileName " version "
               ToVersion " - nothing converted."
       SET MapTableRejected TO TRUE
    END-IF.

KeepOriginalImage.
    OPEN INPUT ImageFile
    IF NOT ImageOk
       EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT KeptImageFile
    IF NOT KeptImageOk
       CLOSE ImageFile
       EXIT PARAGRAPH
    END-IF
    READ ImageFile
       AT END SET EndOfImage TO TRUE
    END-READ
    PERFORM UNTIL EndOfImage
       ADD 1 TO RecordsIn
       MOVE ImageRecLength TO KeptRecLength
       MOVE ImageRec(1:ImageRecLength) TO KeptImageRec
       WRITE KeptImageRec
       IF KeptImageOk
          ADD 1 TO RecordsKept
       END-IF
       READ ImageFile
          AT END SET EndOfImage TO TRUE
       END-READ
    END-PERFORM
    CLOSE ImageFile
    CLOSE KeptImageFile.

WriteConvertedImage.
*> The converted image is written under the original name, from the
*> kept copy, so the reload finds it where it always has.
    OPEN INPUT KeptImageFile
    OPEN OUTPUT ImageFile
    READ KeptImageFile
       AT END SET EndOfKeptImage TO TRUE
    END-READ
    PERFORM UNTIL EndOfKeptImage
       MOVE SPACES TO OldImage
       MOVE KeptImageRec(1:KeptRecLength) TO OldImage
       PERFORM ApplyConvertMap
       MOVE NewRecordLength TO ImageRecLength
       MOVE NewImage(1:NewRecordLength) TO ImageRec
       WRITE ImageRec
       IF ImageOk
          ADD 1 TO RecordsConverted
       END-IF
       READ KeptImageFile
          AT END SET EndOfKeptImage TO TRUE
       END-READ
    END-PERFORM
    CLOSE KeptImageFile
    CLOSE ImageFile.

ApplyConvertMap.
    MOVE SPACES TO NewImage
    PERFORM VARYING MapIdx FROM 1 BY 1 UNTIL MapIdx > ConvertMapCount
       EVALUATE MapAction-CM(MapIdx)
          WHEN "C"
             MOVE OldImage(OldPos-CM(MapIdx):OldLen-CM(MapIdx))
               TO NewImage(NewPos-CM(MapIdx):NewLen-CM(MapIdx))
          WHEN "N"
             PERFORM CopyNumberField
          WHEN "S"
             MOVE SPACES
               TO NewImage(NewPos-CM(MapIdx):NewLen-CM(MapIdx))
          WHEN "Z"
             MOVE ZEROS
               TO NewImage(NewPos-CM(MapIdx):NewLen-CM(MapIdx))
          WHEN "V"
             MOVE MapValue-CM(MapIdx)
               TO NewImage(NewPos-CM(MapIdx):NewLen-CM(MapIdx))
       END-EVALUATE
    END-PERFORM.

CopyNumberField.
*> Numbers are right-aligned: a widened field gains leading zeros
*> and a narrowed one loses its high-order digits.
    IF NewLen-CM(MapIdx) NOT LESS THAN OldLen-CM(MapIdx)
       MOVE ZEROS TO NewImage(NewPos-CM(MapIdx):NewLen-CM(MapIdx))
       COMPUTE ShiftPos = NewPos-CM(MapIdx) + NewLen-CM(MapIdx)
                        - OldLen-CM(MapIdx)
       MOVE OldImage(OldPos-CM(MapIdx):OldLen-CM(MapIdx))
         TO NewImage(ShiftPos:OldLen-CM(MapIdx))
    ELSE
       COMPUTE ShiftPos = OldPos-CM(MapIdx) + OldLen-CM(MapIdx)
                        - NewLen-CM(MapIdx)
       MOVE OldImage(ShiftPos:NewLen-CM(MapIdx))
         TO NewImage(NewPos-CM(MapIdx):NewLen-CM(MapIdx))
    END-IF.

ReadBackConvertedImage.
    OPEN INPUT ImageFile
    IF NOT ImageOk
       EXIT PARAGRAPH
    END-IF
    READ ImageFile
       AT END SET EndOfImage TO TRUE
    END-READ
    PERFORM UNTIL EndOfImage
       ADD 1 TO RecordsReadBack
       READ ImageFile
          AT END SET EndOfImage TO TRUE
       END-READ
    END-PERFORM
    CLOSE ImageFile.

RestoreOriginalImage.
    MOVE ZEROS TO RecordsRestored
    OPEN INPUT KeptImageFile
    OPEN OUTPUT ImageFile
    READ KeptImageFile
       AT END SET EndOfKeptImage TO TRUE
    END-READ
    PERFORM UNTIL EndOfKeptImage
       MOVE KeptRecLength TO ImageRecLength
       MOVE KeptImageRec(1:KeptRecLength) TO ImageRec
       WRITE ImageRec
       ADD 1 TO RecordsRestored
       READ KeptImageFile
          AT END SET EndOfKeptImage TO TRUE
       END-READ
    END-PERFORM
    CLOSE KeptImageFile
    CLOSE ImageFile.

StampNewVersion.
    MOVE ConvertFileName   TO FileName-LS
    MOVE FromVersion       TO PriorVersion-LS
    MOVE ToVersion         TO LayoutVersion-LS
    MOVE NewRecordLength   TO RecordLength-LS
    MOVE TodayDate         TO StampedDate-LS
    MOVE "Listing18-50"    TO StampedBy-LS
    MOVE KeptImageFileName TO KeptFileName-LS
    REWRITE LayoutStampRec-LS
       INVALID KEY
          WRITE LayoutStampRec-LS
             INVALID KEY DISPLAY "-LS ERROR Status = " LayoutStatus
          END-WRITE
    END-REWRITE.

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
