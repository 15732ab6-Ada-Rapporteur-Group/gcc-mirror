IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-34.
AUTHOR. Michael Coughlan.
*> Return to vendor. Defective tapes and over-bought new releases
*> the distributor will take back were being written off through
*> Listing17-39 as if a customer had lost them, and the credit the
*> distributor then sent was never tied to anything. Here a return
*> authorization (RTV) is raised per vendor on the Listing17-76
*> vendor master, listing the barcodes going back - each must be a
*> live copy on the shelf and on no other open RTV - at the unit cost
*> the copy master carries, numbered from a counter file the way
*> receipts are. Dispatching the RTV retires the copies on the copy
*> master and takes them off StoreCopyFile's holdings, and leaves
*> them for the Listing17-69 vendor-return manifest. When the
*> vendor's credit memo arrives it is matched to the RTV - short or
*> over credits are reported against the cost of what was sent - and
*> kept open on the credit-memo file until the Listing17-76 match
*> run offsets it against the vendor's open invoices. The aging list
*> shows every RTV still waiting on its credit after 30 days.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   SELECT RTVFile ASSIGN TO "Listing18-34RTV.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RTVLineKey-RA
        FILE STATUS IS RTVStatus.

   SELECT CreditMemoFile ASSIGN TO "Listing18-34CreditMemos.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CreditMemoKey-CM
        FILE STATUS IS CreditMemoStatus.

   SELECT VendorFile ASSIGN TO "Listing17-76Vendors.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VendorId-VN
        FILE STATUS IS VendorStatus.

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

    SELECT RTVNumFile ASSIGN TO "Listing18-34RTVNum.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RTVNumStatus.

DATA DIVISION.
FILE SECTION.
FD RTVFile.
01 RTVLineRec-RA.
   COPY RTVLineRec.

FD CreditMemoFile.
01 CreditMemoRec-CM.
   COPY CreditMemoRec.

FD VendorFile.
01 VendorRec-VN.
   88 EndOfVendors  VALUE HIGH-VALUES.
   02 VendorId-VN           PIC 9(5).
   02 VendorName-VN         PIC X(25).
   02 VendorPhone-VN        PIC X(12).
   02 PaymentNetDays-VN     PIC 9(3).
   02 VendorStatus-VN       PIC X.
      88 VendorActive-VN      VALUE "A".
      88 VendorInactive-VN    VALUE "I".

FD CopyMasterFile.
01 CopyMasterRec-CP.
   COPY CopyMasterRec.

FD StoreCopyFile.
01 StoreCopyRec.
   COPY StoreCopyRec.

FD RTVNumFile.
01 RTVNumRec                PIC 9(6).

WORKING-STORAGE SECTION.
01 RTVStatus                PIC XX.
   88 RTVOk      VALUE "02", "00".
01 CreditMemoStatus         PIC XX.
   88 CreditMemoOk VALUE "02", "00".
01 VendorStatus             PIC XX.
   88 VendorOk   VALUE "02", "00".
01 CopyMasterStatus         PIC XX.
   88 CopyMasterOk VALUE "02", "00".
01 StoreCopyStatus          PIC XX.
   88 StoreCopyOk VALUE "00".
01 RTVNumStatus             PIC XX.

01 StoreCopyKey              PIC 9(5) VALUE ZEROS.

01 MenuChoice                PIC 9.
   88 MenuRaiseRTV            VALUE 1.
   88 MenuDispatchRTV         VALUE 2.
   88 MenuCreditMemo          VALUE 3.
   88 MenuAgingList           VALUE 4.
   88 MenuExit                VALUE 9.

01 OperatorId                 PIC 9(4) VALUE ZEROS.
01 SignOnResult               PIC 9 VALUE 1.
   88 OperatorSignedOn          VALUE 0.
01 OperatorRole               PIC X VALUE SPACE.

*> The permission-table function behind each menu choice.
01 MenuFunction               PIC X(8).
01 MenuRole                   PIC X.
01 MenuPermission             PIC 9 VALUE ZERO.
   88 MenuRefused               VALUE 1.

01 TodayDate                  PIC 9(8).

*> A credit not in within this many days of the authorization is
*> chased from the aging list.
01 CreditWaitDays             PIC 9(3) VALUE 30.

01 NextRTVNum                 PIC 9(6) VALUE ZEROS.
01 EnteredVendorId            PIC 9(5).
01 EnteredRTVNum              PIC 9(6).
01 EnteredReason              PIC X.
   88 ValidReason               VALUE "D", "O".
01 EnteredBarcode             PIC 9(10).
01 NextRTVLineNum             PIC 9(3) VALUE ZEROS.
01 EnteredMemoNum             PIC X(10).
01 EnteredMemoAmount          PIC 9(7)V99.

01 BarcodeOnOpenRTV           PIC X VALUE "N".
   88 BarcodeAlreadyReturning   VALUE "Y".
01 SlotFound                  PIC X VALUE "N".
   88 StoreCopySlotFound        VALUE "Y".
01 RTVLineFound               PIC X VALUE "N".
   88 RTVWasFound               VALUE "Y".
01 RTVOtherVendor             PIC X VALUE "N".
   88 RTVBelongsElsewhere       VALUE "Y".

01 LinesDispatched            PIC 9(3) VALUE ZEROS.
01 LinesRefused               PIC 9(3) VALUE ZEROS.
01 LinesCredited              PIC 9(3) VALUE ZEROS.
01 ExpectedTotal              PIC 9(7)V99 VALUE ZEROS.
01 CreditDifference           PIC S9(7)V99 VALUE ZEROS.

*> Aging list - one RTV's lines are consecutive on the key, so each
*> is totalled as the RTV number changes.
01 CurrentRTVNum              PIC 9(6).
01 CurrentRTVVendor           PIC 9(5).
01 CurrentRTVRaised           PIC 9(8).
01 CurrentRTVLines            PIC 9(3).
01 CurrentRTVAwaiting         PIC 9(3).
01 CurrentRTVUnsent           PIC 9(3).
01 CurrentRTVExpected         PIC 9(7)V99.
01 RTVAgeDays                 PIC S9(5) VALUE ZEROS.
01 RTVsOverdue                PIC 9(5) VALUE ZEROS.
01 OverdueTotal               PIC 9(9)V99 VALUE ZEROS.
01 RTVStage                   PIC X(14).

01 Amount-Ed                  PIC $$$,$$$,$$9.99.
01 Difference-Ed              PIC $$$,$$$,$$9.99-.
01 Date-Ed                    PIC 9999/99/99.
01 Days-Ed                    PIC ZZZZ9.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing18-34", "CopyMaster  ",
          CopyMasterRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-34", "StoreCopy   ",
          StoreCopyRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    CALL "OperatorSignOnCheck" USING "Listing18-34", "S",
                                     OperatorId, SignOnResult
    CALL "SignOnRole" USING "Q", OperatorId, OperatorRole
    IF OperatorSignedOn
       OPEN I-O RTVFile
       IF RTVStatus EQUAL "35"
          CLOSE RTVFile
          OPEN OUTPUT RTVFile
          CLOSE RTVFile
          OPEN I-O RTVFile
       END-IF
       CALL "AuditLogFileEvent" USING "Listing18-34", "RTVFile     ", "O", RTVStatus, OperatorId
       OPEN I-O CreditMemoFile
       IF CreditMemoStatus EQUAL "35"
          CLOSE CreditMemoFile
          OPEN OUTPUT CreditMemoFile
          CLOSE CreditMemoFile
          OPEN I-O CreditMemoFile
       END-IF
       OPEN INPUT VendorFile
       OPEN I-O CopyMasterFile
       OPEN I-O StoreCopyFile
       PERFORM LoadRTVNum
       PERFORM MainMenu UNTIL MenuExit
       PERFORM SaveRTVNum
       CLOSE RTVFile
       CALL "AuditLogFileEvent" USING "Listing18-34", "RTVFile     ", "C", RTVStatus, OperatorId
       CLOSE CreditMemoFile
       CLOSE VendorFile
       CLOSE CopyMasterFile
       CLOSE StoreCopyFile
    ELSE
       DISPLAY "Access denied - sign-on was not accepted."
    END-IF
    STOP RUN.

MainMenu.
    DISPLAY SPACES
    DISPLAY "*** Return to Vendor ***"
    DISPLAY "1 = Raise a return authorization"
    DISPLAY "2 = Dispatch an authorization"
    DISPLAY "3 = Enter a vendor credit memo"
    DISPLAY "4 = Aging list of authorizations awaiting credit"
    DISPLAY "9 = Exit"
    DISPLAY "Enter your choice - " WITH NO ADVANCING
    ACCEPT MenuChoice
    PERFORM CheckMenuPermission
    IF MenuRefused
       EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
       WHEN MenuRaiseRTV      PERFORM RaiseAuthorization
       WHEN MenuDispatchRTV   PERFORM DispatchAuthorization
       WHEN MenuCreditMemo    PERFORM EnterCreditMemo
       WHEN MenuAgingList     PERFORM AgingList
       WHEN MenuExit           CONTINUE
       WHEN OTHER              DISPLAY "Please enter 1 to 4 or 9"
    END-EVALUATE.

CheckMenuPermission.
*> Every choice defaults to the supervisor role the sign-on asks for;
*> the Listing17-51 permission table can narrow any one of them.
    MOVE SPACES TO MenuFunction
    MOVE ZERO TO MenuPermission
    EVALUATE TRUE
       WHEN MenuRaiseRTV
          MOVE "RAISERTV" TO MenuFunction
          MOVE "S" TO MenuRole
       WHEN MenuDispatchRTV
          MOVE "DISPATCH" TO MenuFunction
          MOVE "S" TO MenuRole
       WHEN MenuCreditMemo
          MOVE "CREDMEMO" TO MenuFunction
          MOVE "S" TO MenuRole
       WHEN MenuAgingList
          MOVE "AGING" TO MenuFunction
          MOVE "S" TO MenuRole
    END-EVALUATE
    IF MenuFunction NOT EQUAL SPACES
       CALL "CheckPermission" USING "Listing18-34", MenuFunction, OperatorId,
                                    OperatorRole, MenuRole, MenuPermission
       IF MenuRefused
          DISPLAY "Operator " OperatorId " is not permitted to use "
                  "that function."
       END-IF
    END-IF.

LoadRTVNum.
    MOVE ZEROS TO NextRTVNum
    OPEN INPUT RTVNumFile
    IF RTVNumStatus EQUAL "00"
       READ RTVNumFile
          AT END CONTINUE
          NOT AT END MOVE RTVNumRec TO NextRTVNum
       END-READ
       CLOSE RTVNumFile
    ELSE
       CLOSE RTVNumFile
    END-IF.

SaveRTVNum.
    OPEN OUTPUT RTVNumFile
    MOVE NextRTVNum TO RTVNumRec
    WRITE RTVNumRec
    CLOSE RTVNumFile.

RaiseAuthorization.
    DISPLAY "Enter the Vendor Id - " WITH NO ADVANCING
    ACCEPT EnteredVendorId
    MOVE EnteredVendorId TO VendorId-VN
    READ VendorFile
       KEY IS VendorId-VN
       INVALID KEY CONTINUE
    END-READ
    IF NOT VendorOk
       DISPLAY "Vendor " EnteredVendorId " is not on the master."
       EXIT PARAGRAPH
    END-IF
    IF NOT VendorActive-VN
       DISPLAY "REFUSED - vendor " VendorId-VN " is inactive."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Reason - D=Defective O=Over-bought - " WITH NO ADVANCING
    ACCEPT EnteredReason
    MOVE FUNCTION UPPER-CASE(EnteredReason) TO EnteredReason
    IF NOT ValidReason
       DISPLAY "Please enter D or O."
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO NextRTVNum
    MOVE ZEROS TO NextRTVLineNum ExpectedTotal
    MOVE 1 TO EnteredBarcode
    PERFORM AcceptReturnBarcode UNTIL EnteredBarcode EQUAL ZEROS
    IF NextRTVLineNum EQUAL ZEROS
       SUBTRACT 1 FROM NextRTVNum
       DISPLAY "No copies listed - no authorization raised."
    ELSE
       MOVE ExpectedTotal TO Amount-Ed
       DISPLAY "RTV " NextRTVNum " raised for vendor " VendorId-VN
               SPACE VendorName-VN
       DISPLAY "  " NextRTVLineNum " cop(ies) going back, cost "
               Amount-Ed
    END-IF.

AcceptReturnBarcode.
    DISPLAY "Enter the barcode going back (0 to finish) - "
            WITH NO ADVANCING
    ACCEPT EnteredBarcode
    IF EnteredBarcode EQUAL ZEROS
       EXIT PARAGRAPH
    END-IF
    MOVE EnteredBarcode TO Barcode-CP
    READ CopyMasterFile
       KEY IS Barcode-CP
       INVALID KEY CONTINUE
    END-READ
    EVALUATE TRUE
       WHEN NOT CopyMasterOk
          DISPLAY "  REFUSED - barcode " EnteredBarcode
                  " is not on the copy master."
       WHEN CopyIsRetired-CP
          DISPLAY "  REFUSED - copy " EnteredBarcode
                  " is already retired."
       WHEN CopyIsOut-CP
          DISPLAY "  REFUSED - copy " EnteredBarcode
                  " is out on rental; return it to the shelf first."
       WHEN OTHER
          PERFORM CheckBarcodeNotReturning
          IF BarcodeAlreadyReturning
             DISPLAY "  REFUSED - copy " EnteredBarcode
                     " is already on an open authorization."
          ELSE
             PERFORM WriteRTVLine
          END-IF
    END-EVALUATE.

CheckBarcodeNotReturning.
    MOVE "N" TO BarcodeOnOpenRTV
    MOVE LOW-VALUES TO RTVLineKey-RA
    START RTVFile KEY IS GREATER THAN RTVLineKey-RA
       INVALID KEY SET EndOfRTVLines TO TRUE
    END-START
    IF NOT EndOfRTVLines
       READ RTVFile NEXT RECORD
          AT END SET EndOfRTVLines TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfRTVLines OR BarcodeAlreadyReturning
       IF Barcode-RA EQUAL EnteredBarcode AND RTVAuthorized-RA
          SET BarcodeAlreadyReturning TO TRUE
       ELSE
          READ RTVFile NEXT RECORD
             AT END SET EndOfRTVLines TO TRUE
          END-READ
       END-IF
    END-PERFORM.

WriteRTVLine.
    INITIALIZE RTVLineRec-RA
    ADD 1 TO NextRTVLineNum
    MOVE NextRTVNum      TO RTVNum-RA
    MOVE NextRTVLineNum  TO RTVLineNum-RA
    MOVE EnteredVendorId TO VendorId-RA
    MOVE TodayDate       TO RaisedDate-RA
    MOVE EnteredReason   TO ReasonCode-RA
    MOVE Barcode-CP      TO Barcode-RA
    MOVE FilmId-CP       TO FilmId-RA
    MOVE StoreId-CP      TO StoreId-RA
    MOVE FormatCode-CP   TO FormatCode-RA
    MOVE UnitCost-CP     TO ExpectedCredit-RA
    SET RTVAuthorized-RA TO TRUE
    WRITE RTVLineRec-RA
       INVALID KEY
          SUBTRACT 1 FROM NextRTVLineNum
          DISPLAY "-RA ERROR Status = " RTVStatus
       NOT INVALID KEY
          ADD UnitCost-CP TO ExpectedTotal
          DISPLAY "  Line " RTVLineNum-RA " - film " FilmId-CP
                  " store " StoreId-CP " format " FormatCode-CP
    END-WRITE.

StartAtRTV.
    MOVE EnteredRTVNum TO RTVNum-RA
    MOVE ZEROS TO RTVLineNum-RA
    START RTVFile KEY IS GREATER THAN OR EQUAL RTVLineKey-RA
       INVALID KEY SET EndOfRTVLines TO TRUE
    END-START
    IF NOT EndOfRTVLines
       READ RTVFile NEXT RECORD
          AT END SET EndOfRTVLines TO TRUE
       END-READ
    END-IF.

DispatchAuthorization.
*> Each copy still on the shelf is retired and its store's holding
*> of the format drops by one; a copy that has since gone out on
*> rental or been written off stays on the authorization undispatched.
    DISPLAY "Enter the RTV number - " WITH NO ADVANCING
    ACCEPT EnteredRTVNum
    MOVE ZEROS TO LinesDispatched LinesRefused
    MOVE "N" TO RTVLineFound
    PERFORM StartAtRTV
    PERFORM UNTIL EndOfRTVLines OR RTVNum-RA NOT EQUAL EnteredRTVNum
       SET RTVWasFound TO TRUE
       IF RTVAuthorized-RA
          PERFORM DispatchOneCopy
       END-IF
       READ RTVFile NEXT RECORD
          AT END SET EndOfRTVLines TO TRUE
       END-READ
    END-PERFORM
    IF NOT RTVWasFound
       DISPLAY "RTV " EnteredRTVNum " is not on file."
    ELSE
       DISPLAY LinesDispatched " cop(ies) dispatched on RTV "
               EnteredRTVNum ", " LinesRefused " held back."
       IF LinesDispatched > ZEROS
          DISPLAY "Put them on a vendor-return manifest with "
                  "Listing17-69."
       END-IF
    END-IF.

DispatchOneCopy.
    MOVE Barcode-RA TO Barcode-CP
    READ CopyMasterFile
       KEY IS Barcode-CP
       INVALID KEY CONTINUE
    END-READ
    IF NOT CopyMasterOk OR CopyIsRetired-CP OR CopyIsOut-CP
       ADD 1 TO LinesRefused
       DISPLAY "  HELD - copy " Barcode-RA " is no longer on the "
               "shelf."
       EXIT PARAGRAPH
    END-IF
    SET CopyIsRetired-CP TO TRUE
    SET CopyIsOut-CP TO TRUE
    REWRITE CopyMasterRec-CP
       INVALID KEY DISPLAY "-CP ERROR Status = " CopyMasterStatus
    END-REWRITE
    PERFORM RemoveCopyFromStock
    SET RTVDispatched-RA TO TRUE
    MOVE TodayDate TO DispatchedDate-RA
    MOVE ZEROS TO ManifestNum-RA
    REWRITE RTVLineRec-RA
       INVALID KEY DISPLAY "-RA ERROR Status = " RTVStatus
       NOT INVALID KEY ADD 1 TO LinesDispatched
    END-REWRITE.

RemoveCopyFromStock.
*> As Listing17-39 does for a lost copy: the store's holding of the
*> film in that format drops by one.
    MOVE "N" TO SlotFound
    MOVE ZEROS TO StoreCopyKey
    START StoreCopyFile KEY IS GREATER THAN OR EQUAL StoreCopyKey
       INVALID KEY SET EndOfStoreCopies TO TRUE
    END-START
    READ StoreCopyFile NEXT RECORD
       AT END SET EndOfStoreCopies TO TRUE
    END-READ
    PERFORM UNTIL EndOfStoreCopies OR StoreCopySlotFound
       IF StoreId-SC EQUAL StoreId-RA
          AND FilmId-SC EQUAL FilmId-RA
          AND FormatCode-SC EQUAL FormatCode-RA
          IF CopyCount-SC > ZERO
             SUBTRACT 1 FROM CopyCount-SC
          END-IF
          REWRITE StoreCopyRec
             INVALID KEY DISPLAY "-SC ERROR Status = " StoreCopyStatus
          END-REWRITE
          SET StoreCopySlotFound TO TRUE
       ELSE
          READ StoreCopyFile NEXT RECORD
             AT END SET EndOfStoreCopies TO TRUE
          END-READ
       END-IF
    END-PERFORM
    IF NOT StoreCopySlotFound
       DISPLAY "  NOTE - no store copy record for Film " FilmId-RA
               " at Store " StoreId-RA "."
    END-IF.

EnterCreditMemo.
*> The memo settles every dispatched line on the RTV; lines not yet
*> dispatched wait for a memo of their own.
    DISPLAY "Enter the Vendor Id - " WITH NO ADVANCING
    ACCEPT EnteredVendorId
    DISPLAY "Enter the vendor's credit memo number - "
            WITH NO ADVANCING
    ACCEPT EnteredMemoNum
    MOVE EnteredVendorId TO VendorId-CM
    MOVE EnteredMemoNum  TO CreditMemoNum-CM
    READ CreditMemoFile
       KEY IS CreditMemoKey-CM
       INVALID KEY CONTINUE
    END-READ
    IF CreditMemoOk
       DISPLAY "REFUSED - credit memo " EnteredMemoNum
               " is already on file for vendor " EnteredVendorId "."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter the RTV number it credits - " WITH NO ADVANCING
    ACCEPT EnteredRTVNum
    DISPLAY "Enter the amount credited - " WITH NO ADVANCING
    ACCEPT EnteredMemoAmount

    MOVE ZEROS TO ExpectedTotal LinesCredited
    MOVE "N" TO RTVLineFound RTVOtherVendor
    PERFORM StartAtRTV
    PERFORM UNTIL EndOfRTVLines OR RTVNum-RA NOT EQUAL EnteredRTVNum
       SET RTVWasFound TO TRUE
       IF VendorId-RA NOT EQUAL EnteredVendorId
          SET RTVBelongsElsewhere TO TRUE
       END-IF
       READ RTVFile NEXT RECORD
          AT END SET EndOfRTVLines TO TRUE
       END-READ
    END-PERFORM
    EVALUATE TRUE
       WHEN NOT RTVWasFound
          DISPLAY "REFUSED - RTV " EnteredRTVNum " is not on file."
          EXIT PARAGRAPH
       WHEN RTVBelongsElsewhere
          DISPLAY "REFUSED - RTV " EnteredRTVNum " was not raised "
                  "for vendor " EnteredVendorId "."
          EXIT PARAGRAPH
    END-EVALUATE

    PERFORM StartAtRTV
    PERFORM UNTIL EndOfRTVLines OR RTVNum-RA NOT EQUAL EnteredRTVNum
       IF RTVDispatched-RA
          PERFORM CreditOneLine
       END-IF
       READ RTVFile NEXT RECORD
          AT END SET EndOfRTVLines TO TRUE
       END-READ
    END-PERFORM
    IF LinesCredited EQUAL ZEROS
       DISPLAY "REFUSED - nothing dispatched on RTV " EnteredRTVNum
               " is waiting for a credit."
       EXIT PARAGRAPH
    END-IF
    PERFORM WriteCreditMemo.

CreditOneLine.
    SET RTVCredited-RA TO TRUE
    MOVE EnteredMemoNum TO CreditMemoNum-RA
    MOVE TodayDate      TO CreditedDate-RA
    REWRITE RTVLineRec-RA
       INVALID KEY DISPLAY "-RA ERROR Status = " RTVStatus
       NOT INVALID KEY
          ADD 1 TO LinesCredited
          ADD ExpectedCredit-RA TO ExpectedTotal
    END-REWRITE.

WriteCreditMemo.
    INITIALIZE CreditMemoRec-CM
    MOVE EnteredVendorId   TO VendorId-CM
    MOVE EnteredMemoNum    TO CreditMemoNum-CM
    MOVE EnteredRTVNum     TO RTVNum-CM
    MOVE TodayDate         TO MemoDate-CM
    MOVE EnteredMemoAmount TO MemoAmount-CM
    MOVE ExpectedTotal     TO ExpectedAmount-CM
    MOVE ZEROS             TO AppliedAmount-CM
    SET MemoOpen-CM TO TRUE
    WRITE CreditMemoRec-CM
       INVALID KEY DISPLAY "-CM ERROR Status = " CreditMemoStatus
    END-WRITE
    COMPUTE CreditDifference = EnteredMemoAmount - ExpectedTotal
    MOVE ExpectedTotal TO Amount-Ed
    DISPLAY "Credit memo " EnteredMemoNum " matched to RTV "
            EnteredRTVNum " - " LinesCredited " cop(ies) costing "
            Amount-Ed
    MOVE CreditDifference TO Difference-Ed
    EVALUATE TRUE
       WHEN CreditDifference < ZEROS
          DISPLAY "  SHORT CREDIT - " Difference-Ed
                  " below the cost of the copies returned."
       WHEN CreditDifference > ZEROS
          DISPLAY "  OVER CREDIT - " Difference-Ed
                  " above the cost of the copies returned."
       WHEN OTHER
          DISPLAY "  Credit agrees with the copies returned."
    END-EVALUATE
    DISPLAY "The Listing17-76 match run will offset it against the "
            "vendor's open invoices.".

AgingList.
    MOVE ZEROS TO RTVsOverdue OverdueTotal
    DISPLAY "====================================================="
            "=============="
    DISPLAY "   RETURN AUTHORIZATIONS WITHOUT CREDIT AFTER "
            CreditWaitDays " DAYS - " TodayDate
    DISPLAY "====================================================="
            "=============="
    DISPLAY "   RTV   Vendor  Raised       Days  Copies  Stage"
            "            Cost"
    MOVE ZEROS TO CurrentRTVNum CurrentRTVLines
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
       IF RTVNum-RA NOT EQUAL CurrentRTVNum
          IF CurrentRTVLines > ZEROS
             PERFORM AgeOneRTV
          END-IF
          MOVE RTVNum-RA     TO CurrentRTVNum
          MOVE VendorId-RA   TO CurrentRTVVendor
          MOVE RaisedDate-RA TO CurrentRTVRaised
          MOVE ZEROS TO CurrentRTVLines CurrentRTVAwaiting
                        CurrentRTVUnsent CurrentRTVExpected
       END-IF
       ADD 1 TO CurrentRTVLines
       IF RTVAwaitingCredit-RA
          ADD 1 TO CurrentRTVAwaiting
          ADD ExpectedCredit-RA TO CurrentRTVExpected
          IF RTVAuthorized-RA
             ADD 1 TO CurrentRTVUnsent
          END-IF
       END-IF
       READ RTVFile NEXT RECORD
          AT END SET EndOfRTVLines TO TRUE
       END-READ
    END-PERFORM
    IF CurrentRTVLines > ZEROS
       PERFORM AgeOneRTV
    END-IF
    DISPLAY "-----------------------------------------------------"
            "--------------"
    MOVE OverdueTotal TO Amount-Ed
    DISPLAY "   " RTVsOverdue " authorization(s) overdue, credit "
            "outstanding " Amount-Ed
    DISPLAY "====================================================="
            "==============".

AgeOneRTV.
    IF CurrentRTVAwaiting EQUAL ZEROS
       EXIT PARAGRAPH
    END-IF
    COMPUTE RTVAgeDays = FUNCTION INTEGER-OF-DATE(TodayDate)
                       - FUNCTION INTEGER-OF-DATE(CurrentRTVRaised)
    IF RTVAgeDays NOT > CreditWaitDays
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO RTVsOverdue
    ADD CurrentRTVExpected TO OverdueTotal
    EVALUATE TRUE
       WHEN CurrentRTVUnsent EQUAL CurrentRTVAwaiting
          MOVE "not dispatched" TO RTVStage
       WHEN CurrentRTVUnsent > ZEROS
          MOVE "part sent"      TO RTVStage
       WHEN OTHER
          MOVE "dispatched"     TO RTVStage
    END-EVALUATE
    MOVE CurrentRTVRaised   TO Date-Ed
    MOVE RTVAgeDays         TO Days-Ed
    MOVE CurrentRTVExpected TO Amount-Ed
    DISPLAY "  " CurrentRTVNum "  " CurrentRTVVendor "  " Date-Ed
            " " Days-Ed "    " CurrentRTVAwaiting "   " RTVStage
            Amount-Ed.

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
PROGRAM-ID. AuditLogFileEvent IS INITIAL.
AUTHOR. Michael Coughlan.
*> Appends one line per file OPEN/CLOSE to a single shared audit log,
*> so the log accumulates a cross-program trail of file activity no
*> matter which of the rental-system programs actually ran. Nothing
*> is logged from a training session.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AuditLogFile ASSIGN TO "RentalSystemAudit.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS AuditLogStatus.

DATA DIVISION.
FILE SECTION.
FD  AuditLogFile.
01  AuditLogRec            PIC X(110).

WORKING-STORAGE SECTION.
01  AuditLogStatus         PIC XX.
01  AuditTimestamp         PIC X(21).
01  TrainingState          PIC X.
    88  TrainingModeOn       VALUE "Y".
01  TrainingFileName       PIC X(40) VALUE SPACES.

LINKAGE SECTION.
01  ProgramName-IO         PIC X(12).
01  FileName-IO            PIC X(12).
01  OperationCode-IO       PIC X.
    88  FileOpenEvent        VALUE "O".
    88  FileCloseEvent       VALUE "C".
01  EventFileStatus-IO     PIC XX.
01  OperatorId-IO          PIC 9(4).

PROCEDURE DIVISION USING ProgramName-IO, FileName-IO, OperationCode-IO,
                          EventFileStatus-IO, OperatorId-IO.
Begin.
   CALL "TrainingMode" USING "Q", TrainingState, TrainingFileName
   IF TrainingModeOn
      EXIT PROGRAM
   END-IF
   MOVE FUNCTION CURRENT-DATE TO AuditTimestamp
   OPEN EXTEND AuditLogFile
   IF AuditLogStatus EQUAL "35"
      OPEN OUTPUT AuditLogFile
   END-IF

   MOVE SPACES TO AuditLogRec
   EVALUATE TRUE
      WHEN FileOpenEvent
         STRING ProgramName-IO DELIMITED BY SPACE
                " OPEN  " DELIMITED BY SIZE
                FileName-IO DELIMITED BY SPACE
                " status " DELIMITED BY SIZE
                EventFileStatus-IO DELIMITED BY SIZE
                " operator " DELIMITED BY SIZE
                OperatorId-IO DELIMITED BY SIZE
                " at " DELIMITED BY SIZE
                AuditTimestamp DELIMITED BY SIZE
                INTO AuditLogRec
      WHEN FileCloseEvent
         STRING ProgramName-IO DELIMITED BY SPACE
                " CLOSE " DELIMITED BY SIZE
                FileName-IO DELIMITED BY SPACE
                " status " DELIMITED BY SIZE
                EventFileStatus-IO DELIMITED BY SIZE
                " operator " DELIMITED BY SIZE
                OperatorId-IO DELIMITED BY SIZE
                " at " DELIMITED BY SIZE
                AuditTimestamp DELIMITED BY SIZE
                INTO AuditLogRec
      WHEN OTHER
         STRING ProgramName-IO DELIMITED BY SPACE
                " UNKNOWN-OP " DELIMITED BY SIZE
                FileName-IO DELIMITED BY SPACE
                " at " DELIMITED BY SIZE
                AuditTimestamp DELIMITED BY SIZE
                INTO AuditLogRec
   END-EVALUATE
   WRITE AuditLogRec
   CLOSE AuditLogFile
   EXIT PROGRAM.
END PROGRAM AuditLogFileEvent.

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
