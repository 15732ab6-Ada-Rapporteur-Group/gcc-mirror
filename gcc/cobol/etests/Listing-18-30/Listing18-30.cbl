IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-30.
AUTHOR. Michael Coughlan.
*> Accounts payable. Listing17-76 three-way matches the distributors'
*> invoices and Listing18-5 works out what the studios are owed, but
*> paying either was a checkbook job nobody could reconcile. Here
*> the payables open-items file is built from every invoice whose
*> lines have all passed the match and from each studio's monthly
*> royalty statement, each item due on the payee's net days - the
*> vendor master's PaymentNetDays-VN, or the studio master's terms.
*> An item can be put on hold (a dispute, a missing credit note) and
*> released later. The payment run takes every open item due by the
*> pay-through date, writes one check per payee - numbered from a
*> counter file the way refunds are - prints the check register and
*> a remittance advice for each payee, and marks the items paid.
*> Listing17-45 posts the invoices as they come onto the file
*> against accounts payable and the checks out of the bank. The
*> aged payables report shows what is overdue and what is coming
*> due.
*> An invoice is taken up net of any return-to-vendor credit the
*> match run has offset against its lines.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   SELECT APItemFile ASSIGN TO "Listing18-30APItems.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS APItemKey-PI
        FILE STATUS IS APItemStatus.

   SELECT VendorFile ASSIGN TO "Listing17-76Vendors.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VendorId-VN
        FILE STATUS IS VendorStatus.

   SELECT InvoiceFile ASSIGN TO "Listing17-76Invoices.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS InvoiceKey-VI
        FILE STATUS IS InvoiceStatus.

   SELECT StudioFile ASSIGN TO "Listing18-5Studios.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS StudioId-ST
        FILE STATUS IS StudioStatus.

    SELECT StudioRoyaltyFile ASSIGN TO "Listing18-5StudioRoyalty.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS StudioRoyaltyStatus.

    SELECT CheckNumFile ASSIGN TO "Listing18-30CheckNum.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CheckNumStatus.

DATA DIVISION.
FILE SECTION.
FD APItemFile.
01 APItemRec-PI.
   COPY APItemRec.

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

FD InvoiceFile.
01 InvoiceLineRec-VI.
   88 EndOfInvoices  VALUE HIGH-VALUES.
   02 InvoiceKey-VI.
      03 VendorId-VI        PIC 9(5).
      03 InvoiceNum-VI      PIC X(10).
      03 InvLineNum-VI      PIC 9(3).
   02 InvoiceDate-VI        PIC 9(8).
   02 PONum-VI              PIC 9(6).
   02 POLineNum-VI          PIC 9(3).
   02 BilledQty-VI          PIC 9(3).
   02 UnitCost-VI           PIC 9(3)V99.
   02 MatchStatus-VI        PIC X.
      88 InvLineUnmatched-VI  VALUE "U".
      88 InvLineApproved-VI   VALUE "A".
      88 InvLineRejected-VI   VALUE "R".
   02 CreditOffset-VI       PIC 9(5)V99.
   02 CreditMemoNum-VI      PIC X(10).

FD StudioFile.
01 StudioRec-ST.
   02 StudioId-ST           PIC 9(4).
   02 StudioName-ST         PIC X(25).
   02 SharePct-ST           PIC 99.
   02 PaymentNetDays-ST     PIC 9(3).

FD StudioRoyaltyFile.
01 StudioRoyaltyRec.
   02 RoyaltyPeriod-SY      PIC 9(6).
   02 StudioId-SY           PIC 9(4).
   02 RoyaltyAmount-SY      PIC 9(7)V99.

FD CheckNumFile.
01 CheckNumRec              PIC 9(7).

WORKING-STORAGE SECTION.
01 APItemStatus             PIC XX.
   88 APItemOk   VALUE "02", "00".
01 VendorStatus             PIC XX.
   88 VendorOk   VALUE "02", "00".
01 InvoiceStatus            PIC XX.
01 StudioStatus             PIC XX.
   88 StudioOk   VALUE "02", "00".
01 StudioRoyaltyStatus      PIC XX.
   88 EndOfStudioRoyalty      VALUE "10".
01 CheckNumStatus           PIC XX.

01 MenuChoice                PIC 9.
   88 MenuBuildItems          VALUE 1.
   88 MenuHoldRelease         VALUE 2.
   88 MenuPaymentRun          VALUE 3.
   88 MenuAgedPayables        VALUE 4.
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

*> Studios keyed before their terms were on the master pay at this.
01 DefaultStudioNetDays       PIC 9(3) VALUE 30.
01 PayeeNetDays               PIC 9(3) VALUE ZEROS.
01 PayeeName                  PIC X(25).
01 LookupPayee.
   02 LookupPayeeType         PIC X.
      88 LookupIsVendor         VALUE "V".
   02 LookupPayeeId           PIC 9(5).

*> Building items from the invoice file - one invoice's lines are
*> consecutive on the key, so each is totalled as the key changes.
01 CurrentInvoice.
   02 CurrentInvVendorId      PIC 9(5).
   02 CurrentInvoiceNum       PIC X(10).
01 LineInvoice.
   02 LineInvVendorId         PIC 9(5).
   02 LineInvoiceNum          PIC X(10).
01 CurrentInvDate             PIC 9(8).
01 CurrentInvTotal            PIC 9(7)V99.
01 CurrentInvLines            PIC 9(3).
01 InvoiceMatchState          PIC X VALUE "Y".
   88 InvoiceFullyApproved      VALUE "Y".
01 InvoicesAdded              PIC 9(5) VALUE ZEROS.
01 InvoicesWaiting            PIC 9(5) VALUE ZEROS.
01 RoyaltiesAdded             PIC 9(5) VALUE ZEROS.
01 RoyaltiesRevised           PIC 9(5) VALUE ZEROS.

*> The newest statement line per studio and month.
01 RoyaltyStatementTable.
   02 RoyaltyStmtCount        PIC 9(3) VALUE ZEROS.
   02 RoyaltyStmtEntry OCCURS 200 TIMES INDEXED BY RsIdx.
      03 StmtPeriod           PIC 9(6).
      03 StmtStudioId         PIC 9(4).
      03 StmtAmount           PIC 9(7)V99.
01 RoyaltyStmtFound          PIC X VALUE "N".
   88 RoyaltyStmtEntryFound    VALUE "Y".
01 RoyaltyRef.
   02 FILLER                  PIC XX VALUE "RY".
   02 RoyaltyRefPeriod        PIC 9(6).
   02 FILLER                  PIC XX VALUE SPACES.
01 PeriodMonthStart.
   02 PeriodYear              PIC 9(4).
   02 PeriodMonth             PIC 99.
   02 PeriodDay               PIC 99.
01 PeriodNextMonthDate REDEFINES PeriodMonthStart PIC 9(8).
01 PeriodEndDate              PIC 9(8).

*> Hold and release.
01 EnteredPayeeType           PIC X.
01 EnteredPayeeId             PIC 9(5).
01 EnteredPayeeRef            PIC X(10).

*> Payment run.
01 PayThroughDate             PIC 9(8) VALUE ZEROS.
01 PayConfirm                 PIC X.
   88 PaymentConfirmed          VALUE "Y", "y".
01 NextCheckNum               PIC 9(7) VALUE ZEROS.
01 ItemsSelected              PIC 9(5) VALUE ZEROS.
01 SelectedTotal              PIC 9(9)V99 VALUE ZEROS.
01 CurrentPayee.
   02 CurrentPayeeType        PIC X.
   02 CurrentPayeeId          PIC 9(5).
01 ItemPayee.
   02 ItemPayeeType           PIC X.
   02 ItemPayeeId             PIC 9(5).
01 CheckTotal                 PIC 9(7)V99 VALUE ZEROS.
01 CheckItemCount             PIC 9(3) VALUE ZEROS.
01 RemittanceTable.
   02 RemitEntry OCCURS 50 TIMES INDEXED BY RmIdx.
      03 RemitRef             PIC X(10).
      03 RemitItemDate        PIC 9(8).
      03 RemitAmount          PIC 9(7)V99.
01 CheckRegisterTable.
   02 CheckRegCount           PIC 9(3) VALUE ZEROS.
   02 CheckRegEntry OCCURS 200 TIMES INDEXED BY CrIdx.
      03 RegCheckNum          PIC 9(7).
      03 RegPayeeType         PIC X.
      03 RegPayeeId           PIC 9(5).
      03 RegPayeeName         PIC X(25).
      03 RegAmount            PIC 9(7)V99.
01 RunTotal                   PIC 9(9)V99 VALUE ZEROS.

*> Aged payables.
01 DaysToDue                  PIC S9(5) VALUE ZEROS.
01 AgedBuckets.
   02 AgedOverdue             PIC 9(9)V99.
   02 AgedDueWeek             PIC 9(9)V99.
   02 AgedDueMonth            PIC 9(9)V99.
   02 AgedDueTwoMonths        PIC 9(9)V99.
   02 AgedDueLater            PIC 9(9)V99.
   02 AgedHeld                PIC 9(9)V99.
01 AgedBucketName             PIC X(12).
01 HeldFlag                   PIC X(6).

01 Amount-Ed                  PIC $$$,$$$,$$9.99.
01 Date-Ed                    PIC 9999/99/99.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing18-30", "InvoiceFile ",
          InvoiceLineRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-30", "StudioFile  ",
          StudioRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    CALL "OperatorSignOnCheck" USING "Listing18-30", "S",
                                     OperatorId, SignOnResult
    CALL "SignOnRole" USING "Q", OperatorId, OperatorRole
    IF OperatorSignedOn
       OPEN I-O APItemFile
       IF APItemStatus EQUAL "35"
          CLOSE APItemFile
          OPEN OUTPUT APItemFile
          CLOSE APItemFile
          OPEN I-O APItemFile
       END-IF
       CALL "AuditLogFileEvent" USING "Listing18-30", "APItemFile  ", "O", APItemStatus, OperatorId
       OPEN INPUT VendorFile
       OPEN INPUT StudioFile
       PERFORM MainMenu UNTIL MenuExit
       CLOSE APItemFile
       CALL "AuditLogFileEvent" USING "Listing18-30", "APItemFile  ", "C", APItemStatus, OperatorId
       CLOSE VendorFile
       CLOSE StudioFile
    ELSE
       DISPLAY "Access denied - sign-on was not accepted."
    END-IF
    STOP RUN.

MainMenu.
    DISPLAY SPACES
    DISPLAY "*** Accounts Payable ***"
    DISPLAY "1 = Take up matched invoices and royalty statements"
    DISPLAY "2 = Hold or release an item"
    DISPLAY "3 = Payment run"
    DISPLAY "4 = Aged payables report"
    DISPLAY "9 = Exit"
    DISPLAY "Enter your choice - " WITH NO ADVANCING
    ACCEPT MenuChoice
    PERFORM CheckMenuPermission
    IF MenuRefused
       EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
       WHEN MenuBuildItems    PERFORM BuildOpenItems
       WHEN MenuHoldRelease   PERFORM HoldOrReleaseItem
       WHEN MenuPaymentRun    PERFORM PaymentRun
       WHEN MenuAgedPayables  PERFORM AgedPayablesReport
       WHEN MenuExit           CONTINUE
       WHEN OTHER              DISPLAY "Please enter 1 to 4 or 9"
    END-EVALUATE.

CheckMenuPermission.
*> Every choice defaults to the supervisor role the sign-on asks for;
*> the Listing17-51 permission table can narrow any one of them, so
*> the payment run can be kept from supervisors who build the items.
    MOVE SPACES TO MenuFunction
    MOVE ZERO TO MenuPermission
    EVALUATE TRUE
       WHEN MenuBuildItems
          MOVE "BUILD" TO MenuFunction
          MOVE "S" TO MenuRole
       WHEN MenuHoldRelease
          MOVE "HOLDREL" TO MenuFunction
          MOVE "S" TO MenuRole
       WHEN MenuPaymentRun
          MOVE "PAYRUN" TO MenuFunction
          MOVE "S" TO MenuRole
       WHEN MenuAgedPayables
          MOVE "AGED" TO MenuFunction
          MOVE "S" TO MenuRole
    END-EVALUATE
    IF MenuFunction NOT EQUAL SPACES
       CALL "CheckPermission" USING "Listing18-30", MenuFunction, OperatorId,
                                    OperatorRole, MenuRole, MenuPermission
       IF MenuRefused
          DISPLAY "Operator " OperatorId " is not permitted to use "
                  "that function."
       END-IF
    END-IF.

BuildOpenItems.
    MOVE ZEROS TO InvoicesAdded InvoicesWaiting
                  RoyaltiesAdded RoyaltiesRevised
    PERFORM TakeUpMatchedInvoices
    PERFORM TakeUpRoyaltyStatements
    DISPLAY "Invoices taken up " InvoicesAdded
            "  still waiting on the match " InvoicesWaiting
    DISPLAY "Royalty statements taken up " RoyaltiesAdded
            "  revised by a rerun " RoyaltiesRevised.

TakeUpMatchedInvoices.
*> Only an invoice whose every line the match approved is owed; one
*> rejected or unmatched line holds the whole invoice back.
    OPEN INPUT InvoiceFile
    IF InvoiceStatus NOT EQUAL "00"
       CLOSE InvoiceFile
       EXIT PARAGRAPH
    END-IF
    MOVE LOW-VALUES TO CurrentInvoice
    MOVE ZEROS TO CurrentInvLines
    READ InvoiceFile NEXT RECORD
       AT END SET EndOfInvoices TO TRUE
    END-READ
    PERFORM UNTIL EndOfInvoices
       MOVE VendorId-VI   TO LineInvVendorId
       MOVE InvoiceNum-VI TO LineInvoiceNum
       IF LineInvoice NOT EQUAL CurrentInvoice
          IF CurrentInvLines > ZEROS
             PERFORM FinishInvoice
          END-IF
          MOVE LineInvoice TO CurrentInvoice
          MOVE InvoiceDate-VI TO CurrentInvDate
          MOVE ZEROS TO CurrentInvTotal CurrentInvLines
          MOVE "Y" TO InvoiceMatchState
       END-IF
       ADD 1 TO CurrentInvLines
       COMPUTE CurrentInvTotal = CurrentInvTotal
                               + (BilledQty-VI * UnitCost-VI)
                               - CreditOffset-VI
       IF NOT InvLineApproved-VI
          MOVE "N" TO InvoiceMatchState
       END-IF
       READ InvoiceFile NEXT RECORD
          AT END SET EndOfInvoices TO TRUE
       END-READ
    END-PERFORM
    IF CurrentInvLines > ZEROS
       PERFORM FinishInvoice
    END-IF
    CLOSE InvoiceFile.

FinishInvoice.
    INITIALIZE APItemRec-PI
    SET PayeeIsVendor-PI TO TRUE
    MOVE CurrentInvVendorId TO PayeeId-PI
    MOVE CurrentInvoiceNum  TO PayeeRef-PI
    READ APItemFile
       KEY IS APItemKey-PI
       INVALID KEY CONTINUE
    END-READ
    IF APItemOk
       EXIT PARAGRAPH
    END-IF
    IF NOT InvoiceFullyApproved
       ADD 1 TO InvoicesWaiting
       EXIT PARAGRAPH
    END-IF
    MOVE CurrentInvVendorId TO VendorId-VN
    READ VendorFile
       KEY IS VendorId-VN
       INVALID KEY MOVE ZEROS TO PaymentNetDays-VN
    END-READ
    MOVE PaymentNetDays-VN TO PayeeNetDays
    INITIALIZE APItemRec-PI
    SET PayeeIsVendor-PI TO TRUE
    MOVE CurrentInvVendorId TO PayeeId-PI
    MOVE CurrentInvoiceNum  TO PayeeRef-PI
    MOVE CurrentInvDate     TO APItemDate-PI
    COMPUTE APDueDate-PI = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE(CurrentInvDate) + PayeeNetDays)
    MOVE CurrentInvTotal    TO APItemAmount-PI
    SET APItemOpen-PI TO TRUE
    MOVE ZEROS TO APPaidDate-PI APCheckNum-PI
    WRITE APItemRec-PI
       INVALID KEY DISPLAY "-PI ERROR Status = " APItemStatus
       NOT INVALID KEY ADD 1 TO InvoicesAdded
    END-WRITE.

TakeUpRoyaltyStatements.
    MOVE ZEROS TO RoyaltyStmtCount
    OPEN INPUT StudioRoyaltyFile
    IF StudioRoyaltyStatus NOT EQUAL "00"
       CLOSE StudioRoyaltyFile
       EXIT PARAGRAPH
    END-IF
    READ StudioRoyaltyFile
       AT END SET EndOfStudioRoyalty TO TRUE
    END-READ
    PERFORM UNTIL EndOfStudioRoyalty
       PERFORM KeepNewestStatement
       READ StudioRoyaltyFile
          AT END SET EndOfStudioRoyalty TO TRUE
       END-READ
    END-PERFORM
    CLOSE StudioRoyaltyFile
    PERFORM VARYING RsIdx FROM 1 BY 1 UNTIL RsIdx > RoyaltyStmtCount
       PERFORM TakeUpOneStatement
    END-PERFORM.

KeepNewestStatement.
    MOVE "N" TO RoyaltyStmtFound
    PERFORM VARYING RsIdx FROM 1 BY 1 UNTIL RsIdx > RoyaltyStmtCount
       IF StmtPeriod(RsIdx) EQUAL RoyaltyPeriod-SY
          AND StmtStudioId(RsIdx) EQUAL StudioId-SY
          SET RoyaltyStmtEntryFound TO TRUE
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF NOT RoyaltyStmtEntryFound
       IF RoyaltyStmtCount < 200
          ADD 1 TO RoyaltyStmtCount
          SET RsIdx TO RoyaltyStmtCount
          MOVE RoyaltyPeriod-SY TO StmtPeriod(RsIdx)
          MOVE StudioId-SY      TO StmtStudioId(RsIdx)
       ELSE
          EXIT PARAGRAPH
       END-IF
    END-IF
    MOVE RoyaltyAmount-SY TO StmtAmount(RsIdx).

TakeUpOneStatement.
*> A month rerun before the studio is paid revises the open item; once
*> the check has gone the statement is history.
    MOVE StmtPeriod(RsIdx) TO RoyaltyRefPeriod
    INITIALIZE APItemRec-PI
    SET PayeeIsStudio-PI TO TRUE
    MOVE StmtStudioId(RsIdx) TO PayeeId-PI
    MOVE RoyaltyRef          TO PayeeRef-PI
    READ APItemFile
       KEY IS APItemKey-PI
       INVALID KEY CONTINUE
    END-READ
    IF APItemOk
       IF NOT APItemPaid-PI
          AND APItemAmount-PI NOT EQUAL StmtAmount(RsIdx)
          MOVE StmtAmount(RsIdx) TO APItemAmount-PI
          REWRITE APItemRec-PI
             INVALID KEY DISPLAY "-PI ERROR Status = " APItemStatus
             NOT INVALID KEY ADD 1 TO RoyaltiesRevised
          END-REWRITE
       END-IF
       EXIT PARAGRAPH
    END-IF
*> The statement is dated the last day of its month.
    MOVE StmtPeriod(RsIdx) TO PeriodMonthStart(1:6)
    MOVE 1 TO PeriodDay
    IF PeriodMonth EQUAL 12
       ADD 1 TO PeriodYear
       MOVE 1 TO PeriodMonth
    ELSE
       ADD 1 TO PeriodMonth
    END-IF
    COMPUTE PeriodEndDate = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE(PeriodNextMonthDate) - 1)
    MOVE StmtStudioId(RsIdx) TO StudioId-ST
    READ StudioFile
       KEY IS StudioId-ST
       INVALID KEY MOVE ZEROS TO PaymentNetDays-ST
    END-READ
    IF StudioOk AND PaymentNetDays-ST NUMERIC
       AND PaymentNetDays-ST > ZEROS
       MOVE PaymentNetDays-ST TO PayeeNetDays
    ELSE
       MOVE DefaultStudioNetDays TO PayeeNetDays
    END-IF
    INITIALIZE APItemRec-PI
    SET PayeeIsStudio-PI TO TRUE
    MOVE StmtStudioId(RsIdx) TO PayeeId-PI
    MOVE RoyaltyRef          TO PayeeRef-PI
    MOVE PeriodEndDate       TO APItemDate-PI
    COMPUTE APDueDate-PI = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE(PeriodEndDate) + PayeeNetDays)
    MOVE StmtAmount(RsIdx)   TO APItemAmount-PI
    SET APItemOpen-PI TO TRUE
    MOVE ZEROS TO APPaidDate-PI APCheckNum-PI
    WRITE APItemRec-PI
       INVALID KEY DISPLAY "-PI ERROR Status = " APItemStatus
       NOT INVALID KEY ADD 1 TO RoyaltiesAdded
    END-WRITE.

HoldOrReleaseItem.
    DISPLAY "V = vendor, S = studio - " WITH NO ADVANCING
    ACCEPT EnteredPayeeType
    MOVE FUNCTION UPPER-CASE(EnteredPayeeType) TO EnteredPayeeType
    DISPLAY "Enter the Vendor or Studio Id - " WITH NO ADVANCING
    ACCEPT EnteredPayeeId
    DISPLAY "Enter the invoice number (RYyyyymm for a royalty) - "
            WITH NO ADVANCING
    ACCEPT EnteredPayeeRef
    MOVE EnteredPayeeType TO PayeeType-PI
    MOVE EnteredPayeeId   TO PayeeId-PI
    MOVE EnteredPayeeRef  TO PayeeRef-PI
    READ APItemFile
       KEY IS APItemKey-PI
       INVALID KEY
          DISPLAY "No such payables item."
          EXIT PARAGRAPH
    END-READ
    EVALUATE TRUE
       WHEN APItemPaid-PI
          DISPLAY "REFUSED - item was paid on check " APCheckNum-PI
                  "."
          EXIT PARAGRAPH
       WHEN APItemHeld-PI
          SET APItemOpen-PI TO TRUE
       WHEN OTHER
          SET APItemHeld-PI TO TRUE
    END-EVALUATE
    REWRITE APItemRec-PI
       INVALID KEY DISPLAY "-PI ERROR Status = " APItemStatus
       NOT INVALID KEY
          IF APItemHeld-PI
             DISPLAY "Item " PayeeRef-PI " is on hold - the payment "
                     "run will pass it by."
          ELSE
             DISPLAY "Item " PayeeRef-PI " released for payment."
          END-IF
    END-REWRITE.

LookUpPayeeName.
*> Takes the payee from LookupPayee, leaving the item record alone.
    MOVE SPACES TO PayeeName
    IF LookupIsVendor
       MOVE LookupPayeeId TO VendorId-VN
       READ VendorFile
          KEY IS VendorId-VN
          INVALID KEY MOVE "(unknown vendor)" TO PayeeName
          NOT INVALID KEY MOVE VendorName-VN TO PayeeName
       END-READ
    ELSE
       MOVE LookupPayeeId TO StudioId-ST
       READ StudioFile
          KEY IS StudioId-ST
          INVALID KEY MOVE "(unknown studio)" TO PayeeName
          NOT INVALID KEY MOVE StudioName-ST TO PayeeName
       END-READ
    END-IF.

StartAtFirstItem.
    MOVE LOW-VALUES TO APItemKey-PI
    START APItemFile KEY IS GREATER THAN APItemKey-PI
       INVALID KEY SET EndOfAPItems TO TRUE
    END-START
    IF NOT EndOfAPItems
       READ APItemFile NEXT RECORD
          AT END SET EndOfAPItems TO TRUE
       END-READ
    END-IF.

PaymentRun.
    DISPLAY "Pay items due on or before (YYYYMMDD, 0 = today) - "
            WITH NO ADVANCING
    ACCEPT PayThroughDate
    IF PayThroughDate EQUAL ZEROS
       MOVE TodayDate TO PayThroughDate
    END-IF
*> A first pass shows what the run would pay before any check is
*> numbered.
    MOVE ZEROS TO ItemsSelected SelectedTotal
    PERFORM StartAtFirstItem
    PERFORM UNTIL EndOfAPItems
       IF APItemOpen-PI AND APDueDate-PI NOT > PayThroughDate
          ADD 1 TO ItemsSelected
          ADD APItemAmount-PI TO SelectedTotal
       END-IF
       READ APItemFile NEXT RECORD
          AT END SET EndOfAPItems TO TRUE
       END-READ
    END-PERFORM
    IF ItemsSelected EQUAL ZEROS
       DISPLAY "Nothing open falls due by " PayThroughDate "."
       EXIT PARAGRAPH
    END-IF
    MOVE SelectedTotal TO Amount-Ed
    DISPLAY ItemsSelected " item(s) due, totalling " Amount-Ed
    DISPLAY "Write the checks? (Y/N) - " WITH NO ADVANCING
    ACCEPT PayConfirm
    IF NOT PaymentConfirmed
       DISPLAY "Payment run abandoned - nothing paid."
       EXIT PARAGRAPH
    END-IF
    PERFORM LoadCheckNum
    MOVE ZEROS TO CheckRegCount RunTotal CheckItemCount
    MOVE LOW-VALUES TO CurrentPayee
    PERFORM StartAtFirstItem
    PERFORM UNTIL EndOfAPItems
       IF APItemOpen-PI AND APDueDate-PI NOT > PayThroughDate
          PERFORM PayOneItem
       END-IF
       READ APItemFile NEXT RECORD
          AT END SET EndOfAPItems TO TRUE
       END-READ
    END-PERFORM
    IF CheckItemCount > ZEROS
       PERFORM FinishCheck
    END-IF
    PERFORM SaveCheckNum
    PERFORM PrintCheckRegister.

PayOneItem.
*> Items come off the file in payee order, so a change of payee
*> closes the check before and starts the next. A payee whose items
*> overrun the remittance advice gets a further check.
    MOVE PayeeType-PI TO ItemPayeeType
    MOVE PayeeId-PI   TO ItemPayeeId
    IF ItemPayee NOT EQUAL CurrentPayee OR CheckItemCount >= 50
       IF CheckItemCount > ZEROS
          PERFORM FinishCheck
       END-IF
       MOVE ItemPayee TO CurrentPayee
       ADD 1 TO NextCheckNum
       MOVE ZEROS TO CheckTotal CheckItemCount
    END-IF
    SET APItemPaid-PI TO TRUE
    MOVE TodayDate    TO APPaidDate-PI
    MOVE NextCheckNum TO APCheckNum-PI
    REWRITE APItemRec-PI
       INVALID KEY
          DISPLAY "-PI ERROR Status = " APItemStatus
          EXIT PARAGRAPH
    END-REWRITE
    ADD 1 TO CheckItemCount
    SET RmIdx TO CheckItemCount
    MOVE PayeeRef-PI     TO RemitRef(RmIdx)
    MOVE APItemDate-PI   TO RemitItemDate(RmIdx)
    MOVE APItemAmount-PI TO RemitAmount(RmIdx)
    ADD APItemAmount-PI TO CheckTotal.

FinishCheck.
    MOVE CurrentPayee TO LookupPayee
    PERFORM LookUpPayeeName
    PERFORM PrintRemittanceAdvice
    IF CheckRegCount < 200
       ADD 1 TO CheckRegCount
       SET CrIdx TO CheckRegCount
       MOVE NextCheckNum     TO RegCheckNum(CrIdx)
       MOVE CurrentPayeeType TO RegPayeeType(CrIdx)
       MOVE CurrentPayeeId   TO RegPayeeId(CrIdx)
       MOVE PayeeName        TO RegPayeeName(CrIdx)
       MOVE CheckTotal       TO RegAmount(CrIdx)
    END-IF
    ADD CheckTotal TO RunTotal
    MOVE ZEROS TO CheckItemCount.

PrintRemittanceAdvice.
    DISPLAY "====================================================="
    DISPLAY "   REMITTANCE ADVICE - check " NextCheckNum
            "  dated " TodayDate
    DISPLAY "   To " PayeeName " (" CurrentPayeeType CurrentPayeeId
            ")"
    DISPLAY "   Reference    Dated          Amount"
    PERFORM VARYING RmIdx FROM 1 BY 1 UNTIL RmIdx > CheckItemCount
       MOVE RemitItemDate(RmIdx) TO Date-Ed
       MOVE RemitAmount(RmIdx)   TO Amount-Ed
       DISPLAY "   " RemitRef(RmIdx) "   " Date-Ed " " Amount-Ed
    END-PERFORM
    MOVE CheckTotal TO Amount-Ed
    DISPLAY "   CHECK TOTAL               " Amount-Ed
    DISPLAY "=====================================================".

PrintCheckRegister.
    DISPLAY "====================================================="
    DISPLAY "   CHECK REGISTER - " TodayDate
            "  items due by " PayThroughDate
    DISPLAY "====================================================="
    PERFORM VARYING CrIdx FROM 1 BY 1 UNTIL CrIdx > CheckRegCount
       MOVE RegAmount(CrIdx) TO Amount-Ed
       DISPLAY "  " RegCheckNum(CrIdx) "  " RegPayeeType(CrIdx)
               RegPayeeId(CrIdx) " " RegPayeeName(CrIdx)
               " " Amount-Ed
    END-PERFORM
    MOVE RunTotal TO Amount-Ed
    DISPLAY "  " CheckRegCount " check(s) written, total " Amount-Ed
    DISPLAY "=====================================================".

LoadCheckNum.
    MOVE ZEROS TO NextCheckNum
    OPEN INPUT CheckNumFile
    IF CheckNumStatus EQUAL "00"
       READ CheckNumFile
          AT END CONTINUE
          NOT AT END MOVE CheckNumRec TO NextCheckNum
       END-READ
       CLOSE CheckNumFile
    ELSE
       CLOSE CheckNumFile
    END-IF.

SaveCheckNum.
    OPEN OUTPUT CheckNumFile
    MOVE NextCheckNum TO CheckNumRec
    WRITE CheckNumRec
    CLOSE CheckNumFile.

AgedPayablesReport.
*> Everything not yet paid, by how soon it falls due; held items are
*> listed and counted apart, since the run will not pay them.
    INITIALIZE AgedBuckets
    DISPLAY "====================================================="
    DISPLAY "   AGED PAYABLES as at " TodayDate
    DISPLAY "====================================================="
    PERFORM StartAtFirstItem
    PERFORM UNTIL EndOfAPItems
       IF NOT APItemPaid-PI
          PERFORM AgeOneItem
       END-IF
       READ APItemFile NEXT RECORD
          AT END SET EndOfAPItems TO TRUE
       END-READ
    END-PERFORM
    DISPLAY "-----------------------------------------------------"
    MOVE AgedOverdue TO Amount-Ed
    DISPLAY "  Overdue             " Amount-Ed
    MOVE AgedDueWeek TO Amount-Ed
    DISPLAY "  Due within 7 days   " Amount-Ed
    MOVE AgedDueMonth TO Amount-Ed
    DISPLAY "  Due in 8-30 days    " Amount-Ed
    MOVE AgedDueTwoMonths TO Amount-Ed
    DISPLAY "  Due in 31-60 days   " Amount-Ed
    MOVE AgedDueLater TO Amount-Ed
    DISPLAY "  Due after 60 days   " Amount-Ed
    MOVE AgedHeld TO Amount-Ed
    DISPLAY "  (of which on hold)  " Amount-Ed
    DISPLAY "=====================================================".

AgeOneItem.
    COMPUTE DaysToDue = FUNCTION INTEGER-OF-DATE(APDueDate-PI)
                      - FUNCTION INTEGER-OF-DATE(TodayDate)
    EVALUATE TRUE
       WHEN DaysToDue < 0
          ADD APItemAmount-PI TO AgedOverdue
          MOVE "OVERDUE" TO AgedBucketName
       WHEN DaysToDue NOT > 7
          ADD APItemAmount-PI TO AgedDueWeek
          MOVE "0-7 days" TO AgedBucketName
       WHEN DaysToDue NOT > 30
          ADD APItemAmount-PI TO AgedDueMonth
          MOVE "8-30 days" TO AgedBucketName
       WHEN DaysToDue NOT > 60
          ADD APItemAmount-PI TO AgedDueTwoMonths
          MOVE "31-60 days" TO AgedBucketName
       WHEN OTHER
          ADD APItemAmount-PI TO AgedDueLater
          MOVE "over 60" TO AgedBucketName
    END-EVALUATE
    MOVE SPACES TO HeldFlag
    IF APItemHeld-PI
       ADD APItemAmount-PI TO AgedHeld
       MOVE "HELD" TO HeldFlag
    END-IF
    MOVE PayeeType-PI TO LookupPayeeType
    MOVE PayeeId-PI   TO LookupPayeeId
    PERFORM LookUpPayeeName
    MOVE APDueDate-PI    TO Date-Ed
    MOVE APItemAmount-PI TO Amount-Ed
    DISPLAY "  " PayeeType-PI PayeeId-PI " " PayeeName " "
            PayeeRef-PI " due " Date-Ed " " Amount-Ed " "
            AgedBucketName HeldFlag.

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
