IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-31.
AUTHOR. Michael Coughlan.
*> Bank reconciliation. Listing17-71 chases deposits in transit and
*> Listing17-72 matches the card acquirer's settlements to receipts,
*> but nobody ever agreed the bank statement itself - a returned
*> check from Listing17-84 or a Listing18-30 vendor check only
*> showed up weeks later, unexplained. This run imports the bank's
*> month-end statement file and matches each line to the books: the
*> credits to the deposits and the days' card settlements, the
*> debits to returned checks, chargebacks and the checks we wrote -
*> by the reference the bank quotes, or failing that on amount.
*> Cash refunds and paid-outs leave the drawer, not the bank, so
*> they are already inside the deposit they were netted from. Bank
*> lines nothing on the books explains (fees, interest) and book
*> items the bank has not yet seen are both listed, and the
*> reconciliation statement carries the book balance and the bank
*> balance to the same adjusted figure. Matched items are kept on a
*> cleared-items file so next month's statement starts from what is
*> still outstanding, and each month's balances go on a history file
*> the next run opens from.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT StatementFile ASSIGN TO "Listing18-31Statement.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS StatementStatus.

   SELECT DepositFile ASSIGN TO "Listing17-71Deposits.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DepositNum-DP
        FILE STATUS IS DepositStatus.

    SELECT SettlementFeedFile ASSIGN TO "Listing17-72Settlements.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SettlementFeedStatus.

   SELECT NSFLogFile ASSIGN TO "Listing17-84NSF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NSFLogStatus.

   SELECT APItemFile ASSIGN TO "Listing18-30APItems.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS APItemKey-PI
        FILE STATUS IS APItemStatus.

   SELECT ClearedFile ASSIGN TO "Listing18-31Cleared.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ClearedKey-CL
        FILE STATUS IS ClearedStatus.

    SELECT ReconHistoryFile ASSIGN TO "Listing18-31History.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ReconHistoryStatus.

DATA DIVISION.
FILE SECTION.
FD StatementFile.
01 StatementRec.
   02 StmtRecType-BK        PIC X.
      88 StmtHeaderLine-BK    VALUE "H".
      88 StmtTxnLine-BK       VALUE "D".
   02 StmtTxn-BK.
      03 TxnDate-BK         PIC 9(8).
      03 TxnDrCr-BK         PIC X.
         88 TxnCredit-BK      VALUE "C".
         88 TxnDebit-BK       VALUE "D".
      03 TxnCode-BK         PIC XXX.
      03 TxnRef-BK          PIC 9(10).
      03 TxnAmount-BK       PIC 9(7)V99.
   02 StmtHeader-BK REDEFINES StmtTxn-BK.
      03 StmtMonth-BK       PIC 9(6).
      03 OpeningBalance-BK  PIC S9(9)V99 SIGN LEADING SEPARATE.
      03 ClosingBalance-BK  PIC S9(9)V99 SIGN LEADING SEPARATE.

FD DepositFile.
01 DepositRec-DP.
   88 EndOfDeposits  VALUE HIGH-VALUES.
   02 DepositNum-DP         PIC 9(7).
   02 StoreId-DP            PIC 99.
   02 DepositDate-DP        PIC 9(8).
   02 CashAmount-DP         PIC 9(7)V99.
   02 CheckAmount-DP        PIC 9(7)V99.
   02 TotalAmount-DP        PIC 9(7)V99.
   02 DepositStatus-DP      PIC X.
      88 DepositInTransit-DP  VALUE "T".
      88 DepositConfirmed-DP  VALUE "C".
   02 ConfirmedDate-DP      PIC 9(8).
   02 ConfirmedAmount-DP    PIC 9(7)V99.
   02 CurrencyCode-DP       PIC XXX.

FD SettlementFeedFile.
01 SettlementFeedRec.
   02 SettleReceiptNum-SF   PIC 9(7).
   02 SettleDate-SF         PIC 9(8).
   02 SettleAmount-SF       PIC 9(5)V99.
   02 SettleType-SF         PIC X.
      88 SettledSale-SF       VALUE "S".
      88 Chargeback-SF        VALUE "B".

FD NSFLogFile.
01 NSFLogRec.
   02 NSFDate-NS            PIC 9(8).
   02 ReceiptNum-NS         PIC 9(7).
   02 CustomerId-NS         PIC 9(7).
   02 CheckAmount-NS        PIC 9(5)V99.
   02 NSFFee-NS             PIC 9(3)V99.
   02 OperatorId-NS         PIC 9(4).

FD APItemFile.
01 APItemRec-PI.
   COPY APItemRec.

FD ClearedFile.
01 ClearedRec-CL.
   88 EndOfCleared  VALUE HIGH-VALUES.
   02 ClearedKey-CL.
      03 ItemKind-CL        PIC XXX.
      03 ItemRef-CL         PIC 9(10).
   02 ClearedMonth-CL       PIC 9(6).
   02 ClearedAmount-CL      PIC 9(7)V99.

FD ReconHistoryFile.
01 ReconHistoryRec.
   02 ReconMonth-RH         PIC 9(6).
   02 BankClosing-RH        PIC S9(9)V99 SIGN LEADING SEPARATE.
   02 BookBalance-RH        PIC S9(9)V99 SIGN LEADING SEPARATE.
   02 ReconAgreed-RH        PIC X.

WORKING-STORAGE SECTION.
01 StatementStatus          PIC XX.
   88 EndOfStatement          VALUE "10".
01 DepositStatus            PIC XX.
01 SettlementFeedStatus     PIC XX.
   88 EndOfSettlementFeed     VALUE "10".
01 NSFLogStatus             PIC XX.
   88 EndOfNSFLog             VALUE "10".
01 APItemStatus             PIC XX.
01 ClearedStatus            PIC XX.
   88 ClearedOk  VALUE "02", "00".
01 ReconHistoryStatus       PIC XX.
   88 EndOfReconHistory       VALUE "10".

*> The statement month and its first and last days.
01 ReconMonth                PIC 9(6) VALUE ZEROS.
01 MonthStartDate.
   02 MonthStartYM           PIC 9(6).
   02 MonthStartDay          PIC 99.
01 MonthStartNum REDEFINES MonthStartDate PIC 9(8).
01 NextMonthDate.
   02 NextMonthYear          PIC 9(4).
   02 NextMonthMonth         PIC 99.
   02 NextMonthDay           PIC 99.
01 NextMonthNum REDEFINES NextMonthDate PIC 9(8).
01 MonthEndDate              PIC 9(8).
*> Book items dated before this are outside the reconciliation - on
*> the very first month, whatever came before is taken as agreed.
01 BookCutoffDate            PIC 9(8) VALUE ZEROS.

01 OpeningBalance            PIC S9(9)V99 VALUE ZEROS.
01 BankClosing               PIC S9(9)V99 VALUE ZEROS.
01 PriorBookBalance          PIC S9(9)V99 VALUE ZEROS.
01 PriorHistoryState         PIC X VALUE "N".
   88 PriorMonthOnFile         VALUE "Y".
01 BookBalance               PIC S9(9)V99 VALUE ZEROS.
01 AdjustedBank              PIC S9(9)V99 VALUE ZEROS.
01 AdjustedBook              PIC S9(9)V99 VALUE ZEROS.
01 ReconDifference           PIC S9(9)V99 VALUE ZEROS.

*> Every book item the bank should see, from each source file.
01 BookItemTable.
   02 BookItemCount          PIC 9(4) VALUE ZEROS.
   02 BookItem OCCURS 1000 TIMES INDEXED BY BkIdx.
      03 BookKind            PIC XXX.
      03 BookRef             PIC 9(10).
      03 BookDate            PIC 9(8).
      03 BookAmount          PIC 9(7)V99.
      03 BookSide            PIC X.
         88 BookCredit         VALUE "C".
         88 BookDebit          VALUE "D".
      03 BookState           PIC X.
         88 BookUnmatched      VALUE "U".
         88 BookMatched        VALUE "M".
         88 BookPriorCleared   VALUE "P".
         88 BookOutOfScope     VALUE "X".
01 NewBookKind               PIC XXX.
01 NewBookRef                PIC 9(10).
01 NewBookDate               PIC 9(8).
01 NewBookAmount             PIC 9(7)V99.
01 NewBookSide               PIC X.
01 BookTableFull             PIC X VALUE "N".
   88 BookTableOverflowed      VALUE "Y".

*> Card settlements bank as one credit per settlement day.
01 CardDayTable.
   02 CardDayCount           PIC 9(3) VALUE ZEROS.
   02 CardDay OCCURS 400 TIMES INDEXED BY CdIdx.
      03 CardDayDate         PIC 9(8).
      03 CardDayTotal        PIC 9(7)V99.
01 CardDayFound              PIC X VALUE "N".
   88 CardDayEntryFound        VALUE "Y".

*> Vendor and studio checks - one per check number, however many
*> items it paid.
01 CheckTable.
   02 CheckCount             PIC 9(3) VALUE ZEROS.
   02 CheckEntry OCCURS 500 TIMES INDEXED BY CkIdx.
      03 CheckNum            PIC 9(7).
      03 CheckDate           PIC 9(8).
      03 CheckTotal          PIC 9(7)V99.
01 CheckFound                PIC X VALUE "N".
   88 CheckEntryFound          VALUE "Y".

*> Bank lines the books could not explain.
01 BankOnlyTable.
   02 BankOnlyCount          PIC 9(3) VALUE ZEROS.
   02 BankOnly OCCURS 300 TIMES INDEXED BY BoIdx.
      03 BankOnlyDate        PIC 9(8).
      03 BankOnlyCode        PIC XXX.
      03 BankOnlyRef         PIC 9(10).
      03 BankOnlyAmount      PIC 9(7)V99.
      03 BankOnlySide        PIC X.
         88 BankOnlyCredit     VALUE "C".

01 MatchState                PIC X VALUE "N".
   88 LineMatched              VALUE "Y".
   88 LineAmountDiffers        VALUE "A".
01 LinesRead                 PIC 9(5) VALUE ZEROS.
01 LinesMatchedOnRef         PIC 9(5) VALUE ZEROS.
01 LinesMatchedOnAmount      PIC 9(5) VALUE ZEROS.
01 StatementCredits          PIC 9(9)V99 VALUE ZEROS.
01 StatementDebits           PIC 9(9)V99 VALUE ZEROS.
01 OutstandingCredits        PIC 9(9)V99 VALUE ZEROS.
01 OutstandingDebits         PIC 9(9)V99 VALUE ZEROS.
01 BankOnlyCredits           PIC 9(9)V99 VALUE ZEROS.
01 BankOnlyDebits            PIC 9(9)V99 VALUE ZEROS.
01 StatementState            PIC X VALUE "N".
   88 StatementHeaderRead      VALUE "Y".

01 Amount-Ed                 PIC $$$,$$$,$$9.99.
01 Balance-Ed                PIC -$$$,$$$,$$9.99.
01 Date-Ed                   PIC 9999/99/99.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing18-31", "DepositFile ",
          DepositRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    DISPLAY "*** Bank Reconciliation ***"
    OPEN INPUT StatementFile
    IF StatementStatus NOT EQUAL "00"
       DISPLAY "No bank statement file to import."
       CLOSE StatementFile
       STOP RUN
    END-IF
    READ StatementFile
       AT END SET EndOfStatement TO TRUE
    END-READ
    IF EndOfStatement OR NOT StmtHeaderLine-BK
       DISPLAY "The statement file has no balance header line - "
               "not imported."
       CLOSE StatementFile
       STOP RUN
    END-IF
    MOVE StmtMonth-BK      TO ReconMonth
    MOVE OpeningBalance-BK TO OpeningBalance
    MOVE ClosingBalance-BK TO BankClosing
    PERFORM WorkOutMonthDates
    PERFORM LoadPriorBookBalance

    OPEN I-O ClearedFile
    IF ClearedStatus EQUAL "35"
       CLOSE ClearedFile
       OPEN OUTPUT ClearedFile
       CLOSE ClearedFile
       OPEN I-O ClearedFile
    END-IF

    PERFORM LoadDeposits
    PERFORM LoadCardSettlements
    PERFORM LoadReturnedChecks
    PERFORM LoadIssuedChecks
    IF BookTableOverflowed
       DISPLAY "WARNING - more than 1000 book items; the overflow "
               "was not reconciled this run."
    END-IF
    PERFORM MarkPriorClearedItems
    PERFORM ComputeBookBalance

    DISPLAY "====================================================="
    DISPLAY "  STATEMENT " ReconMonth " - matching"
    DISPLAY "====================================================="
    READ StatementFile
       AT END SET EndOfStatement TO TRUE
    END-READ
    PERFORM UNTIL EndOfStatement
       IF StmtTxnLine-BK
          ADD 1 TO LinesRead
          PERFORM MatchOneBankLine
       END-IF
       READ StatementFile
          AT END SET EndOfStatement TO TRUE
       END-READ
    END-PERFORM
    CLOSE StatementFile

    PERFORM ListUnmatchedBankLines
    PERFORM ListOutstandingBookItems
    PERFORM PrintReconciliation
    PERFORM SaveClearedItems
    CLOSE ClearedFile
    PERFORM WriteReconHistory
    STOP RUN.

WorkOutMonthDates.
    MOVE ReconMonth TO MonthStartYM
    MOVE 1 TO MonthStartDay
    MOVE ReconMonth TO NextMonthDate(1:6)
    MOVE 1 TO NextMonthDay
    IF NextMonthMonth EQUAL 12
       ADD 1 TO NextMonthYear
       MOVE 1 TO NextMonthMonth
    ELSE
       ADD 1 TO NextMonthMonth
    END-IF
    COMPUTE MonthEndDate = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE(NextMonthNum) - 1).

LoadPriorBookBalance.
*> The newest month before this one carries the book balance this
*> month opens from. With no earlier month on file the statement's
*> opening balance is taken as the agreed starting point.
    MOVE "N" TO PriorHistoryState
    OPEN INPUT ReconHistoryFile
    IF ReconHistoryStatus EQUAL "00"
       READ ReconHistoryFile
          AT END SET EndOfReconHistory TO TRUE
       END-READ
       PERFORM UNTIL EndOfReconHistory
          IF ReconMonth-RH < ReconMonth
             MOVE BookBalance-RH TO PriorBookBalance
             SET PriorMonthOnFile TO TRUE
          END-IF
          READ ReconHistoryFile
             AT END SET EndOfReconHistory TO TRUE
          END-READ
       END-PERFORM
    END-IF
    CLOSE ReconHistoryFile
    IF PriorMonthOnFile
       MOVE ZEROS TO BookCutoffDate
    ELSE
       MOVE OpeningBalance TO PriorBookBalance
       MOVE MonthStartNum  TO BookCutoffDate
    END-IF.

AddBookItem.
    IF NewBookDate > MonthEndDate
       EXIT PARAGRAPH
    END-IF
    IF BookItemCount NOT < 1000
       SET BookTableOverflowed TO TRUE
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO BookItemCount
    SET BkIdx TO BookItemCount
    MOVE NewBookKind   TO BookKind(BkIdx)
    MOVE NewBookRef    TO BookRef(BkIdx)
    MOVE NewBookDate   TO BookDate(BkIdx)
    MOVE NewBookAmount TO BookAmount(BkIdx)
    MOVE NewBookSide   TO BookSide(BkIdx)
    IF NewBookDate < BookCutoffDate
       SET BookOutOfScope(BkIdx) TO TRUE
    ELSE
       SET BookUnmatched(BkIdx) TO TRUE
    END-IF.

LoadDeposits.
    OPEN INPUT DepositFile
    IF DepositStatus NOT EQUAL "00"
       CLOSE DepositFile
       EXIT PARAGRAPH
    END-IF
    READ DepositFile NEXT RECORD
       AT END SET EndOfDeposits TO TRUE
    END-READ
*> A bag of foreign notes goes to the account in that currency, not
*> the one this statement is for.
    PERFORM UNTIL EndOfDeposits
       IF CurrencyCode-DP EQUAL SPACES
          MOVE "DEP"          TO NewBookKind
          MOVE DepositNum-DP  TO NewBookRef
          MOVE DepositDate-DP TO NewBookDate
          MOVE TotalAmount-DP TO NewBookAmount
          MOVE "C"            TO NewBookSide
          PERFORM AddBookItem
       END-IF
       READ DepositFile NEXT RECORD
          AT END SET EndOfDeposits TO TRUE
       END-READ
    END-PERFORM
    CLOSE DepositFile.

LoadCardSettlements.
*> The acquirer pays a day's settled sales as one credit; each
*> chargeback comes back out as a debit of its own, quoting the
*> receipt.
    MOVE ZEROS TO CardDayCount
    OPEN INPUT SettlementFeedFile
    IF SettlementFeedStatus NOT EQUAL "00"
       CLOSE SettlementFeedFile
       EXIT PARAGRAPH
    END-IF
    READ SettlementFeedFile
       AT END SET EndOfSettlementFeed TO TRUE
    END-READ
    PERFORM UNTIL EndOfSettlementFeed
       IF Chargeback-SF
          MOVE "CBK"               TO NewBookKind
          MOVE SettleReceiptNum-SF TO NewBookRef
          MOVE SettleDate-SF       TO NewBookDate
          MOVE SettleAmount-SF     TO NewBookAmount
          MOVE "D"                 TO NewBookSide
          PERFORM AddBookItem
       ELSE
          PERFORM AddToCardDay
       END-IF
       READ SettlementFeedFile
          AT END SET EndOfSettlementFeed TO TRUE
       END-READ
    END-PERFORM
    CLOSE SettlementFeedFile
    PERFORM VARYING CdIdx FROM 1 BY 1 UNTIL CdIdx > CardDayCount
       MOVE "CRD"               TO NewBookKind
       MOVE CardDayDate(CdIdx)  TO NewBookRef
       MOVE CardDayDate(CdIdx)  TO NewBookDate
       MOVE CardDayTotal(CdIdx) TO NewBookAmount
       MOVE "C"                 TO NewBookSide
       PERFORM AddBookItem
    END-PERFORM.

AddToCardDay.
    MOVE "N" TO CardDayFound
    PERFORM VARYING CdIdx FROM 1 BY 1 UNTIL CdIdx > CardDayCount
       IF CardDayDate(CdIdx) EQUAL SettleDate-SF
          SET CardDayEntryFound TO TRUE
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF NOT CardDayEntryFound
       IF CardDayCount < 400
          ADD 1 TO CardDayCount
          SET CdIdx TO CardDayCount
          MOVE SettleDate-SF TO CardDayDate(CdIdx)
          MOVE ZEROS TO CardDayTotal(CdIdx)
       ELSE
          EXIT PARAGRAPH
       END-IF
    END-IF
    ADD SettleAmount-SF TO CardDayTotal(CdIdx).

LoadReturnedChecks.
    OPEN INPUT NSFLogFile
    IF NSFLogStatus NOT EQUAL "00"
       CLOSE NSFLogFile
       EXIT PARAGRAPH
    END-IF
    READ NSFLogFile
       AT END SET EndOfNSFLog TO TRUE
    END-READ
    PERFORM UNTIL EndOfNSFLog
       MOVE "NSF"          TO NewBookKind
       MOVE ReceiptNum-NS  TO NewBookRef
       MOVE NSFDate-NS     TO NewBookDate
       MOVE CheckAmount-NS TO NewBookAmount
       MOVE "D"            TO NewBookSide
       PERFORM AddBookItem
       READ NSFLogFile
          AT END SET EndOfNSFLog TO TRUE
       END-READ
    END-PERFORM
    CLOSE NSFLogFile.

LoadIssuedChecks.
    MOVE ZEROS TO CheckCount
    OPEN INPUT APItemFile
    IF APItemStatus NOT EQUAL "00"
       CLOSE APItemFile
       EXIT PARAGRAPH
    END-IF
    READ APItemFile NEXT RECORD
       AT END SET EndOfAPItems TO TRUE
    END-READ
    PERFORM UNTIL EndOfAPItems
       IF APItemPaid-PI
          PERFORM AddToCheck
       END-IF
       READ APItemFile NEXT RECORD
          AT END SET EndOfAPItems TO TRUE
       END-READ
    END-PERFORM
    CLOSE APItemFile
    PERFORM VARYING CkIdx FROM 1 BY 1 UNTIL CkIdx > CheckCount
       MOVE "CHK"             TO NewBookKind
       MOVE CheckNum(CkIdx)   TO NewBookRef
       MOVE CheckDate(CkIdx)  TO NewBookDate
       MOVE CheckTotal(CkIdx) TO NewBookAmount
       MOVE "D"               TO NewBookSide
       PERFORM AddBookItem
    END-PERFORM.

AddToCheck.
    MOVE "N" TO CheckFound
    PERFORM VARYING CkIdx FROM 1 BY 1 UNTIL CkIdx > CheckCount
       IF CheckNum(CkIdx) EQUAL APCheckNum-PI
          SET CheckEntryFound TO TRUE
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF NOT CheckEntryFound
       IF CheckCount < 500
          ADD 1 TO CheckCount
          SET CkIdx TO CheckCount
          MOVE APCheckNum-PI TO CheckNum(CkIdx)
          MOVE APPaidDate-PI TO CheckDate(CkIdx)
          MOVE ZEROS TO CheckTotal(CkIdx)
       ELSE
          EXIT PARAGRAPH
       END-IF
    END-IF
    ADD APItemAmount-PI TO CheckTotal(CkIdx).

MarkPriorClearedItems.
*> An item a previous month's statement cleared is finished with. A
*> rerun of this same month starts its own matches over.
    PERFORM VARYING BkIdx FROM 1 BY 1 UNTIL BkIdx > BookItemCount
       IF BookUnmatched(BkIdx)
          MOVE BookKind(BkIdx) TO ItemKind-CL
          MOVE BookRef(BkIdx)  TO ItemRef-CL
          READ ClearedFile
             KEY IS ClearedKey-CL
             INVALID KEY CONTINUE
          END-READ
          IF ClearedOk AND ClearedMonth-CL < ReconMonth
             SET BookPriorCleared(BkIdx) TO TRUE
          END-IF
       END-IF
    END-PERFORM.

ComputeBookBalance.
*> Last month's book balance moved on by everything the books put
*> through the bank account this month.
    MOVE PriorBookBalance TO BookBalance
    PERFORM VARYING BkIdx FROM 1 BY 1 UNTIL BkIdx > BookItemCount
       IF BookDate(BkIdx) NOT < MonthStartNum
          IF BookCredit(BkIdx)
             ADD BookAmount(BkIdx) TO BookBalance
          ELSE
             SUBTRACT BookAmount(BkIdx) FROM BookBalance
          END-IF
       END-IF
    END-PERFORM.

MatchOneBankLine.
*> The bank's reference first - deposit slip number, check number,
*> the returned check's receipt, the settlement date - then, for a
*> line quoting nothing we recognise, the first unmatched book item
*> on the same side for the same amount dated no later.
    IF TxnCredit-BK
       ADD TxnAmount-BK TO StatementCredits
    ELSE
       ADD TxnAmount-BK TO StatementDebits
    END-IF
    MOVE "N" TO MatchState
    PERFORM VARYING BkIdx FROM 1 BY 1 UNTIL BkIdx > BookItemCount
       IF BookUnmatched(BkIdx)
          AND BookKind(BkIdx) EQUAL TxnCode-BK
          AND BookRef(BkIdx) EQUAL TxnRef-BK
          IF BookAmount(BkIdx) EQUAL TxnAmount-BK
             SET LineMatched TO TRUE
          ELSE
             SET LineAmountDiffers TO TRUE
          END-IF
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF LineMatched
       SET BookMatched(BkIdx) TO TRUE
       ADD 1 TO LinesMatchedOnRef
       EXIT PARAGRAPH
    END-IF
    IF LineAmountDiffers
       MOVE BookAmount(BkIdx) TO Amount-Ed
       DISPLAY "  AMOUNT DIFFERS - bank " TxnCode-BK " " TxnRef-BK
               " on " TxnDate-BK " : books show " Amount-Ed
       PERFORM AddBankOnlyLine
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING BkIdx FROM 1 BY 1 UNTIL BkIdx > BookItemCount
       IF BookUnmatched(BkIdx)
          AND BookSide(BkIdx) EQUAL TxnDrCr-BK
          AND BookAmount(BkIdx) EQUAL TxnAmount-BK
          AND BookDate(BkIdx) NOT > TxnDate-BK
          SET LineMatched TO TRUE
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF LineMatched
       SET BookMatched(BkIdx) TO TRUE
       ADD 1 TO LinesMatchedOnAmount
       MOVE TxnAmount-BK TO Amount-Ed
       DISPLAY "  Matched on amount - bank " TxnCode-BK " "
               TxnDate-BK " " Amount-Ed " to " BookKind(BkIdx)
               " " BookRef(BkIdx)
    ELSE
       PERFORM AddBankOnlyLine
    END-IF.

AddBankOnlyLine.
    IF BankOnlyCount < 300
       ADD 1 TO BankOnlyCount
       SET BoIdx TO BankOnlyCount
       MOVE TxnDate-BK   TO BankOnlyDate(BoIdx)
       MOVE TxnCode-BK   TO BankOnlyCode(BoIdx)
       MOVE TxnRef-BK    TO BankOnlyRef(BoIdx)
       MOVE TxnAmount-BK TO BankOnlyAmount(BoIdx)
       MOVE TxnDrCr-BK   TO BankOnlySide(BoIdx)
    END-IF
    IF TxnCredit-BK
       ADD TxnAmount-BK TO BankOnlyCredits
    ELSE
       ADD TxnAmount-BK TO BankOnlyDebits
    END-IF.

ListUnmatchedBankLines.
    DISPLAY "-----------------------------------------------------"
    DISPLAY "  ON THE STATEMENT, NOT IN THE BOOKS"
    IF BankOnlyCount EQUAL ZEROS
       DISPLAY "    none"
    END-IF
    PERFORM VARYING BoIdx FROM 1 BY 1 UNTIL BoIdx > BankOnlyCount
       MOVE BankOnlyDate(BoIdx)   TO Date-Ed
       MOVE BankOnlyAmount(BoIdx) TO Amount-Ed
       IF BankOnlyCredit(BoIdx)
          DISPLAY "    " Date-Ed " " BankOnlyCode(BoIdx) " "
                  BankOnlyRef(BoIdx) "  credit " Amount-Ed
       ELSE
          DISPLAY "    " Date-Ed " " BankOnlyCode(BoIdx) " "
                  BankOnlyRef(BoIdx) "  debit  " Amount-Ed
       END-IF
    END-PERFORM.

ListOutstandingBookItems.
    MOVE ZEROS TO OutstandingCredits OutstandingDebits
    DISPLAY "-----------------------------------------------------"
    DISPLAY "  IN THE BOOKS, NOT YET ON A STATEMENT"
    PERFORM VARYING BkIdx FROM 1 BY 1 UNTIL BkIdx > BookItemCount
       IF BookUnmatched(BkIdx)
          MOVE BookDate(BkIdx)   TO Date-Ed
          MOVE BookAmount(BkIdx) TO Amount-Ed
          IF BookCredit(BkIdx)
             ADD BookAmount(BkIdx) TO OutstandingCredits
             DISPLAY "    " Date-Ed " " BookKind(BkIdx) " "
                     BookRef(BkIdx) "  in transit  " Amount-Ed
          ELSE
             ADD BookAmount(BkIdx) TO OutstandingDebits
             DISPLAY "    " Date-Ed " " BookKind(BkIdx) " "
                     BookRef(BkIdx) "  outstanding " Amount-Ed
          END-IF
       END-IF
    END-PERFORM
    IF OutstandingCredits EQUAL ZEROS
       AND OutstandingDebits EQUAL ZEROS
       DISPLAY "    none"
    END-IF.

PrintReconciliation.
*> Bank side: the closing balance plus what we banked that has not
*> arrived, less what we paid out that has not been presented. Book
*> side: the book balance plus the bank's credits and less its
*> debits that the books have yet to record.
    COMPUTE AdjustedBank = BankClosing + OutstandingCredits
                         - OutstandingDebits
    COMPUTE AdjustedBook = BookBalance + BankOnlyCredits
                         - BankOnlyDebits
    COMPUTE ReconDifference = AdjustedBank - AdjustedBook
    DISPLAY "====================================================="
    DISPLAY "  BANK RECONCILIATION - month ending " MonthEndDate
    DISPLAY "====================================================="
    DISPLAY "  Lines read " LinesRead "  matched on reference "
            LinesMatchedOnRef "  on amount " LinesMatchedOnAmount
    MOVE BankClosing TO Balance-Ed
    DISPLAY "  Balance per bank statement        " Balance-Ed
    MOVE OutstandingCredits TO Amount-Ed
    DISPLAY "  Add: deposits and credits in transit " Amount-Ed
    MOVE OutstandingDebits TO Amount-Ed
    DISPLAY "  Less: outstanding checks and debits  " Amount-Ed
    MOVE AdjustedBank TO Balance-Ed
    DISPLAY "  ADJUSTED BANK BALANCE             " Balance-Ed
    DISPLAY SPACES
    MOVE BookBalance TO Balance-Ed
    DISPLAY "  Balance per books                 " Balance-Ed
    MOVE BankOnlyCredits TO Amount-Ed
    DISPLAY "  Add: bank credits not in the books  " Amount-Ed
    MOVE BankOnlyDebits TO Amount-Ed
    DISPLAY "  Less: bank debits not in the books  " Amount-Ed
    MOVE AdjustedBook TO Balance-Ed
    DISPLAY "  ADJUSTED BOOK BALANCE             " Balance-Ed
    DISPLAY "-----------------------------------------------------"
    IF ReconDifference EQUAL ZEROS
       DISPLAY "  Reconciled - bank and books agree to the cent."
    ELSE
       MOVE ReconDifference TO Balance-Ed
       DISPLAY "  NOT RECONCILED - unexplained difference "
               Balance-Ed
    END-IF
    DISPLAY "=====================================================".

SaveClearedItems.
*> This month's earlier clearances go first, so a rerun leaves only
*> what matched this time.
    MOVE LOW-VALUES TO ClearedKey-CL
    START ClearedFile KEY IS GREATER THAN ClearedKey-CL
       INVALID KEY SET EndOfCleared TO TRUE
    END-START
    IF NOT EndOfCleared
       READ ClearedFile NEXT RECORD
          AT END SET EndOfCleared TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfCleared
       IF ClearedMonth-CL EQUAL ReconMonth
          DELETE ClearedFile RECORD
             INVALID KEY DISPLAY "-CL ERROR Status = " ClearedStatus
          END-DELETE
       END-IF
       READ ClearedFile NEXT RECORD
          AT END SET EndOfCleared TO TRUE
       END-READ
    END-PERFORM
    PERFORM VARYING BkIdx FROM 1 BY 1 UNTIL BkIdx > BookItemCount
       IF BookMatched(BkIdx)
          MOVE BookKind(BkIdx)   TO ItemKind-CL
          MOVE BookRef(BkIdx)    TO ItemRef-CL
          MOVE ReconMonth        TO ClearedMonth-CL
          MOVE BookAmount(BkIdx) TO ClearedAmount-CL
          WRITE ClearedRec-CL
             INVALID KEY DISPLAY "-CL ERROR Status = " ClearedStatus
          END-WRITE
       END-IF
    END-PERFORM.

WriteReconHistory.
    OPEN EXTEND ReconHistoryFile
    IF ReconHistoryStatus EQUAL "35"
       CLOSE ReconHistoryFile
       OPEN OUTPUT ReconHistoryFile
    END-IF
    MOVE ReconMonth  TO ReconMonth-RH
    MOVE BankClosing TO BankClosing-RH
    MOVE BookBalance TO BookBalance-RH
    IF ReconDifference EQUAL ZEROS
       MOVE "Y" TO ReconAgreed-RH
    ELSE
       MOVE "N" TO ReconAgreed-RH
    END-IF
    WRITE ReconHistoryRec
    CLOSE ReconHistoryFile.

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
