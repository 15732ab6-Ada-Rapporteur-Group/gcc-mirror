IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-18.
AUTHOR. Michael Coughlan.
*> Card chargeback and dispute processing. Listing17-72 reports the
*> chargebacks on the settlement feed, but nothing ever acted on
*> them - the money left the bank account while the customer's
*> ledger still showed the rentals paid. This program imports the
*> acquirer's chargeback/retrieval file onto a dispute file keyed by
*> receipt. A chargeback marks the original card payment disputed on
*> PaymentsFile and reinstates what it had applied to the ledger as
*> one chargeback item - the ledger does not record which items a
*> payment settled, so this follows the Listing17-84 NSF reversal
*> rather than reopening the originals. A retrieval request (the
*> acquirer asking for a copy of the receipt) is recorded but moves
*> no money. Each dispute is then tracked from received to evidence
*> sent to won or lost: a won dispute restores the original
*> application by closing the chargeback item and clearing the
*> payment's disputed mark, while a lost one becomes a permanent
*> reversal that the Listing17-24 period close totals.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   SELECT ChargebackFeedFile ASSIGN TO "Listing18-18Chargebacks.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ChargebackFeedStatus.

   SELECT DisputeFile ASSIGN TO "Listing18-18Disputes.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ReceiptNum-DS
        FILE STATUS IS DisputeStatus.

   SELECT PaymentsFile ASSIGN TO "Listing17-28Payments.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PaymentsStatus.

   SELECT PaymentsWorkFile ASSIGN TO "Listing18-18Payments.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PaymentsWorkStatus.

   SELECT ARLedgerFile ASSIGN TO "Listing17-27ARLedger.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ARItemKey-AR
        FILE STATUS IS ARLedgerStatus.

DATA DIVISION.
FILE SECTION.
FD ChargebackFeedFile.
01 ChargebackFeedRec.
   02 CbReceiptNum-CB          PIC 9(7).
   02 CbCaseRef-CB             PIC X(12).
   02 CbNoticeDate-CB          PIC 9(8).
   02 CbAmount-CB              PIC 9(5)V99.
   02 CbNoticeType-CB          PIC X.
      88 CbRetrieval-CB          VALUE "R".
      88 CbChargeback-CB         VALUE "B".
   02 CbReason-CB              PIC X(4).

FD DisputeFile.
01 DisputeRec-DS.
   COPY DisputeRec.

FD PaymentsFile.
01 PaymentRec-PM.
   COPY PaymentRec.

FD PaymentsWorkFile.
01 PaymentWorkRec           PIC X(80).

FD ARLedgerFile.
01 ARItemRec-AR.
   COPY ARItemRec.

WORKING-STORAGE SECTION.
01 ChargebackFeedStatus     PIC XX.
   88 EndOfChargebackFeed     VALUE "10".

01 DisputeStatus            PIC XX.
   88 DisputeOk  VALUE "02", "00".

01 PaymentsStatus           PIC XX.
01 PaymentsWorkStatus       PIC XX.
   88 EndOfPaymentsWork       VALUE "10".

01 ARLedgerStatus           PIC XX.
   88 ARLedgerOk  VALUE "02", "00".

01 MenuChoice                PIC 9.
   88 MenuImportFeed          VALUE 1.
   88 MenuEvidenceSent        VALUE 2.
   88 MenuRecordDecision      VALUE 3.
   88 MenuListOpen            VALUE 4.
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

01 WantedReceiptNum           PIC 9(7).
01 CardPaymentState           PIC X.
   88 CardPaymentFound          VALUE "Y".
   88 CardPaymentNotFound       VALUE "N".
01 FoundCustomerId            PIC 9(7).
01 FoundStoreId               PIC 99.
01 FoundApplied               PIC 9(5)V99.
01 FoundPaymentStatus         PIC X.
01 NewPaymentStatus           PIC X.

01 DisputeOnFile              PIC X.
   88 DisputeAlreadyOnFile      VALUE "Y".

01 NextARItemSeqNum           PIC 9(5) VALUE ZEROS.
01 ReversalAmount             PIC 9(5)V99 VALUE ZEROS.
01 PaidAgainstReversal        PIC 9(5)V99 VALUE ZEROS.

01 DecisionCode               PIC X.
   88 DecisionWon               VALUE "W", "w".
   88 DecisionLost              VALUE "L", "l".
01 ConfirmDecision            PIC X.
   88 DecisionConfirmed         VALUE "Y", "y".

01 ImportCounts.
   02 FeedRecordsRead         PIC 9(5) VALUE ZEROS.
   02 ChargebacksOpened       PIC 9(5) VALUE ZEROS.
   02 RetrievalsOpened        PIC 9(5) VALUE ZEROS.
   02 DuplicatesSkipped       PIC 9(5) VALUE ZEROS.
   02 FeedRejects             PIC 9(5) VALUE ZEROS.
01 OpenDisputesListed         PIC 9(5) VALUE ZEROS.
01 OpenDisputeTotal           PIC 9(7)V99 VALUE ZEROS.

01 Amount-Ed                  PIC $$$,$$9.99.
01 Reversed-Ed                PIC $$$,$$9.99.
01 Total-Ed                   PIC $$,$$$,$$9.99.
01 Date-Ed                    PIC 9999/99/99.
01 StateText                  PIC X(13).
01 KindText                   PIC X(10).

*> Before/after images for the update journal.
01 JrnBeforeImage             PIC X(400) VALUE SPACES.
01 JrnAfterImage              PIC X(400) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    CALL "OperatorSignOnCheck" USING "Listing18-18", "S",
                                     OperatorId, SignOnResult
    CALL "SignOnRole" USING "Q", OperatorId, OperatorRole
    IF NOT OperatorSignedOn
       DISPLAY "Access denied - sign-on was not accepted."
       STOP RUN
    END-IF

    OPEN I-O DisputeFile
    IF DisputeStatus EQUAL "35"
       CLOSE DisputeFile
       OPEN OUTPUT DisputeFile
       CLOSE DisputeFile
       OPEN I-O DisputeFile
    END-IF
    CALL "AuditLogFileEvent" USING "Listing18-18", "Disputes", "O", DisputeStatus, OperatorId
    OPEN I-O ARLedgerFile
    CALL "AuditLogFileEvent" USING "Listing18-18", "ARLedgerFile", "O", ARLedgerStatus, OperatorId

    PERFORM MainMenu UNTIL MenuExit

    CLOSE ARLedgerFile
    CALL "AuditLogFileEvent" USING "Listing18-18", "ARLedgerFile", "C", ARLedgerStatus, OperatorId
    CLOSE DisputeFile
    CALL "AuditLogFileEvent" USING "Listing18-18", "Disputes", "C", DisputeStatus, OperatorId
    STOP RUN.

MainMenu.
    DISPLAY SPACES
    DISPLAY "*** Card Chargebacks and Disputes ***"
    DISPLAY "1 = Import the acquirer's chargeback file"
    DISPLAY "2 = Record evidence sent to the acquirer"
    DISPLAY "3 = Record a dispute decision (won/lost)"
    DISPLAY "4 = List open disputes"
    DISPLAY "9 = Exit"
    DISPLAY "Enter your choice - " WITH NO ADVANCING
    ACCEPT MenuChoice
    PERFORM CheckMenuPermission
    IF MenuRefused
       EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
       WHEN MenuImportFeed     PERFORM ImportChargebackFeed
       WHEN MenuEvidenceSent   PERFORM RecordEvidenceSent
       WHEN MenuRecordDecision PERFORM RecordDisputeDecision
       WHEN MenuListOpen       PERFORM ListOpenDisputes
       WHEN MenuExit           CONTINUE
       WHEN OTHER              DISPLAY "Please enter 1, 2, 3, 4 or 9"
    END-EVALUATE.

CheckMenuPermission.
*> Every choice defaults to the supervisor role the sign-on asks for;
*> the Listing17-51 permission table can narrow any one of them.
    MOVE SPACES TO MenuFunction
    MOVE ZERO TO MenuPermission
    EVALUATE TRUE
       WHEN MenuImportFeed
          MOVE "IMPORT" TO MenuFunction
          MOVE "S" TO MenuRole
       WHEN MenuEvidenceSent
          MOVE "EVIDENCE" TO MenuFunction
          MOVE "S" TO MenuRole
       WHEN MenuRecordDecision
          MOVE "DECISION" TO MenuFunction
          MOVE "S" TO MenuRole
       WHEN MenuListOpen
          MOVE "LISTOPEN" TO MenuFunction
          MOVE "S" TO MenuRole
    END-EVALUATE
    IF MenuFunction NOT EQUAL SPACES
       CALL "CheckPermission" USING "Listing18-18", MenuFunction, OperatorId,
                                    OperatorRole, MenuRole, MenuPermission
       IF MenuRefused
          DISPLAY "Operator " OperatorId " is not permitted to use "
                  "that function."
       END-IF
    END-IF.

ImportChargebackFeed.
*> Safe to run again over the same file - a receipt already under
*> chargeback is skipped, and a retrieval request followed by the
*> chargeback itself upgrades the existing dispute.
    INITIALIZE ImportCounts
    PERFORM CreateTheChargebackFeedFile
    OPEN INPUT ChargebackFeedFile
    READ ChargebackFeedFile
       AT END SET EndOfChargebackFeed TO TRUE
    END-READ
    PERFORM UNTIL EndOfChargebackFeed
       ADD 1 TO FeedRecordsRead
       PERFORM ImportOneNotice
       READ ChargebackFeedFile
          AT END SET EndOfChargebackFeed TO TRUE
       END-READ
    END-PERFORM
    CLOSE ChargebackFeedFile
    DISPLAY "====================================================="
    DISPLAY "Notices read " FeedRecordsRead
            "  chargebacks opened " ChargebacksOpened
            "  retrievals opened " RetrievalsOpened
    DISPLAY "Duplicates skipped " DuplicatesSkipped
            "  rejected " FeedRejects.

ImportOneNotice.
    MOVE CbReceiptNum-CB TO ReceiptNum-DS
    READ DisputeFile
       KEY IS ReceiptNum-DS
       INVALID KEY MOVE "N" TO DisputeOnFile
       NOT INVALID KEY MOVE "Y" TO DisputeOnFile
    END-READ

    IF DisputeAlreadyOnFile
       IF ChargebackDispute-DS OR CbRetrieval-CB
          ADD 1 TO DuplicatesSkipped
          EXIT PARAGRAPH
       END-IF
    END-IF

    MOVE CbReceiptNum-CB TO WantedReceiptNum
    PERFORM FindCardPayment
    IF CardPaymentNotFound
       ADD 1 TO FeedRejects
       DISPLAY "  REJECTED - notice for receipt " CbReceiptNum-CB
               " matches no card payment"
       EXIT PARAGRAPH
    END-IF
    IF CbChargeback-CB
       AND (FoundPaymentStatus EQUAL "B" OR "D" OR "L")
       ADD 1 TO FeedRejects
       DISPLAY "  REJECTED - receipt " CbReceiptNum-CB
               " is already reversed (status " FoundPaymentStatus ")"
       EXIT PARAGRAPH
    END-IF

    IF NOT DisputeAlreadyOnFile
       INITIALIZE DisputeRec-DS
       MOVE CbReceiptNum-CB TO ReceiptNum-DS
       MOVE FoundCustomerId TO CustomerId-DS
       MOVE FoundStoreId    TO StoreId-DS
       MOVE ZEROS TO ReversedAmount-DS ReversalSeqNum-DS
                     EvidenceSentDate-DS DecidedDate-DS
    END-IF
    MOVE CbCaseRef-CB    TO CaseRef-DS
    MOVE CbReason-CB     TO DisputeReason-DS
    MOVE CbAmount-CB     TO DisputeAmount-DS
    MOVE CbNoticeDate-CB TO ReceivedDate-DS
    MOVE OperatorId      TO OperatorId-DS
    SET DisputeReceived-DS TO TRUE

    IF CbRetrieval-CB
       SET RetrievalRequest-DS TO TRUE
       ADD 1 TO RetrievalsOpened
       MOVE CbAmount-CB TO Amount-Ed
       DISPLAY "  RETRIEVAL - receipt " CbReceiptNum-CB " customer "
               FoundCustomerId " for " Amount-Ed
               " - send the acquirer a copy of the receipt"
    ELSE
       SET ChargebackDispute-DS TO TRUE
       PERFORM ReverseChargedBackPayment
       ADD 1 TO ChargebacksOpened
       MOVE CbAmount-CB       TO Amount-Ed
       MOVE ReversedAmount-DS TO Reversed-Ed
       DISPLAY "  CHARGEBACK - receipt " CbReceiptNum-CB " customer "
               FoundCustomerId " for " Amount-Ed ", " Reversed-Ed
               " reinstated on the ledger"
    END-IF

    IF DisputeAlreadyOnFile
       REWRITE DisputeRec-DS
          INVALID KEY DISPLAY "-DS ERROR Status = " DisputeStatus
       END-REWRITE
    ELSE
       WRITE DisputeRec-DS
          INVALID KEY DISPLAY "-DS ERROR Status = " DisputeStatus
       END-WRITE
    END-IF.

ReverseChargedBackPayment.
*> Only what the payment actually settled goes back on the ledger,
*> and never more than the acquirer took back; any unapplied
*> remainder is held out of reapplication and refund by the disputed
*> mark on the payment itself.
    IF CbAmount-CB < FoundApplied
       MOVE CbAmount-CB TO ReversalAmount
    ELSE
       MOVE FoundApplied TO ReversalAmount
    END-IF
    MOVE ZEROS TO ReversalSeqNum-DS
    IF ReversalAmount > ZEROS
       PERFORM FindNextARItemSeqNum
       INITIALIZE ARItemRec-AR
       MOVE FoundCustomerId  TO CustomerId-AR
       MOVE NextARItemSeqNum TO ARItemSeqNum-AR
       MOVE TodayDate        TO ARItemDate-AR
       SET ARChargebackItem-AR TO TRUE
       MOVE ZEROS            TO FilmId-AR CheckoutDate-AR
       MOVE ReversalAmount   TO ARItemAmount-AR
       MOVE ReversalAmount   TO ARItemOpenAmount-AR
       SET ARItemOpen-AR     TO TRUE
       WRITE ARItemRec-AR
          INVALID KEY DISPLAY "-AR ERROR Status = " ARLedgerStatus
          NOT INVALID KEY
             MOVE NextARItemSeqNum TO ReversalSeqNum-DS
             MOVE SPACES TO JrnBeforeImage
             MOVE ARItemRec-AR TO JrnAfterImage
             CALL "JournalUpdate" USING "Listing18-18", OperatorId,
                   "ARLedger    ", "W", JrnBeforeImage, JrnAfterImage
       END-WRITE
    END-IF
    MOVE ReversalAmount TO ReversedAmount-DS
    MOVE "D" TO NewPaymentStatus
    PERFORM SetPaymentStatus.

FindNextARItemSeqNum.
*> One past the highest sequence number on the customer's ledger,
*> the same scan Listing17-27 and Listing17-84 use.
    MOVE ZEROS TO NextARItemSeqNum
    MOVE FoundCustomerId TO CustomerId-AR
    MOVE ZEROS           TO ARItemSeqNum-AR
    START ARLedgerFile KEY IS GREATER THAN OR EQUAL ARItemKey-AR
       INVALID KEY SET EndOfARItems TO TRUE
    END-START
    IF NOT EndOfARItems
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfARItems
                   OR CustomerId-AR NOT EQUAL FoundCustomerId
       MOVE ARItemSeqNum-AR TO NextARItemSeqNum
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
    END-PERFORM
    ADD 1 TO NextARItemSeqNum.

FindCardPayment.
    SET CardPaymentNotFound TO TRUE
    MOVE ZEROS TO FoundCustomerId FoundStoreId FoundApplied
    MOVE SPACE TO FoundPaymentStatus
    OPEN INPUT PaymentsFile
    IF PaymentsStatus NOT EQUAL "00"
       CLOSE PaymentsFile
       EXIT PARAGRAPH
    END-IF
    READ PaymentsFile
       AT END SET EndOfPayments TO TRUE
    END-READ
    PERFORM UNTIL EndOfPayments OR CardPaymentFound
       IF ReceiptNum-PM EQUAL WantedReceiptNum
          AND CardTender-PM
          SET CardPaymentFound TO TRUE
          MOVE CustomerId-PM    TO FoundCustomerId
          MOVE StoreId-PM       TO FoundStoreId
          MOVE AppliedAmount-PM TO FoundApplied
          MOVE PaymentStatus-PM TO FoundPaymentStatus
       ELSE
          READ PaymentsFile
             AT END SET EndOfPayments TO TRUE
          END-READ
       END-IF
    END-PERFORM
    CLOSE PaymentsFile.

SetPaymentStatus.
*> Streams PaymentsFile through a work file, restamping the status
*> of the one card payment - the same LINE SEQUENTIAL update shape
*> Listing17-84 uses to mark a bounced check.
    OPEN INPUT PaymentsFile
    IF PaymentsStatus NOT EQUAL "00"
       CLOSE PaymentsFile
       EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT PaymentsWorkFile
    READ PaymentsFile
       AT END SET EndOfPayments TO TRUE
    END-READ
    PERFORM UNTIL EndOfPayments
       IF ReceiptNum-PM EQUAL WantedReceiptNum
          AND CardTender-PM
          MOVE NewPaymentStatus TO PaymentStatus-PM
       END-IF
       WRITE PaymentWorkRec FROM PaymentRec-PM
       READ PaymentsFile
          AT END SET EndOfPayments TO TRUE
       END-READ
    END-PERFORM
    CLOSE PaymentsFile
    CLOSE PaymentsWorkFile
    PERFORM CopyWorkFileBack.

CopyWorkFileBack.
    OPEN INPUT PaymentsWorkFile
    OPEN OUTPUT PaymentsFile
    READ PaymentsWorkFile
       AT END SET EndOfPaymentsWork TO TRUE
    END-READ
    PERFORM UNTIL EndOfPaymentsWork
       MOVE PaymentWorkRec TO PaymentRec-PM
       WRITE PaymentRec-PM
       READ PaymentsWorkFile
          AT END SET EndOfPaymentsWork TO TRUE
       END-READ
    END-PERFORM
    CLOSE PaymentsWorkFile
    CLOSE PaymentsFile.

RecordEvidenceSent.
*> The receipt copy answers a retrieval request; the compelling
*> evidence pack answers a chargeback. Either way the dispute moves
*> from received to evidence sent.
    DISPLAY "Enter the receipt number under dispute - "
            WITH NO ADVANCING
    ACCEPT WantedReceiptNum
    MOVE WantedReceiptNum TO ReceiptNum-DS
    READ DisputeFile
       KEY IS ReceiptNum-DS
       INVALID KEY
          DISPLAY "No dispute on file for receipt " WantedReceiptNum
          EXIT PARAGRAPH
    END-READ
    IF NOT DisputeReceived-DS
       PERFORM DescribeDisputeState
       DISPLAY "Receipt " WantedReceiptNum " is " StateText
               " - evidence can only follow a newly received dispute."
       EXIT PARAGRAPH
    END-IF
    SET DisputeEvidenceSent-DS TO TRUE
    MOVE TodayDate  TO EvidenceSentDate-DS
    MOVE OperatorId TO OperatorId-DS
    REWRITE DisputeRec-DS
       INVALID KEY DISPLAY "-DS ERROR Status = " DisputeStatus
    END-REWRITE
    DISPLAY "Evidence recorded as sent for receipt " WantedReceiptNum.

RecordDisputeDecision.
    DISPLAY "Enter the receipt number under dispute - "
            WITH NO ADVANCING
    ACCEPT WantedReceiptNum
    MOVE WantedReceiptNum TO ReceiptNum-DS
    READ DisputeFile
       KEY IS ReceiptNum-DS
       INVALID KEY
          DISPLAY "No dispute on file for receipt " WantedReceiptNum
          EXIT PARAGRAPH
    END-READ
    IF NOT ChargebackDispute-DS
       DISPLAY "Receipt " WantedReceiptNum " has only a retrieval "
               "request - there is no chargeback to decide."
       EXIT PARAGRAPH
    END-IF
    IF NOT DisputeStillOpen-DS
       PERFORM DescribeDisputeState
       DISPLAY "Receipt " WantedReceiptNum " was already decided - "
               StateText " on " DecidedDate-DS
       EXIT PARAGRAPH
    END-IF

    MOVE DisputeAmount-DS  TO Amount-Ed
    MOVE ReversedAmount-DS TO Reversed-Ed
    DISPLAY "Receipt " WantedReceiptNum " customer " CustomerId-DS
            " case " CaseRef-DS " disputed " Amount-Ed
            " reversed " Reversed-Ed
    DISPLAY "Enter the acquirer's decision (W = won, L = lost) - "
            WITH NO ADVANCING
    ACCEPT DecisionCode
    IF NOT DecisionWon AND NOT DecisionLost
       DISPLAY "Please enter W or L - nothing recorded."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Confirm (Y/N) - " WITH NO ADVANCING
    ACCEPT ConfirmDecision
    IF NOT DecisionConfirmed
       DISPLAY "Decision not recorded."
       EXIT PARAGRAPH
    END-IF

    MOVE CustomerId-DS TO FoundCustomerId
    IF DecisionWon
       PERFORM RestoreOriginalApplication
       SET DisputeWon-DS TO TRUE
       MOVE SPACE TO NewPaymentStatus
    ELSE
       SET DisputeLost-DS TO TRUE
       MOVE "L" TO NewPaymentStatus
    END-IF
    PERFORM SetPaymentStatus
    MOVE TodayDate  TO DecidedDate-DS
    MOVE OperatorId TO OperatorId-DS
    REWRITE DisputeRec-DS
       INVALID KEY DISPLAY "-DS ERROR Status = " DisputeStatus
    END-REWRITE
    IF DisputeWon-DS
       DISPLAY "Dispute won - the payment stands and the chargeback "
               "item is closed."
    ELSE
       DISPLAY "Dispute lost - the reversal is permanent and stays "
               "on Customer " CustomerId-DS "'s account."
    END-IF.

RestoreOriginalApplication.
*> The acquirer returned the money, so the chargeback item comes off
*> the ledger and the payment's original application stands again.
*> Anything the customer has already paid against that item is now
*> a credit on the account for the desk to settle.
    IF ReversalSeqNum-DS EQUAL ZEROS
       EXIT PARAGRAPH
    END-IF
    MOVE CustomerId-DS     TO CustomerId-AR
    MOVE ReversalSeqNum-DS TO ARItemSeqNum-AR
    READ ARLedgerFile
       KEY IS ARItemKey-AR
       INVALID KEY
          DISPLAY "NOTE - chargeback item " ReversalSeqNum-DS
                  " is no longer on the ledger."
          EXIT PARAGRAPH
    END-READ
    MOVE ARItemRec-AR TO JrnBeforeImage
    COMPUTE PaidAgainstReversal =
            ARItemAmount-AR - ARItemOpenAmount-AR
    MOVE ZEROS TO ARItemOpenAmount-AR
    SET ARItemPaid-AR TO TRUE
    SET ARItemWasAdjusted-AR TO TRUE
    REWRITE ARItemRec-AR
       INVALID KEY DISPLAY "-AR ERROR Status = " ARLedgerStatus
       NOT INVALID KEY
          MOVE ARItemRec-AR TO JrnAfterImage
          CALL "JournalUpdate" USING "Listing18-18", OperatorId,
                "ARLedger    ", "R", JrnBeforeImage, JrnAfterImage
    END-REWRITE
    IF PaidAgainstReversal > ZEROS
       MOVE PaidAgainstReversal TO Amount-Ed
       DISPLAY "NOTE - Customer " CustomerId-DS " had already paid "
               Amount-Ed " against the chargeback; that is now a "
               "credit on the account."
    END-IF.

ListOpenDisputes.
    MOVE ZEROS TO OpenDisputesListed OpenDisputeTotal
    MOVE ZEROS TO ReceiptNum-DS
    START DisputeFile KEY IS GREATER THAN OR EQUAL ReceiptNum-DS
       INVALID KEY SET EndOfDisputes TO TRUE
    END-START
    IF NOT EndOfDisputes
       READ DisputeFile NEXT RECORD
          AT END SET EndOfDisputes TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfDisputes
       IF DisputeStillOpen-DS
          ADD 1 TO OpenDisputesListed
          PERFORM DescribeDisputeState
          IF RetrievalRequest-DS
             MOVE "retrieval " TO KindText
          ELSE
             MOVE "chargeback" TO KindText
             ADD DisputeAmount-DS TO OpenDisputeTotal
          END-IF
          MOVE DisputeAmount-DS TO Amount-Ed
          MOVE ReceivedDate-DS  TO Date-Ed
          DISPLAY "  Receipt " ReceiptNum-DS " " KindText
                  " customer " CustomerId-DS " " Amount-Ed
                  " received " Date-Ed " " StateText
       END-IF
       READ DisputeFile NEXT RECORD
          AT END SET EndOfDisputes TO TRUE
       END-READ
    END-PERFORM
    IF OpenDisputesListed EQUAL ZEROS
       DISPLAY "No open disputes."
    ELSE
       MOVE OpenDisputeTotal TO Total-Ed
       DISPLAY OpenDisputesListed " open dispute(s), " Total-Ed
               " under chargeback"
    END-IF.

DescribeDisputeState.
    EVALUATE TRUE
       WHEN DisputeReceived-DS     MOVE "received"      TO StateText
       WHEN DisputeEvidenceSent-DS MOVE "evidence sent" TO StateText
       WHEN DisputeWon-DS          MOVE "won"           TO StateText
       WHEN DisputeLost-DS         MOVE "lost"          TO StateText
       WHEN OTHER                  MOVE "unknown"       TO StateText
    END-EVALUATE.

CreateTheChargebackFeedFile.
*> Seeds the acquirer's file the first time through - a retrieval
*> request and the chargeback Listing17-72's settlement feed reports
*> - the way Listing17-72 seeds its own feed.
    OPEN INPUT ChargebackFeedFile
    IF ChargebackFeedStatus EQUAL "00"
       CLOSE ChargebackFeedFile
    ELSE
       CLOSE ChargebackFeedFile
       OPEN OUTPUT ChargebackFeedFile
       MOVE "0000001RQ2609010001202609030001500R1222" TO ChargebackFeedRec
       WRITE ChargebackFeedRec
       MOVE "0000003CB2609030007202609030001200B4837" TO ChargebackFeedRec
       WRITE ChargebackFeedRec
       CLOSE ChargebackFeedFile
    END-IF.

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

IDENTIFICATION DIVISION.
PROGRAM-ID. JournalUpdate IS INITIAL.
AUTHOR. Michael Coughlan.
*> Appends one entry per write/rewrite/delete made by the
*> maintenance and till programs to the system update journal, with
*> before and after images, a timestamp and the operator id. The
*> recovery utility replays the journal forward from the last
*> Listing17-12 backup to any chosen point in time, and the journal
*> doubles as the answer to "who changed this record". A training
*> session's updates are to the training copies, so they are never
*> journalled. Each image holds a whole record of the widest
*> journalled master (the 339-byte customer record) with room to
*> grow. The journal is stamped on the layout register when an entry
*> starts a new one, and an existing journal at any other layout
*> version is not appended to - the refusal is logged - until it has
*> been converted with Listing18-50.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JournalFile ASSIGN TO "Listing17-53Journal.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS JournalStatus.

DATA DIVISION.
FILE SECTION.
FD  JournalFile.
01  JournalRec.
    02  JrnTimestamp-JN      PIC X(21).
    02  ProgramName-JN       PIC X(12).
    02  OperatorId-JN        PIC 9(4).
    02  FileName-JN          PIC X(12).
    02  UpdateAction-JN      PIC X.
    02  BeforeImage-JN       PIC X(400).
    02  AfterImage-JN        PIC X(400).

WORKING-STORAGE SECTION.
01  JournalStatus          PIC XX.
01  TrainingState          PIC X.
    88  TrainingModeOn       VALUE "Y".
01  TrainingFileName       PIC X(40) VALUE SPACES.

COPY LayoutVersions.

LINKAGE SECTION.
01  ProgramName-IO         PIC X(12).
01  OperatorId-IO          PIC 9(4).
01  FileName-IO            PIC X(12).
01  UpdateAction-IO        PIC X.
    88  JournalWrite         VALUE "W".
    88  JournalRewrite       VALUE "R".
    88  JournalDelete        VALUE "D".
01  BeforeImage-IO         PIC X(400).
01  AfterImage-IO          PIC X(400).

PROCEDURE DIVISION USING ProgramName-IO, OperatorId-IO, FileName-IO,
                          UpdateAction-IO, BeforeImage-IO,
                          AfterImage-IO.
Begin.
   CALL "TrainingMode" USING "Q", TrainingState, TrainingFileName
   IF TrainingModeOn
      EXIT PROGRAM
   END-IF
   OPEN EXTEND JournalFile
   IF JournalStatus EQUAL "35"
      OPEN OUTPUT JournalFile
      CALL "CheckLayoutVersion" USING "S", ProgramName-IO,
            "JournalFile ", JournalRecVersion, LayoutResult
   ELSE
      CALL "CheckLayoutVersion" USING "C", ProgramName-IO,
            "JournalFile ", JournalRecVersion, LayoutResult
      IF LayoutRefused
         CLOSE JournalFile
         EXIT PROGRAM
      END-IF
   END-IF
   MOVE FUNCTION CURRENT-DATE TO JrnTimestamp-JN
   MOVE ProgramName-IO   TO ProgramName-JN
   MOVE OperatorId-IO    TO OperatorId-JN
   MOVE FileName-IO      TO FileName-JN
   MOVE UpdateAction-IO  TO UpdateAction-JN
   MOVE BeforeImage-IO   TO BeforeImage-JN
   MOVE AfterImage-IO    TO AfterImage-JN
   WRITE JournalRec
   CLOSE JournalFile
   EXIT PROGRAM.
END PROGRAM JournalUpdate.
