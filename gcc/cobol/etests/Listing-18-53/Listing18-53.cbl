IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-53.
AUTHOR. Michael Coughlan.
*> Nightly website payment import. Customers can see what they owe
*> online, and the website's card processor now takes payment for
*> it; each night it sends the day's payments as a flat file. Every
*> payment on the feed is checked - a reference, a real date and an
*> amount, a customer on the master whose account is neither merged
*> away nor closed, and a reference not already imported - and a
*> good one is written to PaymentsFile under a receipt number from
*> the Listing17-28 sequence, as a web tender (WebTender-PM) with no
*> store or till session, and applied oldest item first to the
*> customer's open ledger items exactly as Listing17-28 applies a
*> payment taken at the till. A payment dated in a period already
*> closed is moved forward by CheckPostingPeriod, as the offline
*> replay does. Each imported reference is kept on the web payment
*> register with the receipt it became: that is what stops a feed
*> sent twice from paying twice, and what Listing17-72 uses to match
*> the processor's settlements, which quote its reference and not
*> our receipt. Rejected payments go to the spooled rejects report
*> with the reason, for the accounts office to refund or place by
*> hand. The feed is seeded the first time through with one of each
*> outcome, the way Listing17-72 seeds its settlement feed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   SELECT CustomerFile ASSIGN TO "Listing17-26Customer.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CustomerId-CF
        ALTERNATE RECORD KEY IS CustomerSurname-CF
                     WITH DUPLICATES
        FILE STATUS IS CustomerStatus.

   SELECT ARLedgerFile ASSIGN TO "Listing17-27ARLedger.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ARItemKey-AR
        FILE STATUS IS ARLedgerStatus.

   SELECT WebPayRefFile ASSIGN TO "Listing18-53WebPayRefs.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WebReference-WP
        FILE STATUS IS WebPayRefStatus.

   SELECT PaymentsFile ASSIGN TO "Listing17-28Payments.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PaymentsStatus.

   SELECT ReceiptNumFile ASSIGN TO "Listing17-28ReceiptNum.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ReceiptNumStatus.

   SELECT WebFeedFile ASSIGN TO "Listing18-53WebPayments.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WebFeedStatus.

   SELECT RejectsReportFile ASSIGN TO RejectsReportFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RejectsReportStatus.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
01 CustomerRec-CF.
   COPY CustomerRec.

FD ARLedgerFile.
01 ARItemRec-AR.
   COPY ARItemRec.

FD WebPayRefFile.
01 WebPayRefRec-WP.
   COPY WebPayRefRec.

FD PaymentsFile.
01 PaymentRec-PM.
   COPY PaymentRec.

FD ReceiptNumFile.
01 ReceiptNumRec            PIC 9(7).

FD WebFeedFile.
01 WebFeedRec.
   02 WebReference-WF       PIC X(16).
   02 CustomerId-WF         PIC 9(7).
   02 PaymentDate-WF        PIC 9(8).
   02 PaymentTime-WF        PIC 9(6).
   02 PaymentAmount-WF      PIC 9(5)V99.

FD RejectsReportFile.
01 RejectsLine              PIC X(132).

WORKING-STORAGE SECTION.
01 CustomerStatus           PIC XX.
   88 CustomerOk  VALUE "02", "00".

01 ARLedgerStatus           PIC XX.
   88 ARLedgerOk  VALUE "02", "00".

01 WebPayRefStatus          PIC XX.
   88 WebPayRefOk VALUE "02", "00".

01 PaymentsStatus           PIC XX.
01 ReceiptNumStatus         PIC XX.
01 WebFeedStatus            PIC XX.
   88 EndOfWebFeed            VALUE "10".
01 RejectsReportStatus      PIC XX.
01 RejectsReportFileName    PIC X(30).
01 SpoolRunParms            PIC X(20).

01 RunDate                  PIC 9(8).

01 ImportCounts.
   02 WebPaymentsRead       PIC 9(5) VALUE ZEROS.
   02 WebPaymentsImported   PIC 9(5) VALUE ZEROS.
   02 WebPaymentsRejected   PIC 9(5) VALUE ZEROS.
01 ImportedValue            PIC 9(7)V99 VALUE ZEROS.
01 RejectedValue            PIC 9(7)V99 VALUE ZEROS.

01 RejectReason             PIC X(50).
   88 WebPaymentAccepted      VALUE SPACES.

*> Payment on account - applied oldest item first, as Listing17-28
*> applies a payment taken at the till.
01 PayCustomerId             PIC 9(7).
01 NextReceiptNum            PIC 9(7) VALUE ZEROS.
01 PaymentDate               PIC 9(8).
01 RemainingToApply          PIC 9(5)V99 VALUE ZEROS.
01 TotalApplied              PIC 9(5)V99 VALUE ZEROS.
01 AppliedToItem             PIC 9(5)V99 VALUE ZEROS.

*> A payment dated in a period already closed moves forward to the
*> first open day.
01 PostingRef                PIC X(30).
01 PeriodResult              PIC 9.

01 Amount-Ed                 PIC $$$,$$9.99.
01 Total-Ed                  PIC $$,$$$,$$9.99.

01 QuiesceResult              PIC 9 VALUE ZERO.
   88 SystemQuiesced            VALUE 1.

*> Before/after images for the update journal.
01 JrnBeforeImage             PIC X(400) VALUE SPACES.
01 JrnAfterImage              PIC X(400) VALUE SPACES.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing18-53", "CustomerFile",
          CustomerRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    CALL "CheckQuiesce" USING QuiesceResult
    IF SystemQuiesced
       DISPLAY "Nightly close in progress - the web payments are "
               "imported when the batch window ends."
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    DISPLAY "*** Website Payment Import - " RunDate " ***"
    PERFORM CreateTheWebFeedFile

    OPEN INPUT CustomerFile
    OPEN I-O ARLedgerFile
    CALL "AuditLogFileEvent" USING "Listing18-53", "ARLedgerFile", "O", ARLedgerStatus, ZEROS
    IF ARLedgerStatus EQUAL "35"
       CLOSE ARLedgerFile
       OPEN OUTPUT ARLedgerFile
       CLOSE ARLedgerFile
       OPEN I-O ARLedgerFile
    END-IF
    OPEN I-O WebPayRefFile
    IF WebPayRefStatus EQUAL "35"
       CLOSE WebPayRefFile
       OPEN OUTPUT WebPayRefFile
       CLOSE WebPayRefFile
       OPEN I-O WebPayRefFile
    END-IF
    OPEN EXTEND PaymentsFile
    IF PaymentsStatus EQUAL "35"
       CLOSE PaymentsFile
       OPEN OUTPUT PaymentsFile
    END-IF
    PERFORM LoadReceiptNum

    MOVE SPACES TO SpoolRunParms
    STRING "feed=" DELIMITED BY SIZE
           RunDate DELIMITED BY SIZE
      INTO SpoolRunParms
    END-STRING
    CALL "SpoolRegisterReport" USING "WEBPAY  ", SpoolRunParms,
                                     RejectsReportFileName
    OPEN OUTPUT RejectsReportFile
    PERFORM PrintReportHeading

    OPEN INPUT WebFeedFile
    READ WebFeedFile
       AT END SET EndOfWebFeed TO TRUE
    END-READ
    PERFORM UNTIL EndOfWebFeed
       ADD 1 TO WebPaymentsRead
       PERFORM ImportOneWebPayment
       READ WebFeedFile
          AT END SET EndOfWebFeed TO TRUE
       END-READ
    END-PERFORM
    CLOSE WebFeedFile

    PERFORM PrintReportFooting
    CLOSE RejectsReportFile
    PERFORM SaveReceiptNum
    CLOSE PaymentsFile
    CLOSE WebPayRefFile
    CLOSE CustomerFile
    CLOSE ARLedgerFile
    CALL "AuditLogFileEvent" USING "Listing18-53", "ARLedgerFile", "C", ARLedgerStatus, ZEROS
    DISPLAY "Read " WebPaymentsRead "  imported " WebPaymentsImported
            "  rejected " WebPaymentsRejected
    DISPLAY "Rejects written to " RejectsReportFileName
    STOP RUN.

LoadReceiptNum.
    MOVE ZEROS TO NextReceiptNum
    OPEN INPUT ReceiptNumFile
    IF ReceiptNumStatus EQUAL "00"
       READ ReceiptNumFile
          AT END CONTINUE
          NOT AT END MOVE ReceiptNumRec TO NextReceiptNum
       END-READ
       CLOSE ReceiptNumFile
    ELSE
       CLOSE ReceiptNumFile
    END-IF.

SaveReceiptNum.
    OPEN OUTPUT ReceiptNumFile
    MOVE NextReceiptNum TO ReceiptNumRec
    WRITE ReceiptNumRec
    CLOSE ReceiptNumFile.

ImportOneWebPayment.
    MOVE SPACES TO RejectReason
    PERFORM CheckWebPayment
    IF WebPaymentAccepted
       PERFORM PostWebPayment
       ADD 1 TO WebPaymentsImported
       ADD PaymentAmount-WF TO ImportedValue
    ELSE
       ADD 1 TO WebPaymentsRejected
       IF PaymentAmount-WF NUMERIC
          ADD PaymentAmount-WF TO RejectedValue
       END-IF
       PERFORM WriteRejectLine
    END-IF.

CheckWebPayment.
*> The checks run cheapest first and stop at the first failure, so
*> the report gives the one reason that matters.
    IF WebReference-WF EQUAL SPACES
       MOVE "No processor reference on the payment" TO RejectReason
       EXIT PARAGRAPH
    END-IF
    IF PaymentAmount-WF NOT NUMERIC OR PaymentAmount-WF EQUAL ZEROS
       MOVE "Amount is missing or not numeric" TO RejectReason
       EXIT PARAGRAPH
    END-IF
    IF PaymentDate-WF NOT NUMERIC
       MOVE "Payment date is not a valid date" TO RejectReason
       EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(PaymentDate-WF) NOT EQUAL ZERO
       OR PaymentDate-WF > RunDate
       MOVE "Payment date is not a valid date" TO RejectReason
       EXIT PARAGRAPH
    END-IF
    MOVE WebReference-WF TO WebReference-WP
    READ WebPayRefFile
       KEY IS WebReference-WP
       INVALID KEY CONTINUE
    END-READ
    IF WebPayRefOk
       MOVE SPACES TO RejectReason
       STRING "Duplicate reference - imported as receipt "
                 DELIMITED BY SIZE
              ReceiptNum-WP DELIMITED BY SIZE
         INTO RejectReason
       END-STRING
       EXIT PARAGRAPH
    END-IF
    IF CustomerId-WF NOT NUMERIC
       MOVE "Unknown customer" TO RejectReason
       EXIT PARAGRAPH
    END-IF
    MOVE CustomerId-WF TO CustomerId-CF
    READ CustomerFile
       KEY IS CustomerId-CF
       INVALID KEY CONTINUE
    END-READ
    EVALUATE TRUE
       WHEN NOT CustomerOk
          MOVE "Unknown customer" TO RejectReason
       WHEN CustomerIsMerged-CF
          STRING "Account merged into customer " DELIMITED BY SIZE
                 MergedIntoId-CF DELIMITED BY SIZE
            INTO RejectReason
          END-STRING
       WHEN CustomerIsClosed-CF
          MOVE "Account is closed" TO RejectReason
    END-EVALUATE.

PostWebPayment.
*> The money is already taken, so a suspended account is paid like
*> any other. The receipt number is issued now, and the payment
*> applied to the open items oldest first.
    MOVE CustomerId-WF TO PayCustomerId
    ADD 1 TO NextReceiptNum
    MOVE PaymentDate-WF TO PaymentDate
    MOVE SPACES TO PostingRef
    STRING "RECEIPT " DELIMITED BY SIZE
           NextReceiptNum DELIMITED BY SIZE
      INTO PostingRef
    END-STRING
    CALL "CheckPostingPeriod" USING "Listing18-53", PostingRef,
                                    "M", PaymentDate, PeriodResult
    PERFORM ApplyPaymentToOpenItems

    INITIALIZE PaymentRec-PM
    MOVE NextReceiptNum   TO ReceiptNum-PM
    MOVE PayCustomerId    TO CustomerId-PM
    MOVE ZEROS            TO StoreId-PM
    MOVE PaymentDate      TO PaymentDate-PM
    MOVE PaymentTime-WF   TO PaymentTime-PM
    SET WebTender-PM      TO TRUE
    MOVE PaymentAmount-WF TO PaymentAmount-PM
    MOVE TotalApplied     TO AppliedAmount-PM
    MOVE ZEROS            TO SessionNum-PM
    WRITE PaymentRec-PM

    INITIALIZE WebPayRefRec-WP
    MOVE WebReference-WF  TO WebReference-WP
    MOVE NextReceiptNum   TO ReceiptNum-WP
    MOVE PayCustomerId    TO CustomerId-WP
    MOVE PaymentDate      TO PaymentDate-WP
    MOVE PaymentAmount-WF TO PaymentAmount-WP
    MOVE RunDate          TO ImportedDate-WP
    WRITE WebPayRefRec-WP
       INVALID KEY DISPLAY "-WP ERROR Status = " WebPayRefStatus
    END-WRITE.

ApplyPaymentToOpenItems.
    MOVE PaymentAmount-WF TO RemainingToApply
    MOVE ZEROS TO TotalApplied
    MOVE PayCustomerId TO CustomerId-AR
    MOVE ZEROS         TO ARItemSeqNum-AR
    START ARLedgerFile KEY IS GREATER THAN OR EQUAL ARItemKey-AR
       INVALID KEY SET EndOfARItems TO TRUE
    END-START
    IF NOT EndOfARItems
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfARItems
                   OR CustomerId-AR NOT EQUAL PayCustomerId
                   OR RemainingToApply EQUAL ZEROS
       IF ARItemOpen-AR AND ARItemOpenAmount-AR > ZEROS
          PERFORM ApplyToOneItem
       END-IF
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
    END-PERFORM.

ApplyToOneItem.
    MOVE ARItemRec-AR TO JrnBeforeImage
    IF RemainingToApply NOT < ARItemOpenAmount-AR
       MOVE ARItemOpenAmount-AR TO AppliedToItem
    ELSE
       MOVE RemainingToApply TO AppliedToItem
    END-IF
    SUBTRACT AppliedToItem FROM RemainingToApply
    ADD AppliedToItem TO TotalApplied
    SUBTRACT AppliedToItem FROM ARItemOpenAmount-AR
    IF ARItemOpenAmount-AR EQUAL ZEROS
       SET ARItemPaid-AR TO TRUE
    END-IF
    REWRITE ARItemRec-AR
       INVALID KEY DISPLAY "-AR ERROR Status = " ARLedgerStatus
       NOT INVALID KEY
          MOVE ARItemRec-AR TO JrnAfterImage
          CALL "JournalUpdate" USING "Listing18-53", ZEROS,
                "ARLedger    ", "R", JrnBeforeImage, JrnAfterImage
    END-REWRITE.

PrintReportHeading.
    MOVE ALL "=" TO RejectsLine
    WRITE RejectsLine
    MOVE SPACES TO RejectsLine
    STRING "   WEBSITE PAYMENT IMPORT - REJECTED PAYMENTS - RUN OF "
              DELIMITED BY SIZE
           RunDate DELIMITED BY SIZE
      INTO RejectsLine
    END-STRING
    WRITE RejectsLine
    MOVE ALL "=" TO RejectsLine
    WRITE RejectsLine
    MOVE "Reference         Customer  Paid on        Amount  Reason"
      TO RejectsLine
    WRITE RejectsLine.

WriteRejectLine.
    MOVE SPACES TO RejectsLine
    MOVE WebReference-WF TO RejectsLine(1:16)
    MOVE CustomerId-WF   TO RejectsLine(19:7)
    MOVE PaymentDate-WF  TO RejectsLine(29:8)
    IF PaymentAmount-WF NUMERIC
       MOVE PaymentAmount-WF TO Amount-Ed
       MOVE Amount-Ed TO RejectsLine(38:10)
    END-IF
    MOVE RejectReason    TO RejectsLine(50:50)
    WRITE RejectsLine.

PrintReportFooting.
    MOVE ALL "=" TO RejectsLine
    WRITE RejectsLine
    MOVE SPACES TO RejectsLine
    MOVE ImportedValue TO Total-Ed
    STRING "Web payments read " DELIMITED BY SIZE
           WebPaymentsRead DELIMITED BY SIZE
           "   imported " DELIMITED BY SIZE
           WebPaymentsImported DELIMITED BY SIZE
           " for " DELIMITED BY SIZE
           Total-Ed DELIMITED BY SIZE
      INTO RejectsLine
    END-STRING
    WRITE RejectsLine
    MOVE SPACES TO RejectsLine
    MOVE RejectedValue TO Total-Ed
    STRING "Rejected " DELIMITED BY SIZE
           WebPaymentsRejected DELIMITED BY SIZE
           " for " DELIMITED BY SIZE
           Total-Ed DELIMITED BY SIZE
           " - to be refunded or placed by hand" DELIMITED BY SIZE
      INTO RejectsLine
    END-STRING
    WRITE RejectsLine.

CreateTheWebFeedFile.
*> Seeds one night's feed the first time through - a good payment,
*> one for a customer we do not have, the good payment sent again,
*> and one with no amount - so the import demonstrates each outcome.
    OPEN INPUT WebFeedFile
    IF WebFeedStatus EQUAL "00"
       CLOSE WebFeedFile
    ELSE
       CLOSE WebFeedFile
       OPEN OUTPUT WebFeedFile
       MOVE "WEB0000000000001000000120260901193012" TO WebFeedRec
       MOVE 15.00 TO PaymentAmount-WF
       WRITE WebFeedRec
       MOVE "WEB0000000000002999999920260901201500" TO WebFeedRec
       MOVE 8.00 TO PaymentAmount-WF
       WRITE WebFeedRec
       MOVE "WEB0000000000001000000120260901193012" TO WebFeedRec
       MOVE 15.00 TO PaymentAmount-WF
       WRITE WebFeedRec
       MOVE "WEB0000000000003000000220260901214505" TO WebFeedRec
       MOVE ZEROS TO PaymentAmount-WF
       WRITE WebFeedRec
       CLOSE WebFeedFile
    END-IF.

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
PROGRAM-ID. CheckQuiesce IS INITIAL.
AUTHOR. Michael Coughlan.
*> Answers whether the Listing17-54 run controller has the system
*> quiesced for the batch window. The till and maintenance programs
*> ask before opening anything for update, and show a clean
*> "nightly close in progress" message instead of sitting on a
*> record lock. No flag file, or a flag of "R", means open.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT QuiesceFile ASSIGN TO "Listing17-54Quiesce.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS QuiesceStatus.

DATA DIVISION.
FILE SECTION.
FD  QuiesceFile.
01  QuiesceRec.
    02  QuiesceState-QS      PIC X.
    02  QuiesceStamp-QS      PIC X(21).

WORKING-STORAGE SECTION.
01  QuiesceStatus          PIC XX.

LINKAGE SECTION.
01  QuiesceResult-IO       PIC 9.
    88  SystemIsOpen-IO      VALUE 0.
    88  SystemQuiesced-IO    VALUE 1.

PROCEDURE DIVISION USING QuiesceResult-IO.
Begin.
   SET SystemIsOpen-IO TO TRUE
   OPEN INPUT QuiesceFile
   IF QuiesceStatus EQUAL "00"
      READ QuiesceFile
         AT END CONTINUE
         NOT AT END
            IF QuiesceState-QS EQUAL "Q"
               SET SystemQuiesced-IO TO TRUE
            END-IF
      END-READ
   END-IF
   CLOSE QuiesceFile
   EXIT PROGRAM.
END PROGRAM CheckQuiesce.

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
PROGRAM-ID. CheckPostingPeriod.
AUTHOR. Michael Coughlan.
*> Closed-period posting guard. Listing17-24 keeps the end date of the
*> last period it closed on Listing17-24ClosedPeriod.DAT; every
*> program that posts money or a dated transaction calls this before
*> it writes, with the date it means to post on. A date after the
*> closed period is passed straight back. A date on or before it is
*> either refused (rule "R" - the caller leaves the posting alone) or
*> moved to the first open day (rule "M"), and either way the caller's
*> reference and the original date go onto the posting-period log so
*> the moved item can be traced back to when it really happened. The
*> closed date loads once per run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ClosedPeriodFile ASSIGN TO "Listing17-24ClosedPeriod.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS ClosedPeriodStatus.

    SELECT PostingLogFile ASSIGN TO "Listing17-24PostingMoves.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS PostingLogStatus.

DATA DIVISION.
FILE SECTION.
FD  ClosedPeriodFile.
01  ClosedPeriodRec            PIC 9(8).

FD  PostingLogFile.
01  PostingLogRec.
    02  LogProgram-PL          PIC X(12).
    02  FILLER                 PIC X.
    02  LogAction-PL           PIC X(7).
    02  FILLER                 PIC X.
    02  LogOriginalDate-PL     PIC 9(8).
    02  FILLER                 PIC X.
    02  LogPostedDate-PL       PIC 9(8).
    02  FILLER                 PIC X.
    02  LogReference-PL        PIC X(30).
    02  FILLER                 PIC X.
    02  LogTimestamp-PL        PIC X(14).

WORKING-STORAGE SECTION.
01  ClosedPeriodStatus         PIC XX.
01  PostingLogStatus           PIC XX.

01  ClosedLoaded               PIC X VALUE "N".
    88  ClosedAlreadyLoaded      VALUE "Y".
01  ClosedThroughDate          PIC 9(8) VALUE ZEROS.
01  FirstOpenDate              PIC 9(8) VALUE ZEROS.
01  OriginalDate               PIC 9(8).

LINKAGE SECTION.
01  ProgramName-IO             PIC X(12).
01  PostingRef-IO              PIC X(30).
01  PeriodRule-IO              PIC X.
    88  RefuseClosedDate         VALUE "R".
    88  MoveClosedDate           VALUE "M".
01  PostingDate-IO             PIC 9(8).
01  PeriodResult-IO            PIC 9.
    88  PostingPeriodOpen        VALUE 0.
    88  PostingDateMoved         VALUE 1.
    88  PostingRefused           VALUE 2.

PROCEDURE DIVISION USING ProgramName-IO, PostingRef-IO, PeriodRule-IO,
                          PostingDate-IO, PeriodResult-IO.
Begin.
   IF NOT ClosedAlreadyLoaded
      PERFORM LoadClosedPeriod
      MOVE "Y" TO ClosedLoaded
   END-IF

   SET PostingPeriodOpen TO TRUE
   IF PostingDate-IO > ClosedThroughDate
      EXIT PROGRAM
   END-IF

   MOVE PostingDate-IO TO OriginalDate
   IF MoveClosedDate
      MOVE FirstOpenDate TO PostingDate-IO
      SET PostingDateMoved TO TRUE
   ELSE
      SET PostingRefused TO TRUE
   END-IF
   PERFORM WritePostingLog
   EXIT PROGRAM.

LoadClosedPeriod.
   MOVE ZEROS TO ClosedThroughDate FirstOpenDate
   OPEN INPUT ClosedPeriodFile
   IF ClosedPeriodStatus EQUAL "00"
      READ ClosedPeriodFile
         AT END CONTINUE
         NOT AT END MOVE ClosedPeriodRec TO ClosedThroughDate
      END-READ
      CLOSE ClosedPeriodFile
   ELSE
      CLOSE ClosedPeriodFile
   END-IF
   IF ClosedThroughDate > ZEROS
      COMPUTE FirstOpenDate = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(ClosedThroughDate) + 1)
   END-IF.

WritePostingLog.
   OPEN EXTEND PostingLogFile
   IF PostingLogStatus EQUAL "35"
      OPEN OUTPUT PostingLogFile
   END-IF
   MOVE SPACES TO PostingLogRec
   MOVE ProgramName-IO TO LogProgram-PL
   IF PostingDateMoved
      MOVE "MOVED"   TO LogAction-PL
   ELSE
      MOVE "REFUSED" TO LogAction-PL
   END-IF
   MOVE OriginalDate   TO LogOriginalDate-PL
   MOVE PostingDate-IO TO LogPostedDate-PL
   MOVE PostingRef-IO  TO LogReference-PL
   MOVE FUNCTION CURRENT-DATE(1:14) TO LogTimestamp-PL
   WRITE PostingLogRec
   CLOSE PostingLogFile.
END PROGRAM CheckPostingPeriod.

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
