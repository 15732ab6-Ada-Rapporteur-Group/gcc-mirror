IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-24.
AUTHOR. Michael Coughlan.
*> Concessions and merchandise stock control. Popcorn, candy and
*> blank tapes are sold over the same counter as the films, but
*> until now through a separate cash box the system never saw. The
*> merchandise master holds every SKU once per store that stocks it,
*> with its shelf price, tax class (standard-rated, or exempt and
*> sold without tax), the quantity on hand and the level at which
*> it is reordered. Prices and stock-take corrections take a
*> supervisor; deliveries add to the quantity on hand. The Listing17-29
*> till rings merchandise up on the same transaction as a rental and
*> takes the quantity off the shelf, and its merchandise register
*> feeds the Listing17-48 balancing and the Listing17-45 GL extract.
*> The reorder report lists every active SKU that has fallen below
*> its reorder level, store by store, with the quantity to order.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   SELECT MerchSkuFile ASSIGN TO "Listing18-24Merch.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MerchSkuKey-MS
        FILE STATUS IS MerchSkuStatus.

   SELECT ReorderReportFile ASSIGN TO ReorderFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ReorderReportStatus.

DATA DIVISION.
FILE SECTION.
FD MerchSkuFile.
01 MerchSkuRec-MS.
   COPY MerchSkuRec.

FD ReorderReportFile.
01 ReorderLine              PIC X(132).

WORKING-STORAGE SECTION.
01 MerchSkuStatus           PIC XX.
   88 MerchSkuOk  VALUE "02", "00".

01 ReorderReportStatus      PIC XX.
01 ReorderFileName          PIC X(30).
01 SpoolRunParms            PIC X(20).

01 MenuChoice                PIC 9.
   88 MenuMaintainSku         VALUE 1.
   88 MenuReceiveStock        VALUE 2.
   88 MenuStockTake           VALUE 3.
   88 MenuReorderReport       VALUE 4.
   88 MenuListSkus            VALUE 5.
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

*> Prices and stock-take corrections are a manager's decision, so
*> they take a role-S sign-on on top of the operator's own.
01 SupervisorId               PIC 9(4) VALUE ZEROS.
01 SupSignOnResult            PIC 9 VALUE 1.
   88 SupervisorSignedOn        VALUE 0.

01 TodayDate                  PIC 9(8).

01 EnteredStoreId             PIC 99.
01 EnteredSkuCode             PIC X(8).
01 ReceivedQty                PIC 9(5) VALUE ZEROS.
01 CountedQty                 PIC 9(5) VALUE ZEROS.
01 QtyDifference              PIC S9(5) VALUE ZEROS.
01 SuggestedQty               PIC 9(5) VALUE ZEROS.

01 ReportStoreId              PIC 99 VALUE ZEROS.
01 ReorderCounts.
   02 SkusBelowLevel          PIC 9(5) VALUE ZEROS.
   02 StoreSkusBelow          PIC 9(5) VALUE ZEROS.
   02 ReorderValue            PIC 9(7)V99 VALUE ZEROS.
01 SkusListed                 PIC 9(5) VALUE ZEROS.

*> Before/after images for the update journal.
01 JrnBeforeImage             PIC X(400) VALUE SPACES.
01 JrnAfterImage              PIC X(400) VALUE SPACES.

01 Price-Ed                   PIC $$$9.99.
01 Qty-Ed                     PIC ZZ,ZZ9.
01 Diff-Ed                    PIC -ZZ,ZZ9.
01 Amount-Ed                  PIC $$,$$$,$$9.99.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    CALL "OperatorSignOnCheck" USING "Listing18-24", "O",
                                     OperatorId, SignOnResult
    CALL "SignOnRole" USING "Q", OperatorId, OperatorRole
    IF NOT OperatorSignedOn
       DISPLAY "Access denied - sign-on was not accepted."
       STOP RUN
    END-IF

    OPEN I-O MerchSkuFile
    IF MerchSkuStatus EQUAL "35"
       CLOSE MerchSkuFile
       PERFORM BuildMerchSkuFile
       OPEN I-O MerchSkuFile
    END-IF
    CALL "AuditLogFileEvent" USING "Listing18-24", "MerchSkuFile", "O", MerchSkuStatus, OperatorId

    PERFORM MainMenu UNTIL MenuExit

    CLOSE MerchSkuFile
    CALL "AuditLogFileEvent" USING "Listing18-24", "MerchSkuFile", "C", MerchSkuStatus, OperatorId
    STOP RUN.

BuildMerchSkuFile.
*> The counter lines every store stocks on the first day, at nothing
*> on hand until the first delivery is received. Popcorn and candy
*> are food and sold without tax; blank tapes are standard-rated.
    OPEN OUTPUT MerchSkuFile
    PERFORM VARYING EnteredStoreId FROM 1 BY 1 UNTIL EnteredStoreId > 3
       INITIALIZE MerchSkuRec-MS
       MOVE EnteredStoreId          TO StoreId-MS
       MOVE "POPCORN"               TO SkuCode-MS
       MOVE "Microwave popcorn"     TO SkuDescription-MS
       MOVE 1.99                    TO UnitPrice-MS
       SET TaxExempt-MS             TO TRUE
       MOVE 24                      TO ReorderLevel-MS
       MOVE 48                      TO ReorderQty-MS
       SET SkuActive-MS             TO TRUE
       WRITE MerchSkuRec-MS
          INVALID KEY DISPLAY "-MS ERROR Status = " MerchSkuStatus
       END-WRITE
       INITIALIZE MerchSkuRec-MS
       MOVE EnteredStoreId          TO StoreId-MS
       MOVE "CANDYBAR"              TO SkuCode-MS
       MOVE "Chocolate bar"         TO SkuDescription-MS
       MOVE 0.99                    TO UnitPrice-MS
       SET TaxExempt-MS             TO TRUE
       MOVE 36                      TO ReorderLevel-MS
       MOVE 72                      TO ReorderQty-MS
       SET SkuActive-MS             TO TRUE
       WRITE MerchSkuRec-MS
          INVALID KEY DISPLAY "-MS ERROR Status = " MerchSkuStatus
       END-WRITE
       INITIALIZE MerchSkuRec-MS
       MOVE EnteredStoreId          TO StoreId-MS
       MOVE "TAPE-120"              TO SkuCode-MS
       MOVE "Blank tape T-120"      TO SkuDescription-MS
       MOVE 3.49                    TO UnitPrice-MS
       SET TaxStandard-MS           TO TRUE
       MOVE 10                      TO ReorderLevel-MS
       MOVE 20                      TO ReorderQty-MS
       SET SkuActive-MS             TO TRUE
       WRITE MerchSkuRec-MS
          INVALID KEY DISPLAY "-MS ERROR Status = " MerchSkuStatus
       END-WRITE
    END-PERFORM
    CLOSE MerchSkuFile.

MainMenu.
    DISPLAY SPACES
    DISPLAY "*** Concessions and Merchandise ***"
    DISPLAY "1 = Add or change a SKU at a store"
    DISPLAY "2 = Receive a merchandise delivery"
    DISPLAY "3 = Correct a count after a stock take"
    DISPLAY "4 = Print the reorder report"
    DISPLAY "5 = List a store's SKUs"
    DISPLAY "9 = Exit"
    DISPLAY "Enter your choice - " WITH NO ADVANCING
    ACCEPT MenuChoice
    PERFORM CheckMenuPermission
    IF MenuRefused
       EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
       WHEN MenuMaintainSku    PERFORM MaintainSku
       WHEN MenuReceiveStock   PERFORM ReceiveStock
       WHEN MenuStockTake      PERFORM CorrectStockCount
       WHEN MenuReorderReport  PERFORM PrintReorderReport
       WHEN MenuListSkus       PERFORM ListStoreSkus
       WHEN MenuExit           CONTINUE
       WHEN OTHER              DISPLAY "Please enter 1 to 5 or 9"
    END-EVALUATE.

CheckMenuPermission.
*> Every choice defaults to the operator role the sign-on asks for;
*> the Listing17-51 permission table can narrow any one of them.
    MOVE SPACES TO MenuFunction
    MOVE ZERO TO MenuPermission
    EVALUATE TRUE
       WHEN MenuMaintainSku
          MOVE "SKU" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuReceiveStock
          MOVE "RECEIVE" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuStockTake
          MOVE "STOCKTKE" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuReorderReport
          MOVE "REORDER" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuListSkus
          MOVE "LIST" TO MenuFunction
          MOVE "O" TO MenuRole
    END-EVALUATE
    IF MenuFunction NOT EQUAL SPACES
       CALL "CheckPermission" USING "Listing18-24", MenuFunction, OperatorId,
                                    OperatorRole, MenuRole, MenuPermission
       IF MenuRefused
          DISPLAY "Operator " OperatorId " is not permitted to use "
                  "that function."
       END-IF
    END-IF.

AcceptSkuKey.
    DISPLAY "Enter the Store Id - " WITH NO ADVANCING
    ACCEPT EnteredStoreId
    DISPLAY "Enter the SKU code - " WITH NO ADVANCING
    ACCEPT EnteredSkuCode
    MOVE FUNCTION UPPER-CASE(EnteredSkuCode) TO EnteredSkuCode
    MOVE EnteredStoreId TO StoreId-MS
    MOVE EnteredSkuCode TO SkuCode-MS.

MaintainSku.
*> A discontinued SKU is no longer rung up at the till or reordered;
*> whatever is left on hand stays on the record until it is counted
*> out.
    CALL "OperatorSignOnCheck" USING "Listing18-24", "S",
                                     SupervisorId, SupSignOnResult
    IF NOT SupervisorSignedOn
       DISPLAY "SKU changes need a supervisor - nothing changed."
       EXIT PARAGRAPH
    END-IF
    PERFORM AcceptSkuKey
    READ MerchSkuFile
       KEY IS MerchSkuKey-MS
       INVALID KEY
          INITIALIZE MerchSkuRec-MS
          MOVE EnteredStoreId TO StoreId-MS
          MOVE EnteredSkuCode TO SkuCode-MS
          DISPLAY "New SKU " SkuCode-MS " at store " StoreId-MS
    END-READ
    IF MerchSkuOk
       MOVE UnitPrice-MS TO Price-Ed
       DISPLAY "SKU " SkuCode-MS " " SkuDescription-MS " " Price-Ed
               " tax " TaxClass-MS " on hand " OnHandQty-MS
               " reorder at " ReorderLevel-MS " status " SkuStatus-MS
    END-IF
    MOVE SPACES TO JrnBeforeImage JrnAfterImage
    IF MerchSkuOk
       MOVE MerchSkuRec-MS TO JrnBeforeImage
    END-IF
    DISPLAY "Enter the Description - " WITH NO ADVANCING
    ACCEPT SkuDescription-MS
    DISPLAY "Enter the Unit price (nnn.nn) - " WITH NO ADVANCING
    ACCEPT UnitPrice-MS
    DISPLAY "Tax class - S = standard, E = exempt - "
            WITH NO ADVANCING
    ACCEPT TaxClass-MS
    MOVE FUNCTION UPPER-CASE(TaxClass-MS) TO TaxClass-MS
    IF NOT TaxExempt-MS
       SET TaxStandard-MS TO TRUE
    END-IF
    DISPLAY "Enter the Reorder level - " WITH NO ADVANCING
    ACCEPT ReorderLevel-MS
    DISPLAY "Enter the Reorder quantity - " WITH NO ADVANCING
    ACCEPT ReorderQty-MS
    DISPLAY "Active (A) or discontinued (D) - " WITH NO ADVANCING
    ACCEPT SkuStatus-MS
    MOVE FUNCTION UPPER-CASE(SkuStatus-MS) TO SkuStatus-MS
    IF NOT SkuDiscontinued-MS
       SET SkuActive-MS TO TRUE
    END-IF
    IF MerchSkuOk
       REWRITE MerchSkuRec-MS
          INVALID KEY DISPLAY "-MS ERROR Status = " MerchSkuStatus
          NOT INVALID KEY
             DISPLAY "SKU updated."
             MOVE MerchSkuRec-MS TO JrnAfterImage
             CALL "JournalUpdate" USING "Listing18-24", SupervisorId,
                   "MerchSkuFile", "R", JrnBeforeImage, JrnAfterImage
       END-REWRITE
    ELSE
       WRITE MerchSkuRec-MS
          INVALID KEY DISPLAY "-MS ERROR Status = " MerchSkuStatus
          NOT INVALID KEY
             DISPLAY "SKU added."
             MOVE MerchSkuRec-MS TO JrnAfterImage
             CALL "JournalUpdate" USING "Listing18-24", SupervisorId,
                   "MerchSkuFile", "W", JrnBeforeImage, JrnAfterImage
       END-WRITE
    END-IF.

ReceiveStock.
    PERFORM AcceptSkuKey
    READ MerchSkuFile
       KEY IS MerchSkuKey-MS
       INVALID KEY
          DISPLAY "SKU " EnteredSkuCode " is not stocked at store "
                  EnteredStoreId " - add it first."
          EXIT PARAGRAPH
    END-READ
    DISPLAY SkuDescription-MS " - on hand " OnHandQty-MS
    DISPLAY "Enter the Quantity received - " WITH NO ADVANCING
    ACCEPT ReceivedQty
    IF ReceivedQty EQUAL ZEROS
       DISPLAY "Nothing received - nothing changed."
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO JrnBeforeImage JrnAfterImage
    MOVE MerchSkuRec-MS TO JrnBeforeImage
    ADD ReceivedQty TO OnHandQty-MS
    MOVE TodayDate TO LastReceivedDate-MS
    REWRITE MerchSkuRec-MS
       INVALID KEY DISPLAY "-MS ERROR Status = " MerchSkuStatus
       NOT INVALID KEY
          DISPLAY "Received - " OnHandQty-MS " now on hand."
          MOVE MerchSkuRec-MS TO JrnAfterImage
          CALL "JournalUpdate" USING "Listing18-24", OperatorId,
                "MerchSkuFile", "R", JrnBeforeImage, JrnAfterImage
    END-REWRITE.

CorrectStockCount.
*> The counted quantity replaces the book figure; the difference is
*> shown so shrinkage is seen, and the journal keeps both images.
    CALL "OperatorSignOnCheck" USING "Listing18-24", "S",
                                     SupervisorId, SupSignOnResult
    IF NOT SupervisorSignedOn
       DISPLAY "Count corrections need a supervisor - nothing changed."
       EXIT PARAGRAPH
    END-IF
    PERFORM AcceptSkuKey
    READ MerchSkuFile
       KEY IS MerchSkuKey-MS
       INVALID KEY
          DISPLAY "SKU " EnteredSkuCode " is not stocked at store "
                  EnteredStoreId "."
          EXIT PARAGRAPH
    END-READ
    DISPLAY SkuDescription-MS " - book quantity " OnHandQty-MS
    DISPLAY "Enter the Counted quantity - " WITH NO ADVANCING
    ACCEPT CountedQty
    COMPUTE QtyDifference = CountedQty - OnHandQty-MS
    MOVE SPACES TO JrnBeforeImage JrnAfterImage
    MOVE MerchSkuRec-MS TO JrnBeforeImage
    MOVE CountedQty TO OnHandQty-MS
    REWRITE MerchSkuRec-MS
       INVALID KEY DISPLAY "-MS ERROR Status = " MerchSkuStatus
       NOT INVALID KEY
          MOVE QtyDifference TO Diff-Ed
          DISPLAY "Count corrected - difference " Diff-Ed
          MOVE MerchSkuRec-MS TO JrnAfterImage
          CALL "JournalUpdate" USING "Listing18-24", SupervisorId,
                "MerchSkuFile", "R", JrnBeforeImage, JrnAfterImage
    END-REWRITE.

PrintReorderReport.
*> The master is keyed by store then SKU, so one forward pass gives
*> the report in store order with a break on each store.
    MOVE SPACES TO SpoolRunParms
    STRING "asof=" DELIMITED BY SIZE
           TodayDate DELIMITED BY SIZE
      INTO SpoolRunParms
    END-STRING
    CALL "SpoolRegisterReport" USING "REORDER ", SpoolRunParms,
                                     ReorderFileName
    OPEN OUTPUT ReorderReportFile
    INITIALIZE ReorderCounts
    MOVE ZEROS TO ReportStoreId
    MOVE ALL "=" TO ReorderLine
    WRITE ReorderLine
    MOVE SPACES TO ReorderLine
    STRING "   MERCHANDISE REORDER REPORT AS AT " DELIMITED BY SIZE
           TodayDate DELIMITED BY SIZE
      INTO ReorderLine
    END-STRING
    WRITE ReorderLine
    MOVE ALL "=" TO ReorderLine
    WRITE ReorderLine
    MOVE "Store SKU      Description               On hand  Reorder at  Order qty    Price  Last received"
      TO ReorderLine
    WRITE ReorderLine
    MOVE ALL "-" TO ReorderLine
    WRITE ReorderLine

    MOVE LOW-VALUES TO MerchSkuKey-MS
    START MerchSkuFile KEY IS GREATER THAN MerchSkuKey-MS
       INVALID KEY SET EndOfMerchSkus TO TRUE
    END-START
    IF NOT EndOfMerchSkus
       READ MerchSkuFile NEXT RECORD
          AT END SET EndOfMerchSkus TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfMerchSkus
       IF SkuActive-MS AND OnHandQty-MS < ReorderLevel-MS
          IF StoreId-MS NOT EQUAL ReportStoreId
             PERFORM PrintReorderStoreBreak
             MOVE StoreId-MS TO ReportStoreId
          END-IF
          PERFORM PrintReorderLine
       END-IF
       READ MerchSkuFile NEXT RECORD
          AT END SET EndOfMerchSkus TO TRUE
       END-READ
    END-PERFORM
    PERFORM PrintReorderStoreBreak
    MOVE ALL "-" TO ReorderLine
    WRITE ReorderLine
    MOVE ReorderValue TO Amount-Ed
    MOVE SPACES TO ReorderLine
    STRING "SKUs below reorder level " DELIMITED BY SIZE
           SkusBelowLevel DELIMITED BY SIZE
           "  retail value of orders " DELIMITED BY SIZE
           Amount-Ed DELIMITED BY SIZE
      INTO ReorderLine
    END-STRING
    WRITE ReorderLine
    CLOSE ReorderReportFile
    DISPLAY SkusBelowLevel " SKU(s) to reorder - report written to "
            ReorderFileName.

PrintReorderStoreBreak.
    IF ReportStoreId NOT EQUAL ZEROS
       MOVE SPACES TO ReorderLine
       STRING "      Store " DELIMITED BY SIZE
              ReportStoreId DELIMITED BY SIZE
              " - " DELIMITED BY SIZE
              StoreSkusBelow DELIMITED BY SIZE
              " SKU(s) to reorder" DELIMITED BY SIZE
         INTO ReorderLine
       END-STRING
       WRITE ReorderLine
       MOVE SPACES TO ReorderLine
       WRITE ReorderLine
    END-IF
    MOVE ZEROS TO StoreSkusBelow.

PrintReorderLine.
*> Enough is suggested to bring the shelf back up to the reorder
*> level, and never less than the SKU's usual order quantity.
    COMPUTE SuggestedQty = ReorderLevel-MS - OnHandQty-MS
    IF SuggestedQty < ReorderQty-MS
       MOVE ReorderQty-MS TO SuggestedQty
    END-IF
    ADD 1 TO SkusBelowLevel StoreSkusBelow
    COMPUTE ReorderValue = ReorderValue + SuggestedQty * UnitPrice-MS
    MOVE UnitPrice-MS TO Price-Ed
    MOVE SPACES TO ReorderLine
    STRING StoreId-MS DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           SkuCode-MS DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SkuDescription-MS DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           OnHandQty-MS DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           ReorderLevel-MS DELIMITED BY SIZE
           "      " DELIMITED BY SIZE
           SuggestedQty DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           Price-Ed DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           LastReceivedDate-MS DELIMITED BY SIZE
      INTO ReorderLine
    END-STRING
    WRITE ReorderLine.

ListStoreSkus.
    DISPLAY "Enter the Store Id - " WITH NO ADVANCING
    ACCEPT EnteredStoreId
    MOVE ZEROS TO SkusListed
    MOVE EnteredStoreId TO StoreId-MS
    MOVE LOW-VALUES TO SkuCode-MS
    START MerchSkuFile KEY IS GREATER THAN MerchSkuKey-MS
       INVALID KEY SET EndOfMerchSkus TO TRUE
    END-START
    IF NOT EndOfMerchSkus
       READ MerchSkuFile NEXT RECORD
          AT END SET EndOfMerchSkus TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfMerchSkus
                   OR StoreId-MS NOT EQUAL EnteredStoreId
       ADD 1 TO SkusListed
       MOVE UnitPrice-MS TO Price-Ed
       MOVE OnHandQty-MS TO Qty-Ed
       DISPLAY "  " SkuCode-MS SPACE SkuDescription-MS SPACE Price-Ed
               " tax " TaxClass-MS "  on hand " Qty-Ed
               "  reorder at " ReorderLevel-MS "  " SkuStatus-MS
       READ MerchSkuFile NEXT RECORD
          AT END SET EndOfMerchSkus TO TRUE
       END-READ
    END-PERFORM
    IF SkusListed EQUAL ZEROS
       DISPLAY "No merchandise stocked at store " EnteredStoreId "."
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
