IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-19.
AUTHOR. Michael Coughlan.
*> Bad-debt write-off and collection-agency placement. Accounts that
*> Listing17-33 had written to for months were still carried on the
*> ledger at full value. The month-end run picks the suspended
*> accounts (not on a Listing18-16 plan) whose oldest open item is
*> past the age threshold and whose open balance is over the balance
*> threshold, writes every open item off - each is closed as written
*> off and one bad-debt item records the total - flags the customer
*> as placed with the agency and writes the agency's placement file.
*> The agency's recoveries file is posted against the placement
*> register net of the commission the agency kept. Each write-off
*> and recovery lands on the bad-debt file that the Listing17-45
*> extract carries into the GL journal as separate lines, the way
*> the Listing17-89 depreciation file does.
*> The address and phone number on the agency placement file, and
*> the phone number on the run report, are masked through
*> MaskPersonalData by the Listing18-46 policy for the supervisor
*> who signed on.

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

   SELECT PlacementRegFile ASSIGN TO "Listing18-19Placements.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CustomerId-AG
        FILE STATUS IS PlacementRegStatus.

   SELECT AgencyPlacementFile ASSIGN TO "Listing18-19AgencyOut.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AgencyPlacementStatus.

   SELECT RecoveriesFile ASSIGN TO "Listing18-19Recoveries.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RecoveriesStatus.

   SELECT BadDebtFile ASSIGN TO "Listing18-19BadDebt.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BadDebtStatus.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
01 CustomerRec-CF.
   COPY CustomerRec.

FD ARLedgerFile.
01 ARItemRec-AR.
   COPY ARItemRec.

FD PlacementRegFile.
01 PlacementRec-AG.
   88 EndOfPlacements  VALUE HIGH-VALUES.
   02 CustomerId-AG         PIC 9(7).
   02 PlacedDate-AG         PIC 9(8).
   02 PlacedAmount-AG       PIC 9(7)V99.
   02 BadDebtSeqNum-AG      PIC 9(5).
   02 RecoveredGross-AG     PIC 9(7)V99.
   02 CommissionTotal-AG    PIC 9(7)V99.
   02 LastRecoveryDate-AG   PIC 9(8).
   02 PlacementState-AG     PIC X.
      88 PlacementOpen-AG     VALUE "O".
      88 PlacementSettled-AG  VALUE "S".

FD AgencyPlacementFile.
01 AgencyPlacementRec.
   02 CustomerId-AP         PIC 9(7).
   02 CustomerSurname-AP    PIC X(20).
   02 CustomerFirstName-AP  PIC X(15).
   02 CustomerAddr1-AP      PIC X(30).
   02 CustomerAddr2-AP      PIC X(30).
   02 CustomerPhone-AP      PIC X(12).
   02 PlacedAmount-AP       PIC 9(7)V99.
   02 PlacedDate-AP         PIC 9(8).
   02 OldestItemDate-AP     PIC 9(8).

FD RecoveriesFile.
01 RecoveryRec.
   02 CustomerId-RC         PIC 9(7).
   02 RecoveryDate-RC       PIC 9(8).
   02 GrossRecovered-RC     PIC 9(5)V99.
   02 CommissionKept-RC     PIC 9(5)V99.
   02 AgencyRef-RC          PIC X(10).

FD BadDebtFile.
01 BadDebtRec.
   02 PostedDate-BD         PIC 9(8).
   02 WrittenOff-BD         PIC 9(7)V99.
   02 RecoveredGross-BD     PIC 9(7)V99.
   02 AgencyCommission-BD   PIC 9(7)V99.

WORKING-STORAGE SECTION.
01 CustomerStatus           PIC XX.
   88 CustomerOk  VALUE "02", "00".

01 ARLedgerStatus           PIC XX.
   88 ARLedgerOk  VALUE "02", "00".

01 PlacementRegStatus       PIC XX.
   88 PlacementRegOk VALUE "02", "00".

01 AgencyPlacementStatus    PIC XX.
01 RecoveriesStatus         PIC XX.
   88 EndOfRecoveries         VALUE "10".
01 BadDebtStatus            PIC XX.

01 MenuChoice                PIC 9.
   88 MenuWriteOffRun         VALUE 1.
   88 MenuPostRecoveries      VALUE 2.
   88 MenuListPlacements      VALUE 3.
   88 MenuExit                VALUE 9.

01 OperatorId                 PIC 9(4) VALUE ZEROS.
01 MaskValue                  PIC X(40).
01 ReportPhone                PIC X(12).
01 SignOnResult               PIC 9 VALUE 1.
   88 OperatorSignedOn          VALUE 0.
01 OperatorRole               PIC X VALUE SPACE.

*> The permission-table function behind each menu choice.
01 MenuFunction               PIC X(8).
01 MenuRole                   PIC X.
01 MenuPermission             PIC 9 VALUE ZERO.
   88 MenuRefused               VALUE 1.

01 TodayDate                  PIC 9(8).

*> An account goes to the agency once its oldest open item is this
*> many days old and it owes at least the minimum balance - below
*> that the agency's fee is not worth it.
01 BadDebtMinAgeDays          PIC 9(3) VALUE 120.
01 BadDebtMinBalance          PIC 9(5)V99 VALUE 25.00.
*> The agency's contracted commission; a recovery that claims more
*> is still posted as remitted but flagged for the manager.
01 AgencyCommissionRate       PIC V99 VALUE .30.

01 TargetCustomerId           PIC 9(7).
01 CustomerExposure           PIC 9(7)V99 VALUE ZEROS.
01 OldestOpenDate             PIC 9(8) VALUE ZEROS.
01 OldestAgeDays              PIC 9(5) VALUE ZEROS.
01 WrittenOffThisCustomer     PIC 9(7)V99 VALUE ZEROS.
01 NextARItemSeqNum           PIC 9(5) VALUE ZEROS.

01 RunCounts.
   02 AccountsPlaced          PIC 9(5) VALUE ZEROS.
   02 ItemsWrittenOff         PIC 9(5) VALUE ZEROS.
   02 RunWrittenOff           PIC 9(7)V99 VALUE ZEROS.
   02 RecoveriesRead          PIC 9(5) VALUE ZEROS.
   02 RecoveriesPosted        PIC 9(5) VALUE ZEROS.
   02 RecoveriesRejected      PIC 9(5) VALUE ZEROS.
   02 RunRecoveredGross       PIC 9(7)V99 VALUE ZEROS.
   02 RunCommission           PIC 9(7)V99 VALUE ZEROS.

01 NetRecovered               PIC 9(5)V99 VALUE ZEROS.
01 ContractCommission         PIC 9(5)V99 VALUE ZEROS.
01 StillOutstanding           PIC S9(7)V99 VALUE ZEROS.
01 PlacementsListed           PIC 9(5) VALUE ZEROS.

01 Amount-Ed                  PIC $$,$$$,$$9.99.
01 Gross-Ed                   PIC $$,$$$,$$9.99.
01 Net-Ed                     PIC $$,$$$,$$9.99.
01 Outstanding-Ed             PIC -$$,$$$,$$9.99.

*> Before/after images for the update journal.
01 JrnBeforeImage             PIC X(400) VALUE SPACES.
01 JrnAfterImage              PIC X(400) VALUE SPACES.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing18-19", "CustomerFile",
          CustomerRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    CALL "OperatorSignOnCheck" USING "Listing18-19", "S",
                                     OperatorId, SignOnResult
    CALL "SignOnRole" USING "Q", OperatorId, OperatorRole
    IF NOT OperatorSignedOn
       DISPLAY "Access denied - sign-on was not accepted."
       STOP RUN
    END-IF

    OPEN I-O CustomerFile
    IF CustomerStatus NOT EQUAL "00"
       DISPLAY "Customer master would not open - " CustomerStatus
       CLOSE CustomerFile
       STOP RUN
    END-IF
    OPEN I-O ARLedgerFile
    CALL "AuditLogFileEvent" USING "Listing18-19", "ARLedgerFile", "O", ARLedgerStatus, OperatorId
    OPEN I-O PlacementRegFile
    IF PlacementRegStatus EQUAL "35"
       CLOSE PlacementRegFile
       OPEN OUTPUT PlacementRegFile
       CLOSE PlacementRegFile
       OPEN I-O PlacementRegFile
    END-IF
    CALL "AuditLogFileEvent" USING "Listing18-19", "Placements", "O", PlacementRegStatus, OperatorId

    PERFORM MainMenu UNTIL MenuExit

    CLOSE PlacementRegFile
    CALL "AuditLogFileEvent" USING "Listing18-19", "Placements", "C", PlacementRegStatus, OperatorId
    CLOSE ARLedgerFile
    CALL "AuditLogFileEvent" USING "Listing18-19", "ARLedgerFile", "C", ARLedgerStatus, OperatorId
    CLOSE CustomerFile
    STOP RUN.

MainMenu.
    DISPLAY SPACES
    DISPLAY "*** Bad Debt and Agency Placement ***"
    DISPLAY "1 = Run the month-end write-off and placement"
    DISPLAY "2 = Post the agency's recoveries file"
    DISPLAY "3 = List agency placements"
    DISPLAY "9 = Exit"
    DISPLAY "Enter your choice - " WITH NO ADVANCING
    ACCEPT MenuChoice
    PERFORM CheckMenuPermission
    IF MenuRefused
       EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
       WHEN MenuWriteOffRun    PERFORM RunWriteOffAndPlacement
       WHEN MenuPostRecoveries PERFORM PostAgencyRecoveries
       WHEN MenuListPlacements PERFORM ListPlacements
       WHEN MenuExit           CONTINUE
       WHEN OTHER              DISPLAY "Please enter 1, 2, 3 or 9"
    END-EVALUATE.

CheckMenuPermission.
*> Every choice defaults to the supervisor role the sign-on asks for;
*> the Listing17-51 permission table can narrow any one of them.
    MOVE SPACES TO MenuFunction
    MOVE ZERO TO MenuPermission
    EVALUATE TRUE
       WHEN MenuWriteOffRun
          MOVE "WRITEOFF" TO MenuFunction
          MOVE "S" TO MenuRole
       WHEN MenuPostRecoveries
          MOVE "RECOVERY" TO MenuFunction
          MOVE "S" TO MenuRole
       WHEN MenuListPlacements
          MOVE "LIST" TO MenuFunction
          MOVE "S" TO MenuRole
    END-EVALUATE
    IF MenuFunction NOT EQUAL SPACES
       CALL "CheckPermission" USING "Listing18-19", MenuFunction, OperatorId,
                                    OperatorRole, MenuRole, MenuPermission
       IF MenuRefused
          DISPLAY "Operator " OperatorId " is not permitted to use "
                  "that function."
       END-IF
    END-IF.

RunWriteOffAndPlacement.
*> A placed account is flagged on the master, so running this twice
*> in a month writes nothing off twice.
    INITIALIZE RunCounts
    OPEN OUTPUT AgencyPlacementFile
    DISPLAY "====================================================="
    DISPLAY "     BAD-DEBT WRITE-OFF AND AGENCY PLACEMENT         "
    DISPLAY "====================================================="
    MOVE LOW-VALUES TO CustomerId-CF
    START CustomerFile KEY IS GREATER THAN CustomerId-CF
       INVALID KEY SET EndOfCustomers TO TRUE
    END-START
    IF NOT EndOfCustomers
       READ CustomerFile NEXT RECORD
          AT END SET EndOfCustomers TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfCustomers
       IF CustomerIsSuspended-CF
          AND NOT OnPaymentPlan-CF AND NOT PlacedWithAgency-CF
          PERFORM ConsiderSuspendedCustomer
       END-IF
       READ CustomerFile NEXT RECORD
          AT END SET EndOfCustomers TO TRUE
       END-READ
    END-PERFORM
    CLOSE AgencyPlacementFile

    DISPLAY "-----------------------------------------------------"
    MOVE RunWrittenOff TO Amount-Ed
    DISPLAY "Accounts placed " AccountsPlaced
            "  items written off " ItemsWrittenOff
            "  bad debt " Amount-Ed
    IF RunWrittenOff > ZEROS
       PERFORM WriteBadDebtRecord
       DISPLAY "Send Listing18-19AgencyOut.DAT to the agency; run the "
               "Listing17-45 extract to carry the write-off into the "
               "GL journal."
    END-IF.

ConsiderSuspendedCustomer.
    MOVE CustomerId-CF TO TargetCustomerId
    PERFORM TotalOpenExposure
    IF CustomerExposure EQUAL ZEROS
       OR CustomerExposure < BadDebtMinBalance
       EXIT PARAGRAPH
    END-IF
    COMPUTE OldestAgeDays = FUNCTION INTEGER-OF-DATE(TodayDate)
                          - FUNCTION INTEGER-OF-DATE(OldestOpenDate)
    IF OldestAgeDays < BadDebtMinAgeDays
       EXIT PARAGRAPH
    END-IF

    PERFORM WriteOffOpenItems
    IF WrittenOffThisCustomer EQUAL ZEROS
       EXIT PARAGRAPH
    END-IF
    PERFORM PostBadDebtItem
    PERFORM RegisterPlacement
    PERFORM WriteAgencyPlacement

    SET PlacedWithAgency-CF TO TRUE
    REWRITE CustomerRec-CF
       INVALID KEY DISPLAY "-CF ERROR Status = " CustomerStatus
    END-REWRITE

    ADD 1 TO AccountsPlaced
    ADD WrittenOffThisCustomer TO RunWrittenOff
    MOVE WrittenOffThisCustomer TO Amount-Ed
    MOVE CustomerPhone-CF TO MaskValue
    CALL "MaskPersonalData" USING "AGENCYRP", OperatorId, "P",
                                  MaskValue
    MOVE MaskValue TO ReportPhone
    DISPLAY TargetCustomerId SPACE CustomerSurname-CF SPACE
            ReportPhone SPACE Amount-Ed
            "  oldest item " OldestAgeDays " day(s)".

TotalOpenExposure.
*> Open balance and the date of the oldest open item - the same
*> walk Listing17-33 makes for its exposure figure.
    MOVE ZEROS TO CustomerExposure OldestOpenDate
    MOVE TargetCustomerId TO CustomerId-AR
    MOVE ZEROS            TO ARItemSeqNum-AR
    START ARLedgerFile KEY IS GREATER THAN OR EQUAL ARItemKey-AR
       INVALID KEY SET EndOfARItems TO TRUE
    END-START
    IF NOT EndOfARItems
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfARItems
                   OR CustomerId-AR NOT EQUAL TargetCustomerId
       IF ARItemOpen-AR AND ARItemOpenAmount-AR > ZEROS
          ADD ARItemOpenAmount-AR TO CustomerExposure
          IF OldestOpenDate EQUAL ZEROS
             OR ARItemDate-AR < OldestOpenDate
             MOVE ARItemDate-AR TO OldestOpenDate
          END-IF
       END-IF
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
    END-PERFORM.

WriteOffOpenItems.
*> Each open item is closed as written off; its open amount moves
*> to the one bad-debt item posted after it, so the customer's
*> ledger still shows line by line what was never paid.
    MOVE ZEROS TO WrittenOffThisCustomer
    MOVE TargetCustomerId TO CustomerId-AR
    MOVE ZEROS            TO ARItemSeqNum-AR
    START ARLedgerFile KEY IS GREATER THAN OR EQUAL ARItemKey-AR
       INVALID KEY SET EndOfARItems TO TRUE
    END-START
    IF NOT EndOfARItems
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfARItems
                   OR CustomerId-AR NOT EQUAL TargetCustomerId
       IF ARItemOpen-AR AND ARItemOpenAmount-AR > ZEROS
          MOVE ARItemRec-AR TO JrnBeforeImage
          ADD ARItemOpenAmount-AR TO WrittenOffThisCustomer
          MOVE ZEROS TO ARItemOpenAmount-AR
          SET ARItemWrittenOff-AR TO TRUE
          SET ARItemWasAdjusted-AR TO TRUE
          REWRITE ARItemRec-AR
             INVALID KEY DISPLAY "-AR ERROR Status = " ARLedgerStatus
             NOT INVALID KEY
                ADD 1 TO ItemsWrittenOff
                MOVE ARItemRec-AR TO JrnAfterImage
                CALL "JournalUpdate" USING "Listing18-19", OperatorId,
                      "ARLedger    ", "R", JrnBeforeImage, JrnAfterImage
          END-REWRITE
       END-IF
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
    END-PERFORM.

PostBadDebtItem.
    PERFORM FindNextARItemSeqNum
    INITIALIZE ARItemRec-AR
    MOVE TargetCustomerId  TO CustomerId-AR
    MOVE NextARItemSeqNum  TO ARItemSeqNum-AR
    MOVE TodayDate         TO ARItemDate-AR
    SET ARBadDebtItem-AR   TO TRUE
    MOVE ZEROS             TO FilmId-AR CheckoutDate-AR
    MOVE WrittenOffThisCustomer TO ARItemAmount-AR
    MOVE ZEROS             TO ARItemOpenAmount-AR
    SET ARItemWrittenOff-AR TO TRUE
    WRITE ARItemRec-AR
       INVALID KEY DISPLAY "-AR ERROR Status = " ARLedgerStatus
       NOT INVALID KEY
          MOVE SPACES TO JrnBeforeImage
          MOVE ARItemRec-AR TO JrnAfterImage
          CALL "JournalUpdate" USING "Listing18-19", OperatorId,
                "ARLedger    ", "W", JrnBeforeImage, JrnAfterImage
    END-WRITE.

FindNextARItemSeqNum.
*> One past the highest sequence number on the customer's ledger,
*> the same scan Listing17-27 and Listing17-84 use.
    MOVE ZEROS TO NextARItemSeqNum
    MOVE TargetCustomerId TO CustomerId-AR
    MOVE ZEROS            TO ARItemSeqNum-AR
    START ARLedgerFile KEY IS GREATER THAN OR EQUAL ARItemKey-AR
       INVALID KEY SET EndOfARItems TO TRUE
    END-START
    IF NOT EndOfARItems
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfARItems
                   OR CustomerId-AR NOT EQUAL TargetCustomerId
       MOVE ARItemSeqNum-AR TO NextARItemSeqNum
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
    END-PERFORM
    ADD 1 TO NextARItemSeqNum.

RegisterPlacement.
*> A customer placed before, settled and then placed again keeps one
*> register entry; the new write-off adds to what the agency holds.
    MOVE TargetCustomerId TO CustomerId-AG
    READ PlacementRegFile
       KEY IS CustomerId-AG
       INVALID KEY
          INITIALIZE PlacementRec-AG
          MOVE TargetCustomerId TO CustomerId-AG
    END-READ
    MOVE TodayDate        TO PlacedDate-AG
    ADD WrittenOffThisCustomer TO PlacedAmount-AG
    MOVE NextARItemSeqNum TO BadDebtSeqNum-AG
    SET PlacementOpen-AG  TO TRUE
    IF PlacementRegOk
       REWRITE PlacementRec-AG
          INVALID KEY DISPLAY "-AG ERROR Status = " PlacementRegStatus
       END-REWRITE
    ELSE
       WRITE PlacementRec-AG
          INVALID KEY DISPLAY "-AG ERROR Status = " PlacementRegStatus
       END-WRITE
    END-IF.

WriteAgencyPlacement.
    INITIALIZE AgencyPlacementRec
    MOVE TargetCustomerId       TO CustomerId-AP
    MOVE CustomerSurname-CF     TO CustomerSurname-AP
    MOVE CustomerFirstName-CF   TO CustomerFirstName-AP
    MOVE CustomerAddr1-CF       TO MaskValue
    CALL "MaskPersonalData" USING "AGENCYPL", OperatorId, "A",
                                  MaskValue
    MOVE MaskValue              TO CustomerAddr1-AP
    MOVE CustomerAddr2-CF       TO MaskValue
    CALL "MaskPersonalData" USING "AGENCYPL", OperatorId, "T",
                                  MaskValue
    MOVE MaskValue              TO CustomerAddr2-AP
    MOVE CustomerPhone-CF       TO MaskValue
    CALL "MaskPersonalData" USING "AGENCYPL", OperatorId, "P",
                                  MaskValue
    MOVE MaskValue              TO CustomerPhone-AP
    MOVE WrittenOffThisCustomer TO PlacedAmount-AP
    MOVE TodayDate              TO PlacedDate-AP
    MOVE OldestOpenDate         TO OldestItemDate-AP
    WRITE AgencyPlacementRec.

PostAgencyRecoveries.
*> A recovery dated on or before the last one posted for the same
*> customer has been posted already, so re-reading the agency's file
*> cannot post the same money twice.
    INITIALIZE RunCounts
    OPEN INPUT RecoveriesFile
    IF RecoveriesStatus NOT EQUAL "00"
       DISPLAY "No recoveries file from the agency to post."
       CLOSE RecoveriesFile
       EXIT PARAGRAPH
    END-IF
    READ RecoveriesFile
       AT END SET EndOfRecoveries TO TRUE
    END-READ
    PERFORM UNTIL EndOfRecoveries
       ADD 1 TO RecoveriesRead
       PERFORM PostOneRecovery
       READ RecoveriesFile
          AT END SET EndOfRecoveries TO TRUE
       END-READ
    END-PERFORM
    CLOSE RecoveriesFile

    DISPLAY "-----------------------------------------------------"
    MOVE RunRecoveredGross TO Gross-Ed
    MOVE RunCommission     TO Amount-Ed
    COMPUTE NetRecovered = RunRecoveredGross - RunCommission
    MOVE NetRecovered      TO Net-Ed
    DISPLAY "Recoveries read " RecoveriesRead
            "  posted " RecoveriesPosted
            "  rejected " RecoveriesRejected
    DISPLAY "Gross " Gross-Ed "  commission " Amount-Ed
            "  net " Net-Ed
    IF RunRecoveredGross > ZEROS
       PERFORM WriteBadDebtRecord
    END-IF.

PostOneRecovery.
    MOVE CustomerId-RC TO CustomerId-AG
    READ PlacementRegFile
       KEY IS CustomerId-AG
       INVALID KEY
          ADD 1 TO RecoveriesRejected
          DISPLAY "  REJECTED - customer " CustomerId-RC
                  " was never placed with the agency"
          EXIT PARAGRAPH
    END-READ
    IF RecoveryDate-RC NOT > LastRecoveryDate-AG
       ADD 1 TO RecoveriesRejected
       DISPLAY "  SKIPPED  - customer " CustomerId-RC " recovery of "
               RecoveryDate-RC " is already posted"
       EXIT PARAGRAPH
    END-IF
    IF CommissionKept-RC > GrossRecovered-RC
       ADD 1 TO RecoveriesRejected
       DISPLAY "  REJECTED - customer " CustomerId-RC
               " commission exceeds the amount recovered"
       EXIT PARAGRAPH
    END-IF

    ADD GrossRecovered-RC TO RecoveredGross-AG RunRecoveredGross
    ADD CommissionKept-RC TO CommissionTotal-AG RunCommission
    MOVE RecoveryDate-RC  TO LastRecoveryDate-AG
    IF RecoveredGross-AG NOT < PlacedAmount-AG
       SET PlacementSettled-AG TO TRUE
    END-IF
    REWRITE PlacementRec-AG
       INVALID KEY DISPLAY "-AG ERROR Status = " PlacementRegStatus
    END-REWRITE
    ADD 1 TO RecoveriesPosted

    COMPUTE NetRecovered = GrossRecovered-RC - CommissionKept-RC
    MOVE GrossRecovered-RC TO Gross-Ed
    MOVE NetRecovered      TO Net-Ed
    DISPLAY "  Customer " CustomerId-RC " recovered " Gross-Ed
            " net " Net-Ed " ref " AgencyRef-RC
    COMPUTE ContractCommission ROUNDED =
            GrossRecovered-RC * AgencyCommissionRate
    IF CommissionKept-RC > ContractCommission
       MOVE CommissionKept-RC TO Amount-Ed
       DISPLAY "    NOTE - agency kept " Amount-Ed
               " commission, above the contracted rate"
    END-IF
    IF PlacementSettled-AG
       DISPLAY "    Placement settled in full."
    END-IF.

WriteBadDebtRecord.
    OPEN EXTEND BadDebtFile
    IF BadDebtStatus EQUAL "35"
       CLOSE BadDebtFile
       OPEN OUTPUT BadDebtFile
    END-IF
    MOVE TodayDate         TO PostedDate-BD
    MOVE RunWrittenOff     TO WrittenOff-BD
    MOVE RunRecoveredGross TO RecoveredGross-BD
    MOVE RunCommission     TO AgencyCommission-BD
    WRITE BadDebtRec
    CLOSE BadDebtFile.

ListPlacements.
    MOVE ZEROS TO PlacementsListed
    MOVE ZEROS TO CustomerId-AG
    START PlacementRegFile KEY IS GREATER THAN OR EQUAL CustomerId-AG
       INVALID KEY SET EndOfPlacements TO TRUE
    END-START
    IF NOT EndOfPlacements
       READ PlacementRegFile NEXT RECORD
          AT END SET EndOfPlacements TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfPlacements
       ADD 1 TO PlacementsListed
       MOVE PlacedAmount-AG   TO Amount-Ed
       MOVE RecoveredGross-AG TO Gross-Ed
       COMPUTE StillOutstanding = PlacedAmount-AG - RecoveredGross-AG
       MOVE StillOutstanding  TO Outstanding-Ed
       IF PlacementSettled-AG
          DISPLAY "  " CustomerId-AG " placed " PlacedDate-AG " "
                  Amount-Ed " recovered " Gross-Ed " SETTLED"
       ELSE
          DISPLAY "  " CustomerId-AG " placed " PlacedDate-AG " "
                  Amount-Ed " recovered " Gross-Ed
                  " outstanding " Outstanding-Ed
       END-IF
       READ PlacementRegFile NEXT RECORD
          AT END SET EndOfPlacements TO TRUE
       END-READ
    END-PERFORM
    IF PlacementsListed EQUAL ZEROS
       DISPLAY "No accounts have been placed with the agency."
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
PROGRAM-ID. MaskPersonalData.
AUTHOR. Michael Coughlan.
*> Applies the personal-data masking policy to one field on its way
*> into a report or extract. The policy, kept on the masking policy
*> master and maintained through Listing18-46, says for each output,
*> each personal field it carries and each operator role whether the
*> field is shown in full, shown in part, or suppressed. The role is
*> the signed-on operator's from the operator master; an OperatorId
*> of zero is an unattended batch run, which has a role of its own,
*> and a trainee is masked as an operator. Shown in part means the
*> last four characters of a phone or mobile number, the first
*> letter and the domain of an email address, the first word of an
*> address line - the house number, or the town - and the year of a
*> date of birth; the rest is starred out. A suppressed field comes
*> back blank. A field the policy does not mention for the output is
*> suppressed, so nothing new reaches a report until someone has
*> decided it should. The policy loads once per run, the master
*> being seeded with the shop's starting policy the first time.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT MaskPolicyFile ASSIGN TO "Listing18-46MaskPolicy.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MaskPolicyKey-MP
        FILE STATUS IS MaskPolicyStatus.

   SELECT MaskOperatorFile ASSIGN TO "Listing17-51Operators.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OperatorId-OP
        FILE STATUS IS MaskOperatorStatus.

DATA DIVISION.
FILE SECTION.
FD MaskPolicyFile.
01 MaskPolicyRec-MP.
   COPY MaskPolicyRec.

FD MaskOperatorFile.
01 OperatorRec-OP.
   COPY OperatorRec.

WORKING-STORAGE SECTION.
01  MaskPolicyStatus       PIC XX.
    88  MaskPolicyOk         VALUE "02", "00".
01  MaskOperatorStatus     PIC XX.
    88  MaskOperatorOk       VALUE "02", "00".
01  PoliciesLoaded         PIC X VALUE "N".
    88  PoliciesAlreadyLoaded VALUE "Y".
01  SeedDate               PIC 9(8).

01  PolicyTable.
    02  PolicyCount        PIC 9(3) VALUE ZERO.
    02  PolicyEntry OCCURS 300 TIMES INDEXED BY PlIdx.
        03  PolicyKey-T    PIC X(10).
        03  PolicyLevel-T  PIC X.

*> The last operator looked up, so a run masks a whole report
*> without reading the operator master for every line.
01  LastOperatorId         PIC 9(4) VALUE ZEROS.
01  LastOperatorRole       PIC X VALUE "B".

01  WantedKey.
    02  WantedOutput       PIC X(8).
    02  WantedField        PIC X.
    02  WantedRole         PIC X.
01  WantedLevel            PIC X.
    88  LevelFull            VALUE "F".
    88  LevelPartial         VALUE "P".

01  CharPos                PIC 99.
01  LastCharPos            PIC 99.
01  KeepUpTo               PIC 99.
01  WordEnded              PIC X.
    88  FirstWordEnded       VALUE "Y".

01  SeedOutput             PIC X(8).
01  SeedProgram            PIC X(12).
01  SeedDesc               PIC X(32).
01  SeedField              PIC X.
01  SeedLevels.
    02  SeedLevel          PIC X OCCURS 4 TIMES.
01  SeedRoles              PIC X(4) VALUE "OSMB".
01  SeedRoleTable REDEFINES SeedRoles.
    02  SeedRole           PIC X OCCURS 4 TIMES.
01  SeedIdx                PIC 9.

LINKAGE SECTION.
01  OutputCode-IO          PIC X(8).
01  OperatorId-IO          PIC 9(4).
01  FieldCode-IO           PIC X.
    88  PhoneOrMobile        VALUE "P", "M".
    88  EmailAddress         VALUE "E".
    88  AddressLine          VALUE "A", "T".
    88  BirthDate            VALUE "B".
01  FieldValue-IO          PIC X(40).

PROCEDURE DIVISION USING OutputCode-IO, OperatorId-IO, FieldCode-IO,
                          FieldValue-IO.
Begin.
   IF NOT PoliciesAlreadyLoaded
      PERFORM LoadPolicies
      MOVE "Y" TO PoliciesLoaded
   END-IF
   PERFORM FindOperatorRole

   MOVE OutputCode-IO    TO WantedOutput
   MOVE FieldCode-IO     TO WantedField
   MOVE LastOperatorRole TO WantedRole
   MOVE "S" TO WantedLevel
   PERFORM VARYING PlIdx FROM 1 BY 1 UNTIL PlIdx > PolicyCount
      IF PolicyKey-T(PlIdx) EQUAL WantedKey
         MOVE PolicyLevel-T(PlIdx) TO WantedLevel
         EXIT PERFORM
      END-IF
   END-PERFORM

   EVALUATE TRUE
      WHEN LevelFull
         CONTINUE
      WHEN LevelPartial
         PERFORM MaskPartOfField
      WHEN OTHER
         MOVE SPACES TO FieldValue-IO
   END-EVALUATE
   EXIT PROGRAM.

FindOperatorRole.
   IF OperatorId-IO EQUAL ZEROS
      MOVE ZEROS TO LastOperatorId
      MOVE "B"   TO LastOperatorRole
      EXIT PARAGRAPH
   END-IF
   IF OperatorId-IO EQUAL LastOperatorId
      EXIT PARAGRAPH
   END-IF
   MOVE OperatorId-IO TO LastOperatorId
   MOVE "O"           TO LastOperatorRole
   OPEN INPUT MaskOperatorFile
   IF MaskOperatorStatus EQUAL "00"
      MOVE OperatorId-IO TO OperatorId-OP
      READ MaskOperatorFile
         KEY IS OperatorId-OP
         INVALID KEY CONTINUE
      END-READ
      IF MaskOperatorOk AND (SupervisorRole-OP OR ManagerRole-OP)
         MOVE RoleCode-OP TO LastOperatorRole
      END-IF
   END-IF
   CLOSE MaskOperatorFile.

MaskPartOfField.
*> LastCharPos is the last non-blank character of the field.
   MOVE ZEROS TO LastCharPos
   PERFORM VARYING CharPos FROM 40 BY -1
           UNTIL CharPos < 1 OR LastCharPos NOT EQUAL ZEROS
      IF FieldValue-IO(CharPos:1) NOT EQUAL SPACE
         MOVE CharPos TO LastCharPos
      END-IF
   END-PERFORM
   EVALUATE TRUE
      WHEN PhoneOrMobile
         IF LastCharPos > 4
            COMPUTE KeepUpTo = LastCharPos - 4
            PERFORM VARYING CharPos FROM 1 BY 1 UNTIL CharPos > KeepUpTo
               PERFORM StarOutCharacter
            END-PERFORM
         END-IF
      WHEN EmailAddress
         PERFORM VARYING CharPos FROM 2 BY 1
                 UNTIL CharPos > LastCharPos
                    OR FieldValue-IO(CharPos:1) EQUAL "@"
            PERFORM StarOutCharacter
         END-PERFORM
      WHEN AddressLine
         MOVE "N" TO WordEnded
         PERFORM VARYING CharPos FROM 1 BY 1 UNTIL CharPos > LastCharPos
            IF FieldValue-IO(CharPos:1) EQUAL SPACE AND CharPos > 1
               SET FirstWordEnded TO TRUE
            END-IF
            IF FirstWordEnded
               PERFORM StarOutCharacter
            END-IF
         END-PERFORM
      WHEN BirthDate
         MOVE "****" TO FieldValue-IO(5:4)
      WHEN OTHER
         PERFORM VARYING CharPos FROM 1 BY 1 UNTIL CharPos > LastCharPos
            PERFORM StarOutCharacter
         END-PERFORM
   END-EVALUATE.

StarOutCharacter.
*> Blanks and punctuation stay, so the shape of the field shows.
   IF FieldValue-IO(CharPos:1) IS ALPHABETIC
      AND FieldValue-IO(CharPos:1) NOT EQUAL SPACE
      MOVE "*" TO FieldValue-IO(CharPos:1)
   END-IF
   IF FieldValue-IO(CharPos:1) IS NUMERIC
      MOVE "*" TO FieldValue-IO(CharPos:1)
   END-IF.

LoadPolicies.
   MOVE ZERO TO PolicyCount
   OPEN INPUT MaskPolicyFile
   IF MaskPolicyStatus EQUAL "35"
      CLOSE MaskPolicyFile
      PERFORM SeedPolicies
      OPEN INPUT MaskPolicyFile
   END-IF
   IF MaskPolicyStatus NOT EQUAL "00"
      CLOSE MaskPolicyFile
      EXIT PARAGRAPH
   END-IF
   MOVE LOW-VALUES TO MaskPolicyKey-MP
   START MaskPolicyFile KEY IS GREATER THAN MaskPolicyKey-MP
      INVALID KEY SET EndOfMaskPolicies TO TRUE
   END-START
   IF NOT EndOfMaskPolicies
      READ MaskPolicyFile NEXT RECORD
         AT END SET EndOfMaskPolicies TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfMaskPolicies
      IF PolicyCount < 300
         ADD 1 TO PolicyCount
         MOVE MaskPolicyKey-MP TO PolicyKey-T(PolicyCount)
         MOVE MaskLevel-MP     TO PolicyLevel-T(PolicyCount)
      END-IF
      READ MaskPolicyFile NEXT RECORD
         AT END SET EndOfMaskPolicies TO TRUE
      END-READ
   END-PERFORM
   CLOSE MaskPolicyFile.

SeedPolicies.
*> The starting policy: the files that go to customers, to the
*> mailing house and to the collection agency carry what they need
*> in full, as does the desk's list of holds to ring about; the
*> other internal reports show phone numbers in part except to a
*> manager. The delivery manifest goes out in the van with the
*> driver, who needs the address, town and phone in full to make
*> the drop. The warehouse extract gets the town and the year of
*> birth and nothing else personal. SeedLevels gives the level for
*> the operator, supervisor, manager and batch roles in that order.
   MOVE FUNCTION CURRENT-DATE(1:8) TO SeedDate
   OPEN OUTPUT MaskPolicyFile
   MOVE "COLLXTRC" TO SeedOutput
   MOVE "Listing17-33" TO SeedProgram
   MOVE "Collections work file"
     TO SeedDesc
   MOVE "P" TO SeedField
   MOVE "PPFP" TO SeedLevels
   PERFORM SeedOneField
   MOVE "COLLRPT" TO SeedOutput
   MOVE "Listing17-33" TO SeedProgram
   MOVE "Collections run report"
     TO SeedDesc
   MOVE "P" TO SeedField
   MOVE "PPFP" TO SeedLevels
   PERFORM SeedOneField
   MOVE "AGENCYPL" TO SeedOutput
   MOVE "Listing18-19" TO SeedProgram
   MOVE "Collection agency placement file"
     TO SeedDesc
   MOVE "A" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "T" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "P" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "AGENCYRP" TO SeedOutput
   MOVE "Listing18-19" TO SeedProgram
   MOVE "Write-off and placement report"
     TO SeedDesc
   MOVE "P" TO SeedField
   MOVE "PPFP" TO SeedLevels
   PERFORM SeedOneField
   MOVE "PROMOMAL" TO SeedOutput
   MOVE "Listing17-95" TO SeedProgram
   MOVE "Promotion mailing file"
     TO SeedDesc
   MOVE "A" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "T" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "HOLDRPT" TO SeedOutput
   MOVE "Listing18-14" TO SeedProgram
   MOVE "Un-notified filled-holds report"
     TO SeedDesc
   MOVE "P" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "INVOICE" TO SeedOutput
   MOVE "Listing17-7" TO SeedProgram
   MOVE "Customer invoice"
     TO SeedDesc
   MOVE "A" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "T" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "STATEMNT" TO SeedOutput
   MOVE "Listing17-14" TO SeedProgram
   MOVE "Statement of account"
     TO SeedDesc
   MOVE "A" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "T" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "HOUSEINV" TO SeedOutput
   MOVE "Listing18-20" TO SeedProgram
   MOVE "House account invoice"
     TO SeedDesc
   MOVE "A" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "T" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "BIEXTRCT" TO SeedOutput
   MOVE "Listing18-49" TO SeedProgram
   MOVE "Warehouse change-data extract"
     TO SeedDesc
   MOVE "T" TO SeedField
   MOVE "PPPP" TO SeedLevels
   PERFORM SeedOneField
   MOVE "B" TO SeedField
   MOVE "PPPP" TO SeedLevels
   PERFORM SeedOneField
   MOVE "LETTERS" TO SeedOutput
   MOVE "Listing17-73" TO SeedProgram
   MOVE "Correspondence print run"
     TO SeedDesc
   MOVE "A" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "T" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "DELIVMAN" TO SeedOutput
   MOVE "Listing18-59" TO SeedProgram
   MOVE "Delivery manifest and pick list"
     TO SeedDesc
   MOVE "A" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "T" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   MOVE "P" TO SeedField
   MOVE "FFFF" TO SeedLevels
   PERFORM SeedOneField
   CLOSE MaskPolicyFile.

SeedOneField.
   PERFORM VARYING SeedIdx FROM 1 BY 1 UNTIL SeedIdx > 4
      MOVE SeedOutput        TO OutputCode-MP
      MOVE SeedField         TO FieldCode-MP
      MOVE SeedRole(SeedIdx) TO RoleCode-MP
      MOVE SeedLevel(SeedIdx) TO MaskLevel-MP
      MOVE SeedProgram       TO OutputProgram-MP
      MOVE SeedDesc          TO OutputDesc-MP
      MOVE SeedDate          TO ChangedDate-MP
      MOVE ZEROS             TO ChangedBy-MP
      WRITE MaskPolicyRec-MP
         INVALID KEY DISPLAY "-MP ERROR Status = " MaskPolicyStatus
      END-WRITE
   END-PERFORM.
END PROGRAM MaskPersonalData.

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
