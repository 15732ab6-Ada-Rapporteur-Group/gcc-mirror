IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-43.
AUTHOR. Michael Coughlan.
*> Customer service case log. A complaint - a late fee the customer
*> says is wrong, a damaged tape, a clerk who was rude - is opened
*> as a case against the customer, numbered from one for each
*> customer, with the store it concerns, a one-line summary and the
*> operator handling it. Everything said or promised afterwards goes
*> on the case as a dated note under the operator who wrote it, so
*> whoever takes the call next can read the whole story. A case can
*> be handed to another operator, and it is linked to whatever put
*> things right: a fee adjustment or waiver from Listing17-32 or a
*> refund from Listing17-83, each checked against that file and the
*> customer before the link is kept. Closing a case records how it
*> was resolved. Listing17-26 and the till flag a customer with a
*> case still open through CheckOpenCases.
*> A parameter of WEEKLY prints the weekly case report unattended
*> and exits: the open cases store by store, oldest first, with a
*> count by age for each store, then the cases closed in the last
*> seven days with a count by how they were resolved. Without a
*> parameter the menu runs after sign-on.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   SELECT CustomerFile ASSIGN TO "Listing17-26Customer.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CustomerId-CF
        ALTERNATE RECORD KEY IS CustomerSurname-CF
                     WITH DUPLICATES
        FILE STATUS IS CustomerStatus.

   SELECT CaseFile ASSIGN TO "Listing18-43Cases.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CaseKey-CS
        FILE STATUS IS CaseStatus.

   SELECT CaseNoteFile ASSIGN TO "Listing18-43CaseNotes.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CaseNoteKey-CN
        FILE STATUS IS CaseNoteStatus.

   SELECT AdjustmentsFile ASSIGN TO "Listing17-32Adjustments.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AdjustmentsStatus.

   SELECT RefundsFile ASSIGN TO "Listing17-83Refunds.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RefundsStatus.

   SELECT CaseReportFile ASSIGN TO "Listing18-43WeeklyCases.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CaseReportStatus.

   SELECT CaseSortFile ASSIGN TO "Listing18-43Sort.TMP".

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
01 CustomerRec-CF.
   COPY CustomerRec.

FD CaseFile.
01 CaseRec-CS.
   COPY CaseRec.

FD CaseNoteFile.
01 CaseNoteRec-CN.
   COPY CaseNoteRec.

FD AdjustmentsFile.
01 AdjustmentRec-AJ.
   COPY AdjustmentRec.

FD RefundsFile.
01 RefundRec-RD.
   88 EndOfRefunds  VALUE HIGH-VALUES.
   02 RefundNum-RD          PIC 9(7).
   02 CustomerId-RD         PIC 9(7).
   02 StoreId-RD            PIC 99.
   02 RefundDate-RD         PIC 9(8).
   02 RefundAmount-RD       PIC 9(5)V99.
   02 SupervisorId-RD       PIC 9(4).
   02 SessionNum-RD         PIC 9(7).

FD CaseReportFile.
01 CaseReportLine           PIC X(100).

SD CaseSortFile.
01 CaseSortRec-CX.
   88 EndOfCaseSort  VALUE HIGH-VALUES.
   02 StoreId-CX            PIC 99.
   02 OpenedDate-CX         PIC 9(8).
   02 CustomerId-CX         PIC 9(7).
   02 CaseSeqNum-CX         PIC 9(3).
   02 CaseType-CX           PIC X.
   02 HandlerId-CX          PIC 9(4).
   02 CaseSummary-CX        PIC X(40).

WORKING-STORAGE SECTION.
01 CustomerStatus           PIC XX.
   88 CustomerOk  VALUE "02", "00".

01 CaseStatus               PIC XX.
   88 CaseOk  VALUE "02", "00".

01 CaseNoteStatus           PIC XX.
   88 CaseNoteOk  VALUE "02", "00".

01 AdjustmentsStatus        PIC XX.
01 RefundsStatus            PIC XX.
01 CaseReportStatus         PIC XX.

01 ArgumentNumber             PIC 9(4) VALUE 1.
01 BatchParm                  PIC X(20) VALUE SPACES.

01 OperatorId                 PIC 9(4) VALUE ZEROS.
01 SignOnResult               PIC 9 VALUE 1.
   88 OperatorSignedOn          VALUE 0.
01 OperatorRole               PIC X VALUE SPACE.

*> The permission-table function behind each menu choice.
01 MenuFunction               PIC X(8).
01 MenuRole                   PIC X.
01 MenuPermission             PIC 9 VALUE ZERO.
   88 MenuRefused               VALUE 1.

01 MenuChoice                 PIC 9.
   88 MenuOpenCase              VALUE 1.
   88 MenuAddNote               VALUE 2.
   88 MenuReassignCase          VALUE 3.
   88 MenuLinkCase              VALUE 4.
   88 MenuCloseCase             VALUE 5.
   88 MenuShowCases             VALUE 6.
   88 MenuWeeklyReport          VALUE 7.
   88 MenuExit                  VALUE 9.

01 TodayDate                  PIC 9(8).
01 WeekStartDate              PIC 9(8).
01 WantedCustomerId           PIC 9(7) VALUE ZEROS.
01 WantedCaseSeqNum           PIC 9(3) VALUE ZEROS.
01 NextCaseSeqNum             PIC 9(3) VALUE ZEROS.
01 NextNoteSeqNum             PIC 9(3) VALUE ZEROS.
01 WantedNoteText             PIC X(60).
01 WantedHandlerId            PIC 9(4).
01 WantedCaseType             PIC X.
   88 WantedCaseTypeValid       VALUE "F", "D", "S", "O".
01 WantedResolution           PIC X.
   88 WantedResolutionValid     VALUE "R", "A", "W", "P", "N".
01 WantedLinkType             PIC X.
   88 WantedLinkAdjustment      VALUE "A".
   88 WantedLinkRefund          VALUE "R".
   88 WantedLinkWaiver          VALUE "W".
   88 WantedLinkTypeValid       VALUE "A", "R", "W".
01 WantedLinkRef              PIC 9(7).
01 LinkResult                 PIC X.
   88 LinkFound                 VALUE "Y".
   88 LinkNotFound              VALUE "N".
   88 LinkNoWaiver              VALUE "W".
   88 LinkOtherCustomer         VALUE "C".
01 LinkIdx                    PIC 9.
01 CasesShown                 PIC 9(3) VALUE ZEROS.

01 EnteredStoreId             PIC 99.
01 StoreName                  PIC X(20).
01 StoreCurrency              PIC XXX.
01 StoreState                 PIC X.
01 StoreResult                PIC 9.
   88 StoreOnMaster             VALUE 0.

01 CaseTypeName               PIC X(12).
01 ResolutionName             PIC X(12).

*> The weekly report. Open cases break on store, with the count in
*> each age band for the store; closed cases count by resolution.
01 CaseAgeDays                PIC 9(5).
01 ReportStoreId              PIC 99.
01 FirstStore                 PIC X VALUE "Y".
   88 NoStoreYet                VALUE "Y".
01 StoreAgeCounts.
   02 AgeUpToWeek             PIC 9(4).
   02 AgeUpToFortnight        PIC 9(4).
   02 AgeUpToMonth            PIC 9(4).
   02 AgeOverMonth            PIC 9(4).
01 OpenCasesListed            PIC 9(5) VALUE ZEROS.
01 ResolutionTable.
   02 ResolutionCount OCCURS 5 TIMES PIC 9(4).
01 ResolutionCodes            PIC X(5) VALUE "RAWPN".
01 FILLER REDEFINES ResolutionCodes.
   02 ResolutionCodeKey OCCURS 5 TIMES PIC X.
01 ResIdx                     PIC 9.
01 ClosedCasesListed          PIC 9(5) VALUE ZEROS.

01 ReportHeading.
   02 FILLER                   PIC X(32)
                  VALUE "Service cases - weekly report - ".
   02 HeadingDate              PIC 9(8).
01 StoreHeading.
   02 FILLER                   PIC X(6) VALUE "Store ".
   02 StoreHeadingId           PIC 99.
   02 FILLER                   PIC X VALUE SPACE.
   02 StoreHeadingName         PIC X(20).
01 OpenCaseLine.
   02 FILLER                   PIC X(2) VALUE SPACES.
   02 CustomerId-OL            PIC 9(7).
   02 FILLER                   PIC X VALUE "/".
   02 CaseSeqNum-OL            PIC 9(3).
   02 FILLER                   PIC X VALUE SPACE.
   02 CaseType-OL              PIC X(12).
   02 FILLER                   PIC X(8) VALUE " opened ".
   02 OpenedDate-OL            PIC 9(8).
   02 FILLER                   PIC X VALUE SPACE.
   02 CaseAge-OL               PIC ZZZZ9.
   02 FILLER                   PIC X(9) VALUE " days op ".
   02 HandlerId-OL             PIC 9(4).
   02 FILLER                   PIC X VALUE SPACE.
   02 CaseSummary-OL           PIC X(40).
01 StoreAgeLine.
   02 FILLER                   PIC X(13) VALUE "  Open cases ".
   02 FILLER                   PIC X(9) VALUE "0-7 days ".
   02 AgeUpToWeek-SL           PIC ZZZ9.
   02 FILLER                   PIC X(12) VALUE "  8-14 days ".
   02 AgeUpToFortnight-SL      PIC ZZZ9.
   02 FILLER                   PIC X(13) VALUE "  15-30 days ".
   02 AgeUpToMonth-SL          PIC ZZZ9.
   02 FILLER                   PIC X(10) VALUE "  over 30 ".
   02 AgeOverMonth-SL          PIC ZZZ9.
01 ClosedHeading.
   02 FILLER                   PIC X(36)
                  VALUE "Cases closed in the seven days from ".
   02 ClosedFromDate           PIC 9(8).
01 ClosedCaseLine.
   02 FILLER                   PIC X(2) VALUE SPACES.
   02 CustomerId-CL            PIC 9(7).
   02 FILLER                   PIC X VALUE "/".
   02 CaseSeqNum-CL            PIC 9(3).
   02 FILLER                   PIC X(7) VALUE " store ".
   02 StoreId-CL               PIC 99.
   02 FILLER                   PIC X VALUE SPACE.
   02 CaseType-CL              PIC X(12).
   02 FILLER                   PIC X(8) VALUE " closed ".
   02 ClosedDate-CL            PIC 9(8).
   02 FILLER                   PIC X VALUE SPACE.
   02 Resolution-CL            PIC X(12).
   02 FILLER                   PIC X VALUE SPACE.
   02 CaseSummary-CL           PIC X(30).
01 ResolutionLine.
   02 FILLER                   PIC X(2) VALUE SPACES.
   02 ResolutionName-RL        PIC X(12).
   02 ResolutionCount-RL       PIC ZZZ9.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing18-43", "CustomerFile",
          CustomerRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    DISPLAY ArgumentNumber UPON ARGUMENT-NUMBER
    ACCEPT BatchParm FROM ARGUMENT-VALUE
       ON EXCEPTION MOVE SPACES TO BatchParm
    END-ACCEPT
    IF BatchParm NOT EQUAL SPACES
       IF FUNCTION UPPER-CASE(BatchParm) NOT EQUAL "WEEKLY"
          DISPLAY "Unrecognized parameter - use WEEKLY"
          STOP RUN
       END-IF
       PERFORM OpenCaseFiles
       PERFORM PrintWeeklyReport
       PERFORM CloseCaseFiles
       STOP RUN
    END-IF

    CALL "OperatorSignOnCheck" USING "Listing18-43", "O",
                                     OperatorId, SignOnResult
    CALL "SignOnRole" USING "Q", OperatorId, OperatorRole
    IF NOT OperatorSignedOn
       DISPLAY "Access denied - sign-on was not accepted."
       STOP RUN
    END-IF
    PERFORM OpenCaseFiles
    PERFORM MainMenu UNTIL MenuExit
    PERFORM CloseCaseFiles
    STOP RUN.

OpenCaseFiles.
    OPEN INPUT CustomerFile
    OPEN I-O CaseFile
    IF CaseStatus EQUAL "35"
       CLOSE CaseFile
       OPEN OUTPUT CaseFile
       CLOSE CaseFile
       OPEN I-O CaseFile
    END-IF
    OPEN I-O CaseNoteFile
    IF CaseNoteStatus EQUAL "35"
       CLOSE CaseNoteFile
       OPEN OUTPUT CaseNoteFile
       CLOSE CaseNoteFile
       OPEN I-O CaseNoteFile
    END-IF.

CloseCaseFiles.
    CLOSE CaseNoteFile
    CLOSE CaseFile
    CLOSE CustomerFile.

MainMenu.
    DISPLAY SPACES
    DISPLAY "*** Customer Service Cases ***"
    DISPLAY "1 = Open a new case"
    DISPLAY "2 = Add a note to a case"
    DISPLAY "3 = Hand a case to another operator"
    DISPLAY "4 = Link an adjustment, waiver or refund to a case"
    DISPLAY "5 = Close a case"
    DISPLAY "6 = Show a customer's cases"
    DISPLAY "7 = Print the weekly case report"
    DISPLAY "9 = Exit"
    DISPLAY "Enter your choice - " WITH NO ADVANCING
    ACCEPT MenuChoice
    PERFORM CheckMenuPermission
    IF MenuRefused
       EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
       WHEN MenuOpenCase       PERFORM OpenNewCase
       WHEN MenuAddNote        PERFORM AddCaseNote
       WHEN MenuReassignCase   PERFORM ReassignCase
       WHEN MenuLinkCase       PERFORM LinkCase
       WHEN MenuCloseCase      PERFORM CloseCase
       WHEN MenuShowCases      PERFORM ShowCustomerCases
       WHEN MenuWeeklyReport   PERFORM PrintWeeklyReport
       WHEN MenuExit           CONTINUE
       WHEN OTHER              DISPLAY "Please enter 1 to 7 or 9"
    END-EVALUATE.

CheckMenuPermission.
*> Every choice defaults to the operator role the sign-on asks for;
*> the Listing17-51 permission table can narrow any one of them.
    MOVE SPACES TO MenuFunction
    MOVE ZERO TO MenuPermission
    EVALUATE TRUE
       WHEN MenuOpenCase
          MOVE "OPEN" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuAddNote
          MOVE "NOTE" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuReassignCase
          MOVE "REASSIGN" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuLinkCase
          MOVE "LINK" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuCloseCase
          MOVE "CLOSE" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuShowCases
          MOVE "SHOW" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuWeeklyReport
          MOVE "WEEKLY" TO MenuFunction
          MOVE "O" TO MenuRole
    END-EVALUATE
    IF MenuFunction NOT EQUAL SPACES
       CALL "CheckPermission" USING "Listing18-43", MenuFunction, OperatorId,
                                    OperatorRole, MenuRole, MenuPermission
       IF MenuRefused
          DISPLAY "Operator " OperatorId " is not permitted to use "
                  "that function."
       END-IF
    END-IF.

GetTheCustomer.
    DISPLAY "Enter the Customer Id - " WITH NO ADVANCING
    ACCEPT WantedCustomerId
    MOVE WantedCustomerId TO CustomerId-CF
    READ CustomerFile
       KEY IS CustomerId-CF
       INVALID KEY CONTINUE
    END-READ
    IF CustomerOk
       DISPLAY "Customer " CustomerId-CF " - " CustomerFirstName-CF
               SPACE CustomerSurname-CF
    ELSE
       DISPLAY "Customer " WantedCustomerId " is not on the master."
    END-IF.

GetTheCase.
*> Reads the case named by customer and case number into
*> CaseRec-CS; CaseOk says whether it was found.
    DISPLAY "Enter the Customer Id - " WITH NO ADVANCING
    ACCEPT WantedCustomerId
    DISPLAY "Enter the case number - " WITH NO ADVANCING
    ACCEPT WantedCaseSeqNum
    MOVE WantedCustomerId TO CustomerId-CS
    MOVE WantedCaseSeqNum TO CaseSeqNum-CS
    READ CaseFile
       KEY IS CaseKey-CS
       INVALID KEY CONTINUE
    END-READ
    IF CaseOk
       PERFORM NameCaseType
       DISPLAY "Case " CustomerId-CS "/" CaseSeqNum-CS " "
               CaseTypeName " store " StoreId-CS " - " CaseSummary-CS
    ELSE
       DISPLAY "No case " WantedCaseSeqNum " for customer "
               WantedCustomerId "."
    END-IF.

OpenNewCase.
    PERFORM GetTheCustomer
    IF NOT CustomerOk
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WantedCaseType
    PERFORM UNTIL WantedCaseTypeValid
       DISPLAY "Type F = late fee, D = damaged tape, S = staff, "
               "O = other - " WITH NO ADVANCING
       ACCEPT WantedCaseType
       MOVE FUNCTION UPPER-CASE(WantedCaseType) TO WantedCaseType
       IF NOT WantedCaseTypeValid
          DISPLAY "Please enter F, D, S or O."
       END-IF
    END-PERFORM
    MOVE 1 TO StoreResult
    PERFORM UNTIL StoreOnMaster
       DISPLAY "Store the complaint concerns - " WITH NO ADVANCING
       ACCEPT EnteredStoreId
       CALL "GetStoreInfo" USING EnteredStoreId, StoreName,
                                 StoreCurrency, StoreState, StoreResult
       IF NOT StoreOnMaster
          DISPLAY "Store " EnteredStoreId " is not on the store master."
       END-IF
    END-PERFORM

    PERFORM FindNextCaseSeqNum
    MOVE SPACES TO CaseRec-CS
    MOVE WantedCustomerId TO CustomerId-CS
    MOVE NextCaseSeqNum   TO CaseSeqNum-CS
    MOVE WantedCaseType   TO CaseType-CS
    MOVE EnteredStoreId   TO StoreId-CS
    SET CaseOpen-CS TO TRUE
    MOVE TodayDate        TO OpenedDate-CS
    MOVE OperatorId       TO OpenedBy-CS HandlerId-CS
    MOVE ZEROS            TO ClosedDate-CS CaseLinkCount-CS
    DISPLAY "Summary - " WITH NO ADVANCING
    ACCEPT CaseSummary-CS
    WRITE CaseRec-CS
       INVALID KEY DISPLAY "-CS ERROR Status = " CaseStatus
    END-WRITE
    IF NOT CaseOk
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Case " CustomerId-CS "/" CaseSeqNum-CS " opened."
    DISPLAY "First note (what the customer told us) - "
            WITH NO ADVANCING
    ACCEPT WantedNoteText
    IF WantedNoteText NOT EQUAL SPACES
       PERFORM WriteCaseNote
    END-IF.

FindNextCaseSeqNum.
*> One past the highest case number the customer already has, as in
*> Listing17-8's FindNextChangeSeqNum.
    MOVE ZEROS TO NextCaseSeqNum
    MOVE WantedCustomerId TO CustomerId-CS
    MOVE ZEROS            TO CaseSeqNum-CS
    START CaseFile KEY IS GREATER THAN OR EQUAL CaseKey-CS
       INVALID KEY SET EndOfCases TO TRUE
    END-START
    IF NOT EndOfCases
       READ CaseFile NEXT RECORD
          AT END SET EndOfCases TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfCases
                   OR CustomerId-CS NOT EQUAL WantedCustomerId
       MOVE CaseSeqNum-CS TO NextCaseSeqNum
       READ CaseFile NEXT RECORD
          AT END SET EndOfCases TO TRUE
       END-READ
    END-PERFORM
    ADD 1 TO NextCaseSeqNum.

AddCaseNote.
    PERFORM GetTheCase
    IF NOT CaseOk
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Note - " WITH NO ADVANCING
    ACCEPT WantedNoteText
    IF WantedNoteText EQUAL SPACES
       DISPLAY "Nothing entered - no note added."
       EXIT PARAGRAPH
    END-IF
    PERFORM WriteCaseNote.

WriteCaseNote.
*> Adds WantedNoteText to the case in CaseRec-CS under this
*> operator and today's date.
    PERFORM FindNextNoteSeqNum
    MOVE CustomerId-CS   TO CustomerId-CN
    MOVE CaseSeqNum-CS   TO CaseSeqNum-CN
    MOVE NextNoteSeqNum  TO NoteSeqNum-CN
    MOVE TodayDate       TO NoteDate-CN
    MOVE OperatorId      TO NoteOperator-CN
    MOVE WantedNoteText  TO NoteText-CN
    WRITE CaseNoteRec-CN
       INVALID KEY DISPLAY "-CN ERROR Status = " CaseNoteStatus
    END-WRITE
    IF CaseNoteOk
       DISPLAY "Note " NoteSeqNum-CN " added."
    END-IF.

FindNextNoteSeqNum.
    MOVE ZEROS TO NextNoteSeqNum
    MOVE CustomerId-CS TO CustomerId-CN
    MOVE CaseSeqNum-CS TO CaseSeqNum-CN
    MOVE ZEROS         TO NoteSeqNum-CN
    START CaseNoteFile KEY IS GREATER THAN OR EQUAL CaseNoteKey-CN
       INVALID KEY SET EndOfCaseNotes TO TRUE
    END-START
    IF NOT EndOfCaseNotes
       READ CaseNoteFile NEXT RECORD
          AT END SET EndOfCaseNotes TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfCaseNotes
                   OR CustomerId-CN NOT EQUAL CustomerId-CS
                   OR CaseSeqNum-CN NOT EQUAL CaseSeqNum-CS
       MOVE NoteSeqNum-CN TO NextNoteSeqNum
       READ CaseNoteFile NEXT RECORD
          AT END SET EndOfCaseNotes TO TRUE
       END-READ
    END-PERFORM
    ADD 1 TO NextNoteSeqNum.

ReassignCase.
*> The hand-over goes on the case as a note so the new handler can
*> see who had it before.
    PERFORM GetTheCase
    IF NOT CaseOk
       EXIT PARAGRAPH
    END-IF
    IF CaseClosed-CS
       DISPLAY "That case is closed."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Handled by operator " HandlerId-CS
    DISPLAY "New handling operator - " WITH NO ADVANCING
    ACCEPT WantedHandlerId
    IF WantedHandlerId EQUAL ZEROS OR WantedHandlerId EQUAL HandlerId-CS
       DISPLAY "Handler not changed."
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WantedNoteText
    STRING "Handed from operator " HandlerId-CS " to operator "
           WantedHandlerId DELIMITED BY SIZE INTO WantedNoteText
    MOVE WantedHandlerId TO HandlerId-CS
    REWRITE CaseRec-CS
       INVALID KEY DISPLAY "-CS ERROR Status = " CaseStatus
    END-REWRITE
    IF CaseOk
       PERFORM WriteCaseNote
    END-IF.

LinkCase.
*> An adjustment or waiver must be on the Listing17-32 adjustments
*> file and a refund on the Listing17-83 refunds file, each for this
*> customer; a waiver is an adjustment that waived some of the fee.
    PERFORM GetTheCase
    IF NOT CaseOk
       EXIT PARAGRAPH
    END-IF
    IF CaseLinkCount-CS NOT NUMERIC
       MOVE ZEROS TO CaseLinkCount-CS
    END-IF
    IF CaseLinkCount-CS EQUAL 5
       DISPLAY "That case already has five links."
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WantedLinkType
    PERFORM UNTIL WantedLinkTypeValid
       DISPLAY "Link A = adjustment, W = waiver, R = refund - "
               WITH NO ADVANCING
       ACCEPT WantedLinkType
       MOVE FUNCTION UPPER-CASE(WantedLinkType) TO WantedLinkType
       IF NOT WantedLinkTypeValid
          DISPLAY "Please enter A, W or R."
       END-IF
    END-PERFORM
    IF WantedLinkRefund
       DISPLAY "Refund number - " WITH NO ADVANCING
    ELSE
       DISPLAY "Adjustment number - " WITH NO ADVANCING
    END-IF
    ACCEPT WantedLinkRef
    PERFORM VARYING LinkIdx FROM 1 BY 1
              UNTIL LinkIdx > CaseLinkCount-CS
       IF LinkType-CS(LinkIdx) EQUAL WantedLinkType
          AND LinkRef-CS(LinkIdx) EQUAL WantedLinkRef
          DISPLAY "That is already linked to the case."
          EXIT PARAGRAPH
       END-IF
    END-PERFORM

    IF WantedLinkRefund
       PERFORM FindTheRefund
    ELSE
       PERFORM FindTheAdjustment
    END-IF
    EVALUATE TRUE
       WHEN LinkNotFound
          DISPLAY "Number " WantedLinkRef " is not on file."
          EXIT PARAGRAPH
       WHEN LinkOtherCustomer
          DISPLAY "Number " WantedLinkRef " is for another customer."
          EXIT PARAGRAPH
       WHEN LinkNoWaiver
          DISPLAY "Adjustment " WantedLinkRef " waived nothing - "
                  "link it as an adjustment."
          EXIT PARAGRAPH
    END-EVALUATE

    ADD 1 TO CaseLinkCount-CS
    MOVE WantedLinkType TO LinkType-CS(CaseLinkCount-CS)
    MOVE WantedLinkRef  TO LinkRef-CS(CaseLinkCount-CS)
    REWRITE CaseRec-CS
       INVALID KEY DISPLAY "-CS ERROR Status = " CaseStatus
    END-REWRITE
    IF CaseOk
       DISPLAY "Linked."
    END-IF.

FindTheAdjustment.
    SET LinkNotFound TO TRUE
    OPEN INPUT AdjustmentsFile
    IF AdjustmentsStatus NOT EQUAL "00"
       CLOSE AdjustmentsFile
       EXIT PARAGRAPH
    END-IF
    READ AdjustmentsFile
       AT END SET EndOfAdjustments TO TRUE
    END-READ
    PERFORM UNTIL EndOfAdjustments OR NOT LinkNotFound
       IF AdjustmentNum-AJ EQUAL WantedLinkRef
          EVALUATE TRUE
             WHEN CustomerId-AJ NOT EQUAL CustomerId-CS
                SET LinkOtherCustomer TO TRUE
             WHEN WantedLinkWaiver AND AmountWaived-AJ EQUAL ZEROS
                SET LinkNoWaiver TO TRUE
             WHEN OTHER
                SET LinkFound TO TRUE
          END-EVALUATE
       END-IF
       READ AdjustmentsFile
          AT END SET EndOfAdjustments TO TRUE
       END-READ
    END-PERFORM
    CLOSE AdjustmentsFile.

FindTheRefund.
    SET LinkNotFound TO TRUE
    OPEN INPUT RefundsFile
    IF RefundsStatus NOT EQUAL "00"
       CLOSE RefundsFile
       EXIT PARAGRAPH
    END-IF
    READ RefundsFile
       AT END SET EndOfRefunds TO TRUE
    END-READ
    PERFORM UNTIL EndOfRefunds OR NOT LinkNotFound
       IF RefundNum-RD EQUAL WantedLinkRef
          IF CustomerId-RD EQUAL CustomerId-CS
             SET LinkFound TO TRUE
          ELSE
             SET LinkOtherCustomer TO TRUE
          END-IF
       END-IF
       READ RefundsFile
          AT END SET EndOfRefunds TO TRUE
       END-READ
    END-PERFORM
    CLOSE RefundsFile.

CloseCase.
    PERFORM GetTheCase
    IF NOT CaseOk
       EXIT PARAGRAPH
    END-IF
    IF CaseClosed-CS
       DISPLAY "That case was closed on " ClosedDate-CS "."
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WantedResolution
    PERFORM UNTIL WantedResolutionValid
       DISPLAY "Resolved by R = refund, A = adjustment, W = waiver, "
               "P = apology, N = no action - " WITH NO ADVANCING
       ACCEPT WantedResolution
       MOVE FUNCTION UPPER-CASE(WantedResolution) TO WantedResolution
       IF NOT WantedResolutionValid
          DISPLAY "Please enter R, A, W, P or N."
       END-IF
    END-PERFORM
    IF CaseLinkCount-CS NOT NUMERIC
       MOVE ZEROS TO CaseLinkCount-CS
    END-IF
    IF WantedResolution EQUAL "R" OR "A" OR "W"
       SET LinkNotFound TO TRUE
       PERFORM VARYING LinkIdx FROM 1 BY 1
                 UNTIL LinkIdx > CaseLinkCount-CS
          IF LinkType-CS(LinkIdx) EQUAL WantedResolution
             SET LinkFound TO TRUE
          END-IF
       END-PERFORM
       IF LinkNotFound
          DISPLAY "Note - nothing of that kind is linked to the case yet."
       END-IF
    END-IF
    DISPLAY "Closing note - " WITH NO ADVANCING
    ACCEPT WantedNoteText
    SET CaseClosed-CS TO TRUE
    MOVE WantedResolution TO ResolutionCode-CS
    MOVE TodayDate        TO ClosedDate-CS
    REWRITE CaseRec-CS
       INVALID KEY DISPLAY "-CS ERROR Status = " CaseStatus
    END-REWRITE
    IF CaseOk
       DISPLAY "Case " CustomerId-CS "/" CaseSeqNum-CS " closed."
       IF WantedNoteText NOT EQUAL SPACES
          PERFORM WriteCaseNote
       END-IF
    END-IF.

ShowCustomerCases.
*> Every case the customer has had, newest last, each with its links
*> and the notes in the order they were written.
    PERFORM GetTheCustomer
    IF NOT CustomerOk
       EXIT PARAGRAPH
    END-IF
    MOVE ZEROS TO CasesShown
    MOVE WantedCustomerId TO CustomerId-CS
    MOVE ZEROS            TO CaseSeqNum-CS
    START CaseFile KEY IS GREATER THAN OR EQUAL CaseKey-CS
       INVALID KEY SET EndOfCases TO TRUE
    END-START
    IF NOT EndOfCases
       READ CaseFile NEXT RECORD
          AT END SET EndOfCases TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfCases
                   OR CustomerId-CS NOT EQUAL WantedCustomerId
       PERFORM ShowOneCase
       ADD 1 TO CasesShown
       READ CaseFile NEXT RECORD
          AT END SET EndOfCases TO TRUE
       END-READ
    END-PERFORM
    DISPLAY CasesShown " case(s) for customer " WantedCustomerId ".".

ShowOneCase.
    PERFORM NameCaseType
    DISPLAY SPACES
    DISPLAY "Case " CaseSeqNum-CS " " CaseTypeName " store " StoreId-CS
            " - " CaseSummary-CS
    IF CaseOpen-CS
       DISPLAY "  OPEN since " OpenedDate-CS " - handled by operator "
               HandlerId-CS
    ELSE
       PERFORM NameResolution
       DISPLAY "  Opened " OpenedDate-CS ", closed " ClosedDate-CS
               " - " ResolutionName
    END-IF
    IF CaseLinkCount-CS IS NUMERIC
       PERFORM VARYING LinkIdx FROM 1 BY 1
                 UNTIL LinkIdx > CaseLinkCount-CS
          EVALUATE TRUE
             WHEN LinkAdjustment-CS(LinkIdx)
                DISPLAY "  Adjustment " LinkRef-CS(LinkIdx)
             WHEN LinkWaiver-CS(LinkIdx)
                DISPLAY "  Waiver     " LinkRef-CS(LinkIdx)
             WHEN LinkRefund-CS(LinkIdx)
                DISPLAY "  Refund     " LinkRef-CS(LinkIdx)
          END-EVALUATE
       END-PERFORM
    END-IF
    MOVE CustomerId-CS TO CustomerId-CN
    MOVE CaseSeqNum-CS TO CaseSeqNum-CN
    MOVE ZEROS         TO NoteSeqNum-CN
    START CaseNoteFile KEY IS GREATER THAN OR EQUAL CaseNoteKey-CN
       INVALID KEY SET EndOfCaseNotes TO TRUE
    END-START
    IF NOT EndOfCaseNotes
       READ CaseNoteFile NEXT RECORD
          AT END SET EndOfCaseNotes TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfCaseNotes
                   OR CustomerId-CN NOT EQUAL CustomerId-CS
                   OR CaseSeqNum-CN NOT EQUAL CaseSeqNum-CS
       DISPLAY "  " NoteDate-CN " op " NoteOperator-CN " " NoteText-CN
       READ CaseNoteFile NEXT RECORD
          AT END SET EndOfCaseNotes TO TRUE
       END-READ
    END-PERFORM.

NameCaseType.
    EVALUATE TRUE
       WHEN CaseLateFee-CS       MOVE "Late fee"     TO CaseTypeName
       WHEN CaseDamagedTape-CS   MOVE "Damaged tape" TO CaseTypeName
       WHEN CaseStaffConduct-CS  MOVE "Staff"        TO CaseTypeName
       WHEN OTHER                MOVE "Other"        TO CaseTypeName
    END-EVALUATE.

NameResolution.
    EVALUATE TRUE
       WHEN ResolvedByRefund-CS      MOVE "Refund"     TO ResolutionName
       WHEN ResolvedByAdjustment-CS  MOVE "Adjustment" TO ResolutionName
       WHEN ResolvedByWaiver-CS      MOVE "Waiver"     TO ResolutionName
       WHEN ResolvedByApology-CS     MOVE "Apology"    TO ResolutionName
       WHEN OTHER                    MOVE "No action"  TO ResolutionName
    END-EVALUATE.

PrintWeeklyReport.
    OPEN OUTPUT CaseReportFile
    MOVE TodayDate TO HeadingDate
    WRITE CaseReportLine FROM ReportHeading
    MOVE SPACES TO CaseReportLine
    WRITE CaseReportLine
    MOVE "Open cases by store, oldest first" TO CaseReportLine
    WRITE CaseReportLine
    MOVE ZEROS TO OpenCasesListed
    MOVE "Y"   TO FirstStore
    SORT CaseSortFile
         ON ASCENDING KEY StoreId-CX
                          OpenedDate-CX
         INPUT PROCEDURE IS ReleaseOpenCases
         OUTPUT PROCEDURE IS PrintOpenCases
    PERFORM PrintClosedCases
    CLOSE CaseReportFile
    DISPLAY OpenCasesListed " open and " ClosedCasesListed
            " recently closed case(s) written to "
            "Listing18-43WeeklyCases.txt".

ReleaseOpenCases.
    MOVE LOW-VALUES TO CaseKey-CS
    START CaseFile KEY IS GREATER THAN CaseKey-CS
       INVALID KEY SET EndOfCases TO TRUE
    END-START
    IF NOT EndOfCases
       READ CaseFile NEXT RECORD
          AT END SET EndOfCases TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfCases
       IF CaseOpen-CS
          MOVE StoreId-CS     TO StoreId-CX
          MOVE OpenedDate-CS  TO OpenedDate-CX
          MOVE CustomerId-CS  TO CustomerId-CX
          MOVE CaseSeqNum-CS  TO CaseSeqNum-CX
          MOVE CaseType-CS    TO CaseType-CX
          MOVE HandlerId-CS   TO HandlerId-CX
          MOVE CaseSummary-CS TO CaseSummary-CX
          RELEASE CaseSortRec-CX
       END-IF
       READ CaseFile NEXT RECORD
          AT END SET EndOfCases TO TRUE
       END-READ
    END-PERFORM.

PrintOpenCases.
*> Age is counted in days from the day the case was opened.
    RETURN CaseSortFile
       AT END SET EndOfCaseSort TO TRUE
    END-RETURN
    PERFORM UNTIL EndOfCaseSort
       IF NoStoreYet OR StoreId-CX NOT EQUAL ReportStoreId
          IF NOT NoStoreYet
             PERFORM PrintStoreAgeCounts
          END-IF
          PERFORM StartReportStore
       END-IF
       COMPUTE CaseAgeDays = FUNCTION INTEGER-OF-DATE(TodayDate)
                           - FUNCTION INTEGER-OF-DATE(OpenedDate-CX)
       EVALUATE TRUE
          WHEN CaseAgeDays <= 7   ADD 1 TO AgeUpToWeek
          WHEN CaseAgeDays <= 14  ADD 1 TO AgeUpToFortnight
          WHEN CaseAgeDays <= 30  ADD 1 TO AgeUpToMonth
          WHEN OTHER              ADD 1 TO AgeOverMonth
       END-EVALUATE
       MOVE CaseType-CX TO CaseType-CS
       PERFORM NameCaseType
       MOVE CustomerId-CX  TO CustomerId-OL
       MOVE CaseSeqNum-CX  TO CaseSeqNum-OL
       MOVE CaseTypeName   TO CaseType-OL
       MOVE OpenedDate-CX  TO OpenedDate-OL
       MOVE CaseAgeDays    TO CaseAge-OL
       MOVE HandlerId-CX   TO HandlerId-OL
       MOVE CaseSummary-CX TO CaseSummary-OL
       WRITE CaseReportLine FROM OpenCaseLine
       ADD 1 TO OpenCasesListed
       RETURN CaseSortFile
          AT END SET EndOfCaseSort TO TRUE
       END-RETURN
    END-PERFORM
    IF NOT NoStoreYet
       PERFORM PrintStoreAgeCounts
    END-IF.

StartReportStore.
    MOVE "N"        TO FirstStore
    MOVE StoreId-CX TO ReportStoreId
    MOVE ZEROS      TO StoreAgeCounts
    CALL "GetStoreInfo" USING ReportStoreId, StoreName,
                              StoreCurrency, StoreState, StoreResult
    MOVE ReportStoreId TO StoreHeadingId
    MOVE StoreName     TO StoreHeadingName
    MOVE SPACES TO CaseReportLine
    WRITE CaseReportLine
    WRITE CaseReportLine FROM StoreHeading.

PrintStoreAgeCounts.
    MOVE AgeUpToWeek      TO AgeUpToWeek-SL
    MOVE AgeUpToFortnight TO AgeUpToFortnight-SL
    MOVE AgeUpToMonth     TO AgeUpToMonth-SL
    MOVE AgeOverMonth     TO AgeOverMonth-SL
    WRITE CaseReportLine FROM StoreAgeLine.

PrintClosedCases.
*> The seven days ending today.
    COMPUTE WeekStartDate = FUNCTION DATE-OF-INTEGER(
                            FUNCTION INTEGER-OF-DATE(TodayDate) - 6)
    MOVE ZEROS TO ClosedCasesListed ResolutionTable
    MOVE SPACES TO CaseReportLine
    WRITE CaseReportLine
    MOVE WeekStartDate TO ClosedFromDate
    WRITE CaseReportLine FROM ClosedHeading
    MOVE LOW-VALUES TO CaseKey-CS
    START CaseFile KEY IS GREATER THAN CaseKey-CS
       INVALID KEY SET EndOfCases TO TRUE
    END-START
    IF NOT EndOfCases
       READ CaseFile NEXT RECORD
          AT END SET EndOfCases TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfCases
       IF CaseClosed-CS AND ClosedDate-CS >= WeekStartDate
          PERFORM NameCaseType
          PERFORM NameResolution
          EVALUATE TRUE
             WHEN ResolvedByRefund-CS      MOVE 1 TO ResIdx
             WHEN ResolvedByAdjustment-CS  MOVE 2 TO ResIdx
             WHEN ResolvedByWaiver-CS      MOVE 3 TO ResIdx
             WHEN ResolvedByApology-CS     MOVE 4 TO ResIdx
             WHEN OTHER                    MOVE 5 TO ResIdx
          END-EVALUATE
          ADD 1 TO ResolutionCount(ResIdx)
          MOVE CustomerId-CS  TO CustomerId-CL
          MOVE CaseSeqNum-CS  TO CaseSeqNum-CL
          MOVE StoreId-CS     TO StoreId-CL
          MOVE CaseTypeName   TO CaseType-CL
          MOVE ClosedDate-CS  TO ClosedDate-CL
          MOVE ResolutionName TO Resolution-CL
          MOVE CaseSummary-CS TO CaseSummary-CL
          WRITE CaseReportLine FROM ClosedCaseLine
          ADD 1 TO ClosedCasesListed
       END-IF
       READ CaseFile NEXT RECORD
          AT END SET EndOfCases TO TRUE
       END-READ
    END-PERFORM

    MOVE SPACES TO CaseReportLine
    WRITE CaseReportLine
    MOVE "Closed cases by resolution" TO CaseReportLine
    WRITE CaseReportLine
    PERFORM VARYING ResIdx FROM 1 BY 1 UNTIL ResIdx > 5
       MOVE ResolutionCodeKey(ResIdx) TO ResolutionCode-CS
       PERFORM NameResolution
       MOVE ResolutionName           TO ResolutionName-RL
       MOVE ResolutionCount(ResIdx)  TO ResolutionCount-RL
       WRITE CaseReportLine FROM ResolutionLine
    END-PERFORM.

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
PROGRAM-ID. GetStoreInfo.
AUTHOR. Michael Coughlan.
*> Answers whether a StoreId is on the store master and whether the
*> store is open for business. Listing17-70's maintenance program
*> owns the master and stamps StoreStatus-SM "C" when a store is
*> closed; this lookup is how the till and the transfer dispatch
*> respect that. Records written before the status byte existed read
*> as active. WORKING-STORAGE is not INITIAL, so the master loads
*> once per run no matter how many stores are checked.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StoreMasterFile ASSIGN TO "Listing17-44Stores.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS StoreMasterStatus.

DATA DIVISION.
FILE SECTION.
FD  StoreMasterFile.
01  StoreMasterRec.
    02  StoreId-SM             PIC 99.
    02  StoreName-SM           PIC X(20).
    02  JurisdictionCode-SM    PIC XXX.
    02  CurrencyCode-SM        PIC XXX.
    02  StoreStatus-SM         PIC X.

WORKING-STORAGE SECTION.
01  StoreMasterStatus          PIC XX.
    88  EndOfStoreMaster         VALUE "10".

01  TablesLoaded               PIC X VALUE "N".
    88  TablesAlreadyLoaded      VALUE "Y".

01  StoreTable.
    02  StoreCount             PIC 99 VALUE ZERO.
    02  StoreEntry OCCURS 10 TIMES INDEXED BY StIdx.
        03  StoreId-T          PIC 99.
        03  StoreName-T        PIC X(20).
        03  StoreCurrency-T    PIC XXX.
        03  StoreStatus-T      PIC X.

LINKAGE SECTION.
01  StoreId-IO                 PIC 99.
01  StoreName-IO               PIC X(20).
01  CurrencyCode-IO            PIC XXX.
01  StoreStatus-IO             PIC X.
    88  StoreIsClosed-IO         VALUE "C".
01  StoreResult-IO             PIC 9.
    88  StoreOnMaster            VALUE 0.
    88  StoreNotOnMaster         VALUE 1.

PROCEDURE DIVISION USING StoreId-IO, StoreName-IO, CurrencyCode-IO,
                          StoreStatus-IO, StoreResult-IO.
Begin.
   IF NOT TablesAlreadyLoaded
      PERFORM LoadStoreMaster
      MOVE "Y" TO TablesLoaded
   END-IF

   SET StoreNotOnMaster TO TRUE
   MOVE SPACES TO StoreName-IO CurrencyCode-IO StoreStatus-IO
   PERFORM VARYING StIdx FROM 1 BY 1 UNTIL StIdx > StoreCount
      IF StoreId-T(StIdx) EQUAL StoreId-IO
         MOVE StoreName-T(StIdx)     TO StoreName-IO
         MOVE StoreCurrency-T(StIdx) TO CurrencyCode-IO
         MOVE StoreStatus-T(StIdx)   TO StoreStatus-IO
         SET StoreOnMaster TO TRUE
         EXIT PERFORM
      END-IF
   END-PERFORM
   EXIT PROGRAM.

LoadStoreMaster.
   MOVE ZERO TO StoreCount
   OPEN INPUT StoreMasterFile
   IF StoreMasterStatus NOT EQUAL "00"
      CLOSE StoreMasterFile
      PERFORM SeedStoreMaster
      OPEN INPUT StoreMasterFile
   END-IF
   READ StoreMasterFile
      AT END SET EndOfStoreMaster TO TRUE
   END-READ
   PERFORM UNTIL EndOfStoreMaster
      IF StoreCount < 10
         ADD 1 TO StoreCount
         MOVE StoreId-SM      TO StoreId-T(StoreCount)
         MOVE StoreName-SM    TO StoreName-T(StoreCount)
         MOVE CurrencyCode-SM TO StoreCurrency-T(StoreCount)
         MOVE StoreStatus-SM  TO StoreStatus-T(StoreCount)
         IF StoreStatus-T(StoreCount) EQUAL SPACES
            MOVE "A" TO StoreStatus-T(StoreCount)
         END-IF
      END-IF
      READ StoreMasterFile
         AT END SET EndOfStoreMaster TO TRUE
      END-READ
   END-PERFORM
   CLOSE StoreMasterFile.

SeedStoreMaster.
   OPEN OUTPUT StoreMasterFile
   MOVE "01Riverside Main      J01USDA" TO StoreMasterRec
   WRITE StoreMasterRec
   MOVE "02Hillside Plaza      J02USDA" TO StoreMasterRec
   WRITE StoreMasterRec
   MOVE "03Windsor Crossing    J03CADA" TO StoreMasterRec
   WRITE StoreMasterRec
   CLOSE StoreMasterFile.
END PROGRAM GetStoreInfo.

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
