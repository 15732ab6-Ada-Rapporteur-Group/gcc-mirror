IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-27.
AUTHOR. Michael Coughlan.
*> Weekly hotlisted-card report. Listing17-29 and Listing17-30 refuse
*> a membership card that has been reported lost or stolen, or that
*> has been replaced, and CheckMemberCard logs every such attempt to
*> the security log with the card, the store, the customer the card
*> belonged to and the card's status. This report walks the log for
*> the last seven days and lists each attempt, then totals them by
*> store, so loss prevention can see where stopped cards are still
*> being tried and whether a stolen card is turning up at the same
*> counter again.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT SecurityLogFile ASSIGN TO "Listing17-51Security.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS SecurityLogStatus.

DATA DIVISION.
FILE SECTION.
FD  SecurityLogFile.
01  SecurityLogRec          PIC X(110).

WORKING-STORAGE SECTION.
01 SecurityLogStatus        PIC XX.
   88 EndOfSecurityLog        VALUE "10".

*> The log line as LogHotlistedCard builds it: the program name,
*> " operator ", a four-digit id, a space, the thirty-character
*> event text "HOTLIST CARD nnnnnnnn STORE nn", " at ", the
*> timestamp, then " customer ", the CustomerId, " status " and the
*> card's status byte.
01 ParsedProgram            PIC X(12).
01 ParsedRest               PIC X(90).
01 ParsedOperatorId         PIC 9(4).
01 ParsedEvent              PIC X(30).
01 ParsedCardNum            PIC 9(8).
01 ParsedStoreId            PIC 99.
01 ParsedDate               PIC 9(8).
01 ParsedTime               PIC X(4).
01 ParsedCustomerId         PIC 9(7).
01 ParsedCardStatus         PIC X.
   88 ParsedCardLost          VALUE "L".
   88 ParsedCardStolen        VALUE "S".
   88 ParsedCardReplaced      VALUE "R".
01 ParseState               PIC 9.

01 TodayDate                PIC 9(8).
01 WeekStartDate            PIC 9(8).
01 ReportWindowDays         PIC 99 VALUE 7.

*> One slot per StoreId - the store number is the subscript.
01 StoreTotalsTable.
   02 StoreTotalEntry OCCURS 99 TIMES INDEXED BY StIdx.
      03 StoreAttempts        PIC 9(5).
      03 StoreLostTries       PIC 9(5).
      03 StoreStolenTries     PIC 9(5).
      03 StoreReplacedTries   PIC 9(5).

01 LinesRead                PIC 9(6) VALUE ZEROS.
01 AttemptsInWeek           PIC 9(5) VALUE ZEROS.
01 UnknownStoreAttempts     PIC 9(5) VALUE ZEROS.
01 StoresWithAttempts       PIC 99 VALUE ZEROS.

01 StoreName                PIC X(20).
01 StoreCurrency            PIC XXX.
01 StoreStatusCode          PIC X.
01 StoreResult              PIC 9.
   88 StoreFound              VALUE 0.

01 AttemptDate-Ed           PIC 9999/99/99.
01 WeekStart-Ed             PIC 9999/99/99.
01 Today-Ed                 PIC 9999/99/99.
01 CardStatusText           PIC X(8).

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    COMPUTE WeekStartDate = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(TodayDate) - ReportWindowDays + 1)
    MOVE TodayDate     TO Today-Ed
    MOVE WeekStartDate TO WeekStart-Ed
    INITIALIZE StoreTotalsTable
    DISPLAY "====================================================="
    DISPLAY "   HOTLISTED-CARD ATTEMPTS " WeekStart-Ed " TO " Today-Ed
    DISPLAY "====================================================="
    OPEN INPUT SecurityLogFile
    IF SecurityLogStatus NOT EQUAL "00"
       DISPLAY "No security log on file."
       CLOSE SecurityLogFile
       STOP RUN
    END-IF
    READ SecurityLogFile
       AT END SET EndOfSecurityLog TO TRUE
    END-READ
    PERFORM UNTIL EndOfSecurityLog
       ADD 1 TO LinesRead
       PERFORM MineOneLogLine
       READ SecurityLogFile
          AT END SET EndOfSecurityLog TO TRUE
       END-READ
    END-PERFORM
    CLOSE SecurityLogFile

    PERFORM PrintStoreTotals
    DISPLAY "====================================================="
    STOP RUN.

MineOneLogLine.
    MOVE ZERO TO ParseState
    MOVE SPACES TO ParsedProgram ParsedRest
    UNSTRING SecurityLogRec DELIMITED BY " operator "
        INTO ParsedProgram ParsedRest
        TALLYING IN ParseState
    END-UNSTRING
    IF ParseState < 2
       EXIT PARAGRAPH
    END-IF
    MOVE ParsedRest(6:30) TO ParsedEvent
    IF ParsedEvent(1:13) NOT EQUAL "HOTLIST CARD "
       EXIT PARAGRAPH
    END-IF
    IF ParsedRest(1:4) IS NOT NUMERIC
       OR ParsedEvent(14:8) IS NOT NUMERIC
       OR ParsedRest(40:8) IS NOT NUMERIC
       EXIT PARAGRAPH
    END-IF
    MOVE ParsedRest(40:8) TO ParsedDate
    IF ParsedDate < WeekStartDate OR ParsedDate > TodayDate
       EXIT PARAGRAPH
    END-IF
    MOVE ParsedRest(1:4)   TO ParsedOperatorId
    MOVE ParsedEvent(14:8) TO ParsedCardNum
    MOVE ParsedRest(48:4)  TO ParsedTime
    MOVE ZEROS TO ParsedStoreId ParsedCustomerId
    IF ParsedEvent(29:2) IS NUMERIC
       MOVE ParsedEvent(29:2) TO ParsedStoreId
    END-IF
    IF ParsedRest(71:7) IS NUMERIC
       MOVE ParsedRest(71:7) TO ParsedCustomerId
    END-IF
    MOVE ParsedRest(86:1) TO ParsedCardStatus
    ADD 1 TO AttemptsInWeek
    PERFORM AddToStoreTotals
    PERFORM ReportOneAttempt.

AddToStoreTotals.
*> A till with no StoreId set logs store 00; those attempts are
*> still counted, just not against a store.
    IF ParsedStoreId EQUAL ZEROS
       ADD 1 TO UnknownStoreAttempts
       EXIT PARAGRAPH
    END-IF
    SET StIdx TO ParsedStoreId
    IF StoreAttempts(StIdx) EQUAL ZEROS
       ADD 1 TO StoresWithAttempts
    END-IF
    ADD 1 TO StoreAttempts(StIdx)
    EVALUATE TRUE
       WHEN ParsedCardLost      ADD 1 TO StoreLostTries(StIdx)
       WHEN ParsedCardStolen    ADD 1 TO StoreStolenTries(StIdx)
       WHEN ParsedCardReplaced  ADD 1 TO StoreReplacedTries(StIdx)
    END-EVALUATE.

ReportOneAttempt.
    EVALUATE TRUE
       WHEN ParsedCardLost      MOVE "LOST"     TO CardStatusText
       WHEN ParsedCardStolen    MOVE "STOLEN"   TO CardStatusText
       WHEN ParsedCardReplaced  MOVE "REPLACED" TO CardStatusText
       WHEN OTHER               MOVE "STOPPED"  TO CardStatusText
    END-EVALUATE
    MOVE ParsedDate TO AttemptDate-Ed
    DISPLAY "  " AttemptDate-Ed " " ParsedTime(1:2) ":" ParsedTime(3:2)
            " store " ParsedStoreId
            " card " ParsedCardNum " " CardStatusText
            " customer " ParsedCustomerId
    DISPLAY "     at " ParsedProgram " operator " ParsedOperatorId.

PrintStoreTotals.
    DISPLAY "-----------------------------------------------------"
    DISPLAY "Attempts by store            tries  lost stoln replc"
    PERFORM VARYING StIdx FROM 1 BY 1 UNTIL StIdx > 99
       IF StoreAttempts(StIdx) > ZEROS
          SET ParsedStoreId TO StIdx
          CALL "GetStoreInfo" USING ParsedStoreId, StoreName,
                                    StoreCurrency, StoreStatusCode,
                                    StoreResult
          IF NOT StoreFound
             MOVE "(unknown store)" TO StoreName
          END-IF
          DISPLAY "  " ParsedStoreId " " StoreName "    "
                  StoreAttempts(StIdx) " " StoreLostTries(StIdx) " "
                  StoreStolenTries(StIdx) " "
                  StoreReplacedTries(StIdx)
       END-IF
    END-PERFORM
    IF UnknownStoreAttempts > ZEROS
       DISPLAY "  No store recorded           " UnknownStoreAttempts
    END-IF
    DISPLAY "-----------------------------------------------------"
    DISPLAY "Log lines read " LinesRead
            "  hotlisted-card attempts this week " AttemptsInWeek
    DISPLAY "Stores with attempts " StoresWithAttempts.

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
