IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-13.
AUTHOR. Michael Coughlan.
*> Pre-due courtesy reminder run. Listing17-23 only writes once a
*> rental is already late, so a customer's first letter from us was
*> a late-fee letter. This nightly batch finds every unreturned
*> rental falling due by the next business day - worked out through
*> BusinessDateCalc against the Listing17-55 holiday calendar, so a
*> Friday run also catches the weekend and a Monday return - and
*> queues one friendly "due tomorrow" letter per customer on the
*> shared correspondence queue, for Listing17-73 to print or send by
*> email/SMS. The reminder file records every rental reminded, so a
*> rental is reminded once however often the run is repeated.
*> The wording comes off the Listing18-45 template master through
*> FillLetterTemplate, in English or French as the customer asked.
*> The rentals come off the open-rentals index that MaintainOpenRental
*> keeps, starting just past today's due date and stopping at the
*> first rental due after the window, so the run reads only the few
*> rentals falling due instead of the whole rental history; those it
*> takes are sorted back into customer order and each is read from
*> RentalFile by its key.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT FilmFile ASSIGN TO "Listing17-6Film.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FilmId-FF
        ALTERNATE RECORD KEY IS FilmTitle-FF
                     WITH DUPLICATES
        ALTERNATE RECORD KEY IS DirectorId-FF
                     WITH DUPLICATES
        ALTERNATE RECORD KEY IS FilmGenre-FF
                     WITH DUPLICATES
        FILE STATUS IS FilmStatus.

   SELECT RentalFile ASSIGN TO "Listing17-6Rental.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RentalKey-RF
        ALTERNATE RECORD KEY IS FilmId-RF
                     WITH DUPLICATES
        FILE STATUS IS RentalStatus.

   SELECT OpenRentalFile ASSIGN TO "Listing17-6OpenRentals.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OpenRentalKey-OR
        ALTERNATE RECORD KEY IS OpenFilmId-OR
                     WITH DUPLICATES
        FILE STATUS IS OpenRentalStatus.

   SELECT DueSoonSortFile ASSIGN TO "Listing18-13Sort.TMP".

   SELECT CustomerFile ASSIGN TO "Listing17-26Customer.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CustomerId-CF
        ALTERNATE RECORD KEY IS CustomerSurname-CF
                     WITH DUPLICATES
        FILE STATUS IS CustomerStatus.

   SELECT CorrespondenceFile ASSIGN TO "Listing17-73Correspondence.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CorrKey-CQ
        FILE STATUS IS CorrespondenceStatus.

*> One record per rental already reminded - keyed exactly like the
*> rental itself, so the rerun test is a single keyed read.
   SELECT ReminderFile ASSIGN TO "Listing18-13Reminders.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ReminderKey-RM
        FILE STATUS IS ReminderStatus.

DATA DIVISION.
FILE SECTION.
FD FilmFile.
01 FilmRec-FF.
   COPY FilmRec.

FD RentalFile.
01 RentalRec-RF.
   COPY RentalRec.

FD OpenRentalFile.
01 OpenRentalRec-OR.
   COPY OpenRentalRec.

SD DueSoonSortFile.
01 DueSoonSortRec-DS.
   02 RentalKey-DS.
      03 CustomerId-DS      PIC 9(7).
      03 FilmId-DS          PIC 9(7).
      03 CheckoutDate-DS    PIC 9(8).

FD CustomerFile.
01 CustomerRec-CF.
   COPY CustomerRec.

FD CorrespondenceFile.
01 CorrespondenceRec-CQ.
   COPY CorrespondenceRec.

FD ReminderFile.
01 ReminderRec-RM.
   02 ReminderKey-RM.
      03 CustomerId-RM       PIC 9(7).
      03 FilmId-RM           PIC 9(7).
      03 CheckoutDate-RM     PIC 9(8).
   02 DueDate-RM            PIC 9(8).
   02 RemindedDate-RM       PIC 9(8).

WORKING-STORAGE SECTION.
01 FilmStatus               PIC XX.
   88 FilmOk    VALUE "02", "00".

01 RentalStatus             PIC XX.
   88 RentalOk   VALUE "02", "00".

01 OpenRentalStatus         PIC XX.
01 DueSoonSortState         PIC X VALUE "N".
   88 EndOfDueSoonSort        VALUE "Y".

01 CustomerStatus           PIC XX.
   88 CustomerOk  VALUE "02", "00".

01 CorrespondenceStatus     PIC XX.
   88 CorrespondenceOk        VALUE "02", "00".
01 QueueSeqNum              PIC 9(7) VALUE ZEROS.
01 ReminderLine             PIC X(80).

*> Passed to FillLetterTemplate for each part of the letter.
01 TemplateLetterType       PIC X VALUE "R".
01 TemplateLevel            PIC 9 VALUE 1.
01 TemplateLanguage         PIC X.
01 TemplatePart             PIC X.
01 TemplateLineNum          PIC 99.
01 TemplateResult           PIC 9.
   88 NoMoreTemplateLines     VALUE 1.
01 LetterFields.
   COPY LetterFields.

01 ReminderStatus           PIC XX.
   88 ReminderOk  VALUE "02", "00".

01 TodayDate                PIC 9(8).
01 CurrentCustomerId        PIC 9(7) VALUE ZEROS.
01 CustomerHasDueFilms      PIC X VALUE "N".
   88 CustomerIsDueSoon       VALUE "Y".
01 CustomerSkipped          PIC X VALUE "N".
   88 CustomerNotWritable     VALUE "Y".
01 LettersQueued            PIC 9(5) VALUE ZEROS.
01 RentalsReminded          PIC 9(5) VALUE ZEROS.
01 RentalsAlreadyReminded   PIC 9(5) VALUE ZEROS.

*> The reminder window closes at the next business day: a Friday run
*> reminds everything due over the weekend and on Monday.
01 BDFunctionCode            PIC X.
01 BDOtherDate               PIC 9(8) VALUE ZEROS.
01 BDDayCount                PIC S9(5) VALUE 1.
01 BDWorkingFlag             PIC X.
01 NextBusinessDay           PIC 9(8) VALUE ZEROS.

01 DueDate-Ed                PIC 9999/99/99.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing18-13", "FilmFile    ",
          FilmRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-13", "CustomerFile",
          CustomerRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-13", "RentalFile  ",
          RentalRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    MOVE "A" TO BDFunctionCode
    MOVE 1 TO BDDayCount
    CALL "BusinessDateCalc" USING BDFunctionCode, TodayDate,
                                  BDOtherDate, BDDayCount,
                                  NextBusinessDay, BDWorkingFlag
    MOVE NextBusinessDay TO DueDate-Ed
    DISPLAY "*** Pre-Due Reminder Run - rentals due by "
            DueDate-Ed " ***"

    OPEN INPUT RentalFile
    OPEN INPUT FilmFile
    OPEN INPUT CustomerFile
    OPEN I-O ReminderFile
    IF ReminderStatus EQUAL "35"
       CLOSE ReminderFile
       OPEN OUTPUT ReminderFile
       CLOSE ReminderFile
       OPEN I-O ReminderFile
    END-IF
    OPEN I-O CorrespondenceFile
    IF CorrespondenceStatus EQUAL "35"
       CLOSE CorrespondenceFile
       OPEN OUTPUT CorrespondenceFile
       CLOSE CorrespondenceFile
       OPEN I-O CorrespondenceFile
    END-IF
    CALL "AuditLogFileEvent" USING "Listing18-13", "Correspond  ", "O", CorrespondenceStatus, ZEROS

    SORT DueSoonSortFile
         ON ASCENDING KEY CustomerId-DS
                          FilmId-DS
                          CheckoutDate-DS
         INPUT PROCEDURE IS SelectDueSoonRentals
         OUTPUT PROCEDURE IS ProcessDueSoonRentals

    IF CustomerIsDueSoon
       PERFORM CloseReminderLetter
    END-IF

    CLOSE RentalFile
    CLOSE FilmFile
    CLOSE CustomerFile
    CLOSE ReminderFile
    CLOSE CorrespondenceFile
    CALL "AuditLogFileEvent" USING "Listing18-13", "Correspond  ", "C", CorrespondenceStatus, ZEROS
    DISPLAY "Reminder letters queued for Listing17-73: " LettersQueued
    DISPLAY "Rentals reminded: " RentalsReminded
            "  already reminded on an earlier run: "
            RentalsAlreadyReminded
    STOP RUN.

SelectDueSoonRentals.
    OPEN INPUT OpenRentalFile
    IF OpenRentalStatus NOT EQUAL "00"
       DISPLAY "Open-rentals index not available - " OpenRentalStatus
               "; run Listing18-48 to rebuild it."
       CLOSE OpenRentalFile
       EXIT PARAGRAPH
    END-IF
*> Everything due today or earlier sorts ahead of this key.
    MOVE TodayDate  TO DueDate-OR
    MOVE HIGH-VALUES TO RentalKey-OR
    START OpenRentalFile KEY IS GREATER THAN OpenRentalKey-OR
       INVALID KEY SET EndOfOpenRentals TO TRUE
    END-START
    IF NOT EndOfOpenRentals
       READ OpenRentalFile NEXT RECORD
          AT END SET EndOfOpenRentals TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfOpenRentals
                  OR DueDate-OR > NextBusinessDay
       MOVE RentalKey-OR TO RentalKey-DS
       RELEASE DueSoonSortRec-DS
       READ OpenRentalFile NEXT RECORD
          AT END SET EndOfOpenRentals TO TRUE
       END-READ
    END-PERFORM
    CLOSE OpenRentalFile.

ProcessDueSoonRentals.
    PERFORM UNTIL EndOfDueSoonSort
       RETURN DueSoonSortFile
          AT END
             SET EndOfDueSoonSort TO TRUE
          NOT AT END
             MOVE RentalKey-DS TO RentalKey-RF
             READ RentalFile
                KEY IS RentalKey-RF
                INVALID KEY CONTINUE
             END-READ
             IF RentalOk
                PERFORM ProcessRentalRecord
             END-IF
       END-RETURN
    END-PERFORM.

ProcessRentalRecord.
    IF CustomerId-RF NOT EQUAL CurrentCustomerId
       IF CustomerIsDueSoon
          PERFORM CloseReminderLetter
       END-IF
       MOVE CustomerId-RF TO CurrentCustomerId
       MOVE "N" TO CustomerHasDueFilms
       MOVE "N" TO CustomerSkipped
    END-IF

    IF NotYetReturned-RF
       AND DueDate-RF > TodayDate
       AND DueDate-RF NOT > NextBusinessDay
       PERFORM CheckAlreadyReminded
       IF NOT ReminderOk
          IF NOT CustomerIsDueSoon AND NOT CustomerNotWritable
             PERFORM OpenReminderLetter
          END-IF
          IF CustomerIsDueSoon
             PERFORM WriteReminderLine
             PERFORM RecordReminder
          END-IF
       ELSE
          ADD 1 TO RentalsAlreadyReminded
       END-IF
    END-IF.

CheckAlreadyReminded.
    MOVE CustomerId-RF   TO CustomerId-RM
    MOVE FilmId-RF       TO FilmId-RM
    MOVE CheckoutDate-RF TO CheckoutDate-RM
    READ ReminderFile
       KEY IS ReminderKey-RM
       INVALID KEY CONTINUE
    END-READ.

OpenReminderLetter.
*> Merged-away and closed accounts are not written to - their
*> rentals have already moved to the surviving id.
    PERFORM LookUpCustomer
    IF CustomerIsMerged-CF OR CustomerIsClosed-CF
       SET CustomerNotWritable TO TRUE
       EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO CustomerHasDueFilms
    ADD 1 TO LettersQueued
    PERFORM FindNextCorrSeqNum
    INITIALIZE LetterFields
    STRING CustomerFirstName-CF DELIMITED BY "  "
           " " DELIMITED BY SIZE
           CustomerSurname-CF DELIMITED BY "  "
      INTO LetterName-LF
    END-STRING
    MOVE CurrentCustomerId TO LetterCustId-LF
    IF LettersInFrench-CF
       MOVE "F" TO TemplateLanguage
    ELSE
       MOVE "E" TO TemplateLanguage
    END-IF
    MOVE "H" TO TemplatePart
    PERFORM QueueTemplatePart.

QueueTemplatePart.
*> Every line of one part of the template, filled in and queued.
    MOVE ZEROS TO TemplateLineNum
    PERFORM NextTemplateLine
    PERFORM UNTIL NoMoreTemplateLines
       PERFORM QueueReminderLine
       PERFORM NextTemplateLine
    END-PERFORM.

NextTemplateLine.
    CALL "FillLetterTemplate" USING TemplateLetterType, TemplateLevel,
                                    TemplateLanguage, TemplatePart,
                                    TemplateLineNum, LetterFields,
                                    ReminderLine, TemplateResult.

FindNextCorrSeqNum.
*> One past the customer's highest queued line, as Listing17-23
*> numbers its overdue letters, so the two runs never collide.
    MOVE ZEROS TO QueueSeqNum
    MOVE CurrentCustomerId TO CustomerId-CQ
    MOVE ZEROS TO CorrSeqNum-CQ
    START CorrespondenceFile KEY IS GREATER THAN OR EQUAL CorrKey-CQ
       INVALID KEY SET EndOfCorrespondence TO TRUE
    END-START
    IF NOT EndOfCorrespondence
       READ CorrespondenceFile NEXT RECORD
          AT END SET EndOfCorrespondence TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfCorrespondence
                   OR CustomerId-CQ NOT EQUAL CurrentCustomerId
       MOVE CorrSeqNum-CQ TO QueueSeqNum
       READ CorrespondenceFile NEXT RECORD
          AT END SET EndOfCorrespondence TO TRUE
       END-READ
    END-PERFORM
    ADD 1 TO QueueSeqNum.

QueueReminderLine.
    INITIALIZE CorrespondenceRec-CQ
    MOVE CurrentCustomerId TO CustomerId-CQ
    MOVE QueueSeqNum       TO CorrSeqNum-CQ
    MOVE TodayDate         TO QueuedDate-CQ
    SET ReminderLetter-CQ  TO TRUE
    SET CorrPending-CQ     TO TRUE
    MOVE ZEROS             TO PrintedDate-CQ
    MOVE ReminderLine      TO CorrText-CQ
    WRITE CorrespondenceRec-CQ
       INVALID KEY DISPLAY "-CQ ERROR Status = " CorrespondenceStatus
    END-WRITE
    ADD 1 TO QueueSeqNum.

LookUpCustomer.
    MOVE CurrentCustomerId TO CustomerId-CF
    READ CustomerFile
       KEY IS CustomerId-CF
       INVALID KEY CONTINUE
    END-READ
    IF NOT CustomerOk
       MOVE SPACES TO CustomerRec-CF
       MOVE "Customer" TO CustomerSurname-CF
    END-IF.

WriteReminderLine.
    MOVE FilmId-RF TO FilmId-FF
    READ FilmFile
       KEY IS FilmId-FF
       INVALID KEY MOVE "Unknown title" TO FilmTitle-FF
    END-READ
    MOVE DueDate-RF TO DueDate-Ed
    MOVE FilmTitle-FF TO LetterTitle-LF
    MOVE DueDate-Ed   TO LetterDate-LF
    MOVE "D" TO TemplatePart
    PERFORM QueueTemplatePart.

RecordReminder.
    MOVE CustomerId-RF   TO CustomerId-RM
    MOVE FilmId-RF       TO FilmId-RM
    MOVE CheckoutDate-RF TO CheckoutDate-RM
    MOVE DueDate-RF      TO DueDate-RM
    MOVE TodayDate       TO RemindedDate-RM
    WRITE ReminderRec-RM
       INVALID KEY DISPLAY "-RM ERROR Status = " ReminderStatus
       NOT INVALID KEY ADD 1 TO RentalsReminded
    END-WRITE.

CloseReminderLetter.
    MOVE "F" TO TemplatePart
    PERFORM QueueTemplatePart
    MOVE "N" TO CustomerHasDueFilms.

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
PROGRAM-ID. BusinessDateCalc.
AUTHOR. Michael Coughlan.
*> Business-day date arithmetic, built on the integer-date functions
*> Listing15-10 demonstrates. Saturdays, Sundays and the closure
*> dates on the holiday calendar file are non-working days. Function
*> "A" adds N business days to a date, "W" answers whether a date is
*> a working day, and "C" counts the business days from one date to
*> another - the count the overdue scan now penalizes customers by,
*> so nobody is charged for days we were closed. The calendar loads
*> once per run; a missing calendar file just means no holidays
*> beyond the weekend.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HolidayFile ASSIGN TO "Listing17-55Holidays.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS HolidayStatus.

DATA DIVISION.
FILE SECTION.
FD  HolidayFile.
01  HolidayRec.
    02  HolidayDate-HD       PIC 9(8).
    02  HolidayDesc-HD       PIC X(30).

WORKING-STORAGE SECTION.
01  HolidayStatus            PIC XX.
    88  EndOfHolidays          VALUE "10".

01  TableLoaded              PIC X VALUE "N".
    88  TableAlreadyLoaded     VALUE "Y".

01  HolidayTable.
    02  HolidayCount         PIC 9(3) VALUE ZERO.
    02  HolidayEntry OCCURS 50 TIMES INDEXED BY HolIdx
                             PIC 9(8).

01  WorkDate                 PIC 9(8).
01  DayOfWeek                PIC 9.
01  DaysStillToAdd           PIC S9(5).
01  WorkingFlag              PIC X.

LINKAGE SECTION.
01  FunctionCode-IO          PIC X.
    88  AddBusinessDays-IO     VALUE "A".
    88  IsWorkingDay-IO        VALUE "W".
    88  CountBusinessDays-IO   VALUE "C".
01  BaseDate-IO              PIC 9(8).
01  OtherDate-IO             PIC 9(8).
01  DayCount-IO              PIC S9(5).
01  ResultDate-IO            PIC 9(8).
01  WorkingDayFlag-IO        PIC X.
    88  DateIsWorkingDay-IO    VALUE "Y".

PROCEDURE DIVISION USING FunctionCode-IO, BaseDate-IO, OtherDate-IO,
                          DayCount-IO, ResultDate-IO,
                          WorkingDayFlag-IO.
Begin.
   IF NOT TableAlreadyLoaded
      PERFORM LoadHolidayTable
      MOVE "Y" TO TableLoaded
   END-IF

   EVALUATE TRUE
      WHEN AddBusinessDays-IO   PERFORM AddTheBusinessDays
      WHEN IsWorkingDay-IO      PERFORM AnswerWorkingDay
      WHEN CountBusinessDays-IO PERFORM CountTheBusinessDays
   END-EVALUATE
   EXIT PROGRAM.

AddTheBusinessDays.
    MOVE BaseDate-IO TO WorkDate
    MOVE DayCount-IO TO DaysStillToAdd
    PERFORM UNTIL DaysStillToAdd NOT > ZERO
       PERFORM StepOneDayForward
       PERFORM CheckWorkingDay
       IF WorkingFlag EQUAL "Y"
          SUBTRACT 1 FROM DaysStillToAdd
       END-IF
    END-PERFORM
    MOVE WorkDate TO ResultDate-IO.

AnswerWorkingDay.
    MOVE BaseDate-IO TO WorkDate
    PERFORM CheckWorkingDay
    MOVE WorkingFlag TO WorkingDayFlag-IO.

CountTheBusinessDays.
*> Business days strictly after BaseDate-IO up to and including
*> OtherDate-IO; a due date of Friday checked on Monday counts one
*> working day late, not three calendar days.
    MOVE ZEROS TO DayCount-IO
    IF OtherDate-IO NOT > BaseDate-IO
       EXIT PARAGRAPH
    END-IF
    MOVE BaseDate-IO TO WorkDate
    PERFORM UNTIL WorkDate NOT < OtherDate-IO
       PERFORM StepOneDayForward
       PERFORM CheckWorkingDay
       IF WorkingFlag EQUAL "Y"
          ADD 1 TO DayCount-IO
       END-IF
    END-PERFORM.

StepOneDayForward.
    COMPUTE WorkDate = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WorkDate) + 1).

CheckWorkingDay.
*> Integer day 1 (1601-01-01) was a Monday, so MOD(int - 1, 7) + 1
*> gives 1=Monday .. 7=Sunday.
    MOVE "Y" TO WorkingFlag
    COMPUTE DayOfWeek =
            FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WorkDate) - 1, 7)
            + 1
    IF DayOfWeek > 5
       MOVE "N" TO WorkingFlag
    ELSE
       PERFORM VARYING HolIdx FROM 1 BY 1
               UNTIL HolIdx > HolidayCount
          IF HolidayEntry(HolIdx) EQUAL WorkDate
             MOVE "N" TO WorkingFlag
             EXIT PERFORM
          END-IF
       END-PERFORM
    END-IF.

LoadHolidayTable.
    MOVE ZERO TO HolidayCount
    OPEN INPUT HolidayFile
    IF HolidayStatus NOT EQUAL "00"
       CLOSE HolidayFile
       PERFORM SeedHolidayFile
       OPEN INPUT HolidayFile
    END-IF
    READ HolidayFile
       AT END SET EndOfHolidays TO TRUE
    END-READ
    PERFORM UNTIL EndOfHolidays
       IF HolidayCount < 50
          ADD 1 TO HolidayCount
          MOVE HolidayDate-HD TO HolidayEntry(HolidayCount)
       END-IF
       READ HolidayFile
          AT END SET EndOfHolidays TO TRUE
       END-READ
    END-PERFORM
    CLOSE HolidayFile.

SeedHolidayFile.
*> The shop's standing closures; the calendar utility maintains the
*> file after this first seeding.
    OPEN OUTPUT HolidayFile
    MOVE "20260101New Year's Day                " TO HolidayRec
    WRITE HolidayRec
    MOVE "20260704Independence Day              " TO HolidayRec
    WRITE HolidayRec
    MOVE "20261126Thanksgiving                  " TO HolidayRec
    WRITE HolidayRec
    MOVE "20261225Christmas Day                 " TO HolidayRec
    WRITE HolidayRec
    CLOSE HolidayFile.
END PROGRAM BusinessDateCalc.

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
PROGRAM-ID. FillLetterTemplate.
AUTHOR. Michael Coughlan.
*> Builds letter lines from the Listing18-45 template master, so the
*> wording of the overdue, collections, reminder and hold-ready
*> letters lives on file where a supervisor can change it, not in
*> the programs that queue them. A template is held for each letter
*> type, notice level and language - English or French - in three
*> parts: the opening lines, the line repeated for each film, and the
*> closing lines. Each call hands back the part's next line after
*> LineNum with the placeholders filled in from LetterFields -
*> &NAME&, &CUSTID&, &TITLE&, &DATE&, &FEE&, &TOTAL&, &STORE& and
*> &STORENUM& - and TemplateResult 1 when the part has no more
*> lines. A level with no lines of its own for the part uses level
*> one, and a language with none uses English, so a French letter
*> is never left blank. The templates load once per run, the file
*> being seeded with the standard wording the first time it is
*> wanted; a letter type of "*" loads them again, for the template
*> utility after a change.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT TemplateFile ASSIGN TO "Listing18-45Templates.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TemplateKey-LT
        FILE STATUS IS TemplateStatus.

DATA DIVISION.
FILE SECTION.
FD TemplateFile.
01 LetterTemplateRec-LT.
   COPY LetterTemplateRec.

WORKING-STORAGE SECTION.
01  TemplateStatus         PIC XX.
    88  TemplateOk           VALUE "02", "00".
01  TablesLoaded           PIC X VALUE "N".
    88  TablesAlreadyLoaded  VALUE "Y".
01  SeedDate               PIC 9(8).

01  TemplateTable.
    02  TemplateCount      PIC 9(3) VALUE ZERO.
    02  TemplateEntry OCCURS 400 TIMES INDEXED BY TpIdx.
        03  TemplateKey-T  PIC X(6).
        03  TemplateText-T PIC X(80).

01  WantedKey.
    02  WantedType         PIC X.
    02  WantedLevel        PIC 9.
    02  WantedLanguage     PIC X.
    02  WantedPart         PIC X.
    02  WantedLineNum      PIC 99.
01  PartFound              PIC X.
    88  PartHasLines         VALUE "Y".
01  BestLineNum            PIC 99.
01  BestIdx                PIC 9(3).

01  InPos                  PIC 99.
01  OutPos                 PIC 9(3).
01  TokenFound             PIC X.
    88  TokenWasFound        VALUE "Y".

LINKAGE SECTION.
01  LetterType-IO          PIC X.
    88  ReloadTemplates      VALUE "*".
01  NoticeLevel-IO         PIC 9.
01  LanguageCode-IO        PIC X.
01  LinePart-IO            PIC X.
01  LineNum-IO             PIC 99.
01  LetterFields-IO.
    COPY LetterFields.
01  LetterLine-IO          PIC X(80).
01  TemplateResult-IO      PIC 9.
    88  TemplateLineFilled   VALUE 0.
    88  NoMoreTemplateLines  VALUE 1.

PROCEDURE DIVISION USING LetterType-IO, NoticeLevel-IO,
                          LanguageCode-IO, LinePart-IO, LineNum-IO,
                          LetterFields-IO, LetterLine-IO,
                          TemplateResult-IO.
Begin.
   SET NoMoreTemplateLines TO TRUE
   MOVE SPACES TO LetterLine-IO
   IF ReloadTemplates
      MOVE "N" TO TablesLoaded
   END-IF
   IF NOT TablesAlreadyLoaded
      PERFORM LoadTemplates
      MOVE "Y" TO TablesLoaded
   END-IF
   IF ReloadTemplates
      EXIT PROGRAM
   END-IF

*> The level and language asked for, then level one, then English.
   MOVE LetterType-IO TO WantedType
   MOVE LinePart-IO   TO WantedPart
   MOVE NoticeLevel-IO  TO WantedLevel
   MOVE LanguageCode-IO TO WantedLanguage
   IF WantedLanguage NOT EQUAL "F"
      MOVE "E" TO WantedLanguage
   END-IF
   PERFORM CheckPartHasLines
   IF NOT PartHasLines
      MOVE 1 TO WantedLevel
      PERFORM CheckPartHasLines
   END-IF
   IF NOT PartHasLines
      MOVE NoticeLevel-IO TO WantedLevel
      MOVE "E" TO WantedLanguage
      PERFORM CheckPartHasLines
   END-IF
   IF NOT PartHasLines
      MOVE 1 TO WantedLevel
      PERFORM CheckPartHasLines
   END-IF
   IF NOT PartHasLines
      EXIT PROGRAM
   END-IF

*> The lowest line number above the one the caller last had.
   MOVE 99 TO BestLineNum
   MOVE ZERO TO BestIdx
   PERFORM VARYING TpIdx FROM 1 BY 1 UNTIL TpIdx > TemplateCount
      IF TemplateKey-T(TpIdx)(1:4) EQUAL WantedKey(1:4)
         MOVE TemplateKey-T(TpIdx)(5:2) TO WantedLineNum
         IF WantedLineNum > LineNum-IO
            AND (BestIdx EQUAL ZERO OR WantedLineNum < BestLineNum)
            MOVE WantedLineNum TO BestLineNum
            SET BestIdx TO TpIdx
         END-IF
      END-IF
   END-PERFORM
   IF BestIdx EQUAL ZERO
      EXIT PROGRAM
   END-IF
   MOVE BestLineNum TO LineNum-IO
   PERFORM FillPlaceholders
   SET TemplateLineFilled TO TRUE
   EXIT PROGRAM.

CheckPartHasLines.
   MOVE "N" TO PartFound
   PERFORM VARYING TpIdx FROM 1 BY 1 UNTIL TpIdx > TemplateCount
      IF TemplateKey-T(TpIdx)(1:4) EQUAL WantedKey(1:4)
         SET PartHasLines TO TRUE
         EXIT PERFORM
      END-IF
   END-PERFORM.

FillPlaceholders.
*> Copies the template text across a character at a time, putting
*> each placeholder's value in its place without trailing spaces.
   MOVE 1 TO InPos
   MOVE 1 TO OutPos
   PERFORM UNTIL InPos > 80 OR OutPos > 80
      MOVE "N" TO TokenFound
      IF TemplateText-T(BestIdx)(InPos:1) EQUAL "&"
         PERFORM MatchPlaceholder
      END-IF
      IF NOT TokenWasFound
         STRING TemplateText-T(BestIdx)(InPos:1) DELIMITED BY SIZE
           INTO LetterLine-IO WITH POINTER OutPos
         END-STRING
         ADD 1 TO InPos
      END-IF
   END-PERFORM.

MatchPlaceholder.
   EVALUATE TRUE
      WHEN InPos <= 75
           AND TemplateText-T(BestIdx)(InPos:6) EQUAL "&NAME&"
         STRING FUNCTION TRIM(LetterName-LF) DELIMITED BY SIZE
           INTO LetterLine-IO WITH POINTER OutPos
         END-STRING
         ADD 6 TO InPos
         SET TokenWasFound TO TRUE
      WHEN InPos <= 73
           AND TemplateText-T(BestIdx)(InPos:8) EQUAL "&CUSTID&"
         STRING LetterCustId-LF DELIMITED BY SIZE
           INTO LetterLine-IO WITH POINTER OutPos
         END-STRING
         ADD 8 TO InPos
         SET TokenWasFound TO TRUE
      WHEN InPos <= 74
           AND TemplateText-T(BestIdx)(InPos:7) EQUAL "&TITLE&"
         STRING FUNCTION TRIM(LetterTitle-LF) DELIMITED BY SIZE
           INTO LetterLine-IO WITH POINTER OutPos
         END-STRING
         ADD 7 TO InPos
         SET TokenWasFound TO TRUE
      WHEN InPos <= 75
           AND TemplateText-T(BestIdx)(InPos:6) EQUAL "&DATE&"
         STRING FUNCTION TRIM(LetterDate-LF) DELIMITED BY SIZE
           INTO LetterLine-IO WITH POINTER OutPos
         END-STRING
         ADD 6 TO InPos
         SET TokenWasFound TO TRUE
      WHEN InPos <= 76
           AND TemplateText-T(BestIdx)(InPos:5) EQUAL "&FEE&"
         STRING FUNCTION TRIM(LetterFee-LF) DELIMITED BY SIZE
           INTO LetterLine-IO WITH POINTER OutPos
         END-STRING
         ADD 5 TO InPos
         SET TokenWasFound TO TRUE
      WHEN InPos <= 74
           AND TemplateText-T(BestIdx)(InPos:7) EQUAL "&TOTAL&"
         STRING FUNCTION TRIM(LetterTotal-LF) DELIMITED BY SIZE
           INTO LetterLine-IO WITH POINTER OutPos
         END-STRING
         ADD 7 TO InPos
         SET TokenWasFound TO TRUE
      WHEN InPos <= 74
           AND TemplateText-T(BestIdx)(InPos:7) EQUAL "&STORE&"
         STRING FUNCTION TRIM(LetterStore-LF) DELIMITED BY SIZE
           INTO LetterLine-IO WITH POINTER OutPos
         END-STRING
         ADD 7 TO InPos
         SET TokenWasFound TO TRUE
      WHEN InPos <= 71
           AND TemplateText-T(BestIdx)(InPos:10) EQUAL "&STORENUM&"
         STRING FUNCTION TRIM(LetterStoreNum-LF) DELIMITED BY SIZE
           INTO LetterLine-IO WITH POINTER OutPos
         END-STRING
         ADD 10 TO InPos
         SET TokenWasFound TO TRUE
   END-EVALUATE.

LoadTemplates.
   MOVE ZERO TO TemplateCount
   OPEN INPUT TemplateFile
   IF TemplateStatus EQUAL "35"
      CLOSE TemplateFile
      PERFORM SeedTemplates
      OPEN INPUT TemplateFile
   END-IF
   IF TemplateStatus NOT EQUAL "00"
      CLOSE TemplateFile
      EXIT PARAGRAPH
   END-IF
   MOVE LOW-VALUES TO TemplateKey-LT
   START TemplateFile KEY IS GREATER THAN TemplateKey-LT
      INVALID KEY SET EndOfTemplates TO TRUE
   END-START
   IF NOT EndOfTemplates
      READ TemplateFile NEXT RECORD
         AT END SET EndOfTemplates TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfTemplates
      IF TemplateCount < 400
         ADD 1 TO TemplateCount
         MOVE TemplateKey-LT  TO TemplateKey-T(TemplateCount)
         MOVE TemplateText-LT TO TemplateText-T(TemplateCount)
      END-IF
      READ TemplateFile NEXT RECORD
         AT END SET EndOfTemplates TO TRUE
      END-READ
   END-PERFORM
   CLOSE TemplateFile.

SeedTemplates.
*> The wording the letters carried before the template master, and
*> its French. Envelope type E is the sign-off Listing17-73 prints
*> under each customer's letters.
   MOVE FUNCTION CURRENT-DATE(1:8) TO SeedDate
   OPEN OUTPUT TemplateFile
   MOVE "O1EH01" TO TemplateKey-LT
   MOVE "Dear &NAME& (Customer &CUSTID&),"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O1EH02" TO TemplateKey-LT
   MOVE "The following rental(s) are now overdue:"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O1ED01" TO TemplateKey-LT
   MOVE "  - &TITLE& (due &DATE&) late fee &FEE&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O1EF01" TO TemplateKey-LT
   MOVE "Total amount now due: &TOTAL&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O1EF02" TO TemplateKey-LT
   MOVE "Please return these items or settle the fee promptly."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O2EF01" TO TemplateKey-LT
   MOVE "Total amount now due: &TOTAL&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O2EF02" TO TemplateKey-LT
   MOVE "SECOND NOTICE: this is not the first time we have written."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O2EF03" TO TemplateKey-LT
   MOVE "Return the items within 7 days or your account will be suspended."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O3EF01" TO TemplateKey-LT
   MOVE "Total amount now due: &TOTAL&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O3EF02" TO TemplateKey-LT
   MOVE "FINAL NOTICE: your account is now suspended."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O3EF03" TO TemplateKey-LT
   MOVE "No further rentals will be made until these items and fees are settled."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O1FH01" TO TemplateKey-LT
   MOVE "Bonjour &NAME& (client &CUSTID&),"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O1FH02" TO TemplateKey-LT
   MOVE "Les locations suivantes sont maintenant en retard :"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O1FD01" TO TemplateKey-LT
   MOVE "  - &TITLE& (retour prevu le &DATE&) frais de retard &FEE&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O1FF01" TO TemplateKey-LT
   MOVE "Montant total du : &TOTAL&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O1FF02" TO TemplateKey-LT
   MOVE "Veuillez rapporter ces articles ou regler les frais rapidement."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O2FF01" TO TemplateKey-LT
   MOVE "Montant total du : &TOTAL&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O2FF02" TO TemplateKey-LT
   MOVE "DEUXIEME AVIS : ce n'est pas la premiere fois que nous vous ecrivons."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O2FF03" TO TemplateKey-LT
   MOVE "Rapportez les articles d'ici 7 jours, sinon votre compte sera suspendu."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O3FF01" TO TemplateKey-LT
   MOVE "Montant total du : &TOTAL&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O3FF02" TO TemplateKey-LT
   MOVE "DERNIER AVIS : votre compte est maintenant suspendu."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "O3FF03" TO TemplateKey-LT
   MOVE "Aucune location ne sera possible avant le reglement des articles et des frais."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "C1EH01" TO TemplateKey-LT
   MOVE "Dear &NAME& (Customer &CUSTID&),"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "C1EH02" TO TemplateKey-LT
   MOVE "Your account is suspended and has been referred for collection."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "C1EH03" TO TemplateKey-LT
   MOVE "Our records show an outstanding balance of &TOTAL&."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "C1EH04" TO TemplateKey-LT
   MOVE "Please contact the store to arrange payment."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "C1FH01" TO TemplateKey-LT
   MOVE "Bonjour &NAME& (client &CUSTID&),"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "C1FH02" TO TemplateKey-LT
   MOVE "Votre compte est suspendu et a ete transmis au recouvrement."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "C1FH03" TO TemplateKey-LT
   MOVE "Nos dossiers indiquent un solde impaye de &TOTAL&."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "C1FH04" TO TemplateKey-LT
   MOVE "Veuillez communiquer avec le magasin pour convenir du paiement."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "R1EH01" TO TemplateKey-LT
   MOVE "Dear &NAME&,"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "R1EH02" TO TemplateKey-LT
   MOVE "Just a friendly reminder - these rental(s) are due back soon:"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "R1ED01" TO TemplateKey-LT
   MOVE "  - &TITLE& (due &DATE&)"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "R1EF01" TO TemplateKey-LT
   MOVE "Return them to any store, or use the drop box after hours."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "R1EF02" TO TemplateKey-LT
   MOVE "Thank you for renting with us."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "R1FH01" TO TemplateKey-LT
   MOVE "Bonjour &NAME&,"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "R1FH02" TO TemplateKey-LT
   MOVE "Petit rappel amical - ces locations doivent etre rapportees bientot :"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "R1FD01" TO TemplateKey-LT
   MOVE "  - &TITLE& (retour prevu le &DATE&)"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "R1FF01" TO TemplateKey-LT
   MOVE "Rapportez-les a n'importe quel magasin, ou utilisez la chute apres les heures."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "R1FF02" TO TemplateKey-LT
   MOVE "Merci de louer chez nous."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H1EH01" TO TemplateKey-LT
   MOVE "Dear &NAME&,"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H1EH02" TO TemplateKey-LT
   MOVE "Good news - the film you reserved is ready for you to collect:"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H1EH03" TO TemplateKey-LT
   MOVE "   &TITLE&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H1EH04" TO TemplateKey-LT
   MOVE "It is waiting for you at the desk of our &STORE& store (&STORENUM&)."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H1EH05" TO TemplateKey-LT
   MOVE "Please collect it by &DATE& - after that it passes to the next customer."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H2EH01" TO TemplateKey-LT
   MOVE "Dear &NAME&,"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H2EH02" TO TemplateKey-LT
   MOVE "Good news - the film you reserved is ready for you to collect:"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H2EH03" TO TemplateKey-LT
   MOVE "   &TITLE&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H2EH04" TO TemplateKey-LT
   MOVE "It is waiting for you at the store desk."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H2EH05" TO TemplateKey-LT
   MOVE "Please collect it by &DATE& - after that it passes to the next customer."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H1FH01" TO TemplateKey-LT
   MOVE "Bonjour &NAME&,"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H1FH02" TO TemplateKey-LT
   MOVE "Bonne nouvelle - le film que vous avez reserve est pret :"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H1FH03" TO TemplateKey-LT
   MOVE "   &TITLE&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H1FH04" TO TemplateKey-LT
   MOVE "Il vous attend au comptoir de notre magasin &STORE& (&STORENUM&)."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H1FH05" TO TemplateKey-LT
   MOVE "Veuillez le ramasser d'ici le &DATE& - ensuite, il passe au client suivant."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H2FH01" TO TemplateKey-LT
   MOVE "Bonjour &NAME&,"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H2FH02" TO TemplateKey-LT
   MOVE "Bonne nouvelle - le film que vous avez reserve est pret :"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H2FH03" TO TemplateKey-LT
   MOVE "   &TITLE&"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H2FH04" TO TemplateKey-LT
   MOVE "Il vous attend au comptoir du magasin."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "H2FH05" TO TemplateKey-LT
   MOVE "Veuillez le ramasser d'ici le &DATE& - ensuite, il passe au client suivant."
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "E1EF01" TO TemplateKey-LT
   MOVE "Yours sincerely,"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "E1EF02" TO TemplateKey-LT
   MOVE "Customer Services"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "E1FF01" TO TemplateKey-LT
   MOVE "Veuillez agreer nos salutations distinguees,"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   MOVE "E1FF02" TO TemplateKey-LT
   MOVE "Service a la clientele"
     TO TemplateText-LT
   PERFORM WriteSeedLine
   CLOSE TemplateFile.

WriteSeedLine.
   MOVE SeedDate TO ChangedDate-LT
   MOVE ZEROS    TO ChangedBy-LT
   WRITE LetterTemplateRec-LT
      INVALID KEY DISPLAY "-LT ERROR Status = " TemplateStatus
   END-WRITE.
END PROGRAM FillLetterTemplate.

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
