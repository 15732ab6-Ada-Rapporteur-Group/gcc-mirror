*> Maintains HoldQueueFile, a per-film FIFO reservation queue for
*> customers waiting on a film that is currently checked out: place a
*> hold, cancel a hold, fill the next pending hold once a copy comes
*> back, and report the queue for a given film. Filling a hold
*> queues the customer's "your film is ready" letter. A hold can also
*> be placed on a title that is still on order, by its open PO line -
*> including a brand-new title not yet in the catalog, which queues
*> in the pre-release queue under film zero until Listing17-40
*> receives the delivery and fills the holds from it.
*> A hold names the format the customer wants, or leaves it blank
*> for any format; a hold on order takes the PO line's format. A
*> copy in hand fills the first pending hold its format satisfies.
*> In training mode (see OperatorSignOnCheck) holds are placed and
*> filled on the training copy of the hold queue, and a filled hold's
*> letter goes to the training correspondence queue.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
                     WITH DUPLICATES
        FILE STATUS IS FilmStatus.

   SELECT HoldQueueFile ASSIGN TO HoldQueueFileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HoldQueueKey-HQ
        SHARING WITH ALL OTHER
        FILE STATUS IS HoldQueueStatus.

   SELECT POFile ASSIGN TO "Listing17-40PO.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS POLineKey-PO
        FILE STATUS IS POStatus.

DATA DIVISION.
FILE SECTION.
FD FilmFile.
01 HoldQueueRec-HQ.
   COPY HoldQueueRec.

FD POFile.
01 POLineRec-PO.
   COPY POLineRec.

WORKING-STORAGE SECTION.
*> The files the counter writes are named here rather than in the
*> SELECTs, so that a training session can be pointed at the
*> training copies.
01 HoldQueueFileName        PIC X(40) VALUE "Listing17-6HoldQueue.DAT".
01 TrainingState            PIC X VALUE "N".
   88 TrainingModeOn          VALUE "Y".

01 FilmStatus               PIC XX.
   88 FilmOk    VALUE "02", "00".

01 HoldQueueStatus          PIC XX.
   88 HoldQueueOk VALUE "02", "00".

01 POStatus                 PIC XX.
   88 POOk        VALUE "02", "00".

01 MenuChoice                PIC 9.
   88 MenuPlaceHold            VALUE 1.
   88 MenuCancelHold           VALUE 2.
   88 SomeHoldFoundForFilm      VALUE "Y".
01 TargetFilmId-Sv           PIC 9(7).

*> The film the new hold queues under and the title it is shown as.
*> A title still to be created queues under film zero, tagged with
*> its PO line.
01 PreReleaseQueueId         PIC 9(7) VALUE ZEROS.
01 HoldFilmId                PIC 9(7).
01 HoldTitle                 PIC X(40).
01 HoldPONum                 PIC 9(6) VALUE ZEROS.
01 HoldFormat                PIC X VALUE SPACE.
01 FillFormat                PIC X VALUE "V".
01 HoldPOLineNum             PIC 9(3) VALUE ZEROS.

01 OperatorId                 PIC 9(4) VALUE ZEROS.
01 SignOnResult               PIC 9 VALUE 1.
   88 OperatorSignedOn          VALUE 0.
01 OperatorRole               PIC X VALUE SPACE.

*> The permission-table function behind each menu choice.
01 MenuFunction               PIC X(8).
01 MenuRole                   PIC X.
01 MenuPermission             PIC 9 VALUE ZERO.
   88 MenuRefused               VALUE 1.

*> The file is open shared now: a hold another operator has for
*> update answers status 51, which is retried briefly before the
01 LockSleepSecs              PIC 9(8) COMP VALUE 1.
01 LockKeyText                PIC X(24).
*> Before/after images for the update journal.
01 JrnBeforeImage             PIC X(400) VALUE SPACES.
01 JrnAfterImage              PIC X(400) VALUE SPACES.

*> A filled hold waits at the desk this many business days before
*> Listing17-74's release run offers the copy to the next customer.
01 PickupWindowDays          PIC S9(5) VALUE 3.
01 NoticeResult              PIC 9.
   88 NoticeWasQueued           VALUE 0.
01 PickupDeadline-Ed         PIC 9999/99/99.
01 FillTodayDate             PIC 9(8).
01 BDFunctionCode            PIC X.
*> Form fields for the full-screen place-hold form.
01 ScrFilmId                  PIC 9(7) VALUE ZEROS.
01 ScrCustomerId              PIC 9(7) VALUE ZEROS.
01 ScrPONum                   PIC 9(6) VALUE ZEROS.
01 ScrPOLineNum               PIC 9(3) VALUE ZEROS.
01 ScrFormat                  PIC X VALUE SPACE.
   88 ScrFormatValid            VALUE "V", "D", "B", SPACE.
01 ScrConfirm                 PIC X VALUE "N".
   88 FormConfirmed             VALUE "Y", "y".
01 FormState                  PIC X VALUE "N".
01 QuiesceResult              PIC 9 VALUE ZERO.
   88 SystemQuiesced            VALUE 1.

COPY LayoutVersions.

SCREEN SECTION.
01 PlaceHoldForm.
   02 BLANK SCREEN.
   02 LINE 4 COLUMN 22 PIC 9(7) USING ScrFilmId.
   02 LINE 5 COLUMN 5 VALUE "Customer Id   :".
   02 LINE 5 COLUMN 22 PIC 9(7) USING ScrCustomerId.
   02 LINE 6 COLUMN 5 VALUE "Or on order - PO :".
   02 LINE 6 COLUMN 24 PIC 9(6) USING ScrPONum.
   02 LINE 6 COLUMN 32 VALUE "line :".
   02 LINE 6 COLUMN 39 PIC 9(3) USING ScrPOLineNum.
   02 LINE 7 COLUMN 5 VALUE "Format V/D/B (blank = any) :".
   02 LINE 7 COLUMN 34 PIC X USING ScrFormat.
   02 LINE 8 COLUMN 5 VALUE "Place this hold? (Y/N) :".
   02 LINE 8 COLUMN 31 PIC X USING ScrConfirm.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing17-22", "FilmFile    ",
          FilmRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-22", "HoldQueue   ",
          HoldQueueRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-22", "POFile      ",
          POLineRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    CALL "CheckQuiesce" USING QuiesceResult
    IF SystemQuiesced
       DISPLAY "Nightly close in progress - please try again when "
    END-IF
    CALL "OperatorSignOnCheck" USING "Listing17-22", "O",
                                     OperatorId, SignOnResult
    CALL "SignOnRole" USING "Q", OperatorId, OperatorRole
    IF OperatorSignedOn
       PERFORM UseTrainingFiles
    END-IF
    IF OperatorSignedOn
       OPEN INPUT FilmFile
       OPEN INPUT POFile
       OPEN I-O HoldQueueFile
       IF HoldQueueStatus EQUAL "35"
          CLOSE HoldQueueFile
       PERFORM MainMenu UNTIL MenuExit

       CLOSE FilmFile
       CLOSE POFile
       CLOSE HoldQueueFile
    ELSE
       DISPLAY "Access denied - sign-on was not accepted."
    END-IF
    DISPLAY SPACES
    DISPLAY "*** Hold Queue Menu ***"
    IF TrainingModeOn
       DISPLAY "*** TRAINING MODE - practice only ***"
    END-IF
    DISPLAY "1 = Place a hold"
    DISPLAY "2 = Cancel a hold"
    DISPLAY "3 = Fill the next pending hold for a film"
    DISPLAY "9 = Exit"
    DISPLAY "Enter your choice - " WITH NO ADVANCING
    ACCEPT MenuChoice
    PERFORM CheckMenuPermission
    IF MenuRefused
       EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
       WHEN MenuPlaceHold     PERFORM PlaceHold
       WHEN MenuCancelHold    PERFORM CancelHold
       WHEN OTHER              DISPLAY "Please enter 1, 2, 3, 4 or 9"
    END-EVALUATE.

CheckMenuPermission.
*> Every choice defaults to the operator role the sign-on asks for;
*> the Listing17-51 permission table can narrow any one of them, so
*> cancelling a hold can be kept from operators who place them.
    MOVE SPACES TO MenuFunction
    MOVE ZERO TO MenuPermission
    EVALUATE TRUE
       WHEN MenuPlaceHold
          MOVE "PLACE" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuCancelHold
          MOVE "CANCEL" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuFillNextHold
          MOVE "FILL" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuReportQueue
          MOVE "QUEUERPT" TO MenuFunction
          MOVE "O" TO MenuRole
    END-EVALUATE
    IF MenuFunction NOT EQUAL SPACES
       CALL "CheckPermission" USING "Listing17-22", MenuFunction, OperatorId,
                                    OperatorRole, MenuRole, MenuPermission
       IF MenuRefused
          DISPLAY "Operator " OperatorId " is not permitted to use "
                  "that function."
       END-IF
    END-IF.

PlaceHold.
    MOVE ZEROS TO ScrFilmId ScrCustomerId ScrPONum ScrPOLineNum
    MOVE SPACE TO ScrFormat
    MOVE "N" TO ScrConfirm
    PERFORM EditPlaceHoldForm
    IF NOT FormConfirmed
       DISPLAY "No hold placed."
       EXIT PARAGRAPH
    END-IF
    MOVE ZEROS TO HoldPONum HoldPOLineNum
    MOVE ScrFormat TO HoldFormat
    IF ScrFilmId EQUAL ZEROS
       PERFORM PlaceHoldOnOrder
       EXIT PARAGRAPH
    END-IF
    MOVE ScrFilmId TO FilmId-FF
    READ FilmFile
       KEY IS FilmId-FF
       NOT INVALID KEY PERFORM PlaceHoldForFoundFilm
    END-READ.

PlaceHoldOnOrder.
*> A pre-release hold: the PO line must still be open. A line for a
*> film already in the catalog queues under that film as usual; a
*> brand-new title queues under film zero until it is received.
    MOVE ScrPONum     TO PONum-PO
    MOVE ScrPOLineNum TO POLineNum-PO
    READ POFile
       KEY IS POLineKey-PO
       INVALID KEY
          DISPLAY "PO line not found - " POStatus
          EXIT PARAGRAPH
    END-READ
    IF NOT POLineOpen-PO
       DISPLAY "REFUSED - PO line is not open (status "
               POLineStatus-PO ")."
       EXIT PARAGRAPH
    END-IF
    MOVE PONum-PO     TO HoldPONum
    MOVE POLineNum-PO TO HoldPOLineNum
    MOVE FormatCode-PO TO HoldFormat
    IF FilmId-PO NOT EQUAL ZEROS
       MOVE FilmId-PO TO FilmId-FF
       READ FilmFile
          KEY IS FilmId-FF
          INVALID KEY DISPLAY "Film not found - " FilmStatus
          NOT INVALID KEY PERFORM PlaceHoldForFoundFilm
       END-READ
    ELSE
       MOVE PreReleaseQueueId TO HoldFilmId
       MOVE NewFilmTitle-PO   TO HoldTitle
       PERFORM WriteNewHold
    END-IF.

EditPlaceHoldForm.
*> Shows the form, validates field by field, and loops until the
*> hold is good and confirmed (or abandoned with N).
       DISPLAY PlaceHoldForm
       ACCEPT PlaceHoldForm
       EVALUATE TRUE
          WHEN ScrFilmId EQUAL ZEROS AND ScrPONum EQUAL ZEROS
             DISPLAY "Enter a Film Id, or the PO and line of a title "
                     "on order." LINE 10 COLUMN 5
          WHEN ScrCustomerId EQUAL ZEROS
             DISPLAY "The Customer Id may not be zero." LINE 10
                     COLUMN 5
          WHEN NOT ScrFormatValid
             DISPLAY "The format must be V, D, B or blank." LINE 10
                     COLUMN 5
          WHEN OTHER
             MOVE "Y" TO FormState
    END-PERFORM.

PlaceHoldForFoundFilm.
    MOVE FilmId-FF    TO HoldFilmId
    MOVE FilmTitle-FF TO HoldTitle
    PERFORM WriteNewHold.

WriteNewHold.
*> The queue position is found before the record is built, since the
*> scan reads through the film's existing holds.
    PERFORM FindNextHoldSeqNum
    INITIALIZE HoldQueueRec-HQ
    MOVE ScrCustomerId TO CustomerId-HQ
    MOVE FUNCTION CURRENT-DATE(1:8) TO HoldDate-HQ
    MOVE HoldFilmId TO FilmId-HQ
    MOVE NextHoldSeqNum TO HoldSeqNum-HQ
    SET HoldIsPending-HQ TO TRUE
    MOVE ZEROS TO NotifiedDate-HQ
    MOVE HoldPONum     TO PreReleasePONum-HQ
    MOVE HoldPOLineNum TO PreReleaseLineNum-HQ
    MOVE HoldFormat    TO FormatCode-HQ
    WRITE HoldQueueRec-HQ
       INVALID KEY DISPLAY "-HQ ERROR Status = " HoldQueueStatus
       NOT INVALID KEY
          DISPLAY "Hold placed - position " NextHoldSeqNum
                  " in the queue for " HoldTitle
          MOVE SPACES TO JrnBeforeImage
          MOVE HoldQueueRec-HQ TO JrnAfterImage
          CALL "JournalUpdate" USING "Listing17-22", OperatorId,
*> used for this film, so the FIFO order survives cancelled/filled
*> holds being left in place rather than renumbering the queue.
    MOVE ZEROS TO NextHoldSeqNum
    MOVE HoldFilmId TO TargetFilmId-Sv
    MOVE HoldFilmId TO FilmId-HQ
    MOVE ZEROS     TO HoldSeqNum-HQ
    START HoldQueueFile KEY IS GREATER THAN OR EQUAL HoldQueueKey-HQ
       INVALID KEY SET EndOfHoldQueue TO TRUE
FillNextHold.
    DISPLAY "Enter the Film Id - " WITH NO ADVANCING
    ACCEPT FilmId-HQ
    IF FilmId-HQ EQUAL PreReleaseQueueId
       DISPLAY "Pre-release holds are filled when Listing17-40 "
               "receives the delivery."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Format of the copy in hand (V/D/B) - " WITH NO ADVANCING
    ACCEPT FillFormat
    MOVE FUNCTION UPPER-CASE(FillFormat) TO FillFormat
    MOVE FilmId-HQ TO TargetFilmId-Sv
    MOVE ZEROS TO HoldSeqNum-HQ
    MOVE "N" TO HoldFoundForFilm
    PERFORM UNTIL EndOfHoldQueue OR FilmId-HQ NOT EQUAL TargetFilmId-Sv
                   OR SomeHoldFoundForFilm
       IF HoldIsPending-HQ
          AND (HoldAnyFormat-HQ OR FormatCode-HQ EQUAL FillFormat)
          MOVE HoldQueueRec-HQ TO JrnBeforeImage
          SET HoldIsFilled-HQ TO TRUE
          MOVE FillFormat TO FormatCode-HQ
*> The pickup window starts now; Listing17-74's release run frees
*> the copy for the next customer after the deadline. The desk copy
*> was pulled by hand here, so no barcode or store is recorded.
                                        PickupDeadline-HQ,
                                        BDWorkingFlag
          MOVE ZEROS TO FilledStoreId-HQ FilledBarcode-HQ
          CALL "QueueHoldReadyNotice" USING CustomerId-HQ, FilmId-HQ,
                                               FilledStoreId-HQ,
                                               PickupDeadline-HQ,
                                               NoticeResult
          IF NoticeWasQueued
             MOVE FillTodayDate TO NotifiedDate-HQ
          ELSE
             MOVE ZEROS TO NotifiedDate-HQ
          END-IF
          REWRITE HoldQueueRec-HQ
             INVALID KEY DISPLAY "-HQ ERROR Status = " HoldQueueStatus
             NOT INVALID KEY
    PERFORM UNTIL EndOfHoldQueue OR FilmId-HQ NOT EQUAL TargetFilmId-Sv
       DISPLAY HoldSeqNum-HQ SPACE "Customer " CustomerId-HQ SPACE
               "Held " HoldDate-HQ SPACE "Status " HoldStatus-HQ
               SPACE "Format " FormatCode-HQ
       IF PreReleasePONum-HQ NOT EQUAL ZEROS
          DISPLAY "      on order - PO " PreReleasePONum-HQ
                  " line " PreReleaseLineNum-HQ
       END-IF
       READ HoldQueueFile NEXT RECORD AT END SET EndOfHoldQueue TO TRUE END-READ
    END-PERFORM.

UseTrainingFiles.
*> OperatorSignOnCheck has settled whether this is a training session.
*> In training each file named at the head of WORKING-STORAGE
*> becomes its training copy; the reference files stay live.
    CALL "TrainingMode" USING "Q", TrainingState, HoldQueueFileName
    IF NOT TrainingModeOn
       EXIT PARAGRAPH
    END-IF
    CALL "TrainingMode" USING "F", TrainingState, HoldQueueFileName.

IDENTIFICATION DIVISION.
PROGRAM-ID. OperatorSignOnCheck.
AUTHOR. Michael Coughlan.
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
*> which must be changed at first sign-on), supervisor 7531 and
*> manager 9999 (password "changeme" for both, also to be changed).
    OPEN OUTPUT OperatorFile
    CALL "CheckLayoutVersion" USING "S", ProgramName-IO, "OperatorFile",
          OperatorRecVersion, LayoutResult
    INITIALIZE OperatorRec-OP
    MOVE 1234 TO OperatorId-OP
    MOVE "Counter operator" TO OperatorName-OP
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
   CLOSE QuiesceFile
   EXIT PROGRAM.
END PROGRAM CheckQuiesce.

IDENTIFICATION DIVISION.
PROGRAM-ID. QueueHoldReadyNotice IS INITIAL.
AUTHOR. Michael Coughlan.
*> Queues the "your film is ready" letter on the shared
*> correspondence queue the moment a hold is filled, for Listing17-73
*> to print or send by email/SMS. The letter names the film, the
*> store holding the copy at its desk and the pickup deadline. Every
*> program that fills a hold calls it, so the customer hears from us
*> whichever way the copy was set aside. NoticeResult comes back 0
*> when the letter was queued; the caller stamps NotifiedDate-HQ on
*> that basis and Listing18-14 reports any filled hold left without
*> one. A hold filled in training reads the training customer file
*> and queues its letter, stamped TRAINING, on the training copy of
*> the queue, so it never reaches a customer. The wording comes off
*> the Listing18-45 template master through FillLetterTemplate, in
*> the customer's own language: notice level one of the template
*> names the store, level two is the letter for a copy set aside
*> with no store recorded.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT NoticeFilmFile ASSIGN TO "Listing17-6Film.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FilmId-FF
        ALTERNATE RECORD KEY IS FilmTitle-FF
                     WITH DUPLICATES
        ALTERNATE RECORD KEY IS DirectorId-FF
                     WITH DUPLICATES
        ALTERNATE RECORD KEY IS FilmGenre-FF
                     WITH DUPLICATES
        FILE STATUS IS NoticeFilmStatus.

    SELECT NoticeCustomerFile ASSIGN TO NoticeCustomerFileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CustomerId-CF
        ALTERNATE RECORD KEY IS CustomerSurname-CF
                     WITH DUPLICATES
        FILE STATUS IS NoticeCustomerStatus.

    SELECT NoticeCorrFile ASSIGN TO NoticeCorrFileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CorrKey-CQ
        FILE STATUS IS NoticeCorrStatus.

DATA DIVISION.
FILE SECTION.
FD  NoticeFilmFile.
01  FilmRec-FF.
    COPY FilmRec.

FD  NoticeCustomerFile.
01  CustomerRec-CF.
    COPY CustomerRec.

FD  NoticeCorrFile.
01  CorrespondenceRec-CQ.
    COPY CorrespondenceRec.

WORKING-STORAGE SECTION.
01  NoticeFilmStatus           PIC XX.
    88  NoticeFilmOk             VALUE "02", "00".
01  NoticeCustomerStatus       PIC XX.
    88  NoticeCustomerOk         VALUE "02", "00".
01  NoticeCorrStatus           PIC XX.
    88  NoticeCorrOk             VALUE "02", "00".
01  NoticeCustomerFileName     PIC X(40).
01  NoticeCorrFileName         PIC X(40).
01  TrainingState              PIC X.
    88  TrainingModeOn           VALUE "Y".

01  NoticeToday                PIC 9(8).
01  NoticeSeqNum               PIC 9(7) VALUE ZEROS.
01  NoticeLine                 PIC X(80).
01  NoticeFilmTitle            PIC X(40).
01  NoticeStoreName            PIC X(20).
01  NoticeCurrency             PIC XXX.
01  NoticeStoreStatus          PIC X.
01  NoticeStoreResult          PIC 9.
01  NoticeStoreId-Ed           PIC Z9.
01  NoticeDeadline-Ed          PIC 9999/99/99.
01  NoticeWriteFailed          PIC X VALUE "N".
    88  NoticeLineFailed         VALUE "Y".

01  TemplateLetterType         PIC X VALUE "H".
01  TemplateLevel              PIC 9.
01  TemplateLanguage           PIC X.
01  TemplatePart               PIC X VALUE "H".
01  TemplateLineNum            PIC 99.
01  TemplateResult             PIC 9.
    88  NoMoreTemplateLines      VALUE 1.
01  LetterFields.
    COPY LetterFields.

LINKAGE SECTION.
01  CustomerId-IO              PIC 9(7).
01  FilmId-IO                  PIC 9(7).
01  StoreId-IO                 PIC 99.
01  PickupDeadline-IO          PIC 9(8).
01  NoticeResult-IO            PIC 9.
    88  NoticeQueued             VALUE 0.
    88  NoticeNotQueued          VALUE 1.

PROCEDURE DIVISION USING CustomerId-IO, FilmId-IO, StoreId-IO,
                          PickupDeadline-IO, NoticeResult-IO.
Begin.
   SET NoticeNotQueued TO TRUE
   MOVE FUNCTION CURRENT-DATE(1:8) TO NoticeToday
   MOVE "Listing17-26Customer.DAT" TO NoticeCustomerFileName
   CALL "TrainingMode" USING "F", TrainingState, NoticeCustomerFileName
   MOVE "Listing17-73Correspondence.DAT" TO NoticeCorrFileName
   CALL "TrainingMode" USING "F", TrainingState, NoticeCorrFileName

   MOVE "your reserved film" TO NoticeFilmTitle
   OPEN INPUT NoticeFilmFile
   IF NoticeFilmOk
      MOVE FilmId-IO TO FilmId-FF
      READ NoticeFilmFile
         KEY IS FilmId-FF
         INVALID KEY CONTINUE
      END-READ
      IF NoticeFilmOk
         MOVE FilmTitle-FF TO NoticeFilmTitle
      END-IF
   END-IF
   CLOSE NoticeFilmFile

   MOVE SPACES TO CustomerRec-CF
   MOVE "Customer" TO CustomerSurname-CF
   OPEN INPUT NoticeCustomerFile
   IF NoticeCustomerOk
      MOVE CustomerId-IO TO CustomerId-CF
      READ NoticeCustomerFile
         KEY IS CustomerId-CF
         INVALID KEY
            MOVE SPACES TO CustomerRec-CF
            MOVE "Customer" TO CustomerSurname-CF
      END-READ
   END-IF
   CLOSE NoticeCustomerFile

*> A desk copy pulled by hand records no store; the letter then just
*> says "at the store" rather than naming one.
   MOVE SPACES TO NoticeStoreName
   IF StoreId-IO NOT EQUAL ZEROS
      CALL "GetStoreInfo" USING StoreId-IO, NoticeStoreName,
                                NoticeCurrency, NoticeStoreStatus,
                                NoticeStoreResult
   END-IF

   OPEN I-O NoticeCorrFile
   IF NoticeCorrStatus EQUAL "35"
      CLOSE NoticeCorrFile
      OPEN OUTPUT NoticeCorrFile
      CLOSE NoticeCorrFile
      OPEN I-O NoticeCorrFile
   END-IF
   IF NOT NoticeCorrOk
      EXIT PROGRAM
   END-IF

   PERFORM FindNextNoticeSeqNum

   IF TrainingModeOn
      MOVE "*** TRAINING - NOT A REAL NOTICE ***" TO NoticeLine
      PERFORM QueueNoticeLine
   END-IF
   INITIALIZE LetterFields
   STRING CustomerFirstName-CF DELIMITED BY "  "
          " " DELIMITED BY SIZE
          CustomerSurname-CF DELIMITED BY "  "
     INTO LetterName-LF
   END-STRING
   MOVE CustomerId-IO   TO LetterCustId-LF
   MOVE NoticeFilmTitle TO LetterTitle-LF
   MOVE PickupDeadline-IO TO NoticeDeadline-Ed
   MOVE NoticeDeadline-Ed TO LetterDate-LF
   IF NoticeStoreName EQUAL SPACES
      MOVE 2 TO TemplateLevel
   ELSE
      MOVE 1 TO TemplateLevel
      MOVE StoreId-IO TO NoticeStoreId-Ed
      MOVE NoticeStoreName  TO LetterStore-LF
      MOVE NoticeStoreId-Ed TO LetterStoreNum-LF
   END-IF
   IF LettersInFrench-CF
      MOVE "F" TO TemplateLanguage
   ELSE
      MOVE "E" TO TemplateLanguage
   END-IF
   MOVE ZEROS TO TemplateLineNum
   PERFORM NextTemplateLine
   PERFORM UNTIL NoMoreTemplateLines
      PERFORM QueueNoticeLine
      PERFORM NextTemplateLine
   END-PERFORM

   CLOSE NoticeCorrFile
   IF NOT NoticeLineFailed
      SET NoticeQueued TO TRUE
   END-IF
   EXIT PROGRAM.

FindNextNoticeSeqNum.
*> One past the customer's highest queued line, as Listing17-23
*> numbers its overdue letters, so the runs never collide.
   MOVE ZEROS TO NoticeSeqNum
   MOVE CustomerId-IO TO CustomerId-CQ
   MOVE ZEROS TO CorrSeqNum-CQ
   START NoticeCorrFile KEY IS GREATER THAN OR EQUAL CorrKey-CQ
      INVALID KEY SET EndOfCorrespondence TO TRUE
   END-START
   IF NOT EndOfCorrespondence
      READ NoticeCorrFile NEXT RECORD
         AT END SET EndOfCorrespondence TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfCorrespondence
                  OR CustomerId-CQ NOT EQUAL CustomerId-IO
      MOVE CorrSeqNum-CQ TO NoticeSeqNum
      READ NoticeCorrFile NEXT RECORD
         AT END SET EndOfCorrespondence TO TRUE
      END-READ
   END-PERFORM
   ADD 1 TO NoticeSeqNum.

NextTemplateLine.
   CALL "FillLetterTemplate" USING TemplateLetterType, TemplateLevel,
                                   TemplateLanguage, TemplatePart,
                                   TemplateLineNum, LetterFields,
                                   NoticeLine, TemplateResult.

QueueNoticeLine.
   INITIALIZE CorrespondenceRec-CQ
   MOVE CustomerId-IO     TO CustomerId-CQ
   MOVE NoticeSeqNum      TO CorrSeqNum-CQ
   MOVE NoticeToday       TO QueuedDate-CQ
   SET HoldReadyLetter-CQ TO TRUE
   SET CorrPending-CQ     TO TRUE
   MOVE ZEROS             TO PrintedDate-CQ
   MOVE NoticeLine        TO CorrText-CQ
   WRITE CorrespondenceRec-CQ
      INVALID KEY MOVE "Y" TO NoticeWriteFailed
   END-WRITE
   ADD 1 TO NoticeSeqNum.
END PROGRAM QueueHoldReadyNotice.

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
