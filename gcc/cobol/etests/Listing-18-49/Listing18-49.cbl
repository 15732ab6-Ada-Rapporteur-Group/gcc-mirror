IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-49.
AUTHOR. Michael Coughlan.
*> Nightly change-data extract for the head-office reporting
*> warehouse. The catalog dumps of Listing17-10 and Listing17-18 carry
*> no rentals, payments or customers; this run sends only what
*> changed on one business date, one file per subject:
*>   CUST - customers registered or changed, off the update journal,
*>          with the personal fields masked through MaskPersonalData
*>          under the BIEXTRCT output policy;
*>   RENT - rentals opened, renewed, closed or voided, off the journal;
*>   COPY - copy-master records added, changed or retired, off the
*>          journal;
*>   PAYM - payments taken that day, off the payments file;
*>   ARIT - AR items raised, changed or moved to another account,
*>          off the journal;
*>   ADJS - fee adjustments made that day, off the adjustments file;
*>   XFER - transfers raised or received that day, off the transfer
*>          file.
*> Every file is fixed-width with the fields separated by "|": a "D"
*> line per change and one "T" trailer giving the subject, the
*> business date, the detail count, a hash total of the record keys
*> and the amount total, for the warehouse load to prove against.
*> The business date is the run parameter (YYYYMMDD), today if none
*> is given, and it is part of each file name. Journal entries are
*> taken by their own timestamp, so a change made after the business
*> date reaches the extract for the day it was made. An AR item is
*> sent when it is raised, again whenever its amount or what it bills
*> is changed - a late fee topped up or settled at check-in, a fee
*> waived or credited back - and as taken off when a merge moves it
*> to the surviving account; a rewrite that only moves its open
*> balance, as a payment or a write-off does, is not sent. The day's
*> payments are sent only for the fields fixed when they were taken,
*> not their collection status, which moves on later. So a restart,
*> or a rerun for the same business date days later, rewrites the
*> same files line for line.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT JournalFile ASSIGN TO "Listing17-53Journal.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS JournalStatus.

   SELECT PaymentsFile ASSIGN TO "Listing17-28Payments.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PaymentsStatus.

   SELECT AdjustmentsFile ASSIGN TO "Listing17-32Adjustments.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AdjustmentsStatus.

   SELECT TransferFile ASSIGN TO "Listing17-37Transfers.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TransferNum-TR
        FILE STATUS IS TransferStatus.

   SELECT CustExtractFile ASSIGN TO CustExtractFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ExtractStatus.

   SELECT RentExtractFile ASSIGN TO RentExtractFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ExtractStatus.

   SELECT CopyExtractFile ASSIGN TO CopyExtractFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ExtractStatus.

   SELECT PaymExtractFile ASSIGN TO PaymExtractFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ExtractStatus.

   SELECT ARItExtractFile ASSIGN TO ARItExtractFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ExtractStatus.

   SELECT AdjsExtractFile ASSIGN TO AdjsExtractFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ExtractStatus.

   SELECT XferExtractFile ASSIGN TO XferExtractFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ExtractStatus.

DATA DIVISION.
FILE SECTION.
FD  JournalFile.
01  JournalRec.
    88  EndOfJournal           VALUE HIGH-VALUES.
    02  JrnTimestamp-JN      PIC X(21).
    02  ProgramName-JN       PIC X(12).
    02  OperatorId-JN        PIC 9(4).
    02  FileName-JN          PIC X(12).
    02  UpdateAction-JN      PIC X.
       88  JournalWrite-JN     VALUE "W".
       88  JournalRewrite-JN   VALUE "R".
       88  JournalDelete-JN    VALUE "D".
    02  BeforeImage-JN       PIC X(400).
    02  AfterImage-JN        PIC X(400).

FD PaymentsFile.
01 PaymentRec-PM.
   COPY PaymentRec.

FD AdjustmentsFile.
01 AdjustmentRec-AJ.
   COPY AdjustmentRec.

FD TransferFile.
01 TransferRec-TR.
   COPY TransferRec.

FD CustExtractFile.
01 CustExtractRec            PIC X(200).

FD RentExtractFile.
01 RentExtractRec            PIC X(200).

FD CopyExtractFile.
01 CopyExtractRec            PIC X(200).

FD PaymExtractFile.
01 PaymExtractRec            PIC X(200).

FD ARItExtractFile.
01 ARItExtractRec            PIC X(200).

FD AdjsExtractFile.
01 AdjsExtractRec            PIC X(200).

FD XferExtractFile.
01 XferExtractRec            PIC X(200).

WORKING-STORAGE SECTION.
01 JournalStatus            PIC XX.
01 PaymentsStatus           PIC XX.
01 AdjustmentsStatus        PIC XX.
01 TransferStatus           PIC XX.
01 ExtractStatus            PIC XX.

*> The journal's before and after images are laid over the masters'
*> own record layouts.
01 CustomerRec-CF.
   COPY CustomerRec.
01 RentalRec-RF.
   COPY RentalRec.
01 CopyMasterRec-CP.
   COPY CopyMasterRec.
01 ARItemRec-AR.
   COPY ARItemRec.

01 BatchParm                  PIC X(20) VALUE SPACES.
01 BusinessDate               PIC 9(8).
01 BeforeReturnDate           PIC 9(8).
01 BeforeARBilling.
   02 BeforeARItemDate        PIC 9(8).
   02 BeforeARItemType        PIC X.
   02 BeforeARFilmId          PIC 9(7).
   02 BeforeARCheckoutDate    PIC 9(8).
   02 BeforeARItemAmount      PIC 9(5)V99.
01 MaskValue                  PIC X(40).
01 BatchOperatorId            PIC 9(4) VALUE ZEROS.

01 CustExtractFileName        PIC X(40).
01 RentExtractFileName        PIC X(40).
01 CopyExtractFileName        PIC X(40).
01 PaymExtractFileName        PIC X(40).
01 ARItExtractFileName        PIC X(40).
01 AdjsExtractFileName        PIC X(40).
01 XferExtractFileName        PIC X(40).

*> Control totals, one set per extract file.
01 ExtractTotals.
   02 ExtractTotal OCCURS 7 TIMES INDEXED BY ExIdx.
      03 ExtractCount         PIC 9(7).
      03 ExtractHash          PIC 9(15).
      03 ExtractAmount        PIC 9(11)V99.
01 CustTotals                 PIC 9 VALUE 1.
01 RentTotals                 PIC 9 VALUE 2.
01 CopyTotals                 PIC 9 VALUE 3.
01 PaymTotals                 PIC 9 VALUE 4.
01 ARItTotals                 PIC 9 VALUE 5.
01 AdjsTotals                 PIC 9 VALUE 6.
01 XferTotals                 PIC 9 VALUE 7.

01 CustLine.
   02 FILLER                  PIC X VALUE "D".
   02 FILLER                  PIC X VALUE "|".
   02 CustAction-X            PIC X.
   02 FILLER                  PIC X VALUE "|".
   02 CustTimestamp-X         PIC X(14).
   02 FILLER                  PIC X VALUE "|".
   02 CustomerId-X            PIC 9(7).
   02 FILLER                  PIC X VALUE "|".
   02 JoinDate-X              PIC 9(8).
   02 FILLER                  PIC X VALUE "|".
   02 StatusCode-X            PIC X.
   02 FILLER                  PIC X VALUE "|".
   02 MergedIntoId-X          PIC 9(7).
   02 FILLER                  PIC X VALUE "|".
   02 TierCode-X              PIC X.
   02 FILLER                  PIC X VALUE "|".
   02 LoyaltyPoints-X         PIC 9(5).
   02 FILLER                  PIC X VALUE "|".
   02 CustState-X             PIC XX.
   02 FILLER                  PIC X VALUE "|".
   02 StaffFlag-X             PIC X.
   02 FILLER                  PIC X VALUE "|".
   02 BirthDate-X             PIC X(8).
   02 FILLER                  PIC X VALUE "|".
   02 Phone-X                 PIC X(12).
   02 FILLER                  PIC X VALUE "|".
   02 Street-X                PIC X(30).
   02 FILLER                  PIC X VALUE "|".
   02 Town-X                  PIC X(30).

01 RentLine.
   02 FILLER                  PIC X VALUE "D".
   02 FILLER                  PIC X VALUE "|".
   02 RentEvent-X             PIC X.
   02 FILLER                  PIC X VALUE "|".
   02 RentTimestamp-X         PIC X(14).
   02 FILLER                  PIC X VALUE "|".
   02 RentCustomerId-X        PIC 9(7).
   02 FILLER                  PIC X VALUE "|".
   02 RentFilmId-X            PIC 9(7).
   02 FILLER                  PIC X VALUE "|".
   02 CheckoutDate-X          PIC 9(8).
   02 FILLER                  PIC X VALUE "|".
   02 DueDate-X               PIC 9(8).
   02 FILLER                  PIC X VALUE "|".
   02 ReturnDate-X            PIC 9(8).
   02 FILLER                  PIC X VALUE "|".
   02 RentStoreId-X           PIC 99.
   02 FILLER                  PIC X VALUE "|".
   02 RentBarcode-X           PIC 9(10).
   02 FILLER                  PIC X VALUE "|".
   02 RenewalCount-X          PIC 9.
   02 FILLER                  PIC X VALUE "|".
   02 Disposition-X           PIC X.
   02 FILLER                  PIC X VALUE "|".
   02 PriceCharged-X          PIC 9(3).99.
   02 FILLER                  PIC X VALUE "|".
   02 PromoCode-X             PIC X(6).
   02 FILLER                  PIC X VALUE "|".
   02 RentFormatCode-X        PIC X.

01 CopyLine.
   02 FILLER                  PIC X VALUE "D".
   02 FILLER                  PIC X VALUE "|".
   02 CopyAction-X            PIC X.
   02 FILLER                  PIC X VALUE "|".
   02 CopyTimestamp-X         PIC X(14).
   02 FILLER                  PIC X VALUE "|".
   02 CopyBarcode-X           PIC 9(10).
   02 FILLER                  PIC X VALUE "|".
   02 CopyFilmId-X            PIC 9(7).
   02 FILLER                  PIC X VALUE "|".
   02 CopyStoreId-X           PIC 99.
   02 FILLER                  PIC X VALUE "|".
   02 AcquisitionDate-X       PIC 9(8).
   02 FILLER                  PIC X VALUE "|".
   02 ConditionCode-X         PIC X.
   02 FILLER                  PIC X VALUE "|".
   02 ShelfFlag-X             PIC X.
   02 FILLER                  PIC X VALUE "|".
   02 SectionCode-X           PIC X(3).
   02 FILLER                  PIC X VALUE "|".
   02 BinNum-X                PIC 9(3).
   02 FILLER                  PIC X VALUE "|".
   02 CopyUnitCost-X          PIC 9(4).99.
   02 FILLER                  PIC X VALUE "|".
   02 CopyFormatCode-X        PIC X.

01 PaymLine.
   02 FILLER                  PIC X VALUE "D".
   02 FILLER                  PIC X VALUE "|".
   02 ReceiptNum-X            PIC 9(7).
   02 FILLER                  PIC X VALUE "|".
   02 PaymCustomerId-X        PIC 9(7).
   02 FILLER                  PIC X VALUE "|".
   02 PaymStoreId-X           PIC 99.
   02 FILLER                  PIC X VALUE "|".
   02 PaymentDate-X           PIC 9(8).
   02 FILLER                  PIC X VALUE "|".
   02 TenderType-X            PIC X.
   02 FILLER                  PIC X VALUE "|".
   02 PaymentAmount-X         PIC 9(5).99.
   02 FILLER                  PIC X VALUE "|".
   02 AppliedAmount-X         PIC 9(5).99.
   02 FILLER                  PIC X VALUE "|".
   02 PaymSessionNum-X        PIC 9(7).
   02 FILLER                  PIC X VALUE "|".
   02 CashCurrency-X          PIC XXX.

01 ARItLine.
   02 FILLER                  PIC X VALUE "D".
   02 FILLER                  PIC X VALUE "|".
   02 ARAction-X              PIC X.
   02 FILLER                  PIC X VALUE "|".
   02 ARTimestamp-X           PIC X(14).
   02 FILLER                  PIC X VALUE "|".
   02 ARCustomerId-X          PIC 9(7).
   02 FILLER                  PIC X VALUE "|".
   02 ARItemSeqNum-X          PIC 9(5).
   02 FILLER                  PIC X VALUE "|".
   02 ARItemDate-X            PIC 9(8).
   02 FILLER                  PIC X VALUE "|".
   02 ARItemType-X            PIC X.
   02 FILLER                  PIC X VALUE "|".
   02 ARFilmId-X              PIC 9(7).
   02 FILLER                  PIC X VALUE "|".
   02 ARCheckoutDate-X        PIC 9(8).
   02 FILLER                  PIC X VALUE "|".
   02 ARItemAmount-X          PIC 9(5).99.

01 AdjsLine.
   02 FILLER                  PIC X VALUE "D".
   02 FILLER                  PIC X VALUE "|".
   02 AdjustmentNum-X         PIC 9(7).
   02 FILLER                  PIC X VALUE "|".
   02 AdjustmentDate-X        PIC 9(8).
   02 FILLER                  PIC X VALUE "|".
   02 AdjOperatorId-X         PIC 9(4).
   02 FILLER                  PIC X VALUE "|".
   02 AdjSupervisorId-X       PIC 9(4).
   02 FILLER                  PIC X VALUE "|".
   02 AdjCustomerId-X         PIC 9(7).
   02 FILLER                  PIC X VALUE "|".
   02 AdjFilmId-X             PIC 9(7).
   02 FILLER                  PIC X VALUE "|".
   02 AdjCheckoutDate-X       PIC 9(8).
   02 FILLER                  PIC X VALUE "|".
   02 ReasonCode-X            PIC X(3).
   02 FILLER                  PIC X VALUE "|".
   02 AmountBefore-X          PIC 9(5).99.
   02 FILLER                  PIC X VALUE "|".
   02 AmountAfter-X           PIC 9(5).99.
   02 FILLER                  PIC X VALUE "|".
   02 AmountWaived-X          PIC 9(5).99.
   02 FILLER                  PIC X VALUE "|".
   02 AdjStoreId-X            PIC 99.

01 XferLine.
   02 FILLER                  PIC X VALUE "D".
   02 FILLER                  PIC X VALUE "|".
   02 XferEvent-X             PIC X.
   02 FILLER                  PIC X VALUE "|".
   02 TransferNum-X           PIC 9(7).
   02 FILLER                  PIC X VALUE "|".
   02 FromStoreId-X           PIC 99.
   02 FILLER                  PIC X VALUE "|".
   02 ToStoreId-X             PIC 99.
   02 FILLER                  PIC X VALUE "|".
   02 XferFilmId-X            PIC 9(7).
   02 FILLER                  PIC X VALUE "|".
   02 XferFormatCode-X        PIC X.
   02 FILLER                  PIC X VALUE "|".
   02 EventDate-X             PIC 9(8).
   02 FILLER                  PIC X VALUE "|".
   02 EventQty-X              PIC 9(3).
   02 FILLER                  PIC X VALUE "|".
   02 UnitValue-X             PIC 9(4).99.
   02 FILLER                  PIC X VALUE "|".
   02 ManifestNum-X           PIC 9(5).

01 TrailerLine.
   02 FILLER                  PIC X VALUE "T".
   02 FILLER                  PIC X VALUE "|".
   02 TrailerSubject-X        PIC X(4).
   02 FILLER                  PIC X VALUE "|".
   02 TrailerDate-X           PIC 9(8).
   02 FILLER                  PIC X VALUE "|".
   02 TrailerCount-X          PIC 9(7).
   02 FILLER                  PIC X VALUE "|".
   02 TrailerHash-X           PIC 9(15).
   02 FILLER                  PIC X VALUE "|".
   02 TrailerAmount-X         PIC 9(11).99.

*> Run-control stamps for the nightly batch controller.
01 RunDate                    PIC 9(8).
01 RunStepNum                 PIC 99 VALUE 4.
01 RunRecordCount             PIC 9(7) VALUE ZEROS.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing18-49", "TransferFile",
          TransferRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-49", "JournalFile ",
          JournalRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    ACCEPT BatchParm FROM ARGUMENT-VALUE
       ON EXCEPTION MOVE SPACES TO BatchParm
    END-ACCEPT
    IF BatchParm EQUAL SPACES
       MOVE RunDate TO BusinessDate
    ELSE
       IF BatchParm(1:8) IS NUMERIC AND BatchParm(9:12) EQUAL SPACES
          MOVE BatchParm(1:8) TO BusinessDate
       ELSE
          DISPLAY "Unrecognized parameter - give the business date "
                  "as YYYYMMDD, or none for today"
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF
    END-IF
    DISPLAY "*** Warehouse Change-Data Extract - business date "
            BusinessDate " ***"

    MOVE ZEROS TO RunRecordCount
    CALL "RunControlStamp" USING RunDate, RunStepNum,
          "BIExtract   ", "S", RunRecordCount
    INITIALIZE ExtractTotals
    PERFORM OpenExtractFiles

    PERFORM ExtractFromJournal
    PERFORM ExtractPayments
    PERFORM ExtractAdjustments
    PERFORM ExtractTransfers

    PERFORM CloseExtractFiles
    CALL "RunControlStamp" USING RunDate, RunStepNum,
          "BIExtract   ", "E", RunRecordCount
    STOP RUN.

OpenExtractFiles.
*> Each file is written afresh, so a restart replaces whatever a
*> failed run left behind.
    STRING "Listing18-49Customers-" BusinessDate ".DAT"
           DELIMITED BY SIZE INTO CustExtractFileName
    STRING "Listing18-49Rentals-" BusinessDate ".DAT"
           DELIMITED BY SIZE INTO RentExtractFileName
    STRING "Listing18-49Copies-" BusinessDate ".DAT"
           DELIMITED BY SIZE INTO CopyExtractFileName
    STRING "Listing18-49Payments-" BusinessDate ".DAT"
           DELIMITED BY SIZE INTO PaymExtractFileName
    STRING "Listing18-49ARItems-" BusinessDate ".DAT"
           DELIMITED BY SIZE INTO ARItExtractFileName
    STRING "Listing18-49Adjustments-" BusinessDate ".DAT"
           DELIMITED BY SIZE INTO AdjsExtractFileName
    STRING "Listing18-49Transfers-" BusinessDate ".DAT"
           DELIMITED BY SIZE INTO XferExtractFileName
    OPEN OUTPUT CustExtractFile
    OPEN OUTPUT RentExtractFile
    OPEN OUTPUT CopyExtractFile
    OPEN OUTPUT PaymExtractFile
    OPEN OUTPUT ARItExtractFile
    OPEN OUTPUT AdjsExtractFile
    OPEN OUTPUT XferExtractFile.

CloseExtractFiles.
    MOVE "CUST" TO TrailerSubject-X
    SET ExIdx TO CustTotals
    PERFORM BuildTrailer
    WRITE CustExtractRec FROM TrailerLine
    MOVE "RENT" TO TrailerSubject-X
    SET ExIdx TO RentTotals
    PERFORM BuildTrailer
    WRITE RentExtractRec FROM TrailerLine
    MOVE "COPY" TO TrailerSubject-X
    SET ExIdx TO CopyTotals
    PERFORM BuildTrailer
    WRITE CopyExtractRec FROM TrailerLine
    MOVE "PAYM" TO TrailerSubject-X
    SET ExIdx TO PaymTotals
    PERFORM BuildTrailer
    WRITE PaymExtractRec FROM TrailerLine
    MOVE "ARIT" TO TrailerSubject-X
    SET ExIdx TO ARItTotals
    PERFORM BuildTrailer
    WRITE ARItExtractRec FROM TrailerLine
    MOVE "ADJS" TO TrailerSubject-X
    SET ExIdx TO AdjsTotals
    PERFORM BuildTrailer
    WRITE AdjsExtractRec FROM TrailerLine
    MOVE "XFER" TO TrailerSubject-X
    SET ExIdx TO XferTotals
    PERFORM BuildTrailer
    WRITE XferExtractRec FROM TrailerLine
    CLOSE CustExtractFile
    CLOSE RentExtractFile
    CLOSE CopyExtractFile
    CLOSE PaymExtractFile
    CLOSE ARItExtractFile
    CLOSE AdjsExtractFile
    CLOSE XferExtractFile.

BuildTrailer.
    MOVE BusinessDate          TO TrailerDate-X
    MOVE ExtractCount(ExIdx)   TO TrailerCount-X
    MOVE ExtractHash(ExIdx)    TO TrailerHash-X
    MOVE ExtractAmount(ExIdx)  TO TrailerAmount-X
    DISPLAY "  " TrailerSubject-X " lines " ExtractCount(ExIdx)
            "  hash " ExtractHash(ExIdx)
            "  amount " TrailerAmount-X.

ExtractFromJournal.
    OPEN INPUT JournalFile
    IF JournalStatus NOT EQUAL "00"
       DISPLAY "No update journal - " JournalStatus
               "; no customer, rental, copy or AR item changes "
               "extracted."
       CLOSE JournalFile
       EXIT PARAGRAPH
    END-IF
    READ JournalFile
       AT END SET EndOfJournal TO TRUE
    END-READ
    PERFORM UNTIL EndOfJournal
       IF JrnTimestamp-JN(1:8) EQUAL BusinessDate
          EVALUATE FileName-JN
             WHEN "CustomerFile" PERFORM ExtractCustomerChange
             WHEN "RentalFile  " PERFORM ExtractRentalChange
             WHEN "CopyMaster  " PERFORM ExtractCopyChange
             WHEN "ARLedger    " PERFORM ExtractARItemChange
          END-EVALUATE
       END-IF
       READ JournalFile
          AT END SET EndOfJournal TO TRUE
       END-READ
    END-PERFORM
    CLOSE JournalFile.

ExtractCustomerChange.
    IF JournalDelete-JN
       MOVE BeforeImage-JN TO CustomerRec-CF
       MOVE "D" TO CustAction-X
    ELSE
       MOVE AfterImage-JN TO CustomerRec-CF
       IF JournalWrite-JN
          MOVE "N" TO CustAction-X
       ELSE
          MOVE "U" TO CustAction-X
       END-IF
    END-IF
    MOVE JrnTimestamp-JN(1:14)  TO CustTimestamp-X
    MOVE CustomerId-CF          TO CustomerId-X
    MOVE CustomerJoinDate-CF    TO JoinDate-X
    MOVE CustomerStatusCode-CF  TO StatusCode-X
    MOVE MergedIntoId-CF        TO MergedIntoId-X
    MOVE TierCode-CF            TO TierCode-X
    MOVE LoyaltyPoints-CF       TO LoyaltyPoints-X
    MOVE CustomerState-CF       TO CustState-X
    MOVE StaffFlag-CF           TO StaffFlag-X
    MOVE DateOfBirth-CF TO MaskValue
    CALL "MaskPersonalData" USING "BIEXTRCT", BatchOperatorId, "B",
                                  MaskValue
    MOVE MaskValue TO BirthDate-X
    MOVE CustomerPhone-CF TO MaskValue
    CALL "MaskPersonalData" USING "BIEXTRCT", BatchOperatorId, "P",
                                  MaskValue
    MOVE MaskValue TO Phone-X
    MOVE CustomerAddr1-CF TO MaskValue
    CALL "MaskPersonalData" USING "BIEXTRCT", BatchOperatorId, "A",
                                  MaskValue
    MOVE MaskValue TO Street-X
    MOVE CustomerAddr2-CF TO MaskValue
    CALL "MaskPersonalData" USING "BIEXTRCT", BatchOperatorId, "T",
                                  MaskValue
    MOVE MaskValue TO Town-X
    WRITE CustExtractRec FROM CustLine
    SET ExIdx TO CustTotals
    ADD 1 TO ExtractCount(ExIdx) RunRecordCount
    ADD CustomerId-CF TO ExtractHash(ExIdx).

ExtractRentalChange.
*> O opened, R renewed or otherwise changed while out, C closed -
*> returned or written off - and V voided at the till.
    MOVE BeforeImage-JN TO RentalRec-RF
    MOVE ReturnDate-RF TO BeforeReturnDate
    EVALUATE TRUE
       WHEN JournalWrite-JN
          MOVE AfterImage-JN TO RentalRec-RF
          MOVE "O" TO RentEvent-X
       WHEN JournalDelete-JN
          MOVE "V" TO RentEvent-X
       WHEN OTHER
          MOVE AfterImage-JN TO RentalRec-RF
          IF BeforeReturnDate EQUAL ZEROS
             AND NOT NotYetReturned-RF
             MOVE "C" TO RentEvent-X
          ELSE
             MOVE "R" TO RentEvent-X
          END-IF
    END-EVALUATE
    MOVE JrnTimestamp-JN(1:14)  TO RentTimestamp-X
    MOVE CustomerId-RF          TO RentCustomerId-X
    MOVE FilmId-RF              TO RentFilmId-X
    MOVE CheckoutDate-RF        TO CheckoutDate-X
    MOVE DueDate-RF             TO DueDate-X
    MOVE ReturnDate-RF          TO ReturnDate-X
    MOVE StoreId-RF             TO RentStoreId-X
    MOVE Barcode-RF             TO RentBarcode-X
    MOVE RenewalCount-RF        TO RenewalCount-X
    MOVE Disposition-RF         TO Disposition-X
    MOVE PriceCharged-RF        TO PriceCharged-X
    MOVE PromoCode-RF           TO PromoCode-X
    MOVE FormatCode-RF          TO RentFormatCode-X
    WRITE RentExtractRec FROM RentLine
    SET ExIdx TO RentTotals
    ADD 1 TO ExtractCount(ExIdx) RunRecordCount
    ADD CustomerId-RF TO ExtractHash(ExIdx)
    IF RentEvent-X EQUAL "O"
       ADD PriceCharged-RF TO ExtractAmount(ExIdx)
    END-IF.

ExtractCopyChange.
    IF JournalDelete-JN
       MOVE BeforeImage-JN TO CopyMasterRec-CP
       MOVE "X" TO CopyAction-X
    ELSE
       MOVE AfterImage-JN TO CopyMasterRec-CP
       IF JournalWrite-JN
          MOVE "A" TO CopyAction-X
       ELSE
          MOVE "C" TO CopyAction-X
       END-IF
    END-IF
    MOVE JrnTimestamp-JN(1:14)  TO CopyTimestamp-X
    MOVE Barcode-CP             TO CopyBarcode-X
    MOVE FilmId-CP              TO CopyFilmId-X
    MOVE StoreId-CP             TO CopyStoreId-X
    MOVE AcquisitionDate-CP     TO AcquisitionDate-X
    MOVE ConditionCode-CP       TO ConditionCode-X
    MOVE CopyShelfFlag-CP       TO ShelfFlag-X
    MOVE SectionCode-CP         TO SectionCode-X
    MOVE BinNum-CP              TO BinNum-X
    MOVE UnitCost-CP            TO CopyUnitCost-X
    MOVE FormatCode-CP          TO CopyFormatCode-X
    WRITE CopyExtractRec FROM CopyLine
    SET ExIdx TO CopyTotals
    ADD 1 TO ExtractCount(ExIdx) RunRecordCount
    ADD Barcode-CP TO ExtractHash(ExIdx)
    IF CopyAction-X EQUAL "A"
       ADD UnitCost-CP TO ExtractAmount(ExIdx)
    END-IF.

ExtractPayments.
    OPEN INPUT PaymentsFile
    IF PaymentsStatus NOT EQUAL "00"
       CLOSE PaymentsFile
       EXIT PARAGRAPH
    END-IF
    READ PaymentsFile
       AT END SET EndOfPayments TO TRUE
    END-READ
    PERFORM UNTIL EndOfPayments
       IF PaymentDate-PM EQUAL BusinessDate
          MOVE ReceiptNum-PM      TO ReceiptNum-X
          MOVE CustomerId-PM      TO PaymCustomerId-X
          MOVE StoreId-PM         TO PaymStoreId-X
          MOVE PaymentDate-PM     TO PaymentDate-X
          MOVE TenderType-PM      TO TenderType-X
          MOVE PaymentAmount-PM   TO PaymentAmount-X
          MOVE AppliedAmount-PM   TO AppliedAmount-X
          MOVE SessionNum-PM      TO PaymSessionNum-X
          MOVE CashCurrency-PM    TO CashCurrency-X
          WRITE PaymExtractRec FROM PaymLine
          SET ExIdx TO PaymTotals
          ADD 1 TO ExtractCount(ExIdx) RunRecordCount
          ADD ReceiptNum-PM TO ExtractHash(ExIdx)
          ADD PaymentAmount-PM TO ExtractAmount(ExIdx)
       END-IF
       READ PaymentsFile
          AT END SET EndOfPayments TO TRUE
       END-READ
    END-PERFORM
    CLOSE PaymentsFile.

ExtractARItemChange.
*> N raised, U amount or billing changed, D taken off the ledger.
*> The amount total is of the items raised, as the rentals' is of
*> the rentals opened.
    MOVE BeforeImage-JN TO ARItemRec-AR
    MOVE ARItemDate-AR     TO BeforeARItemDate
    MOVE ARItemType-AR     TO BeforeARItemType
    MOVE FilmId-AR         TO BeforeARFilmId
    MOVE CheckoutDate-AR   TO BeforeARCheckoutDate
    MOVE ARItemAmount-AR   TO BeforeARItemAmount
    EVALUATE TRUE
       WHEN JournalWrite-JN
          MOVE AfterImage-JN TO ARItemRec-AR
          MOVE "N" TO ARAction-X
       WHEN JournalDelete-JN
          MOVE "D" TO ARAction-X
       WHEN OTHER
          MOVE AfterImage-JN TO ARItemRec-AR
          IF ARItemDate-AR EQUAL BeforeARItemDate
             AND ARItemType-AR EQUAL BeforeARItemType
             AND FilmId-AR EQUAL BeforeARFilmId
             AND CheckoutDate-AR EQUAL BeforeARCheckoutDate
             AND ARItemAmount-AR EQUAL BeforeARItemAmount
             EXIT PARAGRAPH
          END-IF
          MOVE "U" TO ARAction-X
    END-EVALUATE
    MOVE JrnTimestamp-JN(1:14)  TO ARTimestamp-X
    MOVE CustomerId-AR          TO ARCustomerId-X
    MOVE ARItemSeqNum-AR        TO ARItemSeqNum-X
    MOVE ARItemDate-AR          TO ARItemDate-X
    MOVE ARItemType-AR          TO ARItemType-X
    MOVE FilmId-AR              TO ARFilmId-X
    MOVE CheckoutDate-AR        TO ARCheckoutDate-X
    MOVE ARItemAmount-AR        TO ARItemAmount-X
    WRITE ARItExtractRec FROM ARItLine
    SET ExIdx TO ARItTotals
    ADD 1 TO ExtractCount(ExIdx) RunRecordCount
    ADD CustomerId-AR TO ExtractHash(ExIdx)
    IF ARAction-X EQUAL "N"
       ADD ARItemAmount-AR TO ExtractAmount(ExIdx)
    END-IF.

ExtractAdjustments.
    OPEN INPUT AdjustmentsFile
    IF AdjustmentsStatus NOT EQUAL "00"
       CLOSE AdjustmentsFile
       EXIT PARAGRAPH
    END-IF
    READ AdjustmentsFile
       AT END SET EndOfAdjustments TO TRUE
    END-READ
    PERFORM UNTIL EndOfAdjustments
       IF AdjustmentDate-AJ EQUAL BusinessDate
          MOVE AdjustmentNum-AJ   TO AdjustmentNum-X
          MOVE AdjustmentDate-AJ  TO AdjustmentDate-X
          MOVE OperatorId-AJ      TO AdjOperatorId-X
          MOVE SupervisorId-AJ    TO AdjSupervisorId-X
          MOVE CustomerId-AJ      TO AdjCustomerId-X
          MOVE FilmId-AJ          TO AdjFilmId-X
          MOVE CheckoutDate-AJ    TO AdjCheckoutDate-X
          MOVE ReasonCode-AJ      TO ReasonCode-X
          MOVE AmountBefore-AJ    TO AmountBefore-X
          MOVE AmountAfter-AJ     TO AmountAfter-X
          MOVE AmountWaived-AJ    TO AmountWaived-X
          MOVE StoreId-AJ         TO AdjStoreId-X
          WRITE AdjsExtractRec FROM AdjsLine
          SET ExIdx TO AdjsTotals
          ADD 1 TO ExtractCount(ExIdx) RunRecordCount
          ADD AdjustmentNum-AJ TO ExtractHash(ExIdx)
          ADD AmountWaived-AJ TO ExtractAmount(ExIdx)
       END-IF
       READ AdjustmentsFile
          AT END SET EndOfAdjustments TO TRUE
       END-READ
    END-PERFORM
    CLOSE AdjustmentsFile.

ExtractTransfers.
*> A transfer raised and received on the same day gives two lines.
*> A cancellation carries no date of its own and is not sent.
    OPEN INPUT TransferFile
    IF TransferStatus NOT EQUAL "00"
       CLOSE TransferFile
       EXIT PARAGRAPH
    END-IF
    READ TransferFile NEXT RECORD
       AT END SET EndOfTransfers TO TRUE
    END-READ
    PERFORM UNTIL EndOfTransfers
       IF TransferDate-TR EQUAL BusinessDate
          MOVE "T"               TO XferEvent-X
          MOVE TransferDate-TR   TO EventDate-X
          MOVE TransferQty-TR    TO EventQty-X
          PERFORM WriteTransferLine
       END-IF
       IF ReceivedDate-TR EQUAL BusinessDate
          MOVE "R"               TO XferEvent-X
          MOVE ReceivedDate-TR   TO EventDate-X
          MOVE ReceivedQty-TR    TO EventQty-X
          PERFORM WriteTransferLine
       END-IF
       READ TransferFile NEXT RECORD
          AT END SET EndOfTransfers TO TRUE
       END-READ
    END-PERFORM
    CLOSE TransferFile.

WriteTransferLine.
    MOVE TransferNum-TR    TO TransferNum-X
    MOVE FromStoreId-TR    TO FromStoreId-X
    MOVE ToStoreId-TR      TO ToStoreId-X
    MOVE FilmId-TR         TO XferFilmId-X
    MOVE FormatCode-TR     TO XferFormatCode-X
    MOVE UnitValue-TR      TO UnitValue-X
    MOVE ManifestNum-TR    TO ManifestNum-X
    WRITE XferExtractRec FROM XferLine
    SET ExIdx TO XferTotals
    ADD 1 TO ExtractCount(ExIdx) RunRecordCount
    ADD TransferNum-TR TO ExtractHash(ExIdx)
    COMPUTE ExtractAmount(ExIdx) = ExtractAmount(ExIdx)
                                 + (UnitValue-TR * EventQty-X).

IDENTIFICATION DIVISION.
PROGRAM-ID. RunControlStamp IS INITIAL.
AUTHOR. Michael Coughlan.
*> Stamps batch step starts and ends (with record counts) onto the
*> run-control state file, so the morning after a failed nightly run
*> the files themselves say which step died, and the controller can
*> skip the steps that already completed when the run is restarted.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RunControlFile ASSIGN TO "Listing17-54RunControl.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS RunControlStatus.

DATA DIVISION.
FILE SECTION.
FD  RunControlFile.
01  RunControlRec.
    02  RunDate-RC           PIC 9(8).
    02  StepNum-RC           PIC 99.
    02  StepName-RC          PIC X(12).
    02  EventCode-RC         PIC X.
    02  RecordCount-RC       PIC 9(7).
    02  EventTimestamp-RC    PIC X(21).

WORKING-STORAGE SECTION.
01  RunControlStatus       PIC XX.

LINKAGE SECTION.
01  RunDate-IO             PIC 9(8).
01  StepNum-IO             PIC 99.
01  StepName-IO            PIC X(12).
01  EventCode-IO           PIC X.
    88  StepStartEvent       VALUE "S".
    88  StepEndEvent         VALUE "E".
01  RecordCount-IO         PIC 9(7).

PROCEDURE DIVISION USING RunDate-IO, StepNum-IO, StepName-IO,
                          EventCode-IO, RecordCount-IO.
Begin.
   OPEN EXTEND RunControlFile
   IF RunControlStatus EQUAL "35"
      OPEN OUTPUT RunControlFile
   END-IF
   MOVE RunDate-IO     TO RunDate-RC
   MOVE StepNum-IO     TO StepNum-RC
   MOVE StepName-IO    TO StepName-RC
   MOVE EventCode-IO   TO EventCode-RC
   MOVE RecordCount-IO TO RecordCount-RC
   MOVE FUNCTION CURRENT-DATE TO EventTimestamp-RC
   WRITE RunControlRec
   CLOSE RunControlFile
   EXIT PROGRAM.
END PROGRAM RunControlStamp.

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
