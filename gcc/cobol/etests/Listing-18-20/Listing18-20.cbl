IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-20.
AUTHOR. Michael Coughlan.
*> Monthly invoicing for house accounts. The schools and libraries
*> set up in Listing17-26 rent on purchase order and pay nothing at
*> the till, so once a month each of them gets one consolidated
*> invoice instead of the Listing17-14 personal statement: the
*> balance still open from earlier months, every ledger item posted
*> in the billing month with its film and checkout date, sales tax
*> at the rental store's rate - none while the account's exemption
*> certificate was in force (CheckTaxExemption) - anything already
*> paid against the month, and the amount due by the net-terms due
*> date. Invoices are numbered from a one-record counter file, all
*> of a run's invoices are spooled as one kept generation for
*> reprinting, and each is recorded on the invoice register keyed by
*> account and month, so a rerun for the same month skips the
*> accounts already invoiced rather than billing them twice.
*> The address lines print as the Listing18-46 masking policy for
*> the house invoice allows, through MaskPersonalData.

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

   SELECT RentalFile ASSIGN TO "Listing17-6Rental.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RentalKey-RF
        ALTERNATE RECORD KEY IS FilmId-RF
                     WITH DUPLICATES
        FILE STATUS IS RentalStatus.

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

   SELECT HouseInvoiceFile ASSIGN TO "Listing18-20Invoices.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HouseInvoiceKey-HI
        FILE STATUS IS HouseInvoiceStatus.

    SELECT InvoicePrintFile ASSIGN TO InvoiceFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS InvoicePrintStatus.

    SELECT InvoiceNumFile ASSIGN TO "Listing18-20InvoiceNum.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS InvoiceNumStatus.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
01 CustomerRec-CF.
   COPY CustomerRec.

FD ARLedgerFile.
01 ARItemRec-AR.
   COPY ARItemRec.

FD RentalFile.
01 RentalRec-RF.
   COPY RentalRec.

FD FilmFile.
01 FilmRec-FF.
   COPY FilmRec.

FD HouseInvoiceFile.
01 HouseInvoiceRec-HI.
   COPY HouseInvoiceRec.

FD InvoicePrintFile.
01 InvoiceLine              PIC X(132).

FD InvoiceNumFile.
01 InvoiceNumRec            PIC 9(6).

WORKING-STORAGE SECTION.
01 CustomerStatus           PIC XX.
   88 CustomerOk  VALUE "02", "00".

01 ARLedgerStatus           PIC XX.
   88 ARLedgerOk  VALUE "02", "00".

01 RentalStatus             PIC XX.
   88 RentalOk   VALUE "02", "00".

01 FilmStatus               PIC XX.
   88 FilmOk    VALUE "02", "00".

01 HouseInvoiceStatus       PIC XX.
   88 HouseInvoiceOk VALUE "02", "00".

01 InvoicePrintStatus       PIC XX.
01 InvoiceNumStatus         PIC XX.

01 InvoiceFileName           PIC X(30).
01 SpoolRunParms             PIC X(20).

01 OperatorId                PIC 9(4) VALUE ZEROS.
01 MaskValue                 PIC X(40).
01 TodayDate                 PIC 9(8).
01 NextInvoiceNum            PIC 9(6) VALUE ZEROS.

*> The billing month, keyed as YYYYMM; the items dated inside it are
*> this month's charges, anything older still open is brought
*> forward.
01 BillingMonth              PIC 9(6) VALUE ZEROS.
01 BillingMonthParts REDEFINES BillingMonth.
   02 BillingYear            PIC 9(4).
   02 BillingMonthNum        PIC 99.
01 MonthStartDate            PIC 9(8).
01 MonthEndDate              PIC 9(8).

*> Net terms left blank on the account fall back to the usual 30.
01 DefaultNetTermsDays       PIC 9(3) VALUE 30.
01 TermsDays                 PIC 9(3).

01 TaxRate                  PIC 9V9999.
01 JurisdictionCode         PIC XXX.
01 JurisdictionName         PIC X(20).
01 TaxResult                PIC 9.
   88 TaxRateFound            VALUE 0.
01 ExemptResult             PIC 9.
   88 LineTaxExempt           VALUE 0.
01 LineStoreId              PIC 99.
01 LineTax                  PIC 9(5)V99 VALUE ZEROS.

01 ItemDescription           PIC X(16).
01 ItemIsTaxable             PIC X VALUE "N".
   88 ItemAttractsTax          VALUE "Y".
01 LinesOnInvoice            PIC 9(3) VALUE ZEROS.

01 InvoicesIssued            PIC 9(5) VALUE ZEROS.
01 AccountsSkipped           PIC 9(5) VALUE ZEROS.
01 RunTotalDue               PIC 9(9)V99 VALUE ZEROS.

01 ItemDate-Ed               PIC 9999/99/99.
01 CheckoutDate-Ed           PIC 9999/99/99.
01 InvoiceDate-Ed            PIC 9999/99/99.
01 DueDate-Ed                PIC 9999/99/99.
01 CertExpiry-Ed             PIC 9999/99/99.
01 ItemAmount-Ed             PIC $$$,$$9.99.
01 LineTax-Ed                PIC $$$9.99.
01 Money-Ed                  PIC $$,$$$,$$9.99.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing18-20", "FilmFile    ",
          FilmRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-20", "CustomerFile",
          CustomerRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing18-20", "RentalFile  ",
          RentalRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    DISPLAY "*** House Account Monthly Invoicing ***"
    DISPLAY "Enter the billing month (YYYYMM) - " WITH NO ADVANCING
    ACCEPT BillingMonth
    IF BillingMonthNum < 1 OR BillingMonthNum > 12
       DISPLAY "That is not a billing month - nothing invoiced."
       STOP RUN
    END-IF
    COMPUTE MonthStartDate = BillingMonth * 100 + 1
    COMPUTE MonthEndDate   = BillingMonth * 100 + 31

    OPEN INPUT CustomerFile
    IF CustomerStatus NOT EQUAL "00"
       DISPLAY "Customer master would not open - " CustomerStatus
       CLOSE CustomerFile
       STOP RUN
    END-IF
    CALL "AuditLogFileEvent" USING "Listing18-20", "CustomerFile", "O", CustomerStatus, OperatorId
    OPEN INPUT ARLedgerFile
    CALL "AuditLogFileEvent" USING "Listing18-20", "ARLedgerFile", "O", ARLedgerStatus, OperatorId
    OPEN INPUT RentalFile
    OPEN INPUT FilmFile
    OPEN I-O HouseInvoiceFile
    IF HouseInvoiceStatus EQUAL "35"
       CLOSE HouseInvoiceFile
       OPEN OUTPUT HouseInvoiceFile
       CLOSE HouseInvoiceFile
       OPEN I-O HouseInvoiceFile
    END-IF
    CALL "AuditLogFileEvent" USING "Listing18-20", "HouseInvoices", "O", HouseInvoiceStatus, OperatorId
    PERFORM LoadInvoiceNum

    MOVE SPACES TO SpoolRunParms
    STRING "month=" DELIMITED BY SIZE
           BillingMonth DELIMITED BY SIZE
      INTO SpoolRunParms
    END-STRING
    CALL "SpoolRegisterReport" USING "HOUSEINV", SpoolRunParms,
                                     InvoiceFileName
    OPEN OUTPUT InvoicePrintFile

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
       IF HouseAccount-CF
          AND NOT CustomerIsMerged-CF
          PERFORM InvoiceOneAccount
       END-IF
       READ CustomerFile NEXT RECORD
          AT END SET EndOfCustomers TO TRUE
       END-READ
    END-PERFORM

    CLOSE InvoicePrintFile
    PERFORM SaveInvoiceNum
    CLOSE CustomerFile
    CALL "AuditLogFileEvent" USING "Listing18-20", "CustomerFile", "C", CustomerStatus, OperatorId
    CLOSE ARLedgerFile
    CALL "AuditLogFileEvent" USING "Listing18-20", "ARLedgerFile", "C", ARLedgerStatus, OperatorId
    CLOSE RentalFile
    CLOSE FilmFile
    CLOSE HouseInvoiceFile
    CALL "AuditLogFileEvent" USING "Listing18-20", "HouseInvoices", "C", HouseInvoiceStatus, OperatorId
    MOVE RunTotalDue TO Money-Ed
    DISPLAY "Invoices issued " InvoicesIssued
            "  already invoiced " AccountsSkipped
            "  total due " Money-Ed
    IF InvoicesIssued > ZEROS
       DISPLAY "Invoices written to " InvoiceFileName
    END-IF
    STOP RUN.

LoadInvoiceNum.
    MOVE ZEROS TO NextInvoiceNum
    OPEN INPUT InvoiceNumFile
    IF InvoiceNumStatus EQUAL "00"
       READ InvoiceNumFile
          AT END CONTINUE
          NOT AT END MOVE InvoiceNumRec TO NextInvoiceNum
       END-READ
       CLOSE InvoiceNumFile
    ELSE
       CLOSE InvoiceNumFile
    END-IF.

SaveInvoiceNum.
    OPEN OUTPUT InvoiceNumFile
    MOVE NextInvoiceNum TO InvoiceNumRec
    WRITE InvoiceNumRec
    CLOSE InvoiceNumFile.

InvoiceOneAccount.
*> One register row per account per month; an account already on
*> the register for the month was billed by an earlier run and is
*> reprinted from the spool, not invoiced again.
    MOVE CustomerId-CF TO CustomerId-HI
    MOVE BillingMonth  TO BillingMonth-HI
    READ HouseInvoiceFile
       KEY IS HouseInvoiceKey-HI
       INVALID KEY CONTINUE
    END-READ
    IF HouseInvoiceOk
       ADD 1 TO AccountsSkipped
       DISPLAY "Account " CustomerId-CF " already invoiced for "
               BillingMonth " as No. " InvoiceNum-HI
       EXIT PARAGRAPH
    END-IF
    INITIALIZE HouseInvoiceRec-HI
    MOVE CustomerId-CF TO CustomerId-HI
    MOVE BillingMonth  TO BillingMonth-HI
    PERFORM TotalBroughtForward
    PERFORM TotalMonthItems
    IF LinesOnInvoice EQUAL ZEROS AND BroughtForward-HI EQUAL ZEROS
       EXIT PARAGRAPH
    END-IF

    ADD 1 TO NextInvoiceNum
    MOVE NextInvoiceNum      TO InvoiceNum-HI
    MOVE TodayDate           TO InvoiceDate-HI
    MOVE PurchaseOrderRef-CF TO PurchaseOrderRef-HI
    MOVE NetTermsDays-CF     TO TermsDays
    IF TermsDays EQUAL ZEROS
       MOVE DefaultNetTermsDays TO TermsDays
    END-IF
    COMPUTE InvoiceDueDate-HI = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE(TodayDate) + TermsDays)
    IF BroughtForward-HI + MonthCharges-HI + MonthTax-HI
          > MonthPaid-HI
       COMPUTE AmountDue-HI = BroughtForward-HI + MonthCharges-HI
                            + MonthTax-HI - MonthPaid-HI
    ELSE
       MOVE ZEROS TO AmountDue-HI
    END-IF

    PERFORM PrintInvoiceHeading
    PERFORM PrintMonthItems
    PERFORM PrintInvoiceFooting
    WRITE HouseInvoiceRec-HI
       INVALID KEY DISPLAY "-HI ERROR Status = " HouseInvoiceStatus
    END-WRITE
    ADD 1 TO InvoicesIssued
    ADD AmountDue-HI TO RunTotalDue.

TotalBroughtForward.
*> Whatever is still open from before the billing month.
    MOVE CustomerId-CF TO CustomerId-AR
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
                   OR CustomerId-AR NOT EQUAL CustomerId-CF
       IF ARItemOpen-AR AND ARItemDate-AR < MonthStartDate
          ADD ARItemOpenAmount-AR TO BroughtForward-HI
       END-IF
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
    END-PERFORM.

TotalMonthItems.
*> First pass over the month's items for the totals the heading and
*> the register need; PrintMonthItems walks them again for the lines.
    MOVE ZEROS TO LinesOnInvoice
    MOVE CustomerId-CF TO CustomerId-AR
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
                   OR CustomerId-AR NOT EQUAL CustomerId-CF
       IF ARItemDate-AR NOT < MonthStartDate
          AND ARItemDate-AR NOT > MonthEndDate
          AND NOT ARBalanceFwdItem-AR
          ADD 1 TO LinesOnInvoice
          ADD ARItemAmount-AR TO MonthCharges-HI
          COMPUTE MonthPaid-HI = MonthPaid-HI + ARItemAmount-AR
                               - ARItemOpenAmount-AR
          PERFORM CalculateItemTax
          ADD LineTax TO MonthTax-HI
       END-IF
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
    END-PERFORM.

DescribeItem.
*> Rental, late-fee and renewal charges are the taxable ones - the
*> same base the invoice and statement runs tax.
    MOVE "N" TO ItemIsTaxable
    EVALUATE TRUE
       WHEN ARRentalItem-AR
          MOVE "Rental"          TO ItemDescription
          SET ItemAttractsTax TO TRUE
       WHEN ARLateFeeItem-AR
          MOVE "Late fee"        TO ItemDescription
          SET ItemAttractsTax TO TRUE
       WHEN ARRenewalItem-AR
          MOVE "Renewal"         TO ItemDescription
          SET ItemAttractsTax TO TRUE
       WHEN ARWriteOffItem-AR
          MOVE "Replacement"     TO ItemDescription
       WHEN AREquipForfeitItem-AR
          MOVE "Equipment"       TO ItemDescription
       WHEN ARNSFReversalItem-AR
          MOVE "Returned check"  TO ItemDescription
       WHEN ARNSFFeeItem-AR
          MOVE "Returned chk fee" TO ItemDescription
       WHEN ARChargebackItem-AR
          MOVE "Card chargeback" TO ItemDescription
       WHEN ARSubscriptionItem-AR
          MOVE "Subscription"    TO ItemDescription
       WHEN ARFinanceChargeItem-AR
          MOVE "Finance charge"  TO ItemDescription
       WHEN ARDeliveryFeeItem-AR
          MOVE "Delivery fee"    TO ItemDescription
       WHEN OTHER
          MOVE "Adjustment"      TO ItemDescription
    END-EVALUATE.

CalculateItemTax.
*> Taxed at the rate for the store the rental went out from, found
*> off the rental the item was posted for; a line whose rental is no
*> longer on file, or whose store has no jurisdiction, taxes at zero.
    MOVE ZEROS TO LineTax
    PERFORM DescribeItem
    IF NOT ItemAttractsTax
       EXIT PARAGRAPH
    END-IF
    CALL "CheckTaxExemption" USING BY CONTENT CustomerId-AR,
                                      CheckoutDate-AR
                                   BY REFERENCE ExemptResult
    IF LineTaxExempt
       SET InvoiceTaxExempt-HI TO TRUE
       EXIT PARAGRAPH
    END-IF
    MOVE CustomerId-AR   TO CustomerId-RF
    MOVE FilmId-AR       TO FilmId-RF
    MOVE CheckoutDate-AR TO CheckoutDate-RF
    READ RentalFile
       KEY IS RentalKey-RF
       INVALID KEY CONTINUE
    END-READ
    IF NOT RentalOk
       EXIT PARAGRAPH
    END-IF
    MOVE StoreId-RF TO LineStoreId
    CALL "GetTaxRateForStore" USING BY CONTENT LineStoreId
                                    BY REFERENCE TaxRate,
                                       JurisdictionCode,
                                       JurisdictionName, TaxResult
    IF TaxRateFound
       COMPUTE LineTax ROUNDED = ARItemAmount-AR * TaxRate
    END-IF.

PrintInvoiceHeading.
    MOVE "=====================================================" TO InvoiceLine
    WRITE InvoiceLine
    MOVE SPACES TO InvoiceLine
    STRING "            HOUSE ACCOUNT INVOICE No. " DELIMITED BY SIZE
           InvoiceNum-HI DELIMITED BY SIZE
      INTO InvoiceLine
    END-STRING
    WRITE InvoiceLine
    MOVE SPACES TO InvoiceLine
    STRING "Account " DELIMITED BY SIZE
           CustomerId-CF DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           CustomerFirstName-CF DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CustomerSurname-CF DELIMITED BY SIZE
      INTO InvoiceLine
    END-STRING
    WRITE InvoiceLine
    MOVE SPACES TO InvoiceLine
    MOVE CustomerAddr1-CF TO MaskValue
    CALL "MaskPersonalData" USING "HOUSEINV", OperatorId, "A",
                                  MaskValue
    STRING "        " DELIMITED BY SIZE
           MaskValue(1:30) DELIMITED BY SIZE
      INTO InvoiceLine
    END-STRING
    WRITE InvoiceLine
    MOVE SPACES TO InvoiceLine
    MOVE CustomerAddr2-CF TO MaskValue
    CALL "MaskPersonalData" USING "HOUSEINV", OperatorId, "T",
                                  MaskValue
    STRING "        " DELIMITED BY SIZE
           MaskValue(1:30) DELIMITED BY SIZE
      INTO InvoiceLine
    END-STRING
    WRITE InvoiceLine
    MOVE InvoiceDate-HI    TO InvoiceDate-Ed
    MOVE InvoiceDueDate-HI TO DueDate-Ed
    MOVE SPACES TO InvoiceLine
    STRING "Your PO " DELIMITED BY SIZE
           PurchaseOrderRef-HI DELIMITED BY SIZE
           "  Month " DELIMITED BY SIZE
           BillingMonth DELIMITED BY SIZE
           "  Dated " DELIMITED BY SIZE
           InvoiceDate-Ed DELIMITED BY SIZE
           "  Net " DELIMITED BY SIZE
           TermsDays DELIMITED BY SIZE
           " days - due " DELIMITED BY SIZE
           DueDate-Ed DELIMITED BY SIZE
      INTO InvoiceLine
    END-STRING
    WRITE InvoiceLine
    MOVE "-----------------------------------------------------" TO InvoiceLine
    WRITE InvoiceLine
    MOVE BroughtForward-HI TO Money-Ed
    MOVE SPACES TO InvoiceLine
    STRING "Balance brought forward            " DELIMITED BY SIZE
           Money-Ed DELIMITED BY SIZE
      INTO InvoiceLine
    END-STRING
    WRITE InvoiceLine.

PrintMonthItems.
    MOVE CustomerId-CF TO CustomerId-AR
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
                   OR CustomerId-AR NOT EQUAL CustomerId-CF
       IF ARItemDate-AR NOT < MonthStartDate
          AND ARItemDate-AR NOT > MonthEndDate
          AND NOT ARBalanceFwdItem-AR
          PERFORM PrintOneItem
       END-IF
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
    END-PERFORM.

PrintOneItem.
    PERFORM CalculateItemTax
    MOVE SPACES TO FilmTitle-FF
    IF FilmId-AR NOT EQUAL ZEROS
       MOVE FilmId-AR TO FilmId-FF
       READ FilmFile
          KEY IS FilmId-FF
          INVALID KEY CONTINUE
       END-READ
       IF NOT FilmOk
          MOVE "(unknown title)" TO FilmTitle-FF
       END-IF
    END-IF
    MOVE ARItemDate-AR   TO ItemDate-Ed
    MOVE ARItemAmount-AR TO ItemAmount-Ed
    MOVE LineTax         TO LineTax-Ed
    MOVE SPACES TO InvoiceLine
    STRING ItemDate-Ed DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           ItemDescription DELIMITED BY SIZE
           FilmTitle-FF DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           ItemAmount-Ed DELIMITED BY SIZE
           "  tax " DELIMITED BY SIZE
           LineTax-Ed DELIMITED BY SIZE
      INTO InvoiceLine
    END-STRING
    WRITE InvoiceLine
    IF CheckoutDate-AR NOT EQUAL ZEROS
       MOVE CheckoutDate-AR TO CheckoutDate-Ed
       MOVE SPACES TO InvoiceLine
       STRING "            rented " DELIMITED BY SIZE
              CheckoutDate-Ed DELIMITED BY SIZE
         INTO InvoiceLine
       END-STRING
       WRITE InvoiceLine
    END-IF.

PrintInvoiceFooting.
    MOVE "-----------------------------------------------------" TO InvoiceLine
    WRITE InvoiceLine
    MOVE MonthCharges-HI TO Money-Ed
    MOVE SPACES TO InvoiceLine
    STRING "Charges this month                 " DELIMITED BY SIZE
           Money-Ed DELIMITED BY SIZE
      INTO InvoiceLine
    END-STRING
    WRITE InvoiceLine
    MOVE MonthTax-HI TO Money-Ed
    MOVE SPACES TO InvoiceLine
    STRING "Sales tax                          " DELIMITED BY SIZE
           Money-Ed DELIMITED BY SIZE
      INTO InvoiceLine
    END-STRING
    WRITE InvoiceLine
    IF InvoiceTaxExempt-HI
       MOVE TaxExemptExpiry-CF TO CertExpiry-Ed
       MOVE SPACES TO InvoiceLine
       STRING "  Exempt under certificate " DELIMITED BY SIZE
              TaxExemptCertNum-CF DELIMITED BY SIZE
              " (expires " DELIMITED BY SIZE
              CertExpiry-Ed DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
         INTO InvoiceLine
       END-STRING
       WRITE InvoiceLine
    END-IF
    MOVE MonthPaid-HI TO Money-Ed
    MOVE SPACES TO InvoiceLine
    STRING "Less paid against this month       " DELIMITED BY SIZE
           Money-Ed DELIMITED BY SIZE
      INTO InvoiceLine
    END-STRING
    WRITE InvoiceLine
    MOVE AmountDue-HI TO Money-Ed
    MOVE SPACES TO InvoiceLine
    STRING "AMOUNT DUE BY " DELIMITED BY SIZE
           DueDate-Ed DELIMITED BY SIZE
           "           " DELIMITED BY SIZE
           Money-Ed DELIMITED BY SIZE
      INTO InvoiceLine
    END-STRING
    WRITE InvoiceLine
    MOVE "Please quote the invoice number with your payment." TO InvoiceLine
    WRITE InvoiceLine
    MOVE "=====================================================" TO InvoiceLine
    WRITE InvoiceLine.

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
PROGRAM-ID. GetTaxRateForStore.
AUTHOR. Michael Coughlan.
*> Maps a StoreId to its sales-tax jurisdiction and rate. The store
*> master and jurisdiction rate table live on two small LINE
*> SEQUENTIAL files, seeded with the shop's stores/counties the
*> first time anything asks (the same first-run seeding idiom as
*> Listing9-3's RateFile); WORKING-STORAGE is not INITIAL, so the
*> tables load once per run no matter how many rentals are taxed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StoreMasterFile ASSIGN TO "Listing17-44Stores.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS StoreMasterStatus.

    SELECT TaxRateFile ASSIGN TO "Listing17-44TaxRates.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS TaxRateStatus.

DATA DIVISION.
FILE SECTION.
FD  StoreMasterFile.
01  StoreMasterRec.
    02  StoreId-SM             PIC 99.
    02  StoreName-SM           PIC X(20).
    02  JurisdictionCode-SM    PIC XXX.
    02  CurrencyCode-SM        PIC XXX.
    02  StoreStatus-SM         PIC X.

FD  TaxRateFile.
01  TaxRateFileRec.
    02  JurisdictionCode-TX    PIC XXX.
    02  JurisdictionName-TX    PIC X(20).
    02  TaxRate-TX             PIC 9V9999.

WORKING-STORAGE SECTION.
01  StoreMasterStatus          PIC XX.
    88  EndOfStoreMaster         VALUE "10".
01  TaxRateStatus              PIC XX.
    88  EndOfTaxRates            VALUE "10".

01  TablesLoaded               PIC X VALUE "N".
    88  TablesAlreadyLoaded      VALUE "Y".

01  StoreTable.
    02  StoreCount             PIC 99 VALUE ZERO.
    02  StoreEntry OCCURS 10 TIMES INDEXED BY StIdx.
        03  StoreId-T          PIC 99.
        03  StoreName-T        PIC X(20).
        03  StoreJurCode-T     PIC XXX.

01  JurisdictionTable.
    02  JurCount               PIC 99 VALUE ZERO.
    02  JurEntry OCCURS 10 TIMES INDEXED BY JurIdx.
        03  JurCode-T          PIC XXX.
        03  JurName-T          PIC X(20).
        03  JurRate-T          PIC 9V9999.

01  WantedJurCode              PIC XXX.

LINKAGE SECTION.
01  StoreId-IO                 PIC 99.
01  TaxRate-IO                 PIC 9V9999.
01  JurisdictionCode-IO        PIC XXX.
01  JurisdictionName-IO        PIC X(20).
01  TaxResult-IO               PIC 9.
    88  TaxRateFound             VALUE 0.
    88  TaxRateNotFound          VALUE 1.

PROCEDURE DIVISION USING StoreId-IO, TaxRate-IO,
                          JurisdictionCode-IO, JurisdictionName-IO,
                          TaxResult-IO.
Begin.
   IF NOT TablesAlreadyLoaded
      PERFORM LoadStoreMaster
      PERFORM LoadTaxRates
      MOVE "Y" TO TablesLoaded
   END-IF

   SET TaxRateNotFound TO TRUE
   MOVE ZEROS  TO TaxRate-IO
   MOVE SPACES TO JurisdictionCode-IO JurisdictionName-IO
   MOVE SPACES TO WantedJurCode
   PERFORM VARYING StIdx FROM 1 BY 1 UNTIL StIdx > StoreCount
      IF StoreId-T(StIdx) EQUAL StoreId-IO
         MOVE StoreJurCode-T(StIdx) TO WantedJurCode
         EXIT PERFORM
      END-IF
   END-PERFORM
   IF WantedJurCode NOT EQUAL SPACES
      PERFORM VARYING JurIdx FROM 1 BY 1 UNTIL JurIdx > JurCount
         IF JurCode-T(JurIdx) EQUAL WantedJurCode
            MOVE JurRate-T(JurIdx) TO TaxRate-IO
            MOVE WantedJurCode     TO JurisdictionCode-IO
            MOVE JurName-T(JurIdx) TO JurisdictionName-IO
            SET TaxRateFound TO TRUE
            EXIT PERFORM
         END-IF
      END-PERFORM
   END-IF
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
         MOVE StoreId-SM          TO StoreId-T(StoreCount)
         MOVE StoreName-SM        TO StoreName-T(StoreCount)
         MOVE JurisdictionCode-SM TO StoreJurCode-T(StoreCount)
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

LoadTaxRates.
   MOVE ZERO TO JurCount
   OPEN INPUT TaxRateFile
   IF TaxRateStatus NOT EQUAL "00"
      CLOSE TaxRateFile
      PERFORM SeedTaxRates
      OPEN INPUT TaxRateFile
   END-IF
   READ TaxRateFile
      AT END SET EndOfTaxRates TO TRUE
   END-READ
   PERFORM UNTIL EndOfTaxRates
      IF JurCount < 10
         ADD 1 TO JurCount
         MOVE JurisdictionCode-TX TO JurCode-T(JurCount)
         MOVE JurisdictionName-TX TO JurName-T(JurCount)
         MOVE TaxRate-TX          TO JurRate-T(JurCount)
      END-IF
      READ TaxRateFile
         AT END SET EndOfTaxRates TO TRUE
      END-READ
   END-PERFORM
   CLOSE TaxRateFile.

SeedTaxRates.
   OPEN OUTPUT TaxRateFile
   MOVE "J01Riverside County    00650" TO TaxRateFileRec
   WRITE TaxRateFileRec
   MOVE "J02Hillside County     00700" TO TaxRateFileRec
   WRITE TaxRateFileRec
   MOVE "J03Essex County (CAN)  00800" TO TaxRateFileRec
   WRITE TaxRateFileRec
   CLOSE TaxRateFile.
END PROGRAM GetTaxRateForStore.

IDENTIFICATION DIVISION.
PROGRAM-ID. CheckTaxExemption.
AUTHOR. Michael Coughlan.
*> Answers whether a customer's rentals are exempt from sales tax on
*> a given date. Schools and libraries on house accounts lodge a
*> tax-exemption certificate with us; the certificate number and its
*> expiry sit on the customer master, and a line is exempt only while
*> the certificate was in force on the date the rental went out. Every
*> run that prices tax after GetTaxRateForStore asks here before it
*> charges any. The customer last looked up is kept, since the callers
*> walk rentals in customer order. ExemptResult comes back 0 when the
*> line is exempt, 1 when it is taxable.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ExemptCustomerFile ASSIGN TO "Listing17-26Customer.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CustomerId-CF
        ALTERNATE RECORD KEY IS CustomerSurname-CF
                     WITH DUPLICATES
        FILE STATUS IS ExemptCustomerStatus.

DATA DIVISION.
FILE SECTION.
FD  ExemptCustomerFile.
01  CustomerRec-CF.
    COPY CustomerRec.

WORKING-STORAGE SECTION.
01  ExemptCustomerStatus       PIC XX.
    88  ExemptCustomerOk         VALUE "02", "00".

01  LastCustomerId             PIC 9(7) VALUE ZEROS.
01  LastCertNum                PIC X(15) VALUE SPACES.
01  LastCertExpiry             PIC 9(8) VALUE ZEROS.

LINKAGE SECTION.
01  CustomerId-IO              PIC 9(7).
01  AsOfDate-IO                PIC 9(8).
01  ExemptResult-IO            PIC 9.
    88  CustomerTaxExempt        VALUE 0.
    88  CustomerTaxable          VALUE 1.

PROCEDURE DIVISION USING CustomerId-IO, AsOfDate-IO, ExemptResult-IO.
Begin.
   SET CustomerTaxable TO TRUE
   IF CustomerId-IO NOT EQUAL LastCustomerId
      PERFORM LoadCustomerCertificate
   END-IF
   IF LastCertNum NOT EQUAL SPACES
      AND LastCertExpiry NOT < AsOfDate-IO
      SET CustomerTaxExempt TO TRUE
   END-IF
   GOBACK.

LoadCustomerCertificate.
*> A customer missing from the master, or a master that will not
*> open, is taxable - the safe way round for the filing.
   MOVE CustomerId-IO TO LastCustomerId
   MOVE SPACES TO LastCertNum
   MOVE ZEROS  TO LastCertExpiry
   OPEN INPUT ExemptCustomerFile
   IF ExemptCustomerOk
      MOVE CustomerId-IO TO CustomerId-CF
      READ ExemptCustomerFile
         KEY IS CustomerId-CF
         INVALID KEY CONTINUE
      END-READ
      IF ExemptCustomerOk
         MOVE TaxExemptCertNum-CF TO LastCertNum
         MOVE TaxExemptExpiry-CF  TO LastCertExpiry
      END-IF
   END-IF
   CLOSE ExemptCustomerFile.

END PROGRAM CheckTaxExemption.

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
