*> tax per line, CAD shown for the Windsor store's lines - at a
*> fraction of the I/O. The invoice run Listing17-7 and the overdue
*> run Listing17-23 are next for the same treatment.
*> House accounts - the schools and libraries billed on purchase
*> order - get the Listing18-20 consolidated monthly invoice instead,
*> so their rentals are passed over here.
*> A household's rentals are all on the primary's account, so its
*> statement names the cardholder who took each film out.
*> The address lines print as the Listing18-46 masking policy for
*> the statement allows, through MaskPersonalData.
*> Finance charges the Listing18-56 run posted to the account, and
*> still open on the AR ledger, print under the rentals and are
*> part of the total due; so do home-delivery fees from the
*> Listing18-57 order desk.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
                     WITH DUPLICATES
        FILE STATUS IS CustomerStatus.

   SELECT ARLedgerFile ASSIGN TO "Listing17-27ARLedger.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ARItemKey-AR
        FILE STATUS IS ARLedgerStatus.

    SELECT StatementSortFile ASSIGN TO "Listing17-14Sort.TMP".

    SELECT StatementWorkFile ASSIGN TO "Listing17-14Work.TMP"
01 CustomerRec-CF.
   COPY CustomerRec.

FD ARLedgerFile.
01 ARItemRec-AR.
   COPY ARItemRec.

SD StatementSortFile.
01 SortRec-SR.
   02 FilmId-SR             PIC 9(7).
   02 FilmTitle-SR          PIC X(40).
   02 BaseFee-SR            PIC 9(3)V99.
   02 SessionNum-SR         PIC 9(7).
   02 CardholderId-SR       PIC 9(7).

FD StatementWorkFile.
01 StatementWorkRec         PIC X(104).

WORKING-STORAGE SECTION.
01 FilmStatus               PIC XX.
   88 FilmOk    VALUE "02", "00".

*> The statement run has nobody signed on - the batch policy applies.
01 MaskOperatorId           PIC 9(4) VALUE ZEROS.
01 MaskValue                PIC X(40).

01 RentalStatus             PIC XX.
   88 RentalOk   VALUE "02", "00".

01 CustomerStatus           PIC XX.
   88 CustomerOk  VALUE "02", "00".

01 ARLedgerStatus           PIC XX.
   88 ARLedgerOk  VALUE "02", "00".
01 ARLedgerOpened           PIC X VALUE "N".
   88 ARLedgerAvailable       VALUE "Y".

01 StatementWorkStatus      PIC XX.
   88 EndOfStatementWork      VALUE "10".

01 CustomerTotal-Ed         PIC $$$,$$9.99.
01 CustomerTaxTotal         PIC 9(5)V99 VALUE ZEROS.
01 CustomerTaxTotal-Ed      PIC $$$,$$9.99.
01 FinanceCharge-Ed         PIC $$$9.99.
01 FinanceChargeDate-Ed     PIC 9999/99/99.

01 TaxRate                  PIC 9V9999.
01 JurisdictionCode         PIC XXX.
01 JurisdictionName         PIC X(20).
01 TaxResult                PIC 9.
   88 TaxRateFound            VALUE 0.
01 HouseAccountFlag         PIC X VALUE "N".
   88 HouseAccountSkipped     VALUE "Y".
01 ExemptResult             PIC 9.
   88 LineTaxExempt           VALUE 0.
01 LineTax                  PIC 9(5)V99 VALUE ZEROS.
01 LineTax-Ed               PIC $$$9.99.

01 DueDate-Ed                PIC 9999/99/99.
01 ReturnDate-Ed             PIC 9999/99/99.

*> The statement customer's record is put back after a cardholder
*> is looked up, as the lines still test it.
01 StatementCustomerSave     PIC X(400).

01 FilmFileExhausted         PIC X VALUE "N".
   88 NoMoreFilms              VALUE "Y".

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing17-14", "FilmFile    ",
          FilmRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-14", "CustomerFile",
          CustomerRecVersion, LayoutResult
    CALL "CheckLayoutVersion" USING "C", "Listing17-14", "RentalFile  ",
          RentalRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate

*> Pass one: rentals out, sorted by film, film details merged in a
       MOVE StoreId-RF      TO StoreId-SR
       MOVE PriceCharged-RF TO PriceCharged-SR
       MOVE SessionNum-RF   TO SessionNum-SR
       MOVE CardholderId-RF TO CardholderId-SR
       MOVE SPACES          TO FilmTitle-SR
       MOVE ZEROS           TO BaseFee-SR
       RELEASE SortRec-SR

PrintStatements.
    OPEN INPUT CustomerFile
    OPEN INPUT ARLedgerFile
    IF ARLedgerOk
       SET ARLedgerAvailable TO TRUE
    END-IF
    MOVE ZEROS TO CurrentCustomerId
    MOVE "00" TO StatementWorkStatus
    PERFORM ReturnAndPrintOneLine
            UNTIL EndOfStatementWork
    IF CurrentCustomerId NOT EQUAL ZEROS AND NOT HouseAccountSkipped
       PERFORM PrintStatementFooter
    END-IF
    CLOSE ARLedgerFile
    CLOSE CustomerFile.

ReturnAndPrintOneLine.

PrintStatementLine.
    IF CustomerId-SR NOT EQUAL CurrentCustomerId
       IF CurrentCustomerId NOT EQUAL ZEROS AND NOT HouseAccountSkipped
          PERFORM PrintStatementFooter
       END-IF
       MOVE CustomerId-SR TO CurrentCustomerId
       MOVE ZEROS TO ForeignUSDTotal ForeignTotal
       MOVE SPACES TO ForeignCurrency
       PERFORM LookUpCustomer
       IF HouseAccount-CF
          SET HouseAccountSkipped TO TRUE
       ELSE
          MOVE "N" TO HouseAccountFlag
          PERFORM PrintStatementHeader
       END-IF
    END-IF
    IF HouseAccountSkipped
       EXIT PARAGRAPH
    END-IF

    IF PriceCharged-SR > ZEROS
    MOVE ReturnDate-SR   TO ReturnDate-Ed

    DISPLAY "  " FilmTitle-SR
    IF HouseholdPrimary-CF
       PERFORM ShowCardholder
    END-IF
    DISPLAY "     Checked out " CheckoutDate-Ed
            "  Due " DueDate-Ed
            "  Returned " ReturnDate-Ed
            "   Tax " LineTax-Ed
    PERFORM ShowLineInStoreCurrency.

ShowCardholder.
*> Rentals from before households were set up, and the primary's
*> own, carry the account itself.
    IF CardholderId-SR EQUAL ZEROS
       OR CardholderId-SR EQUAL CurrentCustomerId
       DISPLAY "     Rented by " CustomerFirstName-CF SPACE
               CustomerSurname-CF " (account holder)"
       EXIT PARAGRAPH
    END-IF
    MOVE CustomerRec-CF TO StatementCustomerSave
    MOVE CardholderId-SR TO CustomerId-CF
    READ CustomerFile
       KEY IS CustomerId-CF
       INVALID KEY CONTINUE
    END-READ
    IF CustomerOk
       DISPLAY "     Rented by " CustomerFirstName-CF SPACE
               CustomerSurname-CF " (card " CardholderId-SR ")"
    ELSE
       DISPLAY "     Rented on card " CardholderId-SR
    END-IF
    MOVE StatementCustomerSave TO CustomerRec-CF.

ShowLineInStoreCurrency.
*> A line from a store that bills in CAD is shown in both
*> currencies, converted at the RateFile rate in force on the
CalculateLineTax.
*> Taxed at the rate for the jurisdiction of the store the rental
*> went out from; a store with no jurisdiction on file taxes at
*> zero rather than losing the statement line. An exempt customer's
*> line carries no tax at all.
    CALL "GetTaxRateForStore" USING BY CONTENT StoreId-SR
                                    BY REFERENCE TaxRate,
                                       JurisdictionCode,
                                       JurisdictionName, TaxResult
    CALL "CheckTaxExemption" USING BY CONTENT CustomerId-SR,
                                      CheckoutDate-SR
                                   BY REFERENCE ExemptResult
    IF TaxRateFound AND NOT LineTaxExempt
       COMPUTE LineTax ROUNDED = (EffectiveRentalFee + LateFee)
                               * TaxRate
    ELSE
    DISPLAY "===================================================".
    DISPLAY "Customer " CurrentCustomerId " - " CustomerFirstName-CF
            SPACE CustomerSurname-CF.
    MOVE CustomerAddr1-CF TO MaskValue.
    CALL "MaskPersonalData" USING "STATEMNT", MaskOperatorId, "A",
                                  MaskValue.
    DISPLAY MaskValue(1:30).
    MOVE CustomerAddr2-CF TO MaskValue.
    CALL "MaskPersonalData" USING "STATEMNT", MaskOperatorId, "T",
                                  MaskValue.
    DISPLAY MaskValue(1:30).
    DISPLAY "---------------------------------------------------".

PrintStatementFooter.
    PERFORM PrintFinanceCharges
    MOVE CustomerTotal TO CustomerTotal-Ed
    MOVE CustomerTaxTotal TO CustomerTaxTotal-Ed
    DISPLAY "---------------------------------------------------".
    END-IF
    DISPLAY "=====================================================".

PrintFinanceCharges.
*> Only what is still owed; a charge waived in full or paid is gone.
*> A home-delivery fee bills no rental either, so it is listed here
*> alongside the finance charges.
    IF NOT ARLedgerAvailable
       EXIT PARAGRAPH
    END-IF
    MOVE CurrentCustomerId TO CustomerId-AR
    MOVE ZEROS             TO ARItemSeqNum-AR
    START ARLedgerFile KEY IS GREATER THAN OR EQUAL ARItemKey-AR
       INVALID KEY SET EndOfARItems TO TRUE
    END-START
    IF NOT EndOfARItems
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfARItems
                   OR CustomerId-AR NOT EQUAL CurrentCustomerId
       IF (ARFinanceChargeItem-AR OR ARDeliveryFeeItem-AR)
          AND ARItemOpen-AR AND ARItemOpenAmount-AR > ZEROS
          MOVE ARItemDate-AR       TO FinanceChargeDate-Ed
          MOVE ARItemOpenAmount-AR TO FinanceCharge-Ed
          IF ARDeliveryFeeItem-AR
             DISPLAY "  Delivery fee of   " FinanceChargeDate-Ed
                     "                  " FinanceCharge-Ed
          ELSE
             DISPLAY "  Finance charge of " FinanceChargeDate-Ed
                     "                  " FinanceCharge-Ed
          END-IF
          ADD ARItemOpenAmount-AR TO CustomerTotal
       END-IF
       READ ARLedgerFile NEXT RECORD
          AT END SET EndOfARItems TO TRUE
       END-READ
    END-PERFORM.

IDENTIFICATION DIVISION.
PROGRAM-ID. GetTaxRateForStore.
AUTHOR. Michael Coughlan.
    WRITE HolidayRec
    CLOSE HolidayFile.
END PROGRAM BusinessDateCalc.

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
