*> update an existing customer's details, look one customer up, or
*> list customers in surname order via the alternate key. Follows the
*> same menu/sign-on shape as Listing17-8's director maintenance.
*> Each customer also carries an email address, a mobile number and
*> the channel they want letters by - post, email or SMS - which the
*> Listing17-73 nightly run follows.
*> Schools and libraries that rent on account are set up here as
*> house accounts: a credit limit of their own, the purchase-order
*> reference their checkouts are charged against, net payment terms
*> for the Listing18-20 monthly invoice, and the tax-exemption
*> certificate number and expiry that CheckTaxExemption honours.
*> Only a supervisor may open or change one.
*> A family is set up as a household: the primary account holder
*> owns the balance and the credit limit, and each secondary
*> cardholder is a customer record of their own - their own card,
*> their own date of birth - pointing at the primary, with the
*> rating cap and monthly spend cap the primary asks for. The
*> Listing17-29 till checks the cardholder and charges the primary.
*> Membership cards are issued here onto the card register: each
*> card number is eight digits, check-digited like a staff badge and
*> drawn from the same issuance counter as gift cards, so no card
*> number can be mistaken for a CustomerId or for another card. A
*> customer holds one active card at a time. A card reported lost or
*> stolen is hotlisted at once and a replacement issued against the
*> same customer; the tills refuse a hotlisted card on sight.
*> In training mode (see OperatorSignOnCheck) customers and cards
*> are added to the training copies Listing18-39 builds each night,
*> and nothing is journalled or audited.
*> The customer's contact consent is captured here too, one answer
*> per channel - offers by post, offers by email/SMS, and service
*> notices such as overdue and hold-ready letters - each stamped
*> with the date and the operator who took it. Marketing is opt-in:
*> no answer means no offers. Service notices go out unless the
*> customer has said no. Every change goes to the consent history
*> through LogConsentChange for the Listing18-42 audit report, and
*> Listing17-95 and the Listing17-73 run honour the answers.
*> When a customer is displayed, any service case still open for
*> them in Listing18-43 is flagged, counted through CheckOpenCases.
*> The customer also chooses the language their letters are written
*> in - English or French - and the letter runs take the wording for
*> that language off the Listing18-45 template master.
*> Every customer registered or changed here is written to the
*> update journal through JournalUpdate, before and after, the way
*> the tills journal theirs, so the nightly Listing18-49 warehouse
*> extract can pick up the day's new and changed customers.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   SELECT CustomerFile ASSIGN TO CustomerFileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CustomerId-CF
                     WITH DUPLICATES
        FILE STATUS IS CustomerStatus.

   SELECT MemberCardFile ASSIGN TO MemberCardFileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CardNum-MC
        ALTERNATE RECORD KEY IS CustomerId-MC
                     WITH DUPLICATES
        FILE STATUS IS MemberCardStatus.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
01 CustomerRec-CF.
   COPY CustomerRec.

FD MemberCardFile.
01 MemberCardRec-MC.
   COPY MemberCardRec.

WORKING-STORAGE SECTION.
*> The files the counter writes are named here rather than in the
*> SELECTs, so that a training session can be pointed at the
*> training copies.
01 CustomerFileName         PIC X(40) VALUE "Listing17-26Customer.DAT".
01 MemberCardFileName       PIC X(40) VALUE "Listing17-26Cards.DAT".
01 TrainingState            PIC X VALUE "N".
   88 TrainingModeOn          VALUE "Y".

01 CustomerStatus           PIC XX.
   88 CustomerOk  VALUE "02", "00".

01 MemberCardStatus         PIC XX.
   88 MemberCardOk  VALUE "02", "00".

01 MenuChoice                PIC 9.
   88 MenuRegister            VALUE 1.
   88 MenuUpdate              VALUE 2.
   88 MenuLookUp              VALUE 3.
   88 MenuListBySurname       VALUE 4.
   88 MenuHouseAccount        VALUE 5.
   88 MenuCardholder          VALUE 6.
   88 MenuIssueCard           VALUE 7.
   88 MenuHotlistCard         VALUE 8.
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

*> Before and after images for the update journal - the warehouse
*> extract picks the day's new and changed customers off it.
01 JrnBeforeImage             PIC X(400) VALUE SPACES.
01 JrnAfterImage              PIC X(400) VALUE SPACES.

*> New CustomerIds come from the issuance service now - check-
*> digited and collision-free - instead of being keyed by hand.
01 QuiesceResult              PIC 9 VALUE ZERO.
   88 SystemQuiesced            VALUE 1.

*> Contact channel for the correspondence queue - the nightly
*> Listing17-73 run mails post customers and feeds the email/SMS
*> gateway for the rest, so an electronic choice must come with
*> somewhere to send it.
01 ChannelSettled             PIC X VALUE "N".
   88 ChannelIsSettled          VALUE "Y".
01 LanguageSettled            PIC X VALUE "N".
   88 LanguageIsSettled         VALUE "Y".
01 AtSignCount                PIC 99 VALUE ZERO.

*> House-account terms are a credit decision, so they take a role-S
*> sign-on on top of the operator's own. Net terms default to 30
*> days when none are given.
01 SupervisorId               PIC 9(4) VALUE ZEROS.
01 SupSignOnResult            PIC 9 VALUE 1.
   88 SupervisorSignedOn        VALUE 0.
01 DefaultNetTermsDays        PIC 9(3) VALUE 30.
01 HouseAccountReply          PIC X.
   88 MakeHouseAccount          VALUE "Y", "y".
01 CertDateRule               PIC X VALUE "A".
01 CertDateResult             PIC 9.
   88 CertExpiryValid           VALUE 0.
01 HouseCreditLimit-Ed        PIC $$$,$$9.99.

*> Household cardholders. A card is never moved straight from one
*> household to another, and a primary with cardholders of its own
*> cannot itself become a secondary.
01 HouseholdPrimaryId         PIC 9(7) VALUE ZEROS.
01 CardholderId               PIC 9(7) VALUE ZEROS.
01 CardholderState            PIC X VALUE "N".
   88 CardholderSaved           VALUE "Y".
01 CapSettled                 PIC X VALUE "N".
   88 CapIsSettled              VALUE "Y".
01 KeepOnHouseholdReply       PIC X.
   88 KeepOnHousehold           VALUE "Y", "y".
01 SpendCap-Ed                PIC $$$,$$9.99.
01 CertExpiry-Ed              PIC 9999/99/99.

*> Membership cards. The customer's one active card is found by
*> walking the CustomerId-MC alternate key.
01 CardCustomerId             PIC 9(7) VALUE ZEROS.
01 ActiveCardNum              PIC 9(8) VALUE ZEROS.
01 ReportedCardNum            PIC 9(8) VALUE ZEROS.
01 OpenCaseCount              PIC 9(3) VALUE ZEROS.
01 CardDigitResult            PIC 9.
   88 CardDigitValid            VALUE 0.
01 HotlistReason              PIC X.
   88 ReasonIsLost              VALUE "L", "l".
   88 ReasonIsStolen            VALUE "S", "s".
   88 ReasonIsDamaged           VALUE "D", "d".
01 CardScanState              PIC X VALUE "N".
   88 EndOfCustomerCards        VALUE "Y".

*> Contact consent. The answers on file before this visit are kept
*> so that only a real change is stamped and logged.
01 ConsentToday               PIC 9(8) VALUE ZEROS.
01 ConsentReply               PIC X.
   88 ConsentReplyValid         VALUE "Y", "N", SPACE.
01 ConsentShown               PIC X.
01 ConsentPrompt              PIC X(40).
01 OldConsentAnswers.
   02 OldMarketingPost         PIC X.
   02 OldMarketingElec         PIC X.
   02 OldServiceNotice         PIC X.
01 ConsentNote                PIC X(30) VALUE SPACES.

COPY LayoutVersions.

PROCEDURE DIVISION.
Begin.
    CALL "CheckLayoutVersion" USING "C", "Listing17-26", "CustomerFile",
          CustomerRecVersion, LayoutResult
    IF LayoutRefused
       STOP RUN
    END-IF
    CALL "CheckQuiesce" USING QuiesceResult
    IF SystemQuiesced
       DISPLAY "Nightly close in progress - please try again when "
    END-IF
    CALL "OperatorSignOnCheck" USING "Listing17-26", "O",
                                     OperatorId, SignOnResult
    CALL "SignOnRole" USING "Q", OperatorId, OperatorRole
    IF OperatorSignedOn
       PERFORM UseTrainingFiles
    END-IF
    IF OperatorSignedOn
       OPEN I-O CustomerFile
       IF CustomerStatus EQUAL "35"
          PERFORM BuildCustomerFile
          OPEN I-O CustomerFile
       END-IF
       OPEN I-O MemberCardFile
       IF MemberCardStatus EQUAL "35"
          OPEN OUTPUT MemberCardFile
          CLOSE MemberCardFile
          OPEN I-O MemberCardFile
       END-IF
       CALL "AuditLogFileEvent" USING "Listing17-26", "CustomerFile", "O", CustomerStatus, OperatorId
       PERFORM MainMenu UNTIL MenuExit
       CLOSE CustomerFile
       CLOSE MemberCardFile
       CALL "AuditLogFileEvent" USING "Listing17-26", "CustomerFile", "C", CustomerStatus, OperatorId
    ELSE
       DISPLAY "Access denied - sign-on was not accepted."
*> films to, so the invoice/statement/overdue runs have a name and
*> mailing address for the rentals already on file.
    OPEN OUTPUT CustomerFile
    CALL "CheckLayoutVersion" USING "S", "Listing17-26", "CustomerFile",
          CustomerRecVersion, LayoutResult
    INITIALIZE CustomerRec-CF
    MOVE 1000001            TO CustomerId-CF
    MOVE "Fitzwilliam"      TO CustomerSurname-CF
    END-IF
    DISPLAY SPACES
    DISPLAY "*** Customer Maintenance Menu ***"
    IF TrainingModeOn
       DISPLAY "*** TRAINING MODE - practice only ***"
    END-IF
    DISPLAY "1 = Register a new customer"
    DISPLAY "2 = Update a customer's details"
    DISPLAY "3 = Look up a customer"
    DISPLAY "4 = List customers by surname"
    DISPLAY "5 = Set up or change a house account"
    DISPLAY "6 = Add or change a household cardholder"
    DISPLAY "7 = Issue a membership card"
    DISPLAY "8 = Report a card lost, stolen or damaged"
    DISPLAY "9 = Exit"
    DISPLAY "Enter your choice - " WITH NO ADVANCING
    ACCEPT MenuChoice
    PERFORM CheckMenuPermission
    IF MenuRefused
       EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
       WHEN MenuRegister       PERFORM RegisterCustomer
       WHEN MenuUpdate         PERFORM UpdateCustomer
       WHEN MenuLookUp         PERFORM LookUpCustomer
       WHEN MenuListBySurname  PERFORM ListCustomersBySurname
       WHEN MenuHouseAccount   PERFORM MaintainHouseAccount
       WHEN MenuCardholder     PERFORM MaintainCardholder
       WHEN MenuIssueCard      PERFORM IssueMemberCard
       WHEN MenuHotlistCard    PERFORM HotlistMemberCard
       WHEN MenuExit            CONTINUE
       WHEN OTHER               DISPLAY "Please enter 1 to 8 or 9"
    END-EVALUATE.

CheckMenuPermission.
*> Every choice defaults to the operator role the sign-on asks for;
*> the Listing17-51 permission table can narrow any one of them, so
*> setting up a house account can be kept from operators who register
*> customers.
    MOVE SPACES TO MenuFunction
    MOVE ZERO TO MenuPermission
    EVALUATE TRUE
       WHEN MenuRegister
          MOVE "REGISTER" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuUpdate
          MOVE "UPDATE" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuLookUp
          MOVE "LOOKUP" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuListBySurname
          MOVE "LIST" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuHouseAccount
          MOVE "HOUSEACC" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuCardholder
          MOVE "CARDHLDR" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuIssueCard
          MOVE "ISSUECRD" TO MenuFunction
          MOVE "O" TO MenuRole
       WHEN MenuHotlistCard
          MOVE "HOTLIST" TO MenuFunction
          MOVE "O" TO MenuRole
    END-EVALUATE
    IF MenuFunction NOT EQUAL SPACES
       CALL "CheckPermission" USING "Listing17-26", MenuFunction, OperatorId,
                                    OperatorRole, MenuRole, MenuPermission
       IF MenuRefused
          DISPLAY "Operator " OperatorId " is not permitted to use "
                  "that function."
       END-IF
    END-IF.

RegisterCustomer.
    INITIALIZE CustomerRec-CF
    CALL "IssueNextId" USING "CUST", IssuedId, IssueResult
    MOVE FUNCTION CURRENT-DATE(1:8) TO CustomerJoinDate-CF
    WRITE CustomerRec-CF
       INVALID KEY DISPLAY "-CF ERROR Status = " CustomerStatus
       NOT INVALID KEY
          DISPLAY "Customer registered."
          PERFORM JournalCustomerWrite
          PERFORM LogConsentChanges
          PERFORM WriteNewMemberCard
    END-WRITE.

AcceptCustomerDetails.
       END-IF
    END-PERFORM
    MOVE StateCode TO CustomerState-CF
    PERFORM AcceptContactChannel
    MOVE 1 TO DateResult
    PERFORM UNTIL BirthDateValid
       DISPLAY "Enter the Date of birth (YYYYMMDD) - "
       END-IF
    END-PERFORM.

AcceptContactChannel.
    DISPLAY "Enter the Email address (blank for none) - "
            WITH NO ADVANCING
    ACCEPT CustomerEmail-CF
    DISPLAY "Enter the Mobile number (blank for none) - "
            WITH NO ADVANCING
    ACCEPT CustomerMobile-CF
    MOVE "N" TO ChannelSettled
    PERFORM UNTIL ChannelIsSettled
       DISPLAY "Letters by P = post, E = email, S = SMS - "
               WITH NO ADVANCING
       ACCEPT PreferredChannel-CF
       MOVE FUNCTION UPPER-CASE(PreferredChannel-CF)
         TO PreferredChannel-CF
       EVALUATE TRUE
          WHEN PreferredChannel-CF EQUAL "P" OR SPACE
             SET ChannelIsPost-CF TO TRUE
             SET ChannelIsSettled TO TRUE
          WHEN ChannelIsEmail-CF
             MOVE ZERO TO AtSignCount
             INSPECT CustomerEmail-CF TALLYING AtSignCount FOR ALL "@"
             IF AtSignCount EQUAL 1
                SET ChannelIsSettled TO TRUE
             ELSE
                DISPLAY "Email needs a valid address - enter it again."
                DISPLAY "Enter the Email address - " WITH NO ADVANCING
                ACCEPT CustomerEmail-CF
             END-IF
          WHEN ChannelIsSMS-CF
             IF CustomerMobile-CF NOT EQUAL SPACES
                SET ChannelIsSettled TO TRUE
             ELSE
                DISPLAY "SMS needs a mobile number - enter it now."
                DISPLAY "Enter the Mobile number - " WITH NO ADVANCING
                ACCEPT CustomerMobile-CF
             END-IF
          WHEN OTHER
             DISPLAY "Please enter P, E or S."
       END-EVALUATE
    END-PERFORM
    PERFORM AcceptLetterLanguage
    PERFORM AcceptContactConsent.

AcceptLetterLanguage.
*> Blank is English, the language of every letter before French.
    MOVE "N" TO LanguageSettled
    PERFORM UNTIL LanguageIsSettled
       DISPLAY "Letters in E = English, F = French - "
               WITH NO ADVANCING
       ACCEPT LetterLanguage-CF
       MOVE FUNCTION UPPER-CASE(LetterLanguage-CF)
         TO LetterLanguage-CF
       EVALUATE TRUE
          WHEN LettersInEnglish-CF
             MOVE "E" TO LetterLanguage-CF
             SET LanguageIsSettled TO TRUE
          WHEN LettersInFrench-CF
             SET LanguageIsSettled TO TRUE
          WHEN OTHER
             DISPLAY "Please enter E or F."
       END-EVALUATE
    END-PERFORM.

AcceptContactConsent.
*> Blank keeps the answer already on file; "?" on the prompt means
*> the customer has never been asked.
    MOVE FUNCTION CURRENT-DATE(1:8) TO ConsentToday
    MOVE MarketingPostConsent-CF TO OldMarketingPost
    MOVE MarketingElecConsent-CF TO OldMarketingElec
    MOVE ServiceNoticeConsent-CF TO OldServiceNotice

    MOVE MarketingPostConsent-CF TO ConsentShown
    MOVE "Offers by post?" TO ConsentPrompt
    PERFORM AskForConsent
    IF ConsentReply NOT EQUAL SPACE
       AND ConsentReply NOT EQUAL MarketingPostConsent-CF
       MOVE ConsentReply TO MarketingPostConsent-CF
       MOVE ConsentToday TO MarketingPostDate-CF
       MOVE OperatorId   TO MarketingPostOperator-CF
    END-IF

    MOVE MarketingElecConsent-CF TO ConsentShown
    MOVE "Offers by email/SMS?" TO ConsentPrompt
    PERFORM AskForConsent
    IF ConsentReply NOT EQUAL SPACE
       AND ConsentReply NOT EQUAL MarketingElecConsent-CF
       MOVE ConsentReply TO MarketingElecConsent-CF
       MOVE ConsentToday TO MarketingElecDate-CF
       MOVE OperatorId   TO MarketingElecOperator-CF
    END-IF

    MOVE ServiceNoticeConsent-CF TO ConsentShown
    MOVE "Service notices (overdue, hold ready)?" TO ConsentPrompt
    PERFORM AskForConsent
    IF ConsentReply NOT EQUAL SPACE
       AND ConsentReply NOT EQUAL ServiceNoticeConsent-CF
       MOVE ConsentReply TO ServiceNoticeConsent-CF
       MOVE ConsentToday TO ServiceNoticeDate-CF
       MOVE OperatorId   TO ServiceNoticeOperator-CF
    END-IF.

AskForConsent.
    IF ConsentShown EQUAL SPACE
       MOVE "?" TO ConsentShown
    END-IF
    MOVE "X" TO ConsentReply
    PERFORM UNTIL ConsentReplyValid
       DISPLAY FUNCTION TRIM(ConsentPrompt) " (Y/N, now "
               ConsentShown ") - " WITH NO ADVANCING
       ACCEPT ConsentReply
       MOVE FUNCTION UPPER-CASE(ConsentReply) TO ConsentReply
       IF NOT ConsentReplyValid
          DISPLAY "Please enter Y, N or leave it blank."
       END-IF
    END-PERFORM.

LogConsentChanges.
*> Called once the customer record is safely written.
    MOVE SPACES TO ConsentNote
    IF MarketingPostConsent-CF NOT EQUAL OldMarketingPost
       MOVE "Offers by post" TO ConsentNote
       CALL "LogConsentChange" USING "Listing17-26", CustomerId-CF,
                                     "P", OldMarketingPost,
                                     MarketingPostConsent-CF,
                                     OperatorId, ConsentNote
    END-IF
    IF MarketingElecConsent-CF NOT EQUAL OldMarketingElec
       MOVE "Offers by email/SMS" TO ConsentNote
       CALL "LogConsentChange" USING "Listing17-26", CustomerId-CF,
                                     "E", OldMarketingElec,
                                     MarketingElecConsent-CF,
                                     OperatorId, ConsentNote
    END-IF
    IF ServiceNoticeConsent-CF NOT EQUAL OldServiceNotice
       MOVE "Service notices" TO ConsentNote
       CALL "LogConsentChange" USING "Listing17-26", CustomerId-CF,
                                     "S", OldServiceNotice,
                                     ServiceNoticeConsent-CF,
                                     OperatorId, ConsentNote
    END-IF.

UpdateCustomer.
    DISPLAY "Enter the Customer Id - " WITH NO ADVANCING
    ACCEPT CustomerId-CF
       INVALID KEY DISPLAY "Customer not found - " CustomerStatus
       NOT INVALID KEY
          PERFORM DisplayCustomer
          MOVE SPACES TO JrnBeforeImage
          MOVE CustomerRec-CF TO JrnBeforeImage
          PERFORM AcceptCustomerDetails
          REWRITE CustomerRec-CF
             INVALID KEY DISPLAY "-CF ERROR Status = " CustomerStatus
             NOT INVALID KEY
                DISPLAY "Customer updated."
                PERFORM JournalCustomerRewrite
                PERFORM LogConsentChanges
          END-REWRITE
    END-READ.

JournalCustomerWrite.
    MOVE SPACES TO JrnBeforeImage JrnAfterImage
    MOVE CustomerRec-CF TO JrnAfterImage
    CALL "JournalUpdate" USING "Listing17-26", OperatorId,
          "CustomerFile", "W", JrnBeforeImage, JrnAfterImage.

JournalCustomerRewrite.
    MOVE SPACES TO JrnAfterImage
    MOVE CustomerRec-CF TO JrnAfterImage
    CALL "JournalUpdate" USING "Listing17-26", OperatorId,
          "CustomerFile", "R", JrnBeforeImage, JrnAfterImage.

LookUpCustomer.
    DISPLAY "Enter the Customer Id - " WITH NO ADVANCING
    ACCEPT CustomerId-CF
    DISPLAY "  " CustomerAddr1-CF
    DISPLAY "  " CustomerAddr2-CF
    DISPLAY "  Phone " CustomerPhone-CF
            "  Joined " CustomerJoinDate-CF
    DISPLAY "  Email " CustomerEmail-CF
    DISPLAY "  Mobile " CustomerMobile-CF
            "  Letters by " PreferredChannel-CF
    IF LettersInFrench-CF
       DISPLAY "  Letters in French"
    ELSE
       DISPLAY "  Letters in English"
    END-IF
    DISPLAY "  Consent - offers by post " MarketingPostConsent-CF
            "  by email/SMS " MarketingElecConsent-CF
            "  service notices " ServiceNoticeConsent-CF
    IF HouseAccount-CF
       MOVE HouseCreditLimit-CF TO HouseCreditLimit-Ed
       DISPLAY "  House account - limit " HouseCreditLimit-Ed
               "  PO " PurchaseOrderRef-CF
               "  net " NetTermsDays-CF " days"
       IF TaxExemptCertNum-CF NOT EQUAL SPACES
          MOVE TaxExemptExpiry-CF TO CertExpiry-Ed
          DISPLAY "  Tax-exempt certificate " TaxExemptCertNum-CF
                  " expires " CertExpiry-Ed
       END-IF
    END-IF
    IF HouseholdPrimary-CF
       DISPLAY "  Primary account holder of a household"
    END-IF
    IF HouseholdSecondary-CF
       DISPLAY "  Secondary cardholder on household account "
               HouseholdPrimaryId-CF
       IF RatingCap-CF NOT EQUAL SPACES
          DISPLAY "  May rent films rated up to " RatingCap-CF
       END-IF
       IF MonthlySpendCap-CF > ZEROS
          MOVE MonthlySpendCap-CF TO SpendCap-Ed
          DISPLAY "  Monthly rental spend cap " SpendCap-Ed
       END-IF
    END-IF
    MOVE CustomerId-CF TO CardCustomerId
    PERFORM FindActiveCard
    IF ActiveCardNum EQUAL ZEROS
       DISPLAY "  No membership card issued"
    ELSE
       DISPLAY "  Membership card " ActiveCardNum
    END-IF
    CALL "CheckOpenCases" USING CustomerId-CF, OpenCaseCount
    IF OpenCaseCount > ZEROS
       DISPLAY "  ** " OpenCaseCount " open service case(s) - see "
               "Listing18-43 before promising anything **"
    END-IF.

MaintainHouseAccount.
*> Turns an existing customer into a house account, changes its
*> terms, or returns it to an ordinary account. The open balance
*> stays on the ledger either way; only how it is billed changes.
    DISPLAY "Enter the Customer Id - " WITH NO ADVANCING
    ACCEPT CustomerId-CF
    READ CustomerFile
       KEY IS CustomerId-CF
       INVALID KEY
          DISPLAY "Customer not found - " CustomerStatus
          EXIT PARAGRAPH
    END-READ
    PERFORM DisplayCustomer
    CALL "OperatorSignOnCheck" USING "Listing17-26", "S",
                                     SupervisorId, SupSignOnResult
    IF NOT SupervisorSignedOn
       DISPLAY "House accounts need a supervisor - nothing changed."
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO JrnBeforeImage
    MOVE CustomerRec-CF TO JrnBeforeImage
    DISPLAY "Bill this customer as a house account? (Y/N) - "
            WITH NO ADVANCING
    ACCEPT HouseAccountReply
    IF MakeHouseAccount
       PERFORM AcceptHouseAccountTerms
    ELSE
       MOVE SPACE  TO AccountType-CF
       MOVE ZEROS  TO HouseCreditLimit-CF NetTermsDays-CF
                      TaxExemptExpiry-CF
       MOVE SPACES TO PurchaseOrderRef-CF TaxExemptCertNum-CF
    END-IF
    REWRITE CustomerRec-CF
       INVALID KEY DISPLAY "-CF ERROR Status = " CustomerStatus
       NOT INVALID KEY
          DISPLAY "House account details saved."
          PERFORM JournalCustomerRewrite
    END-REWRITE.

AcceptHouseAccountTerms.
    SET HouseAccount-CF TO TRUE
    DISPLAY "Enter the Credit limit (nnnnn.nn) - " WITH NO ADVANCING
    ACCEPT HouseCreditLimit-CF
    MOVE SPACES TO PurchaseOrderRef-CF
    PERFORM UNTIL PurchaseOrderRef-CF NOT EQUAL SPACES
       DISPLAY "Enter the Purchase-order reference - "
               WITH NO ADVANCING
       ACCEPT PurchaseOrderRef-CF
    END-PERFORM
    DISPLAY "Enter the Net payment terms in days (0 = "
            DefaultNetTermsDays ") - " WITH NO ADVANCING
    ACCEPT NetTermsDays-CF
    IF NetTermsDays-CF EQUAL ZEROS
       MOVE DefaultNetTermsDays TO NetTermsDays-CF
    END-IF
    DISPLAY "Enter the Tax-exemption certificate (blank if taxable) - "
            WITH NO ADVANCING
    ACCEPT TaxExemptCertNum-CF
    MOVE ZEROS TO TaxExemptExpiry-CF
    IF TaxExemptCertNum-CF NOT EQUAL SPACES
       MOVE 1 TO CertDateResult
       PERFORM UNTIL CertExpiryValid
          DISPLAY "Enter the Certificate expiry (YYYYMMDD) - "
                  WITH NO ADVANCING
          ACCEPT TaxExemptExpiry-CF
          CALL "CheckDate" USING TaxExemptExpiry-CF, CertDateRule,
                                 CertDateResult
          IF NOT CertExpiryValid
             DISPLAY "That is not a real date - try again."
          END-IF
       END-PERFORM
    END-IF.

MaintainCardholder.
*> Issues a new card on a household, or changes or removes an
*> existing cardholder's caps. The primary is marked as such the
*> first time a card is added to it.
    MOVE "N" TO CardholderState
    DISPLAY "Enter the primary account holder's Customer Id - "
            WITH NO ADVANCING
    ACCEPT HouseholdPrimaryId
    MOVE HouseholdPrimaryId TO CustomerId-CF
    READ CustomerFile
       KEY IS CustomerId-CF
       INVALID KEY
          DISPLAY "Customer not found - " CustomerStatus
          EXIT PARAGRAPH
    END-READ
    IF HouseholdSecondary-CF
       DISPLAY "Customer " HouseholdPrimaryId " is a cardholder on "
               "household account " HouseholdPrimaryId-CF
               " - use that account."
       EXIT PARAGRAPH
    END-IF
    IF NOT CustomerIsActive-CF
       DISPLAY "Only an active account can hold a household."
       EXIT PARAGRAPH
    END-IF
    PERFORM DisplayCustomer
    DISPLAY "Enter the cardholder's Customer Id (0 = issue a new "
            "card) - " WITH NO ADVANCING
    ACCEPT CardholderId
    IF CardholderId EQUAL ZEROS
       PERFORM RegisterCardholder
    ELSE
       PERFORM ChangeCardholder
    END-IF
    IF CardholderSaved
       MOVE HouseholdPrimaryId TO CustomerId-CF
       READ CustomerFile
          KEY IS CustomerId-CF
          INVALID KEY DISPLAY "-CF ERROR Status = " CustomerStatus
          NOT INVALID KEY
             IF NOT HouseholdPrimary-CF
                MOVE SPACES TO JrnBeforeImage
                MOVE CustomerRec-CF TO JrnBeforeImage
                SET HouseholdPrimary-CF TO TRUE
                REWRITE CustomerRec-CF
                   INVALID KEY DISPLAY "-CF ERROR Status = "
                                       CustomerStatus
                   NOT INVALID KEY PERFORM JournalCustomerRewrite
                END-REWRITE
             END-IF
       END-READ
    END-IF.

RegisterCardholder.
    INITIALIZE CustomerRec-CF
    CALL "IssueNextId" USING "CUST", IssuedId, IssueResult
    IF NOT IdWasIssued
       DISPLAY "No customer id could be issued - no card issued."
       EXIT PARAGRAPH
    END-IF
    MOVE IssuedId TO CustomerId-CF
    DISPLAY "Card issued as Customer Id " CustomerId-CF
    PERFORM AcceptCustomerDetails
    MOVE FUNCTION CURRENT-DATE(1:8) TO CustomerJoinDate-CF
    SET HouseholdSecondary-CF TO TRUE
    MOVE HouseholdPrimaryId TO HouseholdPrimaryId-CF
    PERFORM AcceptCardholderCaps
    WRITE CustomerRec-CF
       INVALID KEY DISPLAY "-CF ERROR Status = " CustomerStatus
       NOT INVALID KEY
          SET CardholderSaved TO TRUE
          DISPLAY "Cardholder added to household " HouseholdPrimaryId
          PERFORM JournalCustomerWrite
          PERFORM LogConsentChanges
          PERFORM WriteNewMemberCard
    END-WRITE.

ChangeCardholder.
*> An existing customer can join the household - whatever they owe
*> stays on their own ledger - or a cardholder already on it can
*> have the caps changed or be taken off it again.
    MOVE CardholderId TO CustomerId-CF
    READ CustomerFile
       KEY IS CustomerId-CF
       INVALID KEY
          DISPLAY "Customer not found - " CustomerStatus
          EXIT PARAGRAPH
    END-READ
    EVALUATE TRUE
       WHEN CardholderId EQUAL HouseholdPrimaryId
          DISPLAY "The primary cannot be a cardholder on its own "
                  "household."
          EXIT PARAGRAPH
       WHEN HouseholdSecondary-CF
            AND HouseholdPrimaryId-CF NOT EQUAL HouseholdPrimaryId
          DISPLAY "Customer " CardholderId " is a cardholder on "
                  "household " HouseholdPrimaryId-CF
                  " - take the card off that household first."
          EXIT PARAGRAPH
       WHEN HouseholdPrimary-CF
          DISPLAY "Customer " CardholderId " is the primary of a "
                  "household of its own."
          EXIT PARAGRAPH
       WHEN HouseAccount-CF
          DISPLAY "A house account cannot be a household cardholder."
          EXIT PARAGRAPH
    END-EVALUATE
    PERFORM DisplayCustomer
    MOVE SPACES TO JrnBeforeImage
    MOVE CustomerRec-CF TO JrnBeforeImage
    DISPLAY "Keep this card on household " HouseholdPrimaryId
            "? (Y/N) - " WITH NO ADVANCING
    ACCEPT KeepOnHouseholdReply
    IF KeepOnHousehold
       SET HouseholdSecondary-CF TO TRUE
       MOVE HouseholdPrimaryId TO HouseholdPrimaryId-CF
       PERFORM AcceptCardholderCaps
    ELSE
       IF NOT HouseholdSecondary-CF
          DISPLAY "Nothing changed."
          EXIT PARAGRAPH
       END-IF
       MOVE SPACE  TO HouseholdRole-CF
       MOVE ZEROS  TO HouseholdPrimaryId-CF MonthlySpendCap-CF
       MOVE SPACES TO RatingCap-CF
    END-IF
    REWRITE CustomerRec-CF
       INVALID KEY DISPLAY "-CF ERROR Status = " CustomerStatus
       NOT INVALID KEY
          PERFORM JournalCustomerRewrite
          IF HouseholdSecondary-CF
             SET CardholderSaved TO TRUE
             DISPLAY "Cardholder details saved."
          ELSE
             DISPLAY "Card taken off the household - it rents on "
                     "its own account again."
          END-IF
    END-REWRITE.

AcceptCardholderCaps.
    MOVE "N" TO CapSettled
    PERFORM UNTIL CapIsSettled
       DISPLAY "Highest rating this card may rent - U, PG, 12, 15 "
               "or 18 (blank = no cap) - " WITH NO ADVANCING
       ACCEPT RatingCap-CF
       MOVE FUNCTION UPPER-CASE(RatingCap-CF) TO RatingCap-CF
       EVALUATE RatingCap-CF
          WHEN SPACES WHEN "U  " WHEN "PG " WHEN "12 " WHEN "15 "
          WHEN "18 "
             SET CapIsSettled TO TRUE
          WHEN OTHER
             DISPLAY "Please enter U, PG, 12, 15, 18 or leave it "
                     "blank."
       END-EVALUATE
    END-PERFORM
    DISPLAY "Monthly rental spend cap (nnnnn.nn, 0 = no cap) - "
            WITH NO ADVANCING
    ACCEPT MonthlySpendCap-CF.

IssueMemberCard.
*> A first card, or a second one for a customer whose card was
*> hotlisted without a replacement being cut at the time.
    DISPLAY "Enter the Customer Id - " WITH NO ADVANCING
    ACCEPT CustomerId-CF
    READ CustomerFile
       KEY IS CustomerId-CF
       INVALID KEY
          DISPLAY "Customer not found - " CustomerStatus
          EXIT PARAGRAPH
    END-READ
    IF NOT CustomerIsActive-CF
       DISPLAY "Only an active account can be issued a card."
       EXIT PARAGRAPH
    END-IF
    PERFORM DisplayCustomer
    IF ActiveCardNum NOT EQUAL ZEROS
       DISPLAY "Customer " CustomerId-CF " already holds card "
               ActiveCardNum " - report it first to replace it."
       EXIT PARAGRAPH
    END-IF
    PERFORM WriteNewMemberCard.

HotlistMemberCard.
*> The card is hotlisted whatever happens next; a replacement is cut
*> straight away unless the customer's account is closed.
    DISPLAY "Enter the Card number being reported - "
            WITH NO ADVANCING
    ACCEPT ReportedCardNum
    CALL "ValidateBadgeCheckDigit" USING ReportedCardNum,
                                         CardDigitResult
    IF NOT CardDigitValid
       DISPLAY "That is not a valid card number."
       EXIT PARAGRAPH
    END-IF
    MOVE ReportedCardNum TO CardNum-MC
    READ MemberCardFile
       KEY IS CardNum-MC
       INVALID KEY
          DISPLAY "Card not on the register - " MemberCardStatus
          EXIT PARAGRAPH
    END-READ
    IF NOT CardIsActive-MC
       DISPLAY "Card " CardNum-MC " is already off - status "
               CardStatus-MC
       IF ReplacedByCardNum-MC NOT EQUAL ZEROS
          DISPLAY "  Replaced by card " ReplacedByCardNum-MC
       END-IF
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO HotlistReason
    PERFORM UNTIL ReasonIsLost OR ReasonIsStolen OR ReasonIsDamaged
       DISPLAY "L = lost, S = stolen, D = damaged (replace only) - "
               WITH NO ADVANCING
       ACCEPT HotlistReason
    END-PERFORM
    EVALUATE TRUE
       WHEN ReasonIsLost    SET CardIsLost-MC     TO TRUE
       WHEN ReasonIsStolen  SET CardIsStolen-MC   TO TRUE
       WHEN ReasonIsDamaged SET CardIsReplaced-MC TO TRUE
    END-EVALUATE
    MOVE FUNCTION CURRENT-DATE(1:8) TO HotlistDate-MC
    REWRITE MemberCardRec-MC
       INVALID KEY
          DISPLAY "-MC ERROR Status = " MemberCardStatus
          EXIT PARAGRAPH
    END-REWRITE
    DISPLAY "Card " ReportedCardNum " is stopped."
    MOVE CustomerId-MC TO CustomerId-CF
    READ CustomerFile
       KEY IS CustomerId-CF
       INVALID KEY
          DISPLAY "Customer not found - " CustomerStatus
          EXIT PARAGRAPH
    END-READ
    IF NOT CustomerIsActive-CF
       DISPLAY "The account is not active - no replacement issued."
       EXIT PARAGRAPH
    END-IF
    PERFORM WriteNewMemberCard
    IF ActiveCardNum NOT EQUAL ZEROS
       MOVE ReportedCardNum TO CardNum-MC
       READ MemberCardFile
          KEY IS CardNum-MC
          INVALID KEY DISPLAY "-MC ERROR Status = " MemberCardStatus
          NOT INVALID KEY
             MOVE ActiveCardNum TO ReplacedByCardNum-MC
             REWRITE MemberCardRec-MC
                INVALID KEY DISPLAY "-MC ERROR Status = "
                                    MemberCardStatus
             END-REWRITE
       END-READ
    END-IF.

WriteNewMemberCard.
*> Cuts a card for the customer in CustomerRec-CF and leaves its
*> number in ActiveCardNum (zero if none could be issued).
    MOVE ZEROS TO ActiveCardNum
    CALL "IssueNextId" USING "CARD", IssuedId, IssueResult
    IF NOT IdWasIssued
       DISPLAY "No card number could be issued - no card issued."
       EXIT PARAGRAPH
    END-IF
    INITIALIZE MemberCardRec-MC
    MOVE IssuedId      TO CardNum-MC
    MOVE CustomerId-CF TO CustomerId-MC
    SET CardIsActive-MC TO TRUE
    MOVE FUNCTION CURRENT-DATE(1:8) TO IssueDate-MC
    WRITE MemberCardRec-MC
       INVALID KEY DISPLAY "-MC ERROR Status = " MemberCardStatus
       NOT INVALID KEY
          MOVE CardNum-MC TO ActiveCardNum
          DISPLAY "Card " CardNum-MC " issued to customer "
                  CustomerId-MC
    END-WRITE.

FindActiveCard.
*> Leaves the customer's active card number in ActiveCardNum, or
*> zero when the customer has none.
    MOVE ZEROS TO ActiveCardNum
    MOVE "N" TO CardScanState
    MOVE CardCustomerId TO CustomerId-MC
    START MemberCardFile KEY IS EQUAL TO CustomerId-MC
       INVALID KEY SET EndOfCustomerCards TO TRUE
    END-START
    PERFORM UNTIL EndOfCustomerCards
       READ MemberCardFile NEXT RECORD
          AT END SET EndOfCustomerCards TO TRUE
       END-READ
       IF NOT EndOfCustomerCards
          IF CustomerId-MC NOT EQUAL CardCustomerId
             SET EndOfCustomerCards TO TRUE
          ELSE
             IF CardIsActive-MC
                MOVE CardNum-MC TO ActiveCardNum
                SET EndOfCustomerCards TO TRUE
             END-IF
          END-IF
       END-IF
    END-PERFORM.

ListCustomersBySurname.
*> Walks the CustomerSurname-CF alternate key so the list comes out
       END-READ
    END-PERFORM.

UseTrainingFiles.
*> OperatorSignOnCheck has settled whether this is a training session.
*> In training each file named at the head of WORKING-STORAGE
*> becomes its training copy; the reference files stay live.
    CALL "TrainingMode" USING "Q", TrainingState, MemberCardFileName
    IF NOT TrainingModeOn
       EXIT PARAGRAPH
    END-IF
    CALL "TrainingMode" USING "F", TrainingState, CustomerFileName
    CALL "TrainingMode" USING "F", TrainingState, MemberCardFileName
*> The training copies only exist once Listing18-39 has built them.
    OPEN INPUT CustomerFile
    IF CustomerStatus NOT EQUAL "00"
       DISPLAY "The training files have not been built yet - "
               "Listing18-39 builds them overnight."
       MOVE 1 TO SignOnResult
    END-IF
    CLOSE CustomerFile.

IDENTIFICATION DIVISION.
PROGRAM-ID. AuditLogFileEvent IS INITIAL.
AUTHOR. Michael Coughlan.
*> Appends one line per file OPEN/CLOSE to a single shared audit log,
*> so the log accumulates a cross-program trail of file activity no
*> matter which of the rental-system programs actually ran. Nothing
*> is logged from a training session.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
WORKING-STORAGE SECTION.
01  AuditLogStatus         PIC XX.
01  AuditTimestamp         PIC X(21).
01  TrainingState          PIC X.
    88  TrainingModeOn       VALUE "Y".
01  TrainingFileName       PIC X(40) VALUE SPACES.

LINKAGE SECTION.
01  ProgramName-IO         PIC X(12).
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
*> 6-digit sequence. A base number whose required check digit would
*> be 10 is skipped, so every id issued verifies. This replaces
*> hand-typed keys whose collisions used to surface as status 22 at
*> write time. In training the numbers come from the training copy
*> of the counters file.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CountersFile ASSIGN TO CountersFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS CountersStatus.

WORKING-STORAGE SECTION.
01  CountersStatus           PIC XX.
    88  EndOfCounters          VALUE "10".
01  CountersFileName         PIC X(40).
01  TrainingState            PIC X.
    88  TrainingModeOn         VALUE "Y".

01  CounterTable.
    02  CounterCount         PIC 99 VALUE ZERO.
Begin.
   SET IdNotIssued TO TRUE
   MOVE ZEROS TO IssuedId-IO
   MOVE "Listing17-26Counters.DAT" TO CountersFileName
   CALL "TrainingMode" USING "F", TrainingState, CountersFileName
   PERFORM LoadCounters
   PERFORM FindCounter
   IF FoundIdx EQUAL ZERO
   CLOSE QuiesceFile
   EXIT PROGRAM.
END PROGRAM CheckQuiesce.

IDENTIFICATION DIVISION.
PROGRAM-ID. ValidateBadgeCheckDigit IS INITIAL.
*> Same weighted-sum / modulus-11 scheme as ValidateCheckDigit, applied
*> to the 8-digit format the gift cards share with the employee badge
*> numbers (see Listing16-3).
DATA DIVISION.
WORKING-STORAGE SECTION.
01 SumOfNums            PIC 9(5).
01 Quotient             PIC 9(5).
01 CalcResult           PIC 99.

LINKAGE SECTION.
01 NumToValidate.
   02  D1               PIC 9.
   02  D2               PIC 9.
   02  D3               PIC 9.
   02  D4               PIC 9.
   02  D5               PIC 9.
   02  D6               PIC 9.
   02  D7               PIC 9.
   02  D8               PIC 9.

01 Result               PIC 9.
   88 InvalidCheckDigit VALUE 1.
   88 ValidCheckDigit   VALUE 0.

PROCEDURE DIVISION USING NumToValidate, Result.
*> Returns a Result of 1 (invalid check digit) or 0 (valid check digit)
Begin.
   COMPUTE SumOfNums = (D1 * 8) + (D2 * 7) + (D3 * 6) + (D4 * 5) + (D5 * 4) + (D6 * 3) + (D7 * 2) + (D8).
   DIVIDE SumOfNums BY 11 GIVING Quotient REMAINDER CalcResult
   IF CalcResult EQUAL TO ZERO
      SET ValidCheckDigit TO TRUE
    ELSE
      SET InvalidCheckDigit TO TRUE
   END-IF
   EXIT PROGRAM.
   END PROGRAM ValidateBadgeCheckDigit.

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
PROGRAM-ID. LogConsentChange.
AUTHOR. Michael Coughlan.
*> Writes one record to the consent history for every change to a
*> customer's contact consent or to their entry on the suppression
*> list - the item changed, its old and new value, the date, the
*> operator and the program that made the change - so the consent
*> audit report in Listing18-42 can show a customer everything we
*> were told and when. The history keeps the same customer-plus-
*> sequence key as the address history. Nothing is written from a
*> training session.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT ConsentHistFile ASSIGN TO "Listing17-26ConsentHist.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ConsentHistKey-CH
        FILE STATUS IS ConsentHistStatus.

DATA DIVISION.
FILE SECTION.
FD ConsentHistFile.
01 ConsentHistRec-CH.
   COPY ConsentHistRec.

WORKING-STORAGE SECTION.
01  ConsentHistStatus      PIC XX.
    88  ConsentHistOk        VALUE "02", "00".
01  NextChangeSeqNum       PIC 9(5) VALUE ZEROS.
01  TrainingState          PIC X.
    88  TrainingModeOn       VALUE "Y".
01  TrainingFileName       PIC X(40) VALUE SPACES.

LINKAGE SECTION.
01  ProgramName-IO         PIC X(12).
01  CustomerId-IO          PIC 9(7).
01  ConsentItem-IO         PIC X.
01  OldValue-IO            PIC X.
01  NewValue-IO            PIC X.
01  OperatorId-IO          PIC 9(4).
01  ChangeNote-IO          PIC X(30).

PROCEDURE DIVISION USING ProgramName-IO, CustomerId-IO, ConsentItem-IO,
                          OldValue-IO, NewValue-IO, OperatorId-IO,
                          ChangeNote-IO.
Begin.
   CALL "TrainingMode" USING "Q", TrainingState, TrainingFileName
   IF TrainingModeOn
      EXIT PROGRAM
   END-IF
   OPEN I-O ConsentHistFile
   IF ConsentHistStatus EQUAL "35"
      CLOSE ConsentHistFile
      OPEN OUTPUT ConsentHistFile
      CLOSE ConsentHistFile
      OPEN I-O ConsentHistFile
   END-IF
   PERFORM FindNextChangeSeqNum

   MOVE CustomerId-IO    TO CustomerId-CH
   MOVE NextChangeSeqNum TO ChangeSeqNum-CH
   MOVE FUNCTION CURRENT-DATE(1:8) TO ChangeDate-CH
   MOVE ConsentItem-IO   TO ConsentItem-CH
   MOVE OldValue-IO      TO OldValue-CH
   MOVE NewValue-IO      TO NewValue-CH
   MOVE OperatorId-IO    TO OperatorId-CH
   MOVE ProgramName-IO   TO ChangeSource-CH
   MOVE ChangeNote-IO    TO ChangeNote-CH
   WRITE ConsentHistRec-CH
      INVALID KEY DISPLAY "-CH ERROR Status = " ConsentHistStatus
   END-WRITE
   CLOSE ConsentHistFile
   EXIT PROGRAM.

FindNextChangeSeqNum.
*> One past the highest sequence number already used for the
*> customer, as in Listing17-8's FindNextChangeSeqNum.
   MOVE ZEROS TO NextChangeSeqNum
   MOVE CustomerId-IO TO CustomerId-CH
   MOVE ZEROS         TO ChangeSeqNum-CH
   START ConsentHistFile KEY IS GREATER THAN OR EQUAL ConsentHistKey-CH
      INVALID KEY SET EndOfConsentHist TO TRUE
   END-START
   IF NOT EndOfConsentHist
      READ ConsentHistFile NEXT RECORD
         AT END SET EndOfConsentHist TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfConsentHist
                  OR CustomerId-CH NOT EQUAL CustomerId-IO
      MOVE ChangeSeqNum-CH TO NextChangeSeqNum
      READ ConsentHistFile NEXT RECORD
         AT END SET EndOfConsentHist TO TRUE
      END-READ
   END-PERFORM
   ADD 1 TO NextChangeSeqNum.
END PROGRAM LogConsentChange.

IDENTIFICATION DIVISION.
PROGRAM-ID. CheckOpenCases.
AUTHOR. Michael Coughlan.
*> Counts the customer's open service cases in the Listing18-43 case
*> file, so whoever has the customer in front of them - at the
*> counter in Listing17-26 or at the till - knows there is a
*> complaint still being handled and can look up what was promised.
*> OpenCaseCount comes back zero when there are none or the case file
*> has not been started.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT CaseFile ASSIGN TO "Listing18-43Cases.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CaseKey-CS
        FILE STATUS IS CaseStatus.

DATA DIVISION.
FILE SECTION.
FD CaseFile.
01 CaseRec-CS.
   COPY CaseRec.

WORKING-STORAGE SECTION.
01  CaseStatus             PIC XX.
    88  CaseOk               VALUE "02", "00".

LINKAGE SECTION.
01  CustomerId-IO          PIC 9(7).
01  OpenCaseCount-IO       PIC 9(3).

PROCEDURE DIVISION USING CustomerId-IO, OpenCaseCount-IO.
Begin.
   MOVE ZEROS TO OpenCaseCount-IO
   OPEN INPUT CaseFile
   IF CaseStatus NOT EQUAL "00"
      CLOSE CaseFile
      EXIT PROGRAM
   END-IF
   MOVE CustomerId-IO TO CustomerId-CS
   MOVE ZEROS         TO CaseSeqNum-CS
   START CaseFile KEY IS GREATER THAN OR EQUAL CaseKey-CS
      INVALID KEY SET EndOfCases TO TRUE
   END-START
   IF NOT EndOfCases
      READ CaseFile NEXT RECORD
         AT END SET EndOfCases TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfCases
                  OR CustomerId-CS NOT EQUAL CustomerId-IO
      IF CaseOpen-CS
         ADD 1 TO OpenCaseCount-IO
      END-IF
      READ CaseFile NEXT RECORD
         AT END SET EndOfCases TO TRUE
      END-READ
   END-PERFORM
   CLOSE CaseFile
   EXIT PROGRAM.
END PROGRAM CheckOpenCases.

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
