*> prints for out-of-tolerance rates. The feed is seeded with one of
*> each outcome the first time through, the way Listing17-49 seeds
*> its rate feed.
*> Payments taken on the website (WebTender-PM, imported nightly by
*> Listing18-53) are reconciled here too, as a channel of their own.
*> The website's processor settles them under its own reference
*> rather than our receipt, so a settlement line carrying a
*> reference is turned into its receipt through the Listing18-53
*> web payment register before it is matched. Every line names the
*> channel, and the totals are given for the web on their own.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS SettlementFeedStatus.

    SELECT WebPayRefFile ASSIGN TO "Listing18-53WebPayRefs.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WebReference-WP
        FILE STATUS IS WebPayRefStatus.

DATA DIVISION.
FILE SECTION.
FD PaymentsFile.
    02  SettleType-SF         PIC X.
        88  SettledSale-SF      VALUE "S".
        88  Chargeback-SF       VALUE "B".
    02  SettleReference-SF    PIC X(16).
        88  StoreSettlement-SF  VALUE SPACES.

FD WebPayRefFile.
01 WebPayRefRec-WP.
   COPY WebPayRefRec.

WORKING-STORAGE SECTION.
01 PaymentsStatus            PIC XX.
01 SettlementFeedStatus      PIC XX.
    88  EndOfSettlementFeed    VALUE "10".
01 WebPayRefStatus           PIC XX.
   88 WebPayRefOk VALUE "02", "00".
01 WebRegisterState          PIC X VALUE "N".
   88 WebRegisterOpen          VALUE "Y".

*> Every card and web tender on PaymentsFile, held with a settled
*> flag so whatever the feed never mentions falls out as unmatched
*> at the end of the run.
01 CardPaymentTable.
   02 CardPayCount            PIC 9(3) VALUE ZEROS.
   02 CardPayEntry OCCURS 500 TIMES INDEXED BY CpIdx.
      03 CardPayAmount        PIC 9(5)V99.
      03 CardSettledFlag      PIC X.
         88 CardWasSettled      VALUE "Y".
      03 CardChannel          PIC X.
         88 CardWasWebPayment   VALUE "W".
01 CardPayFound              PIC X VALUE "N".
   88 CardPayEntryFound        VALUE "Y".

   02 UnmatchedSettlements    PIC 9(5) VALUE ZEROS.
   02 ChargebacksRead         PIC 9(5) VALUE ZEROS.
   02 UnsettledPayments       PIC 9(5) VALUE ZEROS.
   02 WebPaymentsLoaded       PIC 9(5) VALUE ZEROS.
   02 WebSettlementsMatched   PIC 9(5) VALUE ZEROS.
   02 WebUnsettledPayments    PIC 9(5) VALUE ZEROS.
01 ChannelName               PIC X(8).

01 Amount-Ed                 PIC $$$,$$9.99.
01 Settled-Ed                PIC $$$,$$9.99.
    IF CardPayCount EQUAL ZEROS
       DISPLAY "No card payments on PaymentsFile - nothing to match."
    END-IF
    OPEN INPUT WebPayRefFile
    IF WebPayRefOk
       SET WebRegisterOpen TO TRUE
    ELSE
       CLOSE WebPayRefFile
    END-IF

    OPEN INPUT SettlementFeedFile
    READ SettlementFeedFile
       END-READ
    END-PERFORM
    CLOSE SettlementFeedFile
    IF WebRegisterOpen
       CLOSE WebPayRefFile
    END-IF

    PERFORM ReportUnsettledPayments
    DISPLAY "====================================================="
            "  settlements with no receipt " UnmatchedSettlements
    DISPLAY "Chargebacks " ChargebacksRead
            "  card payments never settled " UnsettledPayments
    DISPLAY "Web payments " WebPaymentsLoaded
            "  settled " WebSettlementsMatched
            "  never settled " WebUnsettledPayments
    STOP RUN.

ReconcileOneSettlement.
    IF NOT StoreSettlement-SF
       PERFORM FindWebReceipt
    END-IF
    MOVE "N" TO CardPayFound
    PERFORM VARYING CpIdx FROM 1 BY 1 UNTIL CpIdx > CardPayCount
       IF CardReceiptNum(CpIdx) EQUAL SettleReceiptNum-SF
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF CardPayEntryFound
       PERFORM NameTheChannel
    END-IF

    EVALUATE TRUE
       WHEN Chargeback-SF
          MOVE SettleAmount-SF TO Settled-Ed
          IF CardPayEntryFound
             DISPLAY "  CHARGEBACK - receipt " SettleReceiptNum-SF
                     " " ChannelName " for " Settled-Ed
                     " on " SettleDate-SF
          ELSE
             DISPLAY "  CHARGEBACK - receipt " SettleReceiptNum-SF
                     " for " Settled-Ed " (no such receipt on the "
                     "payments file!)"
          END-IF
       WHEN NOT CardPayEntryFound AND NOT StoreSettlement-SF
          ADD 1 TO UnmatchedSettlements
          MOVE SettleAmount-SF TO Settled-Ed
          DISPLAY "  REJECTED - web settlement " SettleReference-SF
                  " of " Settled-Ed " matches no web payment"
       WHEN NOT CardPayEntryFound
          ADD 1 TO UnmatchedSettlements
          MOVE SettleAmount-SF TO Settled-Ed
                  SettleAmount-SF - CardPayAmount(CpIdx)
          MOVE Variance TO Variance-Ed
          DISPLAY "  REJECTED - receipt " SettleReceiptNum-SF
                  " " ChannelName " took " Amount-Ed " but settled " Settled-Ed
                  " (variance " Variance-Ed ")"
       WHEN OTHER
          ADD 1 TO SettlementsMatched
          SET CardWasSettled(CpIdx) TO TRUE
          IF CardWasWebPayment(CpIdx)
             ADD 1 TO WebSettlementsMatched
          END-IF
    END-EVALUATE.

FindWebReceipt.
*> A reference the register does not hold leaves the receipt at
*> zero, which matches no payment.
    MOVE ZEROS TO SettleReceiptNum-SF
    IF NOT WebRegisterOpen
       EXIT PARAGRAPH
    END-IF
    MOVE SettleReference-SF TO WebReference-WP
    READ WebPayRefFile
       KEY IS WebReference-WP
       INVALID KEY CONTINUE
    END-READ
    IF WebPayRefOk
       MOVE ReceiptNum-WP TO SettleReceiptNum-SF
    END-IF.

NameTheChannel.
    IF CardWasWebPayment(CpIdx)
       MOVE "web" TO ChannelName
    ELSE
       MOVE SPACES TO ChannelName
       STRING "store " DELIMITED BY SIZE
              CardStoreId(CpIdx) DELIMITED BY SIZE
         INTO ChannelName
       END-STRING
    END-IF.

ReportUnsettledPayments.
    PERFORM VARYING CpIdx FROM 1 BY 1 UNTIL CpIdx > CardPayCount
       IF NOT CardWasSettled(CpIdx)
          ADD 1 TO UnsettledPayments
          IF CardWasWebPayment(CpIdx)
             ADD 1 TO WebUnsettledPayments
          END-IF
          PERFORM NameTheChannel
          MOVE CardPayAmount(CpIdx) TO Amount-Ed
          DISPLAY "  UNSETTLED - receipt " CardReceiptNum(CpIdx)
                  " " ChannelName " taken "
                  CardPayDate(CpIdx) " for " Amount-Ed
                  " never settled"
       END-IF
       AT END SET EndOfPayments TO TRUE
    END-READ
    PERFORM UNTIL EndOfPayments
       IF CardTender-PM OR WebTender-PM
          IF CardPayCount < 500
             ADD 1 TO CardPayCount
             MOVE ReceiptNum-PM    TO CardReceiptNum(CardPayCount)
             MOVE PaymentDate-PM   TO CardPayDate(CardPayCount)
             MOVE PaymentAmount-PM TO CardPayAmount(CardPayCount)
             MOVE "N"              TO CardSettledFlag(CardPayCount)
             MOVE TenderType-PM    TO CardChannel(CardPayCount)
             IF WebTender-PM
                ADD 1 TO WebPaymentsLoaded
             END-IF
          ELSE
             DISPLAY "WARNING - more than 500 card payments; the "
                     "overflow was not matched this run."
CreateTheSettlementFeedFile.
*> Seeds one day's feed the first time through - a clean settlement,
*> a short settlement, a settlement for a receipt we never wrote,
*> a chargeback, and a website payment settled by its processor
*> reference - so the reconciliation demonstrates each outcome, the
*> way Listing17-49 seeds its rate feed.
    OPEN INPUT SettlementFeedFile
    IF SettlementFeedStatus EQUAL "00"
       CLOSE SettlementFeedFile
       WRITE SettlementFeedRec
       MOVE "0000003202609010001200B" TO SettlementFeedRec
       WRITE SettlementFeedRec
       MOVE "0000000202609020001500SWEB0000000000001"
         TO SettlementFeedRec
       WRITE SettlementFeedRec
       CLOSE SettlementFeedFile
    END-IF.
