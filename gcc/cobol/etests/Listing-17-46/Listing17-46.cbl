*> dates, day-of-week, genre/year bands, promo codes) at checkout
*> and invoice time. This utility lists the rules in force and lets
*> the manager test-price a film for any date and promo code before
*> a promotion goes live. The per-format base fees PriceFilmRental
*> works from are listed after the rules, and a test price is taken
*> for a given format.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS PriceRuleStatus.

    SELECT FormatFeeFile ASSIGN TO "Listing17-46FormatFees.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS FormatFeeStatus.

DATA DIVISION.
FILE SECTION.
FD  PriceRuleFile.
    02  AdjustType-PR          PIC X.
    02  AdjustAmount-PR        PIC 9(3)V99.

FD  FormatFeeFile.
01  FormatFeeRec.
    02  FormatCode-FE          PIC X.
    02  FormatName-FE          PIC X(10).
    02  FeeType-FE             PIC X.
    02  FeeAmount-FE           PIC 9(3)V99.

WORKING-STORAGE SECTION.
01  PriceRuleStatus            PIC XX.
    88  EndOfPriceRules          VALUE "10".
01  FormatFeeStatus            PIC XX.
    88  EndOfFormatFees          VALUE "10".

01 MenuChoice                PIC 9.
   88 MenuListRules           VALUE 1.
01 TestGenre                 PIC X(10).
01 TestYear                  PIC 9(4).
01 TestBaseFee               PIC 9(3)V99.
01 TestFormatCode            PIC X.
01 TestDate                  PIC 9(8).
01 TestPromoCode             PIC X(6).
01 TestPrice                 PIC 9(3)V99.
          END-READ
       END-PERFORM
       CLOSE PriceRuleFile
    END-IF
    OPEN INPUT FormatFeeFile
    IF FormatFeeStatus EQUAL "00"
       DISPLAY "Format     T Amount  (A = added to the title fee, "
               "F = flat base fee)"
       READ FormatFeeFile
          AT END SET EndOfFormatFees TO TRUE
       END-READ
       PERFORM UNTIL EndOfFormatFees
          DISPLAY " " FormatCode-FE SPACE FormatName-FE SPACE
                  FeeType-FE SPACE FeeAmount-FE
          READ FormatFeeFile
             AT END SET EndOfFormatFees TO TRUE
          END-READ
       END-PERFORM
    END-IF
    CLOSE FormatFeeFile.

TestPriceAFilm.
    DISPLAY "Enter the genre - " WITH NO ADVANCING
    ACCEPT TestYear
    DISPLAY "Enter the base fee - " WITH NO ADVANCING
    ACCEPT TestBaseFee
    DISPLAY "Enter the format (V/D/B) - " WITH NO ADVANCING
    ACCEPT TestFormatCode
    MOVE FUNCTION UPPER-CASE(TestFormatCode) TO TestFormatCode
    DISPLAY "Enter the pricing date (YYYYMMDD) - " WITH NO ADVANCING
    ACCEPT TestDate
    DISPLAY "Enter a promo code (spaces if none) - " WITH NO ADVANCING
    ACCEPT TestPromoCode
    CALL "PriceFilmRental" USING BY CONTENT TestGenre, TestYear,
                                    TestBaseFee, TestFormatCode,
                                    TestDate, TestPromoCode
                                 BY REFERENCE TestPrice,
                                    TestRuleApplied
    MOVE TestBaseFee TO BaseFee-Ed
*> the first matching rule wins, adjusting the base RentalFee-FF by
*> a percentage or replacing it with a flat price. No matching rule
*> means the base rate stands. WORKING-STORAGE is not INITIAL, so
*> the table loads once per run. A subscriber's rental is covered by
*> the monthly plan fee: the till passes the reserved subscription
*> code in place of a promo code, and that prices at zero under its
*> own rule number ahead of anything in the table.
*> A title stocked on several formats rents at a different base fee
*> on each: a second small file, seeded the same way, gives each
*> format either an amount added to RentalFee-FF or a flat base fee
*> that replaces it, and the rules then work from that base. A format
*> not on the file (or passed as spaces) leaves RentalFee-FF alone.
*> The home-delivery fee is priced here too, so that it can be
*> promoted like a rental: the caller passes the reserved delivery
*> code, and the standard fee is charged under its own rule number
*> unless a table rule carrying that same code matches. The general
*> rules (Saturday discount and so on) never touch the fee.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS PriceRuleStatus.

    SELECT FormatFeeFile ASSIGN TO "Listing17-46FormatFees.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS  IS FormatFeeStatus.

DATA DIVISION.
FILE SECTION.
FD  PriceRuleFile.
    02  AdjustType-PR          PIC X.
    02  AdjustAmount-PR        PIC 9(3)V99.

FD  FormatFeeFile.
01  FormatFeeRec.
    02  FormatCode-FE          PIC X.
    02  FormatName-FE          PIC X(10).
    02  FeeType-FE             PIC X.
    02  FeeAmount-FE           PIC 9(3)V99.

WORKING-STORAGE SECTION.
01  PriceRuleStatus            PIC XX.
    88  EndOfPriceRules          VALUE "10".

01  FormatFeeStatus            PIC XX.
    88  EndOfFormatFees          VALUE "10".

01  TableLoaded                PIC X VALUE "N".
    88  TableAlreadyLoaded       VALUE "Y".

           88  FlatPriceRule-T   VALUE "F".
        03  AdjustAmount-T     PIC 9(3)V99.

01  FormatFeeTable.
    02  FormatFeeCount         PIC 9 VALUE ZERO.
    02  FormatFeeEntry OCCURS 9 TIMES INDEXED BY FmtIdx.
        03  FormatCode-T       PIC X.
        03  FeeType-T          PIC X.
           88  FlatFormatFee-T   VALUE "F".
           88  AddedFormatFee-T  VALUE "A".
        03  FeeAmount-T        PIC 9(3)V99.
01  FormatBaseFee              PIC 9(3)V99.

*> Integer day 1 (1601-01-01) was a Monday, so MOD(int - 1, 7) + 1
*> gives 1=Monday .. 7=Sunday.
01  PriceDayOfWeek             PIC 9.
01  RuleMatches                PIC X.
    88  RuleDoesMatch            VALUE "Y".

01  SubscriptionPriceCode      PIC X(6) VALUE "SUBSCR".
01  SubscriptionRuleId         PIC 9(3) VALUE 900.
01  DeliveryPriceCode          PIC X(6) VALUE "DELIVR".
01  DeliveryBaseFee            PIC 9(3)V99 VALUE 3.99.
01  DeliveryRuleId             PIC 9(3) VALUE 901.

LINKAGE SECTION.
01  FilmGenre-IO               PIC X(10).
01  FilmYear-IO                PIC 9(4).
01  BaseFee-IO                 PIC 9(3)V99.
01  FormatCode-IO              PIC X.
01  PriceDate-IO               PIC 9(8).
01  PromoCode-IO               PIC X(6).
01  PriceOut-IO                PIC 9(3)V99.
01  RuleIdOut-IO               PIC 9(3).

PROCEDURE DIVISION USING FilmGenre-IO, FilmYear-IO, BaseFee-IO,
                          FormatCode-IO, PriceDate-IO, PromoCode-IO,
                          PriceOut-IO, RuleIdOut-IO.
Begin.
   IF NOT TableAlreadyLoaded
      PERFORM LoadRuleTable
      PERFORM LoadFormatFeeTable
      MOVE "Y" TO TableLoaded
   END-IF

           FUNCTION MOD(FUNCTION INTEGER-OF-DATE(PriceDate-IO) - 1, 7)
           + 1

   MOVE BaseFee-IO TO FormatBaseFee
   PERFORM VARYING FmtIdx FROM 1 BY 1 UNTIL FmtIdx > FormatFeeCount
      IF FormatCode-T(FmtIdx) EQUAL FormatCode-IO
         IF FlatFormatFee-T(FmtIdx)
            MOVE FeeAmount-T(FmtIdx) TO FormatBaseFee
         ELSE
            ADD FeeAmount-T(FmtIdx) TO FormatBaseFee
         END-IF
         EXIT PERFORM
      END-IF
   END-PERFORM
   MOVE FormatBaseFee TO PriceOut-IO
   MOVE ZEROS      TO RuleIdOut-IO
   IF PromoCode-IO EQUAL SubscriptionPriceCode
      MOVE ZEROS              TO PriceOut-IO
      MOVE SubscriptionRuleId TO RuleIdOut-IO
      EXIT PROGRAM
   END-IF
   IF PromoCode-IO EQUAL DeliveryPriceCode
      PERFORM PriceDeliveryFee
      EXIT PROGRAM
   END-IF
   PERFORM VARYING RuleIdx FROM 1 BY 1 UNTIL RuleIdx > RuleCount
      PERFORM TestRuleMatch
      IF RuleDoesMatch
   END-PERFORM
   EXIT PROGRAM.

PriceDeliveryFee.
   MOVE DeliveryBaseFee TO FormatBaseFee
   MOVE DeliveryBaseFee TO PriceOut-IO
   MOVE DeliveryRuleId  TO RuleIdOut-IO
   PERFORM VARYING RuleIdx FROM 1 BY 1 UNTIL RuleIdx > RuleCount
      IF PromoCode-T(RuleIdx) EQUAL DeliveryPriceCode
         PERFORM TestRuleMatch
         IF RuleDoesMatch
            PERFORM ApplyRule
            EXIT PERFORM
         END-IF
      END-IF
   END-PERFORM.

TestRuleMatch.
   MOVE "Y" TO RuleMatches
   IF PriceDate-IO < EffectiveFrom-T(RuleIdx)
*> Percentage rules carry the percentage of the base fee to charge,
*> e.g. 080.00 charges 80% of the base rate.
      COMPUTE PriceOut-IO ROUNDED =
              FormatBaseFee * AdjustAmount-T(RuleIdx) / 100
   END-IF.

LoadRuleTable.
   END-PERFORM
   CLOSE PriceRuleFile.

LoadFormatFeeTable.
   MOVE ZERO TO FormatFeeCount
   OPEN INPUT FormatFeeFile
   IF FormatFeeStatus NOT EQUAL "00"
      CLOSE FormatFeeFile
      PERFORM SeedFormatFeeFile
      OPEN INPUT FormatFeeFile
   END-IF
   READ FormatFeeFile
      AT END SET EndOfFormatFees TO TRUE
   END-READ
   PERFORM UNTIL EndOfFormatFees
      IF FormatFeeCount < 9
         ADD 1 TO FormatFeeCount
         MOVE FormatCode-FE TO FormatCode-T(FormatFeeCount)
         MOVE FeeType-FE    TO FeeType-T(FormatFeeCount)
         MOVE FeeAmount-FE  TO FeeAmount-T(FormatFeeCount)
      END-IF
      READ FormatFeeFile
         AT END SET EndOfFormatFees TO TRUE
      END-READ
   END-PERFORM
   CLOSE FormatFeeFile.

SeedFormatFeeFile.
*> VHS rents at the title's own fee; DVD and Blu-ray carry a dollar
*> and two dollars more.
   OPEN OUTPUT FormatFeeFile
   MOVE "VVHS       A00000" TO FormatFeeRec
   WRITE FormatFeeRec
   MOVE "DDVD       A00100" TO FormatFeeRec
   WRITE FormatFeeRec
   MOVE "BBlu-ray   A00200" TO FormatFeeRec
   WRITE FormatFeeRec
   CLOSE FormatFeeFile.

SeedRuleFile.
*> Launch promotions: Saturdays 20% off everything, catalog titles
*> from 1990 or earlier at a flat 1.99, and promo code NEW10 for 10%
