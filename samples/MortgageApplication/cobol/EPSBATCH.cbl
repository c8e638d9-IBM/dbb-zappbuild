001033*                    STEP.  THE TOTALS RIDE THE CHECKPOINT      *
001034*                    RESTART THE SAME WAY THE COUNTS ALWAYS     *
001035*                    HAVE.                                      *
001037*   10/11/2026  RP   LOG THE ARM TERMS (FIXED AND ADJUSTMENT    *
001039*                    YEARS, MARGIN, PERIODIC AND LIFETIME       *
001041*                    CAPS) ON EVERY EPSQHIST ROW SO THE LOAN    *
001043*                    BOARDED FROM AN ARM QUOTE CAN BE RESET.    *
001045*****************************************************************
001047  ENVIRONMENT DIVISION.
001050  CONFIGURATION SECTION.
001060  SOURCE-COMPUTER.       IBM-370.
001070  OBJECT-COMPUTER.       IBM-370.
003976      MOVE EPSPCOM-PREPAID-FIN-CHGS TO
003978          EPSQHIST-PREPAID-FIN-CHGS
003979      MOVE EPSPCOM-RETURN-APR TO EPSQHIST-APR
003980*     THE ARM TERMS RIDE ALONG SO A BOARDED LOAN CAN BE RESET
003981*     BY EPSARMR; A FIXED-RATE QUOTE LOGS THEM AS ZERO WHATEVER
003982*     THE REQUEST CARRIED IN THOSE SLOTS.
003983      IF EPSPIN-ARM-QUOTE
003984          MOVE EPSPCOM-ARM-FIXED-YEARS TO
003985              EPSQHIST-ARM-FIXED-YEARS
003986          MOVE EPSPCOM-ARM-ADJUST-YEARS TO
003987              EPSQHIST-ARM-ADJUST-YEARS
003988          MOVE EPSPCOM-ARM-MARGIN TO EPSQHIST-ARM-MARGIN
003989          MOVE EPSPCOM-ARM-PERIODIC-CAP TO
003990              EPSQHIST-ARM-PERIODIC-CAP
003991          MOVE EPSPCOM-ARM-LIFETIME-CAP TO
003992              EPSQHIST-ARM-LIFETIME-CAP
003993      ELSE
003994          MOVE 0 TO EPSQHIST-ARM-FIXED-YEARS
003995          MOVE 0 TO EPSQHIST-ARM-ADJUST-YEARS
003996          MOVE 0 TO EPSQHIST-ARM-MARGIN
003997          MOVE 0 TO EPSQHIST-ARM-PERIODIC-CAP
003998          MOVE 0 TO EPSQHIST-ARM-LIFETIME-CAP
003999      END-IF
004000      EXEC SQL
004001          INSERT INTO EPSQHIST
004002              (QUOTE_TIMESTAMP, APPLICATION_ID,
004010               PRINCIPAL_AMOUNT, TERM_YEARS,
004020               TERM_MONTHS, QUOTED_RATE, YEAR_MONTH_IND,
004030               PAYMENT_AMOUNT, RATE_SOURCE,
004032               ORIG_POINTS, FLAT_FEE, PREPAID_FIN_CHGS, APR,
004034               ARM_FIXED_YEARS, ARM_ADJUST_YEARS, ARM_MARGIN,
004036               ARM_PERIODIC_CAP, ARM_LIFETIME_CAP)
004040          VALUES
004050              (CURRENT TIMESTAMP, :EPSQHIST-APPLICATION-ID,
004060               :EPSQHIST-PRINCIPAL-AMOUNT,
004090               :EPSQHIST-PAYMENT-AMOUNT,
004100               :EPSQHIST-RATE-SOURCE,
004102               :EPSQHIST-ORIG-POINTS, :EPSQHIST-FLAT-FEE,
004104               :EPSQHIST-PREPAID-FIN-CHGS, :EPSQHIST-APR,
004105               :EPSQHIST-ARM-FIXED-YEARS,
004106               :EPSQHIST-ARM-ADJUST-YEARS,
004107               :EPSQHIST-ARM-MARGIN,
004108               :EPSQHIST-ARM-PERIODIC-CAP,
004109               :EPSQHIST-ARM-LIFETIME-CAP)
004110      END-EXEC.
004120  3050-EXIT.
004130      EXIT.
