000904*                    COMPUTED APR (SEE EPSCALC) ONTO EVERY       *
000906*                    EPSQHIST ROW, SO EPSRECON AND EPSQINQ SEE   *
000908*                    WHAT WAS ACTUALLY OFFERED.                  *
000910*   10/11/2026  RP   LOG THE ARM TERMS (FIXED AND ADJUSTMENT    *
000912*                    YEARS, MARGIN, PERIODIC AND LIFETIME       *
000914*                    CAPS) ON EVERY EPSQHIST ROW SO THE LOAN    *
000916*                    BOARDED FROM AN ARM QUOTE CAN BE RESET.    *
000918*****************************************************************
000920  ENVIRONMENT DIVISION.
000930  DATA DIVISION.
000940  WORKING-STORAGE SECTION.
003906      MOVE EPSPCOM-PREPAID-FIN-CHGS TO
003908          EPSQHIST-PREPAID-FIN-CHGS
003909      MOVE EPSPCOM-RETURN-APR TO EPSQHIST-APR
003910*     THE ARM TERMS RIDE ALONG SO A BOARDED LOAN CAN BE RESET
003911*     BY EPSARMR; A FIXED-RATE QUOTE LOGS THEM AS ZERO WHATEVER
003912*     THE REQUEST CARRIED IN THOSE SLOTS.
003913      IF EPSPIN-ARM-QUOTE
003914          MOVE EPSPCOM-ARM-FIXED-YEARS TO
003915              EPSQHIST-ARM-FIXED-YEARS
003916          MOVE EPSPCOM-ARM-ADJUST-YEARS TO
003917              EPSQHIST-ARM-ADJUST-YEARS
003918          MOVE EPSPCOM-ARM-MARGIN TO EPSQHIST-ARM-MARGIN
003919          MOVE EPSPCOM-ARM-PERIODIC-CAP TO
003920              EPSQHIST-ARM-PERIODIC-CAP
003921          MOVE EPSPCOM-ARM-LIFETIME-CAP TO
003922              EPSQHIST-ARM-LIFETIME-CAP
003923      ELSE
003924          MOVE 0 TO EPSQHIST-ARM-FIXED-YEARS
003925          MOVE 0 TO EPSQHIST-ARM-ADJUST-YEARS
003926          MOVE 0 TO EPSQHIST-ARM-MARGIN
003927          MOVE 0 TO EPSQHIST-ARM-PERIODIC-CAP
003928          MOVE 0 TO EPSQHIST-ARM-LIFETIME-CAP
003929      END-IF
003930      EXEC SQL
003931          INSERT INTO EPSQHIST
003932              (QUOTE_TIMESTAMP, APPLICATION_ID,
003940               PRINCIPAL_AMOUNT, TERM_YEARS,
003950               TERM_MONTHS, QUOTED_RATE, YEAR_MONTH_IND,
003960               PAYMENT_AMOUNT, RATE_SOURCE,
003962               ORIG_POINTS, FLAT_FEE, PREPAID_FIN_CHGS, APR,
003964               ARM_FIXED_YEARS, ARM_ADJUST_YEARS, ARM_MARGIN,
003966               ARM_PERIODIC_CAP, ARM_LIFETIME_CAP)
003970          VALUES
003980              (CURRENT TIMESTAMP, :EPSQHIST-APPLICATION-ID,
003990               :EPSQHIST-PRINCIPAL-AMOUNT,
004020               :EPSQHIST-PAYMENT-AMOUNT,
004030               :EPSQHIST-RATE-SOURCE,
004032               :EPSQHIST-ORIG-POINTS, :EPSQHIST-FLAT-FEE,
004034               :EPSQHIST-PREPAID-FIN-CHGS, :EPSQHIST-APR,
004035               :EPSQHIST-ARM-FIXED-YEARS,
004036               :EPSQHIST-ARM-ADJUST-YEARS,
004037               :EPSQHIST-ARM-MARGIN,
004038               :EPSQHIST-ARM-PERIODIC-CAP,
004039               :EPSQHIST-ARM-LIFETIME-CAP)
004040      END-EXEC.
004050  3000-EXIT.
004060      EXIT.
