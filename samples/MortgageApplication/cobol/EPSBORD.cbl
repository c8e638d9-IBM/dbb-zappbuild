000358*                    PAYMENT WOULD NOT AMORTIZE THE PRINCIPAL   *
000360*                    AT THE BOARD RATE, AND EPSPOST WOULD       *
000361*                    MISALLOCATE EVERY PAYMENT SPLIT FROM IT.   *
000363*   10/09/2026  RP   CARRY THE QUOTE'S ORIG_POINTS ONTO THE     *
000365*                    LOAN MASTER FOR YEAR-END 1098 REPORTING.   *
000366*   10/11/2026  RP   CARRY THE QUOTE'S ARM TERMS ONTO THE LOAN  *
000367*                    MASTER, WITH THE BOARD RATE AS THE RATE    *
000368*                    THE LIFETIME CAP IS MEASURED FROM AND THE  *
000369*                    FIRST RESET DATE AT THE END OF THE FIXED   *
000370*                    PERIOD, FOR THE EPSARMR RESET RUN.         *
000371*                                                               *
000372*****************************************************************
000380  ENVIRONMENT DIVISION.
000390  DATA DIVISION.
000400  WORKING-STORAGE SECTION.
001990      EXEC SQL
002000          SELECT PRINCIPAL_AMOUNT, TERM_YEARS, TERM_MONTHS,
002010                 QUOTED_RATE, YEAR_MONTH_IND, PAYMENT_AMOUNT,
002012                 RATE_SOURCE, ORIG_POINTS,
002014                 ARM_FIXED_YEARS, ARM_ADJUST_YEARS,
002016                 ARM_MARGIN, ARM_PERIODIC_CAP,
002018                 ARM_LIFETIME_CAP
002030              INTO :EPSQHIST-PRINCIPAL-AMOUNT,
002040                   :EPSQHIST-TERM-YEARS,
002050                   :EPSQHIST-TERM-MONTHS,
002060                   :EPSQHIST-QUOTED-RATE,
002070                   :EPSQHIST-YEAR-MONTH-IND,
002080                   :EPSQHIST-PAYMENT-AMOUNT,
002082                   :EPSQHIST-RATE-SOURCE,
002084                   :EPSQHIST-ORIG-POINTS,
002086                   :EPSQHIST-ARM-FIXED-YEARS,
002088                   :EPSQHIST-ARM-ADJUST-YEARS,
002090                   :EPSQHIST-ARM-MARGIN,
002092                   :EPSQHIST-ARM-PERIODIC-CAP,
002094                   :EPSQHIST-ARM-LIFETIME-CAP
002100              FROM EPSQHIST
002110              WHERE APPLICATION_ID = :EPSQHIST-APPLICATION-ID
002120              ORDER BY QUOTE_TIMESTAMP DESC
003890      MOVE 0 TO EPSLMST-PAID-THRU-PERIOD
003900      MOVE EPSQHIST-RATE-SOURCE TO EPSLMST-RATE-SOURCE
003910      MOVE 'O' TO EPSLMST-LOAN-STATUS
003912      MOVE EPSQHIST-ORIG-POINTS TO EPSLMST-ORIG-POINTS
003913*     ARM TERMS AS QUOTED (ALL ZERO ON A FIXED-RATE LOAN).  THE
003914*     LIFETIME CAP IS MEASURED FROM THE BOARD RATE, AND THE
003915*     FIRST RESET FALLS AT THE END OF THE FIXED PERIOD.
003916      MOVE EPSQHIST-ARM-FIXED-YEARS TO EPSLMST-ARM-FIXED-YEARS
003917      MOVE EPSQHIST-ARM-ADJUST-YEARS TO
003918          EPSLMST-ARM-ADJUST-YEARS
003919      MOVE EPSQHIST-ARM-MARGIN TO EPSLMST-ARM-MARGIN
003920      MOVE EPSQHIST-ARM-PERIODIC-CAP TO
003921          EPSLMST-ARM-PERIODIC-CAP
003922      MOVE EPSQHIST-ARM-LIFETIME-CAP TO
003923          EPSLMST-ARM-LIFETIME-CAP
003924      MOVE EPSLMST-BOARD-RATE TO EPSLMST-ARM-INITIAL-RATE
003925      EXEC SQL
003930          INSERT INTO EPSLMST
003940              (APPLICATION_ID, BOARD_DATE, ORIG_PRINCIPAL,
003950               CURRENT_BALANCE, TERM_YEARS, TERM_MONTHS,
003960               BOARD_RATE, YEAR_MONTH_IND, PI_PAYMENT,
003970               ESCROW_PAYMENT, PMI_PAYMENT, PMI_DROP_BALANCE,
003972               PAID_THRU_PERIOD, RATE_SOURCE, LOAN_STATUS,
003974               ORIG_POINTS, ARM_FIXED_YEARS,
003976               ARM_ADJUST_YEARS, ARM_MARGIN, ARM_PERIODIC_CAP,
003978               ARM_LIFETIME_CAP, ARM_INITIAL_RATE,
003980               NEXT_RESET_DATE)
003990          VALUES
004000              (:EPSLMST-APPLICATION-ID, CURRENT DATE,
004010               :EPSLMST-ORIG-PRINCIPAL,
004060               :EPSLMST-PMI-PAYMENT,
004070               :EPSLMST-PMI-DROP-BALANCE,
004080               :EPSLMST-PAID-THRU-PERIOD,
004082               :EPSLMST-RATE-SOURCE, :EPSLMST-LOAN-STATUS,
004084               :EPSLMST-ORIG-POINTS,
004085               :EPSLMST-ARM-FIXED-YEARS,
004086               :EPSLMST-ARM-ADJUST-YEARS,
004087               :EPSLMST-ARM-MARGIN,
004088               :EPSLMST-ARM-PERIODIC-CAP,
004089               :EPSLMST-ARM-LIFETIME-CAP,
004090               :EPSLMST-ARM-INITIAL-RATE,
004091               CURRENT DATE +
004092                   :EPSLMST-ARM-FIXED-YEARS YEARS)
004100      END-EXEC
004110      EVALUATE SQLCODE
004120          WHEN 0
