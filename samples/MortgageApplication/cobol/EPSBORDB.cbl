000220*     FILE WITH ONE REASON CODE AND TEXT APPENDED, THE SAME     *
000230*     SHAPE AS AN EPSAEDIT REJECT, AND THE RUN CONTINUES.       *
000240*     A FILE ERROR OR AN UNEXPECTED SQLCODE ABORTS THE RUN.     *
000241*                                                               *
000242*     AT END OF RUN ONE EPSCTL CONTROL-TOTALS RECORD IS         *
000243*     WRITTEN FOR THE EPSBAL BALANCING STEP: APPLICATIONS       *
000244*     READ, LOANS BOARDED, EXCEPTIONS, AND THE ORIGINAL         *
000245*     PRINCIPAL BOARDED -- THE FUNDING THE EPSGLX GENERAL-      *
000246*     LEDGER EXTRACT JOURNALS FOR THESE LOANS.                  *
000250*                                                               *
000260* MODIFICATION HISTORY                                          *
000270*   08/24/2026  RP   ORIGINAL VERSION.                          *
000276*                    FROM THE LATEST QUOTE'S (SAME CHANGE AS    *
000278*                    EPSBORD) -- THE QUOTED PAYMENT WOULD NOT   *
000279*                    AMORTIZE AT THE BOARD RATE.                *
000281*   10/09/2026  RP   CARRY THE QUOTE'S ORIG_POINTS ONTO THE     *
000283*                    LOAN MASTER (SAME CHANGE AS EPSBORD).      *
000284*   10/11/2026  RP   CARRY THE QUOTE'S ARM TERMS AND FIRST      *
000285*                    RESET DATE ONTO THE LOAN MASTER (SAME      *
000286*                    CHANGE AS EPSBORD).                        *
000287*   10/12/2026  RP   WRITE AN EPSCTL CONTROL-TOTALS RECORD AT   *
000288*                    END OF RUN FOR THE EPSBAL BALANCING STEP.  *
000289*                                                               *
000290*****************************************************************
000300  ENVIRONMENT DIVISION.
000310  CONFIGURATION SECTION.
000390      SELECT EPSBEXC-FILE     ASSIGN TO EPSBEXC
000400          ORGANIZATION IS SEQUENTIAL
000410          FILE STATUS IS WS-EPSBEXC-STATUS.
000412      SELECT EPSCTL-FILE      ASSIGN TO EPSCTL
000414          ORGANIZATION IS SEQUENTIAL
000416          FILE STATUS IS WS-EPSCTL-STATUS.
000420*
000430  DATA DIVISION.
000440  FILE SECTION.
000540      05  EPSBEXC-BLST-IMAGE          PIC X(73).
000550      05  EPSBEXC-REASON-CODE         PIC X(4).
000560      05  EPSBEXC-REASON-TEXT         PIC X(40).
000562*
000564  FD  EPSCTL-FILE
000566      RECORDING MODE IS F.
000568      COPY EPSCTL.
000570*
000580  WORKING-STORAGE SECTION.
000590  01  WS-FILE-STATUS-FIELDS.
000620          88  EPSBLST-EOF                 VALUE '10'.
000630      05  WS-EPSBEXC-STATUS           PIC X(02).
000640          88  EPSBEXC-OK                  VALUE '00'.
000642      05  WS-EPSCTL-STATUS            PIC X(02).
000644          88  EPSCTL-OK                   VALUE '00'.
000650  01  WS-ABORT-MSG                 PIC X(40).
000660  01  WS-ABORT-SQLCODE-DISPLAY     PIC -9(8).
000670*
000760      05  WS-RECORD-COUNT             PIC 9(9) COMP VALUE ZERO.
000770      05  WS-BOARDED-COUNT            PIC 9(9) COMP VALUE ZERO.
000780      05  WS-REJECT-COUNT             PIC 9(9) COMP VALUE ZERO.
000781      05  WS-PRINCIPAL-TOTAL          PIC S9(13)V99 COMP-3
000782                                          VALUE ZERO.
000783*
000784  01  WS-RUN-DATE-FIELDS.
000785      05  WS-ACCEPT-DATE              PIC 9(8).
000786      05  WS-ISO-RUN-DATE             PIC X(10).
000790*
000800  01  WS-REJECT-REASON.
000810      05  WS-REJECT-REASON-CODE       PIC X(4).
001730      END-IF
001740      IF RECORD-OK
001750          ADD 1 TO WS-BOARDED-COUNT
001752          ADD EPSLMST-ORIG-PRINCIPAL TO WS-PRINCIPAL-TOTAL
001760      ELSE
001770          ADD 1 TO WS-REJECT-COUNT
001780          PERFORM 5100-WRITE-EXCEPTION THRU 5100-EXIT
002320      EXEC SQL
002330          SELECT PRINCIPAL_AMOUNT, TERM_YEARS, TERM_MONTHS,
002340                 QUOTED_RATE, YEAR_MONTH_IND, PAYMENT_AMOUNT,
002342                 RATE_SOURCE, ORIG_POINTS,
002344                 ARM_FIXED_YEARS, ARM_ADJUST_YEARS,
002346                 ARM_MARGIN, ARM_PERIODIC_CAP,
002348                 ARM_LIFETIME_CAP
002360              INTO :EPSQHIST-PRINCIPAL-AMOUNT,
002370                   :EPSQHIST-TERM-YEARS,
002380                   :EPSQHIST-TERM-MONTHS,
002390                   :EPSQHIST-QUOTED-RATE,
002400                   :EPSQHIST-YEAR-MONTH-IND,
002410                   :EPSQHIST-PAYMENT-AMOUNT,
002412                   :EPSQHIST-RATE-SOURCE,
002414                   :EPSQHIST-ORIG-POINTS,
002416                   :EPSQHIST-ARM-FIXED-YEARS,
002418                   :EPSQHIST-ARM-ADJUST-YEARS,
002420                   :EPSQHIST-ARM-MARGIN,
002422                   :EPSQHIST-ARM-PERIODIC-CAP,
002424                   :EPSQHIST-ARM-LIFETIME-CAP
002430              FROM EPSQHIST
002440              WHERE APPLICATION_ID = :EPSQHIST-APPLICATION-ID
002450              ORDER BY QUOTE_TIMESTAMP DESC
004240      MOVE 0 TO EPSLMST-PAID-THRU-PERIOD
004250      MOVE EPSQHIST-RATE-SOURCE TO EPSLMST-RATE-SOURCE
004260      MOVE 'O' TO EPSLMST-LOAN-STATUS
004262      MOVE EPSQHIST-ORIG-POINTS TO EPSLMST-ORIG-POINTS
004263*     ARM TERMS AS QUOTED (ALL ZERO ON A FIXED-RATE LOAN).  THE
004264*     LIFETIME CAP IS MEASURED FROM THE BOARD RATE, AND THE
004265*     FIRST RESET FALLS AT THE END OF THE FIXED PERIOD.
004266      MOVE EPSQHIST-ARM-FIXED-YEARS TO EPSLMST-ARM-FIXED-YEARS
004267      MOVE EPSQHIST-ARM-ADJUST-YEARS TO
004268          EPSLMST-ARM-ADJUST-YEARS
004269      MOVE EPSQHIST-ARM-MARGIN TO EPSLMST-ARM-MARGIN
004270      MOVE EPSQHIST-ARM-PERIODIC-CAP TO
004271          EPSLMST-ARM-PERIODIC-CAP
004272      MOVE EPSQHIST-ARM-LIFETIME-CAP TO
004273          EPSLMST-ARM-LIFETIME-CAP
004274      MOVE EPSLMST-BOARD-RATE TO EPSLMST-ARM-INITIAL-RATE
004275      EXEC SQL
004280          INSERT INTO EPSLMST
004290              (APPLICATION_ID, BOARD_DATE, ORIG_PRINCIPAL,
004300               CURRENT_BALANCE, TERM_YEARS, TERM_MONTHS,
004310               BOARD_RATE, YEAR_MONTH_IND, PI_PAYMENT,
004320               ESCROW_PAYMENT, PMI_PAYMENT, PMI_DROP_BALANCE,
004322               PAID_THRU_PERIOD, RATE_SOURCE, LOAN_STATUS,
004324               ORIG_POINTS, ARM_FIXED_YEARS,
004326               ARM_ADJUST_YEARS, ARM_MARGIN, ARM_PERIODIC_CAP,
004328               ARM_LIFETIME_CAP, ARM_INITIAL_RATE,
004330               NEXT_RESET_DATE)
004340          VALUES
004350              (:EPSLMST-APPLICATION-ID, CURRENT DATE,
004360               :EPSLMST-ORIG-PRINCIPAL,
004410               :EPSLMST-PMI-PAYMENT,
004420               :EPSLMST-PMI-DROP-BALANCE,
004430               :EPSLMST-PAID-THRU-PERIOD,
004432               :EPSLMST-RATE-SOURCE, :EPSLMST-LOAN-STATUS,
004434               :EPSLMST-ORIG-POINTS,
004435               :EPSLMST-ARM-FIXED-YEARS,
004436               :EPSLMST-ARM-ADJUST-YEARS,
004437               :EPSLMST-ARM-MARGIN,
004438               :EPSLMST-ARM-PERIODIC-CAP,
004439               :EPSLMST-ARM-LIFETIME-CAP,
004440               :EPSLMST-ARM-INITIAL-RATE,
004441               CURRENT DATE +
004442                   :EPSLMST-ARM-FIXED-YEARS YEARS)
004450      END-EXEC
004460      EVALUATE SQLCODE
004470          WHEN 0
004810      CLOSE EPSBEXC-FILE
004820      DISPLAY 'EPSBORDB APPLICATIONS READ:  ' WS-RECORD-COUNT
004830      DISPLAY 'EPSBORDB LOANS BOARDED:      ' WS-BOARDED-COUNT
004831      DISPLAY 'EPSBORDB EXCEPTIONS WRITTEN: ' WS-REJECT-COUNT
004832      DISPLAY 'EPSBORDB PRINCIPAL BOARDED:  '
004833          WS-PRINCIPAL-TOTAL
004834      PERFORM 8100-WRITE-CONTROL-RECORD THRU 8100-EXIT.
004835  8000-EXIT.
004836      EXIT.
004837*
004838*****************************************************************
004839* 8100-WRITE-CONTROL-RECORD                                     *
004840*     ONE EPSCTL CONTROL-TOTALS RECORD FOR THE EPSBAL           *
004841*     BALANCING STEP, THE SAME SHAPE EPSBATCH WRITES --         *
004842*     APPLICATIONS READ, LOANS BOARDED, EXCEPTIONS, AND THE     *
004843*     ORIGINAL PRINCIPAL OF THE LOANS BOARDED.                  *
004844*****************************************************************
004845  8100-WRITE-CONTROL-RECORD.
004846      OPEN OUTPUT EPSCTL-FILE
004847      IF NOT EPSCTL-OK
004848          MOVE 'EPSCTL-FILE OPEN, STATUS=' TO WS-ABORT-MSG
004849          MOVE WS-EPSCTL-STATUS TO WS-ABORT-MSG (26:2)
004850          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
004851      END-IF
004852      ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
004853      MOVE WS-ACCEPT-DATE (1:4) TO WS-ISO-RUN-DATE (1:4)
004854      MOVE '-' TO WS-ISO-RUN-DATE (5:1)
004855      MOVE WS-ACCEPT-DATE (5:2) TO WS-ISO-RUN-DATE (6:2)
004856      MOVE '-' TO WS-ISO-RUN-DATE (8:1)
004857      MOVE WS-ACCEPT-DATE (7:2) TO WS-ISO-RUN-DATE (9:2)
004858      MOVE 'EPSBORDB' TO EPSCTL-STEP-NAME
004859      MOVE WS-ISO-RUN-DATE TO EPSCTL-RUN-DATE
004860      MOVE WS-RECORD-COUNT TO EPSCTL-RECORDS-IN
004861      MOVE WS-BOARDED-COUNT TO EPSCTL-RECORDS-OUT
004862      MOVE WS-BOARDED-COUNT TO EPSCTL-SUCCESS-COUNT
004863      MOVE WS-REJECT-COUNT TO EPSCTL-FAILURE-COUNT
004864      MOVE WS-PRINCIPAL-TOTAL TO EPSCTL-PRINCIPAL-TOTAL
004865      WRITE EPSCTL-RECORD
004866      IF NOT EPSCTL-OK
004867          MOVE 'EPSCTL-FILE WRITE, STATUS=' TO WS-ABORT-MSG
004868          MOVE WS-EPSCTL-STATUS TO WS-ABORT-MSG (27:2)
004869          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
004870      END-IF
004871      CLOSE EPSCTL-FILE.
004872  8100-EXIT.
004873      EXIT.
004874*
004880*****************************************************************
004890* 9800-ABORT-ON-SQLCODE                                         *
004900*     AN UNEXPECTED SQLCODE MEANS THE RUN CANNOT BE TRUSTED     *
