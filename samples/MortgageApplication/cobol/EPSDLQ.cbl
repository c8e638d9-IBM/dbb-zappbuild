000010  IDENTIFICATION DIVISION.
000020  PROGRAM-ID.    EPSDLQ.
000030  AUTHOR.        R PELLETIER.
000040  INSTALLATION.  CONSUMER LENDING SYSTEMS.
000050  DATE-WRITTEN.  10/06/2026.
000060  DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090* EPSDLQ                                                        *
000100*     NIGHTLY DELINQUENCY AGING AND LATE-CHARGE RUN AGAINST     *
000110*     THE EPSLMST LOAN MASTER.  FOR EVERY OPEN LOAN IT WORKS    *
000120*     OUT THE DUE DATE OF THE FIRST UNPAID PERIOD FROM THE      *
000130*     BOARD DATE AND THE PAYMENT FREQUENCY -- MONTHLY, EVERY    *
000140*     FOURTEEN DAYS (BI-WEEKLY), THE BOARD DAY AND FIFTEEN      *
000150*     DAYS LATER EACH MONTH (SEMI-MONTHLY), OR YEARLY -- AND    *
000160*     HOW MANY DAYS TODAY IS PAST IT, AGES THE LOAN INTO THE    *
000170*     CURRENT/30/60/90/120+ BUCKETS, AND ASSESSES A LATE        *
000180*     CHARGE FOR EVERY PERIOD STILL UNPAID ONCE ITS GRACE       *
000190*     PERIOD HAS RUN.  THE RESULT IS KEPT ON THE LOAN           *
000200*     (NEXT_DUE_DATE, DAYS_PAST_DUE, DELINQ_STATUS,             *
000210*     LATE_FEE_BALANCE, LATE_CHG_PERIOD) AND EACH CHARGE IS     *
000220*     JOURNALED TO EPSLTRAN AS A TYPE 'L' ROW.                  *
000230*                                                               *
000240*     THEN WRITES THE EPSDRPT COLLECTIONS WORK REPORT: EVERY    *
000250*     OPEN LOAN PAST ITS DUE DATE, MOST DAYS PAST DUE FIRST,    *
000260*     WITH THE BORROWER'S NAME AND PHONE FROM EPSBMST, ENDING   *
000270*     WITH A COUNT PER AGING BUCKET.                            *
000280*                                                               *
000290*     RUN AFTER EPSPOST, SO TONIGHT'S PAYMENTS HAVE ALREADY     *
000300*     ROLLED THE PAID-THROUGH PERIOD FORWARD BEFORE ANY LOAN    *
000310*     IS AGED OR CHARGED.  A FILE ERROR OR AN UNEXPECTED        *
000320*     SQLCODE ABORTS THE RUN.                                   *
000330*                                                               *
000340* MODIFICATION HISTORY                                          *
000350*   10/06/2026  RP   ORIGINAL VERSION.                          *
000360*                                                               *
000370*****************************************************************
000380  ENVIRONMENT DIVISION.
000390  CONFIGURATION SECTION.
000400  SOURCE-COMPUTER.       IBM-370.
000410  OBJECT-COMPUTER.       IBM-370.
000420  INPUT-OUTPUT SECTION.
000430  FILE-CONTROL.
000440      SELECT EPSDRPT-FILE     ASSIGN TO EPSDRPT
000450          ORGANIZATION IS SEQUENTIAL
000460          FILE STATUS IS WS-EPSDRPT-STATUS.
000470*
000480  DATA DIVISION.
000490  FILE SECTION.
000500  FD  EPSDRPT-FILE
000510      RECORDING MODE IS F.
000520  01  EPSDRPT-LINE                    PIC X(132).
000530*
000540  WORKING-STORAGE SECTION.
000550  01  WS-FILE-STATUS-FIELDS.
000560      05  WS-EPSDRPT-STATUS           PIC X(02).
000570          88  EPSDRPT-OK                  VALUE '00'.
000580  01  WS-ABORT-MSG                 PIC X(40).
000590  01  WS-ABORT-SQLCODE-DISPLAY     PIC -9(8).
000600*
000610  01  WS-SWITCHES.
000620      05  WS-EOF-LOANS                PIC X(01)   VALUE 'N'.
000630          88  EOF-LOANS                   VALUE 'Y'.
000640      05  WS-EOF-COLLECTIONS          PIC X(01)   VALUE 'N'.
000650          88  EOF-COLLECTIONS             VALUE 'Y'.
000660      05  WS-CHARGES-DONE             PIC X(01)   VALUE 'N'.
000670          88  CHARGES-DONE                VALUE 'Y'.
000680*
000690  01  WS-COUNTERS.
000700      05  WS-AGED-COUNT               PIC 9(9) COMP VALUE ZERO.
000710      05  WS-PAST-DUE-COUNT           PIC 9(9) COMP VALUE ZERO.
000720      05  WS-CHARGE-COUNT             PIC 9(9) COMP VALUE ZERO.
000730      05  WS-BUCKET-COUNT             PIC 9(9) COMP
000740                                      OCCURS 5 TIMES.
000750      05  WS-BUCKET-SUB               PIC S9(4) COMP.
000760*
000770* LATE-CHARGE TERMS.  A PERIOD NOT PAID BY ITS DUE DATE PLUS
000780* THE GRACE DAYS IS CHARGED THE LATE-CHARGE PERCENTAGE OF THE
000790* BOARDED P&I PAYMENT, ONCE.
000800  01  WS-LATE-CHARGE-TERMS.
000810      05  WS-GRACE-DAYS               PIC S9(3) COMP-3 VALUE 15.
000820      05  WS-LATE-CHARGE-PCT          PIC S9(2)V99 COMP-3
000830                                      VALUE 5.00.
000840*
000850  01  WS-AGING-FIELDS.
000860      05  WS-RUN-DATE                 PIC X(10).
000870      05  WS-DUE-PERIOD               PIC S9(9) COMP.
000880      05  WS-DUE-MONTHS               PIC S9(9) COMP.
000890      05  WS-DUE-DAYS                 PIC S9(9) COMP.
000900      05  WS-DUE-HALF                 PIC S9(9) COMP.
000910      05  WS-DUE-DATE                 PIC X(10).
000920      05  WS-DAYS-LATE                PIC S9(9) COMP.
000930      05  WS-LATE-CHARGE              PIC S9(7)V99 COMP-3.
000940      05  WS-CHARGE-TOTAL             PIC S9(9)V99 COMP-3
000950                                      VALUE ZERO.
000960      05  WS-INSTALLMENT              PIC S9(7)V99 COMP-3.
000970      05  WS-PAST-DUE-BALANCE         PIC S9(11)V99 COMP-3
000980                                      VALUE ZERO.
000990*
001000  01  WS-REPORT-LINES.
001010      05  WS-HEADER-LINE.
001020          10  FILLER                  PIC X(31)
001030              VALUE 'EPSDLQ COLLECTIONS WORK REPORT '.
001040          10  FILLER                  PIC X(14)
001050              VALUE '-- AGED AS OF '.
001060          10  WS-HDR-RUN-DATE         PIC X(10).
001070          10  FILLER                  PIC X(77) VALUE SPACES.
001080      05  WS-COLUMN-LINE.
001090          10  FILLER                  PIC X(12)
001100              VALUE 'APPLICATION '.
001110          10  FILLER                  PIC X(32)
001120              VALUE 'BORROWER'.
001130          10  FILLER                  PIC X(16)
001140              VALUE 'PHONE'.
001150          10  FILLER                  PIC X(12)
001160              VALUE 'NEXT DUE'.
001170          10  FILLER                  PIC X(06)
001180              VALUE ' DAYS '.
001190          10  FILLER                  PIC X(10)
001200              VALUE ' BUCKET'.
001210          10  FILLER                  PIC X(14)
001220              VALUE '   INSTALLMENT'.
001230          10  FILLER                  PIC X(13)
001240              VALUE '    LATE FEES'.
001250          10  FILLER                  PIC X(16)
001260              VALUE '         BALANCE'.
001262          10  FILLER                  PIC X(01) VALUE SPACES.
001270      05  WS-DETAIL-LINE.
001280          10  WS-DTL-APPLICATION-ID   PIC X(10).
001290          10  FILLER                  PIC X(02) VALUE SPACES.
001300          10  WS-DTL-BORROWER-NAME    PIC X(30).
001310          10  FILLER                  PIC X(02) VALUE SPACES.
001320          10  WS-DTL-PHONE.
001330              15  FILLER              PIC X(01) VALUE '('.
001340              15  WS-DTL-PHONE-AREA   PIC X(03).
001350              15  FILLER              PIC X(02) VALUE ') '.
001360              15  WS-DTL-PHONE-EXCH   PIC X(03).
001370              15  FILLER              PIC X(01) VALUE '-'.
001380              15  WS-DTL-PHONE-LINE   PIC X(04).
001390          10  FILLER                  PIC X(02) VALUE SPACES.
001400          10  WS-DTL-NEXT-DUE-DATE    PIC X(10).
001410          10  FILLER                  PIC X(02) VALUE SPACES.
001420          10  WS-DTL-DAYS-PAST-DUE    PIC ZZZZ9.
001430          10  FILLER                  PIC X(02) VALUE SPACES.
001440          10  WS-DTL-BUCKET           PIC X(08).
001450          10  FILLER                  PIC X(01) VALUE SPACES.
001460          10  WS-DTL-INSTALLMENT      PIC ZZZ,ZZZ,ZZ9.99.
001470          10  FILLER                  PIC X(01) VALUE SPACES.
001480          10  WS-DTL-LATE-FEES        PIC Z,ZZZ,ZZ9.99.
001490          10  FILLER                  PIC X(02) VALUE SPACES.
001500          10  WS-DTL-BALANCE          PIC ZZZ,ZZZ,ZZ9.99.
001510          10  FILLER                  PIC X(01) VALUE SPACES.
001520      05  WS-BUCKET-TOTAL-LINE.
001530          10  WS-BKT-LABEL            PIC X(30).
001540          10  WS-BKT-COUNT            PIC ZZZ,ZZZ,ZZ9.
001550          10  FILLER                  PIC X(91) VALUE SPACES.
001560      05  WS-BALANCE-TOTAL-LINE.
001570          10  FILLER                  PIC X(30)
001580              VALUE 'PAST-DUE PRINCIPAL BALANCE:   '.
001590          10  WS-TOT-BALANCE          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001600          10  FILLER                  PIC X(85) VALUE SPACES.
001610      05  WS-CHARGE-TOTAL-LINE.
001620          10  FILLER                  PIC X(30)
001630              VALUE 'LATE CHARGES ASSESSED TONIGHT:'.
001640          10  WS-TOT-CHARGE-COUNT     PIC ZZZ,ZZZ,ZZ9.
001650          10  FILLER                  PIC X(04) VALUE SPACES.
001660          10  WS-TOT-CHARGE-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001670          10  FILLER                  PIC X(70) VALUE SPACES.
001680*
001690* ONE LABEL PER AGING BUCKET, SUBSCRIPTED BY DELINQ_STATUS + 1
001700* ON BOTH THE DETAIL LINE AND THE BUCKET TOTALS.
001710  01  WS-BUCKET-NAMES.
001720      05  FILLER                      PIC X(08) VALUE 'CURRENT '.
001730      05  FILLER                      PIC X(08) VALUE '30 DAYS '.
001740      05  FILLER                      PIC X(08) VALUE '60 DAYS '.
001750      05  FILLER                      PIC X(08) VALUE '90 DAYS '.
001760      05  FILLER                      PIC X(08) VALUE '120+ DAY'.
001770  01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
001780      05  WS-BUCKET-NAME              PIC X(08) OCCURS 5 TIMES.
001790*
001800      COPY EPSLMST.
001810*
001820      COPY EPSBMST.
001830*
001840      COPY EPSLTRAN.
001850*
001860      COPY SQLCA.
001870*
001880  PROCEDURE DIVISION.
001890*
001900*****************************************************************
001910* 0000-MAINLINE                                                 *
001920*****************************************************************
001930  0000-MAINLINE.
001940      PERFORM 1000-INITIALIZE THRU 1000-EXIT
001950      PERFORM 2000-AGE-OPEN-LOANS THRU 2000-EXIT
001960      PERFORM 3000-REPORT-COLLECTIONS THRU 3000-EXIT
001970      PERFORM 8000-FINALIZE THRU 8000-EXIT
001980      GOBACK.
001990  0000-EXIT.
002000      EXIT.
002010*
002020*****************************************************************
002030* 1000-INITIALIZE                                               *
002040*     THE WHOLE RUN AGES AGAINST ONE DATE, TAKEN ONCE HERE, SO  *
002050*     A RUN THAT CROSSES MIDNIGHT DOES NOT AGE HALF THE BOOK    *
002060*     A DAY FURTHER THAN THE OTHER HALF.                        *
002070*****************************************************************
002080  1000-INITIALIZE.
002090      OPEN OUTPUT EPSDRPT-FILE
002100      IF NOT EPSDRPT-OK
002110          MOVE 'EPSDRPT-FILE OPEN, STATUS=' TO WS-ABORT-MSG
002120          MOVE WS-EPSDRPT-STATUS TO WS-ABORT-MSG (27:2)
002130          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
002140      END-IF
002150      MOVE ZERO TO WS-BUCKET-COUNT (1) WS-BUCKET-COUNT (2)
002160          WS-BUCKET-COUNT (3) WS-BUCKET-COUNT (4)
002170          WS-BUCKET-COUNT (5)
002180      EXEC SQL
002190          SELECT CHAR(CURRENT DATE, ISO)
002200              INTO :WS-RUN-DATE
002210              FROM SYSIBM.SYSDUMMY1
002220      END-EXEC
002230      IF SQLCODE NOT = 0
002240          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
002250      END-IF.
002260  1000-EXIT.
002270      EXIT.
002280*
002290*****************************************************************
002300* 2000-AGE-OPEN-LOANS                                           *
002310*     ONE PASS OVER EVERY OPEN LOAN.  ONLY THE DELINQUENCY      *
002320*     COLUMNS ARE UPDATED BEHIND THE CURSOR, NEVER THE STATUS   *
002330*     OR KEY IT SELECTS AND ORDERS ON.                          *
002340*****************************************************************
002350  2000-AGE-OPEN-LOANS.
002360      EXEC SQL
002370          DECLARE DLQAGE-CURSOR CURSOR FOR
002380              SELECT APPLICATION_ID, CHAR(BOARD_DATE, ISO),
002390                     CURRENT_BALANCE, YEAR_MONTH_IND,
002400                     PI_PAYMENT, PAID_THRU_PERIOD,
002410                     LATE_FEE_BALANCE, LATE_CHG_PERIOD
002420              FROM EPSLMST
002430              WHERE LOAN_STATUS = 'O'
002440              ORDER BY APPLICATION_ID
002450      END-EXEC
002460      EXEC SQL
002470          OPEN DLQAGE-CURSOR
002480      END-EXEC
002490      IF SQLCODE NOT = 0
002500          MOVE 'DLQAGE-CURSOR OPEN, SQLCODE=' TO WS-ABORT-MSG
002510          MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
002520          MOVE WS-ABORT-SQLCODE-DISPLAY TO WS-ABORT-MSG (29:9)
002530          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
002540      END-IF
002550      PERFORM 2100-AGE-ONE-LOAN THRU 2100-EXIT
002560          UNTIL EOF-LOANS
002570      EXEC SQL
002580          CLOSE DLQAGE-CURSOR
002590      END-EXEC.
002600  2000-EXIT.
002610      EXIT.
002620*
002630*****************************************************************
002640* 2100-AGE-ONE-LOAN                                             *
002650*****************************************************************
002660  2100-AGE-ONE-LOAN.
002670      EXEC SQL
002680          FETCH DLQAGE-CURSOR
002690              INTO :EPSLMST-APPLICATION-ID,
002700                   :EPSLMST-BOARD-DATE,
002710                   :EPSLMST-CURRENT-BALANCE,
002720                   :EPSLMST-YEAR-MONTH-IND,
002730                   :EPSLMST-PI-PAYMENT,
002740                   :EPSLMST-PAID-THRU-PERIOD,
002750                   :EPSLMST-LATE-FEE-BALANCE,
002760                   :EPSLMST-LATE-CHG-PERIOD
002770      END-EXEC
002780      EVALUATE SQLCODE
002790          WHEN 0
002800              ADD 1 TO WS-AGED-COUNT
002810              PERFORM 2200-SET-DAYS-PAST-DUE THRU 2200-EXIT
002820              PERFORM 2300-SET-AGING-BUCKET THRU 2300-EXIT
002830              PERFORM 2400-ASSESS-LATE-CHARGES THRU 2400-EXIT
002840              PERFORM 2600-UPDATE-LOAN THRU 2600-EXIT
002850          WHEN 100
002860              MOVE 'Y' TO WS-EOF-LOANS
002870          WHEN OTHER
002880              MOVE 'DLQAGE-CURSOR FETCH, SQLCODE=' TO
002890                  WS-ABORT-MSG
002900              MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
002910              MOVE WS-ABORT-SQLCODE-DISPLAY TO
002920                  WS-ABORT-MSG (30:9)
002930              PERFORM 9900-ABORT-RUN THRU 9900-EXIT
002940      END-EVALUATE.
002950  2100-EXIT.
002960      EXIT.
002970*
002980*****************************************************************
002990* 2200-SET-DAYS-PAST-DUE                                        *
003000*     THE FIRST UNPAID PERIOD IS THE ONE AFTER THE PAID-        *
003010*     THROUGH PERIOD; ITS DUE DATE IS THE NEXT DUE DATE AND     *
003020*     HOW LATE IT IS IS HOW LATE THE LOAN IS.                   *
003030*****************************************************************
003040  2200-SET-DAYS-PAST-DUE.
003050      COMPUTE WS-DUE-PERIOD = EPSLMST-PAID-THRU-PERIOD + 1
003060      PERFORM 2500-COMPUTE-DUE-DATE THRU 2500-EXIT
003070      MOVE WS-DUE-DATE TO EPSLMST-NEXT-DUE-DATE
003080      IF WS-DAYS-LATE > 0
003090          MOVE WS-DAYS-LATE TO EPSLMST-DAYS-PAST-DUE
003100      ELSE
003110          MOVE 0 TO EPSLMST-DAYS-PAST-DUE
003120      END-IF.
003130  2200-EXIT.
003140      EXIT.
003150*
003160*****************************************************************
003170* 2300-SET-AGING-BUCKET                                         *
003180*****************************************************************
003190  2300-SET-AGING-BUCKET.
003200      EVALUATE TRUE
003210          WHEN EPSLMST-DAYS-PAST-DUE < 30
003220              MOVE '0' TO EPSLMST-DELINQ-STATUS
003230          WHEN EPSLMST-DAYS-PAST-DUE < 60
003240              MOVE '1' TO EPSLMST-DELINQ-STATUS
003250          WHEN EPSLMST-DAYS-PAST-DUE < 90
003260              MOVE '2' TO EPSLMST-DELINQ-STATUS
003270          WHEN EPSLMST-DAYS-PAST-DUE < 120
003280              MOVE '3' TO EPSLMST-DELINQ-STATUS
003290          WHEN OTHER
003300              MOVE '4' TO EPSLMST-DELINQ-STATUS
003310      END-EVALUATE.
003320  2300-EXIT.
003330      EXIT.
003340*
003350*****************************************************************
003360* 2400-ASSESS-LATE-CHARGES                                      *
003370*     WALK FORWARD FROM THE FIRST UNPAID PERIOD NOT ALREADY     *
003380*     CHARGED, CHARGING EACH ONE WHOSE GRACE PERIOD HAS RUN,    *
003390*     AND STOP AT THE FIRST STILL INSIDE ITS GRACE PERIOD (OR   *
003400*     NOT YET DUE).  A LOAN SEVERAL PERIODS BEHIND ON ITS       *
003410*     FIRST NIGHT UNDER THIS RUN PICKS UP ONE CHARGE PER        *
003420*     MISSED PERIOD; AFTER THAT AT MOST ONE A PERIOD.           *
003430*****************************************************************
003440  2400-ASSESS-LATE-CHARGES.
003450      MOVE 'N' TO WS-CHARGES-DONE
003460      IF EPSLMST-LATE-CHG-PERIOD > EPSLMST-PAID-THRU-PERIOD
003470          COMPUTE WS-DUE-PERIOD = EPSLMST-LATE-CHG-PERIOD + 1
003480      ELSE
003490          COMPUTE WS-DUE-PERIOD = EPSLMST-PAID-THRU-PERIOD + 1
003500      END-IF
003510      COMPUTE WS-LATE-CHARGE ROUNDED =
003520          EPSLMST-PI-PAYMENT * WS-LATE-CHARGE-PCT / 100
003530      IF WS-LATE-CHARGE NOT > 0
003540          GO TO 2400-EXIT
003550      END-IF
003560      PERFORM 2450-CHARGE-ONE-PERIOD THRU 2450-EXIT
003570          UNTIL CHARGES-DONE.
003580  2400-EXIT.
003590      EXIT.
003600*
003610*****************************************************************
003620* 2450-CHARGE-ONE-PERIOD                                        *
003630*****************************************************************
003640  2450-CHARGE-ONE-PERIOD.
003650      PERFORM 2500-COMPUTE-DUE-DATE THRU 2500-EXIT
003660      IF WS-DAYS-LATE NOT > WS-GRACE-DAYS
003670          MOVE 'Y' TO WS-CHARGES-DONE
003680          GO TO 2450-EXIT
003690      END-IF
003700      ADD WS-LATE-CHARGE TO EPSLMST-LATE-FEE-BALANCE
003710      MOVE WS-DUE-PERIOD TO EPSLMST-LATE-CHG-PERIOD
003720      ADD 1 TO WS-CHARGE-COUNT
003730      ADD WS-LATE-CHARGE TO WS-CHARGE-TOTAL
003740      PERFORM 2700-JOURNAL-LATE-CHARGE THRU 2700-EXIT
003750      ADD 1 TO WS-DUE-PERIOD.
003760  2450-EXIT.
003770      EXIT.
003780*
003790*****************************************************************
003800* 2500-COMPUTE-DUE-DATE                                         *
003810*     DUE DATE OF PERIOD WS-DUE-PERIOD AND HOW MANY DAYS THE    *
003820*     RUN DATE IS PAST IT (NEGATIVE WHEN IT IS STILL AHEAD).    *
003830*     PERIOD N FALLS N MONTHS AFTER BOARDING FOR A MONTHLY      *
003840*     LOAN, 14 X N DAYS FOR BI-WEEKLY, N YEARS FOR ANNUAL, AND  *
003850*     FOR SEMI-MONTHLY N/2 MONTHS PLUS 15 DAYS WHEN N IS ODD.   *
003860*     DB2 DOES THE CALENDAR ARITHMETIC, MONTH ENDS INCLUDED.    *
003870*****************************************************************
003880  2500-COMPUTE-DUE-DATE.
003890      MOVE 0 TO WS-DUE-MONTHS
003900      MOVE 0 TO WS-DUE-DAYS
003910      EVALUATE EPSLMST-YEAR-MONTH-IND
003920          WHEN 'B'
003930              COMPUTE WS-DUE-DAYS = WS-DUE-PERIOD * 14
003940          WHEN 'S'
003950              DIVIDE WS-DUE-PERIOD BY 2 GIVING WS-DUE-MONTHS
003960                  REMAINDER WS-DUE-HALF
003970              COMPUTE WS-DUE-DAYS = WS-DUE-HALF * 15
003980          WHEN 'Y'
003990              COMPUTE WS-DUE-MONTHS = WS-DUE-PERIOD * 12
004000          WHEN OTHER
004010              MOVE WS-DUE-PERIOD TO WS-DUE-MONTHS
004020      END-EVALUATE
004030      EXEC SQL
004040          SELECT CHAR(DATE(:EPSLMST-BOARD-DATE)
004050                      + :WS-DUE-MONTHS MONTHS
004060                      + :WS-DUE-DAYS DAYS, ISO),
004070                 DAYS(DATE(:WS-RUN-DATE)) -
004080                 DAYS(DATE(:EPSLMST-BOARD-DATE)
004090                      + :WS-DUE-MONTHS MONTHS
004100                      + :WS-DUE-DAYS DAYS)
004110              INTO :WS-DUE-DATE, :WS-DAYS-LATE
004120              FROM SYSIBM.SYSDUMMY1
004130      END-EXEC
004140      IF SQLCODE NOT = 0
004150          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
004160      END-IF.
004170  2500-EXIT.
004180      EXIT.
004190*
004200*****************************************************************
004210* 2600-UPDATE-LOAN                                              *
004220*****************************************************************
004230  2600-UPDATE-LOAN.
004240      EXEC SQL
004250          UPDATE EPSLMST
004260              SET NEXT_DUE_DATE = DATE(:EPSLMST-NEXT-DUE-DATE),
004270                  DAYS_PAST_DUE = :EPSLMST-DAYS-PAST-DUE,
004280                  DELINQ_STATUS = :EPSLMST-DELINQ-STATUS,
004290                  LATE_FEE_BALANCE = :EPSLMST-LATE-FEE-BALANCE,
004300                  LATE_CHG_PERIOD = :EPSLMST-LATE-CHG-PERIOD
004310              WHERE APPLICATION_ID = :EPSLMST-APPLICATION-ID
004320      END-EXEC
004330      IF SQLCODE NOT = 0
004340          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
004350      END-IF.
004360  2600-EXIT.
004370      EXIT.
004380*
004390*****************************************************************
004400* 2700-JOURNAL-LATE-CHARGE                                      *
004410*     A LATE CHARGE MOVES NO PRINCIPAL, SO THE BALANCE AND      *
004420*     PERIOD IMAGES ARE THE SAME BEFORE AND AFTER.              *
004430*****************************************************************
004440  2700-JOURNAL-LATE-CHARGE.
004450      MOVE EPSLMST-APPLICATION-ID TO EPSLTRAN-APPLICATION-ID
004460      MOVE 'L' TO EPSLTRAN-TRAN-TYPE
004470      MOVE WS-RUN-DATE TO EPSLTRAN-PAYMENT-DATE
004480      MOVE WS-LATE-CHARGE TO EPSLTRAN-PAYMENT-AMOUNT
004490      MOVE WS-LATE-CHARGE TO EPSLTRAN-LATE-FEE-AMOUNT
004500      MOVE 0 TO EPSLTRAN-INTEREST-AMOUNT
004510      MOVE 0 TO EPSLTRAN-PRINCIPAL-AMOUNT
004520      MOVE 0 TO EPSLTRAN-ESCROW-AMOUNT
004530      MOVE 0 TO EPSLTRAN-EXCESS-AMOUNT
004540      MOVE EPSLMST-CURRENT-BALANCE TO EPSLTRAN-BALANCE-BEFORE
004550      MOVE EPSLMST-CURRENT-BALANCE TO EPSLTRAN-BALANCE-AFTER
004560      MOVE EPSLMST-PAID-THRU-PERIOD TO EPSLTRAN-PERIOD-BEFORE
004570      MOVE EPSLMST-PAID-THRU-PERIOD TO EPSLTRAN-PERIOD-AFTER
004580      MOVE 'O' TO EPSLTRAN-STATUS-BEFORE
004590      MOVE 'O' TO EPSLTRAN-STATUS-AFTER
004600      MOVE SPACE TO EPSLTRAN-REVERSAL-REASON
004610      MOVE 'N' TO EPSLTRAN-REVERSED-IND
004620      EXEC SQL
004630          INSERT INTO EPSLTRAN
004640              (APPLICATION_ID, POSTED_TS, TRAN_TYPE,
004650               PAYMENT_DATE, PAYMENT_AMOUNT, INTEREST_AMOUNT,
004660               PRINCIPAL_AMOUNT, ESCROW_AMOUNT, EXCESS_AMOUNT,
004670               BALANCE_BEFORE, BALANCE_AFTER, PERIOD_BEFORE,
004680               PERIOD_AFTER, STATUS_BEFORE, STATUS_AFTER,
004690               REVERSAL_REASON, REVERSED_IND, LATE_FEE_AMOUNT)
004700              VALUES
004710              (:EPSLTRAN-APPLICATION-ID, CURRENT TIMESTAMP,
004720               :EPSLTRAN-TRAN-TYPE,
004730               :EPSLTRAN-PAYMENT-DATE,
004740               :EPSLTRAN-PAYMENT-AMOUNT,
004750               :EPSLTRAN-INTEREST-AMOUNT,
004760               :EPSLTRAN-PRINCIPAL-AMOUNT,
004770               :EPSLTRAN-ESCROW-AMOUNT,
004780               :EPSLTRAN-EXCESS-AMOUNT,
004790               :EPSLTRAN-BALANCE-BEFORE,
004800               :EPSLTRAN-BALANCE-AFTER,
004810               :EPSLTRAN-PERIOD-BEFORE,
004820               :EPSLTRAN-PERIOD-AFTER,
004830               :EPSLTRAN-STATUS-BEFORE,
004840               :EPSLTRAN-STATUS-AFTER,
004850               :EPSLTRAN-REVERSAL-REASON,
004860               :EPSLTRAN-REVERSED-IND,
004870               :EPSLTRAN-LATE-FEE-AMOUNT)
004880      END-EXEC
004890      IF SQLCODE NOT = 0
004900          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
004910      END-IF.
004920  2700-EXIT.
004930      EXIT.
004940*
004950*****************************************************************
004960* 3000-REPORT-COLLECTIONS                                       *
004970*     EVERY OPEN LOAN PAST ITS DUE DATE, MOST DAYS PAST DUE     *
004980*     FIRST, SO THE COLLECTORS WORK THE LIST TOP DOWN.  A LOAN  *
004990*     WITH NO BORROWER-MASTER ROW STILL PRINTS, FLAGGED, SO IT  *
005000*     IS NOT SILENTLY LEFT UNWORKED.                            *
005010*****************************************************************
005020  3000-REPORT-COLLECTIONS.
005030      MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
005040      WRITE EPSDRPT-LINE FROM WS-HEADER-LINE
005050      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT
005060      WRITE EPSDRPT-LINE FROM WS-COLUMN-LINE
005070      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT
005080      EXEC SQL
005090          DECLARE DLQRPT-CURSOR CURSOR FOR
005100              SELECT L.APPLICATION_ID,
005110                     COALESCE(B.BORROWER_NAME,
005120                         '*** NOT ON BORROWER MASTER ***'),
005130                     COALESCE(B.PHONE, '          '),
005140                     CHAR(L.NEXT_DUE_DATE, ISO),
005150                     L.DAYS_PAST_DUE, L.DELINQ_STATUS,
005160                     L.CURRENT_BALANCE, L.PI_PAYMENT,
005170                     L.ESCROW_PAYMENT, L.PMI_PAYMENT,
005180                     L.PMI_DROP_BALANCE, L.LATE_FEE_BALANCE
005190              FROM EPSLMST L
005200              LEFT OUTER JOIN EPSBMST B
005210                ON B.APPLICATION_ID = L.APPLICATION_ID
005220              WHERE L.LOAN_STATUS = 'O'
005230                AND L.DAYS_PAST_DUE > 0
005240              ORDER BY L.DAYS_PAST_DUE DESC, L.APPLICATION_ID
005250      END-EXEC
005260      EXEC SQL
005270          OPEN DLQRPT-CURSOR
005280      END-EXEC
005290      IF SQLCODE NOT = 0
005300          MOVE 'DLQRPT-CURSOR OPEN, SQLCODE=' TO WS-ABORT-MSG
005310          MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
005320          MOVE WS-ABORT-SQLCODE-DISPLAY TO WS-ABORT-MSG (29:9)
005330          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
005340      END-IF
005350      PERFORM 3100-REPORT-ONE-LOAN THRU 3100-EXIT
005360          UNTIL EOF-COLLECTIONS
005370      EXEC SQL
005380          CLOSE DLQRPT-CURSOR
005390      END-EXEC
005400      PERFORM 3200-WRITE-BUCKET-TOTAL THRU 3200-EXIT
005410          VARYING WS-BUCKET-SUB FROM 1 BY 1
005420          UNTIL WS-BUCKET-SUB > 5
005430      MOVE WS-PAST-DUE-BALANCE TO WS-TOT-BALANCE
005440      WRITE EPSDRPT-LINE FROM WS-BALANCE-TOTAL-LINE
005450      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT
005460      MOVE WS-CHARGE-COUNT TO WS-TOT-CHARGE-COUNT
005470      MOVE WS-CHARGE-TOTAL TO WS-TOT-CHARGE-AMOUNT
005480      WRITE EPSDRPT-LINE FROM WS-CHARGE-TOTAL-LINE
005490      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT.
005500  3000-EXIT.
005510      EXIT.
005520*
005530*****************************************************************
005540* 3100-REPORT-ONE-LOAN                                          *
005550*     THE INSTALLMENT IS WHAT THE NEXT PAYMENT MUST COVER --    *
005560*     P&I, ESCROW, AND PMI WHILE THE BALANCE IS ABOVE THE DROP  *
005570*     BALANCE, THE SAME AMOUNT DUE EPSPOST POSTS AGAINST.       *
005580*****************************************************************
005590  3100-REPORT-ONE-LOAN.
005600      EXEC SQL
005610          FETCH DLQRPT-CURSOR
005620              INTO :EPSLMST-APPLICATION-ID,
005630                   :EPSBMST-BORROWER-NAME,
005640                   :EPSBMST-PHONE,
005650                   :EPSLMST-NEXT-DUE-DATE,
005660                   :EPSLMST-DAYS-PAST-DUE,
005670                   :EPSLMST-DELINQ-STATUS,
005680                   :EPSLMST-CURRENT-BALANCE,
005690                   :EPSLMST-PI-PAYMENT,
005700                   :EPSLMST-ESCROW-PAYMENT,
005710                   :EPSLMST-PMI-PAYMENT,
005720                   :EPSLMST-PMI-DROP-BALANCE,
005730                   :EPSLMST-LATE-FEE-BALANCE
005740      END-EXEC
005750      EVALUATE SQLCODE
005760          WHEN 0
005770              CONTINUE
005780          WHEN 100
005790              MOVE 'Y' TO WS-EOF-COLLECTIONS
005800              GO TO 3100-EXIT
005810          WHEN OTHER
005820              MOVE 'DLQRPT-CURSOR FETCH, SQLCODE=' TO
005830                  WS-ABORT-MSG
005840              MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
005850              MOVE WS-ABORT-SQLCODE-DISPLAY TO
005860                  WS-ABORT-MSG (30:9)
005870              PERFORM 9900-ABORT-RUN THRU 9900-EXIT
005880      END-EVALUATE
005890      ADD 1 TO WS-PAST-DUE-COUNT
005900      ADD EPSLMST-CURRENT-BALANCE TO WS-PAST-DUE-BALANCE
005910      IF EPSLMST-DELINQ-STATUS < '0'
005920          OR EPSLMST-DELINQ-STATUS > '4'
005930          MOVE '0' TO EPSLMST-DELINQ-STATUS
005940      END-IF
005950      MOVE EPSLMST-DELINQ-STATUS TO WS-BUCKET-SUB
005960      ADD 1 TO WS-BUCKET-SUB
005970      ADD 1 TO WS-BUCKET-COUNT (WS-BUCKET-SUB)
005980      COMPUTE WS-INSTALLMENT =
005990          EPSLMST-PI-PAYMENT + EPSLMST-ESCROW-PAYMENT
006000      IF EPSLMST-PMI-PAYMENT > 0
006010          AND EPSLMST-CURRENT-BALANCE > EPSLMST-PMI-DROP-BALANCE
006020          ADD EPSLMST-PMI-PAYMENT TO WS-INSTALLMENT
006030      END-IF
006040      MOVE EPSLMST-APPLICATION-ID TO WS-DTL-APPLICATION-ID
006050      MOVE EPSBMST-BORROWER-NAME TO WS-DTL-BORROWER-NAME
006060      MOVE EPSBMST-PHONE (1:3) TO WS-DTL-PHONE-AREA
006070      MOVE EPSBMST-PHONE (4:3) TO WS-DTL-PHONE-EXCH
006080      MOVE EPSBMST-PHONE (7:4) TO WS-DTL-PHONE-LINE
006090      MOVE EPSLMST-NEXT-DUE-DATE TO WS-DTL-NEXT-DUE-DATE
006100      MOVE EPSLMST-DAYS-PAST-DUE TO WS-DTL-DAYS-PAST-DUE
006110      MOVE WS-BUCKET-NAME (WS-BUCKET-SUB) TO WS-DTL-BUCKET
006120      MOVE WS-INSTALLMENT TO WS-DTL-INSTALLMENT
006130      MOVE EPSLMST-LATE-FEE-BALANCE TO WS-DTL-LATE-FEES
006140      MOVE EPSLMST-CURRENT-BALANCE TO WS-DTL-BALANCE
006150      WRITE EPSDRPT-LINE FROM WS-DETAIL-LINE
006160      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT.
006170  3100-EXIT.
006180      EXIT.
006190*
006200*****************************************************************
006210* 3200-WRITE-BUCKET-TOTAL                                       *
006220*****************************************************************
006230  3200-WRITE-BUCKET-TOTAL.
006240      MOVE SPACES TO WS-BKT-LABEL
006250      STRING 'PAST DUE LOANS, '
006260             WS-BUCKET-NAME (WS-BUCKET-SUB)
006270             ':'
006280             DELIMITED BY SIZE
006290             INTO WS-BKT-LABEL
006300      END-STRING
006310      MOVE WS-BUCKET-COUNT (WS-BUCKET-SUB) TO WS-BKT-COUNT
006320      WRITE EPSDRPT-LINE FROM WS-BUCKET-TOTAL-LINE
006330      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT.
006340  3200-EXIT.
006350      EXIT.
006360*
006370*****************************************************************
006380* 3900-CHECK-REPORT-WRITE                                       *
006390*****************************************************************
006400  3900-CHECK-REPORT-WRITE.
006410      IF NOT EPSDRPT-OK
006420          MOVE 'EPSDRPT-FILE WRITE, STATUS=' TO WS-ABORT-MSG
006430          MOVE WS-EPSDRPT-STATUS TO WS-ABORT-MSG (28:2)
006440          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
006450      END-IF.
006460  3900-EXIT.
006470      EXIT.
006480*
006490*****************************************************************
006500* 8000-FINALIZE                                                 *
006510*****************************************************************
006520  8000-FINALIZE.
006530      CLOSE EPSDRPT-FILE
006540      DISPLAY 'EPSDLQ OPEN LOANS AGED:     ' WS-AGED-COUNT
006550      DISPLAY 'EPSDLQ LOANS PAST DUE:      ' WS-PAST-DUE-COUNT
006560      DISPLAY 'EPSDLQ LATE CHARGES:        ' WS-CHARGE-COUNT.
006570  8000-EXIT.
006580      EXIT.
006590*
006600*****************************************************************
006610* 9800-ABORT-ON-SQLCODE                                         *
006620*     AN UNEXPECTED SQLCODE MEANS THE RUN CANNOT BE TRUSTED     *
006630*     TO CONTINUE -- STAGE THE CODE INTO THE ABORT MESSAGE      *
006640*     AND STOP.                                                 *
006650*****************************************************************
006660  9800-ABORT-ON-SQLCODE.
006670      MOVE 'DELINQUENCY AGING SQL, SQLCODE=' TO WS-ABORT-MSG
006680      MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
006690      MOVE WS-ABORT-SQLCODE-DISPLAY TO WS-ABORT-MSG (32:9)
006700      PERFORM 9900-ABORT-RUN THRU 9900-EXIT.
006710  9800-EXIT.
006720      EXIT.
006730*
006740*****************************************************************
006750* 9900-ABORT-RUN                                                *
006760*     A FILE STATUS OR SQLCODE THIS PROGRAM CANNOT CONTINUE     *
006770*     PAST -- DISPLAY WHAT FAILED AND STOP RATHER THAN LEAVE    *
006780*     HALF THE BOOK AGED AND THE REPORT LOOKING COMPLETE.       *
006790*****************************************************************
006800  9900-ABORT-RUN.
006810      DISPLAY 'EPSDLQ FATAL ERROR -- ' WS-ABORT-MSG
006820      MOVE 16 TO RETURN-CODE
006830      STOP RUN.
006840  9900-EXIT.
006850      EXIT.
006860*
006870  END PROGRAM EPSDLQ.
