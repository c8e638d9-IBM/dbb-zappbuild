000010  IDENTIFICATION DIVISION.
000020  PROGRAM-ID.    EPSSTMT.
000030  AUTHOR.        R PELLETIER.
000040  INSTALLATION.  CONSUMER LENDING SYSTEMS.
000050  DATE-WRITTEN.  10/08/2026.
000060  DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090* EPSSTMT                                                       *
000100*     MONTHLY BORROWER BILLING STATEMENT RUN.  WRITES ONE       *
000110*     STATEMENT PER OPEN LOAN ON THE EPSLMST LOAN MASTER TO     *
000120*     THE EPSSTMT PRINT FILE -- PAID-OFF ('P') AND CLOSED       *
000130*     ('C') LOANS ARE NOT BILLED -- ADDRESSED FROM THE EPSBMST  *
000140*     BORROWER MASTER, SHOWING:                                 *
000150*       - THE PAYMENT DUE DATE AND THE TOTAL AMOUNT DUE: THE    *
000160*         REGULAR INSTALLMENT, ANY INSTALLMENTS ALREADY PAST    *
000170*         DUE, AND ANY UNPAID LATE CHARGES;                     *
000180*       - THE INSTALLMENT BROKEN INTO P&I, ESCROW AND PMI (PMI  *
000190*         ONLY WHILE THE BALANCE IS ABOVE THE DROP BALANCE,     *
000200*         THE SAME RULE EPSPOST POSTS BY);                      *
000210*       - THE PRINCIPAL AND ESCROW BALANCES;                    *
000220*       - EVERY PAYMENT, REVERSAL AND LATE CHARGE JOURNALED TO  *
000230*         EPSLTRAN SINCE THE LAST STATEMENT, WITH ITS SPLIT;    *
000240*       - THE INTEREST PAID SO FAR THIS CALENDAR YEAR (POSTED   *
000250*         PAYMENTS NOT SINCE REVERSED).                         *
000260*     THE LOAN'S LAST_STMT_TS IS THEN SET TO THE RUN'S          *
000270*     TIMESTAMP, SO THE NEXT STATEMENT PICKS UP WHERE THIS      *
000280*     ONE LEFT OFF.  THE FILE ENDS WITH A CONTROL-TOTALS PAGE   *
000290*     OF COUNTS AND DOLLARS FOR THE RUN.                        *
000300*                                                               *
000310*     DUE DATES ARE COUNTED FROM THE BOARD DATE AT THE PAYMENT  *
000320*     FREQUENCY EXACTLY AS THE EPSDLQ AGING RUN COUNTS THEM.    *
000330*     RUN AFTER EPSPOST AND EPSDLQ, SO TONIGHT'S PAYMENTS AND   *
000340*     LATE CHARGES ARE ON THE STATEMENT.  A FILE ERROR OR AN    *
000350*     UNEXPECTED SQLCODE ABORTS THE RUN.                        *
000360*                                                               *
000370* MODIFICATION HISTORY                                          *
000380*   10/08/2026  RP   ORIGINAL VERSION.                          *
000390*                                                               *
000400*****************************************************************
000410  ENVIRONMENT DIVISION.
000420  CONFIGURATION SECTION.
000430  SOURCE-COMPUTER.       IBM-370.
000440  OBJECT-COMPUTER.       IBM-370.
000450  INPUT-OUTPUT SECTION.
000460  FILE-CONTROL.
000470      SELECT EPSSTMT-FILE     ASSIGN TO EPSSTMT
000480          ORGANIZATION IS SEQUENTIAL
000490          FILE STATUS IS WS-EPSSTMT-STATUS.
000500*
000510  DATA DIVISION.
000520  FILE SECTION.
000530  FD  EPSSTMT-FILE
000540      RECORDING MODE IS F.
000550  01  EPSSTMT-LINE                    PIC X(80).
000560*
000570  WORKING-STORAGE SECTION.
000580  01  WS-FILE-STATUS-FIELDS.
000590      05  WS-EPSSTMT-STATUS           PIC X(02).
000600          88  EPSSTMT-OK                  VALUE '00'.
000610  01  WS-ABORT-MSG                 PIC X(40).
000620  01  WS-ABORT-SQLCODE-DISPLAY     PIC -9(8).
000630*
000640  01  WS-SWITCHES.
000650      05  WS-EOF-LOANS                PIC X(01)   VALUE 'N'.
000660          88  EOF-LOANS                   VALUE 'Y'.
000670      05  WS-EOF-ACTIVITY             PIC X(01)   VALUE 'N'.
000680          88  EOF-ACTIVITY                VALUE 'Y'.
000690      05  WS-DUE-FOUND                PIC X(01)   VALUE 'N'.
000700          88  DUE-FOUND                   VALUE 'Y'.
000710*
000720  01  WS-COUNTERS.
000730      05  WS-STATEMENT-COUNT          PIC 9(9) COMP VALUE ZERO.
000740      05  WS-PAST-DUE-COUNT           PIC 9(9) COMP VALUE ZERO.
000750      05  WS-PAYMENT-COUNT            PIC 9(9) COMP VALUE ZERO.
000760      05  WS-REVERSAL-COUNT           PIC 9(9) COMP VALUE ZERO.
000770      05  WS-LATE-CHARGE-COUNT        PIC 9(9) COMP VALUE ZERO.
000780      05  WS-NO-BORROWER-COUNT        PIC 9(9) COMP VALUE ZERO.
000790      05  WS-LOAN-ACTIVITY-COUNT      PIC 9(9) COMP.
000800*
000810  01  WS-TOTALS.
000820      05  WS-AMOUNT-DUE-TOTAL         PIC S9(11)V99 COMP-3
000830                                      VALUE ZERO.
000840      05  WS-PAST-DUE-TOTAL           PIC S9(11)V99 COMP-3
000850                                      VALUE ZERO.
000860      05  WS-LATE-FEE-TOTAL           PIC S9(11)V99 COMP-3
000870                                      VALUE ZERO.
000880      05  WS-PRINCIPAL-TOTAL          PIC S9(11)V99 COMP-3
000890                                      VALUE ZERO.
000900      05  WS-PAYMENT-TOTAL            PIC S9(11)V99 COMP-3
000910                                      VALUE ZERO.
000920      05  WS-REVERSAL-TOTAL           PIC S9(11)V99 COMP-3
000930                                      VALUE ZERO.
000940      05  WS-LATE-CHARGE-TOTAL        PIC S9(11)V99 COMP-3
000950                                      VALUE ZERO.
000960      05  WS-YTD-INTEREST-TOTAL       PIC S9(11)V99 COMP-3
000970                                      VALUE ZERO.
000980*
000990  01  WS-RUN-DATE                     PIC X(10).
001000  01  WS-RUN-TS                       PIC X(26).
001010*
001020  01  WS-DUE-FIELDS.
001030      05  WS-DUE-PERIOD               PIC S9(9) COMP.
001040      05  WS-DUE-MONTHS               PIC S9(9) COMP.
001050      05  WS-DUE-DAYS                 PIC S9(9) COMP.
001060      05  WS-DUE-HALF                 PIC S9(9) COMP.
001070      05  WS-DUE-DATE                 PIC X(10).
001080      05  WS-DAYS-LATE                PIC S9(9) COMP.
001090      05  WS-PAST-DUE-PERIODS         PIC S9(9) COMP.
001100*
001110  01  WS-BILL-FIELDS.
001120      05  WS-PMI-DUE                  PIC S9(7)V99 COMP-3.
001130      05  WS-INSTALLMENT              PIC S9(7)V99 COMP-3.
001140      05  WS-PAST-DUE-AMOUNT          PIC S9(9)V99 COMP-3.
001150      05  WS-AMOUNT-DUE               PIC S9(9)V99 COMP-3.
001160      05  WS-YTD-INTEREST             PIC S9(9)V99 COMP-3.
001170*
001180  01  WS-STATEMENT-LINES.
001190      05  WS-RULE-LINE                PIC X(80) VALUE ALL '='.
001200      05  WS-DASH-LINE                PIC X(80) VALUE ALL '-'.
001210      05  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
001220      05  WS-BANNER-LINE.
001230          10  FILLER                  PIC X(40)
001240              VALUE 'CONSUMER LENDING SYSTEMS'.
001250          10  WS-BAN-TITLE            PIC X(30)
001260              VALUE 'MORTGAGE BILLING STATEMENT'.
001270          10  WS-BAN-RUN-DATE         PIC X(10).
001280      05  WS-ADDRESS-LINE.
001290          10  FILLER                  PIC X(04) VALUE SPACES.
001300          10  WS-ADR-TEXT             PIC X(76).
001310      05  WS-LOAN-LINE.
001320          10  FILLER                  PIC X(13)
001330              VALUE 'LOAN NUMBER: '.
001340          10  WS-LN-APPLICATION-ID    PIC X(10).
001350          10  FILLER                  PIC X(57) VALUE SPACES.
001360      05  WS-DATE-LINE.
001370          10  WS-DTE-LABEL            PIC X(40).
001380          10  FILLER                  PIC X(05) VALUE SPACES.
001390          10  WS-DTE-VALUE            PIC X(10).
001400          10  FILLER                  PIC X(25) VALUE SPACES.
001410      05  WS-AMOUNT-LINE.
001420          10  WS-AMT-LABEL            PIC X(40).
001430          10  WS-AMT-VALUE            PIC ZZZ,ZZZ,ZZ9.99-.
001440          10  WS-AMT-TRAILER          PIC X(25).
001450      05  WS-ACTIVITY-TITLE-LINE.
001460          10  FILLER                  PIC X(34) VALUE
001470              'ACTIVITY SINCE YOUR LAST STATEMENT'.
001480          10  FILLER                  PIC X(46) VALUE SPACES.
001490      05  WS-NO-ACTIVITY-LINE.
001500          10  FILLER                  PIC X(45) VALUE
001510              'NOTHING HAS POSTED SINCE YOUR LAST STATEMENT.'.
001520          10  FILLER                  PIC X(35) VALUE SPACES.
001530      05  WS-ACTIVITY-HEADER.
001540          10  FILLER                  PIC X(11) VALUE 'DATE'.
001550          10  FILLER                  PIC X(09) VALUE 'ACTIVITY'.
001560          10  FILLER                  PIC X(14) VALUE
001570              '        AMOUNT'.
001580          10  FILLER                  PIC X(11) VALUE
001590              '   INTEREST'.
001600          10  FILLER                  PIC X(14) VALUE
001610              '     PRINCIPAL'.
001620          10  FILLER                  PIC X(11) VALUE
001630              '     ESCROW'.
001640          10  FILLER                  PIC X(10) VALUE
001650              '  LATE FEE'.
001660      05  WS-ACTIVITY-LINE.
001670          10  WS-ACT-DATE             PIC X(10).
001680          10  FILLER                  PIC X(01) VALUE SPACES.
001690          10  WS-ACT-TYPE             PIC X(08).
001700          10  FILLER                  PIC X(01) VALUE SPACES.
001710          10  WS-ACT-AMOUNT           PIC Z,ZZZ,ZZ9.99-.
001720          10  FILLER                  PIC X(01) VALUE SPACES.
001730          10  WS-ACT-INTEREST         PIC ZZ,ZZ9.99-.
001740          10  FILLER                  PIC X(01) VALUE SPACES.
001750          10  WS-ACT-PRINCIPAL        PIC Z,ZZZ,ZZ9.99-.
001760          10  FILLER                  PIC X(01) VALUE SPACES.
001770          10  WS-ACT-ESCROW           PIC ZZ,ZZ9.99-.
001780          10  FILLER                  PIC X(01) VALUE SPACES.
001790          10  WS-ACT-LATE-FEE         PIC Z,ZZ9.99-.
001800          10  FILLER                  PIC X(01) VALUE SPACES.
001810      05  WS-TOTAL-LINE.
001820          10  WS-TOT-LABEL            PIC X(34).
001830          10  WS-TOT-COUNT            PIC ZZZ,ZZZ,ZZ9.
001840          10  FILLER                  PIC X(02) VALUE SPACES.
001850          10  WS-TOT-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001860          10  FILLER                  PIC X(15) VALUE SPACES.
001870*
001880      COPY EPSLMST.
001890*
001900      COPY EPSBMST.
001910*
001920      COPY EPSLTRAN.
001930*
001940      COPY SQLCA.
001950*
001960  PROCEDURE DIVISION.
001970*
001980*****************************************************************
001990* 0000-MAINLINE                                                 *
002000*****************************************************************
002010  0000-MAINLINE.
002020      PERFORM 1000-INITIALIZE THRU 1000-EXIT
002030      PERFORM 2000-BILL-OPEN-LOANS THRU 2000-EXIT
002040      PERFORM 7000-WRITE-CONTROL-TOTALS THRU 7000-EXIT
002050      PERFORM 8000-FINALIZE THRU 8000-EXIT
002060      GOBACK.
002070  0000-EXIT.
002080      EXIT.
002090*
002100*****************************************************************
002110* 1000-INITIALIZE                                               *
002120*     ONE RUN DATE FOR EVERY DUE DATE AND ONE RUN TIMESTAMP     *
002130*     THAT BOTH CLOSES THIS STATEMENT'S ACTIVITY WINDOW AND     *
002140*     OPENS THE NEXT ONE'S.                                     *
002150*****************************************************************
002160  1000-INITIALIZE.
002170      OPEN OUTPUT EPSSTMT-FILE
002180      IF NOT EPSSTMT-OK
002190          MOVE 'EPSSTMT-FILE OPEN, STATUS=' TO WS-ABORT-MSG
002200          MOVE WS-EPSSTMT-STATUS TO WS-ABORT-MSG (27:2)
002210          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
002220      END-IF
002230      EXEC SQL
002240          SELECT CHAR(CURRENT DATE, ISO), CHAR(CURRENT TIMESTAMP)
002250              INTO :WS-RUN-DATE, :WS-RUN-TS
002260              FROM SYSIBM.SYSDUMMY1
002270      END-EXEC
002280      IF SQLCODE NOT = 0
002290          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
002300      END-IF.
002310  1000-EXIT.
002320      EXIT.
002330*
002340*****************************************************************
002350* 2000-BILL-OPEN-LOANS                                          *
002360*     ONE PASS OVER EVERY OPEN LOAN.  A LOAN WITH NO BORROWER-  *
002370*     MASTER ROW STILL GETS ITS STATEMENT, FLAGGED, SO IT IS    *
002380*     NOT SILENTLY LEFT UNBILLED.  ONLY LAST_STMT_TS IS         *
002390*     UPDATED BEHIND THE CURSOR.                                *
002400*****************************************************************
002410  2000-BILL-OPEN-LOANS.
002420      EXEC SQL
002430          DECLARE STMLOAN-CURSOR CURSOR FOR
002440              SELECT L.APPLICATION_ID, CHAR(L.BOARD_DATE, ISO),
002450                     L.CURRENT_BALANCE, L.YEAR_MONTH_IND,
002460                     L.PI_PAYMENT, L.ESCROW_PAYMENT,
002470                     L.PMI_PAYMENT, L.PMI_DROP_BALANCE,
002480                     L.PAID_THRU_PERIOD, L.LATE_FEE_BALANCE,
002490                     L.ESCROW_BALANCE, CHAR(L.LAST_STMT_TS),
002500                     COALESCE(B.BORROWER_NAME,
002510                         '*** NOT ON BORROWER MASTER ***'),
002520                     COALESCE(B.ADDR_LINE_1, ' '),
002530                     COALESCE(B.ADDR_LINE_2, ' '),
002540                     COALESCE(B.CITY, ' '),
002550                     COALESCE(B.STATE, ' '),
002560                     COALESCE(B.ZIP_CODE, ' '),
002570                     COALESCE(B.BORROWER_STATUS, ' ')
002580              FROM EPSLMST L
002590              LEFT OUTER JOIN EPSBMST B
002600                ON B.APPLICATION_ID = L.APPLICATION_ID
002610              WHERE L.LOAN_STATUS = 'O'
002620              ORDER BY L.APPLICATION_ID
002630      END-EXEC
002640      EXEC SQL
002650          OPEN STMLOAN-CURSOR
002660      END-EXEC
002670      IF SQLCODE NOT = 0
002680          MOVE 'STMLOAN-CURSOR OPEN, SQLCODE=' TO WS-ABORT-MSG
002690          MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
002700          MOVE WS-ABORT-SQLCODE-DISPLAY TO WS-ABORT-MSG (30:9)
002710          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
002720      END-IF
002730      PERFORM 2100-BILL-ONE-LOAN THRU 2100-EXIT
002740          UNTIL EOF-LOANS
002750      EXEC SQL
002760          CLOSE STMLOAN-CURSOR
002770      END-EXEC.
002780  2000-EXIT.
002790      EXIT.
002800*
002810*****************************************************************
002820* 2100-BILL-ONE-LOAN                                            *
002830*****************************************************************
002840  2100-BILL-ONE-LOAN.
002850      EXEC SQL
002860          FETCH STMLOAN-CURSOR
002870              INTO :EPSLMST-APPLICATION-ID,
002880                   :EPSLMST-BOARD-DATE,
002890                   :EPSLMST-CURRENT-BALANCE,
002900                   :EPSLMST-YEAR-MONTH-IND,
002910                   :EPSLMST-PI-PAYMENT,
002920                   :EPSLMST-ESCROW-PAYMENT,
002930                   :EPSLMST-PMI-PAYMENT,
002940                   :EPSLMST-PMI-DROP-BALANCE,
002950                   :EPSLMST-PAID-THRU-PERIOD,
002960                   :EPSLMST-LATE-FEE-BALANCE,
002970                   :EPSLMST-ESCROW-BALANCE,
002980                   :EPSLMST-LAST-STMT-TS,
002990                   :EPSBMST-BORROWER-NAME,
003000                   :EPSBMST-ADDR-LINE-1,
003010                   :EPSBMST-ADDR-LINE-2,
003020                   :EPSBMST-CITY,
003030                   :EPSBMST-STATE,
003040                   :EPSBMST-ZIP-CODE,
003050                   :EPSBMST-BORROWER-STATUS
003060      END-EXEC
003070      EVALUATE SQLCODE
003080          WHEN 0
003090              CONTINUE
003100          WHEN 100
003110              MOVE 'Y' TO WS-EOF-LOANS
003120              GO TO 2100-EXIT
003130          WHEN OTHER
003140              MOVE 'STMLOAN-CURSOR FETCH, SQLCODE=' TO
003150                  WS-ABORT-MSG
003160              MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
003170              MOVE WS-ABORT-SQLCODE-DISPLAY TO
003180                  WS-ABORT-MSG (31:9)
003190              PERFORM 9900-ABORT-RUN THRU 9900-EXIT
003200      END-EVALUATE
003210      ADD 1 TO WS-STATEMENT-COUNT
003220      IF EPSBMST-BORROWER-STATUS = SPACE
003230          ADD 1 TO WS-NO-BORROWER-COUNT
003240      END-IF
003250      PERFORM 2200-COMPUTE-AMOUNT-DUE THRU 2200-EXIT
003260      PERFORM 2300-FETCH-YTD-INTEREST THRU 2300-EXIT
003270      PERFORM 2400-WRITE-STATEMENT-TOP THRU 2400-EXIT
003280      PERFORM 2500-WRITE-ACTIVITY THRU 2500-EXIT
003290      PERFORM 2700-MARK-LOAN-BILLED THRU 2700-EXIT.
003300  2100-EXIT.
003310      EXIT.
003320*
003330*****************************************************************
003340* 2200-COMPUTE-AMOUNT-DUE                                       *
003350*     THE INSTALLMENT IS P&I, ESCROW, AND PMI WHILE THE         *
003360*     BALANCE IS ABOVE THE DROP BALANCE.  WALK FORWARD FROM     *
003370*     THE FIRST UNPAID PERIOD: EVERY PERIOD ALREADY DUE BEFORE  *
003380*     TODAY IS PAST DUE, AND THE FIRST ONE DUE TODAY OR LATER   *
003390*     IS THE DUE DATE BILLED.  THE AMOUNT DUE IS THAT           *
003400*     INSTALLMENT PLUS EVERY PAST-DUE ONE PLUS THE UNPAID LATE  *
003410*     CHARGES.                                                  *
003420*****************************************************************
003430  2200-COMPUTE-AMOUNT-DUE.
003440      MOVE 0 TO WS-PMI-DUE
003450      IF EPSLMST-PMI-PAYMENT > 0
003460          AND EPSLMST-CURRENT-BALANCE > EPSLMST-PMI-DROP-BALANCE
003470          MOVE EPSLMST-PMI-PAYMENT TO WS-PMI-DUE
003480      END-IF
003490      COMPUTE WS-INSTALLMENT = EPSLMST-PI-PAYMENT
003500          + EPSLMST-ESCROW-PAYMENT + WS-PMI-DUE
003510      MOVE 0 TO WS-PAST-DUE-PERIODS
003520      MOVE 'N' TO WS-DUE-FOUND
003530      COMPUTE WS-DUE-PERIOD = EPSLMST-PAID-THRU-PERIOD + 1
003540      PERFORM 2250-CHECK-ONE-PERIOD THRU 2250-EXIT
003550          UNTIL DUE-FOUND
003560      COMPUTE WS-PAST-DUE-AMOUNT =
003570          WS-INSTALLMENT * WS-PAST-DUE-PERIODS
003580      COMPUTE WS-AMOUNT-DUE = WS-INSTALLMENT
003590          + WS-PAST-DUE-AMOUNT + EPSLMST-LATE-FEE-BALANCE
003600      ADD WS-AMOUNT-DUE TO WS-AMOUNT-DUE-TOTAL
003610      ADD EPSLMST-LATE-FEE-BALANCE TO WS-LATE-FEE-TOTAL
003620      ADD EPSLMST-CURRENT-BALANCE TO WS-PRINCIPAL-TOTAL
003630      IF WS-PAST-DUE-PERIODS > 0
003640          ADD 1 TO WS-PAST-DUE-COUNT
003650          ADD WS-PAST-DUE-AMOUNT TO WS-PAST-DUE-TOTAL
003660      END-IF.
003670  2200-EXIT.
003680      EXIT.
003690*
003700*****************************************************************
003710* 2250-CHECK-ONE-PERIOD                                         *
003720*****************************************************************
003730  2250-CHECK-ONE-PERIOD.
003740      PERFORM 2600-COMPUTE-DUE-DATE THRU 2600-EXIT
003750      IF WS-DAYS-LATE > 0
003760          ADD 1 TO WS-PAST-DUE-PERIODS
003770          ADD 1 TO WS-DUE-PERIOD
003780      ELSE
003790          MOVE 'Y' TO WS-DUE-FOUND
003800      END-IF.
003810  2250-EXIT.
003820      EXIT.
003830*
003840*****************************************************************
003850* 2300-FETCH-YTD-INTEREST                                       *
003860*     INTEREST ON THIS YEAR'S POSTED PAYMENTS THAT HAVE NOT     *
003870*     BEEN REVERSED -- A REVERSED PAYMENT IS FLAGGED ON ITS     *
003880*     OWN JOURNAL ROW, SO IT SIMPLY DROPS OUT OF THE SUM.       *
003890*****************************************************************
003900  2300-FETCH-YTD-INTEREST.
003910      EXEC SQL
003920          SELECT COALESCE(SUM(INTEREST_AMOUNT), 0)
003930              INTO :WS-YTD-INTEREST
003940              FROM EPSLTRAN
003950              WHERE APPLICATION_ID = :EPSLMST-APPLICATION-ID
003960                AND TRAN_TYPE = 'P'
003970                AND REVERSED_IND = 'N'
003980                AND YEAR(PAYMENT_DATE) = YEAR(DATE(:WS-RUN-DATE))
003990      END-EXEC
004000      IF SQLCODE NOT = 0
004010          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
004020      END-IF
004030      ADD WS-YTD-INTEREST TO WS-YTD-INTEREST-TOTAL.
004040  2300-EXIT.
004050      EXIT.
004060*
004070*****************************************************************
004080* 2400-WRITE-STATEMENT-TOP                                      *
004090*     BANNER, ADDRESS, WHAT IS DUE AND WHEN, AND THE BALANCES.  *
004100*****************************************************************
004110  2400-WRITE-STATEMENT-TOP.
004120      MOVE WS-RUN-DATE TO WS-BAN-RUN-DATE
004130      WRITE EPSSTMT-LINE FROM WS-RULE-LINE
004140      PERFORM 3900-CHECK-STATEMENT-WRITE THRU 3900-EXIT
004150      WRITE EPSSTMT-LINE FROM WS-BANNER-LINE
004160      PERFORM 3900-CHECK-STATEMENT-WRITE THRU 3900-EXIT
004170      WRITE EPSSTMT-LINE FROM WS-RULE-LINE
004180      PERFORM 3900-CHECK-STATEMENT-WRITE THRU 3900-EXIT
004190      WRITE EPSSTMT-LINE FROM WS-BLANK-LINE
004200      PERFORM 3900-CHECK-STATEMENT-WRITE THRU 3900-EXIT
004210      PERFORM 2450-WRITE-ADDRESS THRU 2450-EXIT
004220      WRITE EPSSTMT-LINE FROM WS-BLANK-LINE
004230      PERFORM 3900-CHECK-STATEMENT-WRITE THRU 3900-EXIT
004240      MOVE EPSLMST-APPLICATION-ID TO WS-LN-APPLICATION-ID
004250      WRITE EPSSTMT-LINE FROM WS-LOAN-LINE
004260      PERFORM 3900-CHECK-STATEMENT-WRITE THRU 3900-EXIT
004270      WRITE EPSSTMT-LINE FROM WS-DASH-LINE
004280      PERFORM 3900-CHECK-STATEMENT-WRITE THRU 3900-EXIT
004290      MOVE 'PAYMENT DUE DATE:' TO WS-DTE-LABEL
004300      MOVE WS-DUE-DATE TO WS-DTE-VALUE
004310      WRITE EPSSTMT-LINE FROM WS-DATE-LINE
004320      PERFORM 3900-CHECK-STATEMENT-WRITE THRU 3900-EXIT
004330      MOVE 'PRINCIPAL AND INTEREST:' TO WS-AMT-LABEL
004340      MOVE EPSLMST-PI-PAYMENT TO WS-AMT-VALUE
004350      PERFORM 2800-WRITE-AMOUNT-LINE THRU 2800-EXIT
004360      MOVE 'ESCROW (TAXES AND INSURANCE):' TO WS-AMT-LABEL
004370      MOVE EPSLMST-ESCROW-PAYMENT TO WS-AMT-VALUE
004380      PERFORM 2800-WRITE-AMOUNT-LINE THRU 2800-EXIT
004390      MOVE 'MORTGAGE INSURANCE (PMI):' TO WS-AMT-LABEL
004400      MOVE WS-PMI-DUE TO WS-AMT-VALUE
004410      PERFORM 2800-WRITE-AMOUNT-LINE THRU 2800-EXIT
004420      MOVE 'REGULAR INSTALLMENT:' TO WS-AMT-LABEL
004430      MOVE WS-INSTALLMENT TO WS-AMT-VALUE
004440      PERFORM 2800-WRITE-AMOUNT-LINE THRU 2800-EXIT
004450      IF WS-PAST-DUE-PERIODS > 0
004460          MOVE 'PAST-DUE INSTALLMENTS:' TO WS-AMT-LABEL
004470          MOVE WS-PAST-DUE-AMOUNT TO WS-AMT-VALUE
004480          MOVE ' PLEASE PAY PROMPTLY' TO WS-AMT-TRAILER
004490          PERFORM 2800-WRITE-AMOUNT-LINE THRU 2800-EXIT
004500      END-IF
004510      IF EPSLMST-LATE-FEE-BALANCE > 0
004520          MOVE 'UNPAID LATE CHARGES:' TO WS-AMT-LABEL
004530          MOVE EPSLMST-LATE-FEE-BALANCE TO WS-AMT-VALUE
004540          PERFORM 2800-WRITE-AMOUNT-LINE THRU 2800-EXIT
004550      END-IF
004560      MOVE 'TOTAL AMOUNT DUE:' TO WS-AMT-LABEL
004570      MOVE WS-AMOUNT-DUE TO WS-AMT-VALUE
004580      PERFORM 2800-WRITE-AMOUNT-LINE THRU 2800-EXIT
004590      WRITE EPSSTMT-LINE FROM WS-DASH-LINE
004600      PERFORM 3900-CHECK-STATEMENT-WRITE THRU 3900-EXIT
004610      MOVE 'PRINCIPAL BALANCE:' TO WS-AMT-LABEL
004620      MOVE EPSLMST-CURRENT-BALANCE TO WS-AMT-VALUE
004630      PERFORM 2800-WRITE-AMOUNT-LINE THRU 2800-EXIT
004640      MOVE 'ESCROW BALANCE:' TO WS-AMT-LABEL
004650      MOVE EPSLMST-ESCROW-BALANCE TO WS-AMT-VALUE
004660      PERFORM 2800-WRITE-AMOUNT-LINE THRU 2800-EXIT
004670      MOVE 'INTEREST PAID THIS YEAR:' TO WS-AMT-LABEL
004680      MOVE WS-YTD-INTEREST TO WS-AMT-VALUE
004690      PERFORM 2800-WRITE-AMOUNT-LINE THRU 2800-EXIT
004700      WRITE EPSSTMT-LINE FROM WS-DASH-LINE
004710      PERFORM 3900-CHECK-STATEMENT-WRITE THRU 3900-EXIT.
004720  2400-EXIT.
004730      EXIT.
004740*
004750*****************************************************************
004760* 2450-WRITE-ADDRESS                                            *
004770*     NAME, STREET LINES (THE SECOND ONLY WHEN PRESENT), AND    *
004780*     CITY, STATE AND ZIP -- ZIP+4 WHEN THE LAST FOUR ARE ON    *
004790*     FILE.                                                     *
004800*****************************************************************
004810  2450-WRITE-ADDRESS.
004820      MOVE EPSBMST-BORROWER-NAME TO WS-ADR-TEXT
004830      WRITE EPSSTMT-LINE FROM WS-ADDRESS-LINE
004840      PERFORM 3900-CHECK-STATEMENT-WRITE THRU 3900-EXIT
004850      MOVE EPSBMST-ADDR-LINE-1 TO WS-ADR-TEXT
004860      WRITE EPSSTMT-LINE FROM WS-ADDRESS-LINE
004870      PERFORM 3900-CHECK-STATEMENT-WRITE THRU 3900-EXIT
004880      IF EPSBMST-ADDR-LINE-2 NOT = SPACES
004890          MOVE EPSBMST-ADDR-LINE-2 TO WS-ADR-TEXT
004900          WRITE EPSSTMT-LINE FROM WS-ADDRESS-LINE
004910          PERFORM 3900-CHECK-STATEMENT-WRITE THRU 3900-EXIT
004920      END-IF
004930      MOVE SPACES TO WS-ADR-TEXT
004940      IF EPSBMST-ZIP-CODE (6:4) = SPACES
004950          STRING EPSBMST-CITY DELIMITED BY '  '
004960                 ', ' EPSBMST-STATE '  '
004970                 EPSBMST-ZIP-CODE (1:5)
004980                 DELIMITED BY SIZE
004990                 INTO WS-ADR-TEXT
005000          END-STRING
005010      ELSE
005020          STRING EPSBMST-CITY DELIMITED BY '  '
005030                 ', ' EPSBMST-STATE '  '
005040                 EPSBMST-ZIP-CODE (1:5) '-'
005050                 EPSBMST-ZIP-CODE (6:4)
005060                 DELIMITED BY SIZE
005070                 INTO WS-ADR-TEXT
005080          END-STRING
005090      END-IF
005100      WRITE EPSSTMT-LINE FROM WS-ADDRESS-LINE
005110      PERFORM 3900-CHECK-STATEMENT-WRITE THRU 3900-EXIT.
005120  2450-EXIT.
005130      EXIT.
005140*
005150*****************************************************************
005160* 2500-WRITE-ACTIVITY                                           *
005170*     EVERY JOURNAL ROW POSTED AFTER THE LAST STATEMENT AND     *
005180*     NOT AFTER THIS RUN STARTED, OLDEST FIRST.  A REVERSAL     *
005190*     PRINTS NEGATIVE, SO THE COLUMNS NET TO WHAT STUCK.        *
005200*****************************************************************
005210  2500-WRITE-ACTIVITY.
005220      WRITE EPSSTMT-LINE FROM WS-ACTIVITY-TITLE-LINE
005230      PERFORM 3900-CHECK-STATEMENT-WRITE THRU 3900-EXIT
005240      WRITE EPSSTMT-LINE FROM WS-ACTIVITY-HEADER
005250      PERFORM 3900-CHECK-STATEMENT-WRITE THRU 3900-EXIT
005260      MOVE 0 TO WS-LOAN-ACTIVITY-COUNT
005270      MOVE 'N' TO WS-EOF-ACTIVITY
005280      EXEC SQL
005290          DECLARE STMACT-CURSOR CURSOR FOR
005300              SELECT CHAR(PAYMENT_DATE, ISO), TRAN_TYPE,
005310                     PAYMENT_AMOUNT, INTEREST_AMOUNT,
005320                     PRINCIPAL_AMOUNT, ESCROW_AMOUNT,
005330                     LATE_FEE_AMOUNT
005340              FROM EPSLTRAN
005350              WHERE APPLICATION_ID = :EPSLMST-APPLICATION-ID
005360                AND POSTED_TS > TIMESTAMP(:EPSLMST-LAST-STMT-TS)
005370                AND POSTED_TS <= TIMESTAMP(:WS-RUN-TS)
005380              ORDER BY POSTED_TS
005390      END-EXEC
005400      EXEC SQL
005410          OPEN STMACT-CURSOR
005420      END-EXEC
005430      IF SQLCODE NOT = 0
005440          MOVE 'STMACT-CURSOR OPEN, SQLCODE=' TO WS-ABORT-MSG
005450          MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
005460          MOVE WS-ABORT-SQLCODE-DISPLAY TO WS-ABORT-MSG (29:9)
005470          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
005480      END-IF
005490      PERFORM 2550-WRITE-ONE-ACTIVITY THRU 2550-EXIT
005500          UNTIL EOF-ACTIVITY
005510      EXEC SQL
005520          CLOSE STMACT-CURSOR
005530      END-EXEC
005540      IF WS-LOAN-ACTIVITY-COUNT = 0
005550          WRITE EPSSTMT-LINE FROM WS-NO-ACTIVITY-LINE
005560          PERFORM 3900-CHECK-STATEMENT-WRITE THRU 3900-EXIT
005570      END-IF
005580      WRITE EPSSTMT-LINE FROM WS-BLANK-LINE
005590      PERFORM 3900-CHECK-STATEMENT-WRITE THRU 3900-EXIT.
005600  2500-EXIT.
005610      EXIT.
005620*
005630*****************************************************************
005640* 2550-WRITE-ONE-ACTIVITY                                       *
005650*****************************************************************
005660  2550-WRITE-ONE-ACTIVITY.
005670      EXEC SQL
005680          FETCH STMACT-CURSOR
005690              INTO :EPSLTRAN-PAYMENT-DATE,
005700                   :EPSLTRAN-TRAN-TYPE,
005710                   :EPSLTRAN-PAYMENT-AMOUNT,
005720                   :EPSLTRAN-INTEREST-AMOUNT,
005730                   :EPSLTRAN-PRINCIPAL-AMOUNT,
005740                   :EPSLTRAN-ESCROW-AMOUNT,
005750                   :EPSLTRAN-LATE-FEE-AMOUNT
005760      END-EXEC
005770      EVALUATE SQLCODE
005780          WHEN 0
005790              CONTINUE
005800          WHEN 100
005810              MOVE 'Y' TO WS-EOF-ACTIVITY
005820              GO TO 2550-EXIT
005830          WHEN OTHER
005840              MOVE 'STMACT-CURSOR FETCH, SQLCODE=' TO
005850                  WS-ABORT-MSG
005860              MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
005870              MOVE WS-ABORT-SQLCODE-DISPLAY TO
005880                  WS-ABORT-MSG (30:9)
005890              PERFORM 9900-ABORT-RUN THRU 9900-EXIT
005900      END-EVALUATE
005910      ADD 1 TO WS-LOAN-ACTIVITY-COUNT
005920      EVALUATE TRUE
005930          WHEN EPSLTR-TYPE-PAYMENT
005940              MOVE 'PAYMENT' TO WS-ACT-TYPE
005950              ADD 1 TO WS-PAYMENT-COUNT
005960              ADD EPSLTRAN-PAYMENT-AMOUNT TO WS-PAYMENT-TOTAL
005970          WHEN EPSLTR-TYPE-REVERSAL
005980              MOVE 'REVERSAL' TO WS-ACT-TYPE
005990              ADD 1 TO WS-REVERSAL-COUNT
006000              ADD EPSLTRAN-PAYMENT-AMOUNT TO WS-REVERSAL-TOTAL
006010              COMPUTE EPSLTRAN-PAYMENT-AMOUNT =
006020                  0 - EPSLTRAN-PAYMENT-AMOUNT
006030              COMPUTE EPSLTRAN-INTEREST-AMOUNT =
006040                  0 - EPSLTRAN-INTEREST-AMOUNT
006050              COMPUTE EPSLTRAN-PRINCIPAL-AMOUNT =
006060                  0 - EPSLTRAN-PRINCIPAL-AMOUNT
006070              COMPUTE EPSLTRAN-ESCROW-AMOUNT =
006080                  0 - EPSLTRAN-ESCROW-AMOUNT
006090              COMPUTE EPSLTRAN-LATE-FEE-AMOUNT =
006100                  0 - EPSLTRAN-LATE-FEE-AMOUNT
006110          WHEN EPSLTR-TYPE-LATE-CHARGE
006120              MOVE 'LATE CHG' TO WS-ACT-TYPE
006130              ADD 1 TO WS-LATE-CHARGE-COUNT
006140              ADD EPSLTRAN-PAYMENT-AMOUNT TO WS-LATE-CHARGE-TOTAL
006150          WHEN OTHER
006160              MOVE EPSLTRAN-TRAN-TYPE TO WS-ACT-TYPE
006170      END-EVALUATE
006180      MOVE EPSLTRAN-PAYMENT-DATE TO WS-ACT-DATE
006190      MOVE EPSLTRAN-PAYMENT-AMOUNT TO WS-ACT-AMOUNT
006200      MOVE EPSLTRAN-INTEREST-AMOUNT TO WS-ACT-INTEREST
006210      MOVE EPSLTRAN-PRINCIPAL-AMOUNT TO WS-ACT-PRINCIPAL
006220      MOVE EPSLTRAN-ESCROW-AMOUNT TO WS-ACT-ESCROW
006230      MOVE EPSLTRAN-LATE-FEE-AMOUNT TO WS-ACT-LATE-FEE
006240      WRITE EPSSTMT-LINE FROM WS-ACTIVITY-LINE
006250      PERFORM 3900-CHECK-STATEMENT-WRITE THRU 3900-EXIT.
006260  2550-EXIT.
006270      EXIT.
006280*
006290*****************************************************************
006300* 2600-COMPUTE-DUE-DATE                                         *
006310*     DUE DATE OF PERIOD WS-DUE-PERIOD AND HOW MANY DAYS THE    *
006320*     RUN DATE IS PAST IT -- THE SAME COUNT AS EPSDLQ           *
006330*     2500-COMPUTE-DUE-DATE: N MONTHS AFTER BOARDING FOR A      *
006340*     MONTHLY LOAN, 14 X N DAYS FOR BI-WEEKLY, N YEARS FOR      *
006350*     ANNUAL, AND FOR SEMI-MONTHLY N/2 MONTHS PLUS 15 DAYS      *
006360*     WHEN N IS ODD.  KEEP THE TWO IN STEP.                     *
006370*****************************************************************
006380  2600-COMPUTE-DUE-DATE.
006390      MOVE 0 TO WS-DUE-MONTHS
006400      MOVE 0 TO WS-DUE-DAYS
006410      EVALUATE EPSLMST-YEAR-MONTH-IND
006420          WHEN 'B'
006430              COMPUTE WS-DUE-DAYS = WS-DUE-PERIOD * 14
006440          WHEN 'S'
006450              DIVIDE WS-DUE-PERIOD BY 2 GIVING WS-DUE-MONTHS
006460                  REMAINDER WS-DUE-HALF
006470              COMPUTE WS-DUE-DAYS = WS-DUE-HALF * 15
006480          WHEN 'Y'
006490              COMPUTE WS-DUE-MONTHS = WS-DUE-PERIOD * 12
006500          WHEN OTHER
006510              MOVE WS-DUE-PERIOD TO WS-DUE-MONTHS
006520      END-EVALUATE
006530      EXEC SQL
006540          SELECT CHAR(DATE(:EPSLMST-BOARD-DATE)
006550                      + :WS-DUE-MONTHS MONTHS
006560                      + :WS-DUE-DAYS DAYS, ISO),
006570                 DAYS(DATE(:WS-RUN-DATE)) -
006580                 DAYS(DATE(:EPSLMST-BOARD-DATE)
006590                      + :WS-DUE-MONTHS MONTHS
006600                      + :WS-DUE-DAYS DAYS)
006610              INTO :WS-DUE-DATE, :WS-DAYS-LATE
006620              FROM SYSIBM.SYSDUMMY1
006630      END-EXEC
006640      IF SQLCODE NOT = 0
006650          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
006660      END-IF.
006670  2600-EXIT.
006680      EXIT.
006690*
006700*****************************************************************
006710* 2700-MARK-LOAN-BILLED                                         *
006720*****************************************************************
006730  2700-MARK-LOAN-BILLED.
006740      EXEC SQL
006750          UPDATE EPSLMST
006760              SET LAST_STMT_TS = TIMESTAMP(:WS-RUN-TS)
006770              WHERE APPLICATION_ID = :EPSLMST-APPLICATION-ID
006780      END-EXEC
006790      IF SQLCODE NOT = 0
006800          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
006810      END-IF.
006820  2700-EXIT.
006830      EXIT.
006840*
006850*****************************************************************
006860* 2800-WRITE-AMOUNT-LINE                                        *
006870*****************************************************************
006880  2800-WRITE-AMOUNT-LINE.
006890      WRITE EPSSTMT-LINE FROM WS-AMOUNT-LINE
006900      PERFORM 3900-CHECK-STATEMENT-WRITE THRU 3900-EXIT
006910      MOVE SPACES TO WS-AMT-TRAILER.
006920  2800-EXIT.
006930      EXIT.
006940*
006950*****************************************************************
006960* 3900-CHECK-STATEMENT-WRITE                                    *
006970*****************************************************************
006980  3900-CHECK-STATEMENT-WRITE.
006990      IF NOT EPSSTMT-OK
007000          MOVE 'EPSSTMT-FILE WRITE, STATUS=' TO WS-ABORT-MSG
007010          MOVE WS-EPSSTMT-STATUS TO WS-ABORT-MSG (28:2)
007020          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
007030      END-IF.
007040  3900-EXIT.
007050      EXIT.
007060*
007070*****************************************************************
007080* 7000-WRITE-CONTROL-TOTALS                                     *
007090*     THE LAST PAGE OF THE FILE: WHAT THE RUN BILLED AND WHAT   *
007100*     ACTIVITY IT REPORTED, FOR BALANCING AGAINST THE NIGHT'S   *
007110*     EPSPOST AND EPSDLQ TOTALS.                                *
007120*****************************************************************
007130  7000-WRITE-CONTROL-TOTALS.
007140      MOVE 'BILLING CONTROL TOTALS' TO WS-BAN-TITLE
007150      MOVE WS-RUN-DATE TO WS-BAN-RUN-DATE
007160      WRITE EPSSTMT-LINE FROM WS-RULE-LINE
007170      PERFORM 3900-CHECK-STATEMENT-WRITE THRU 3900-EXIT
007180      WRITE EPSSTMT-LINE FROM WS-BANNER-LINE
007190      PERFORM 3900-CHECK-STATEMENT-WRITE THRU 3900-EXIT
007200      WRITE EPSSTMT-LINE FROM WS-RULE-LINE
007210      PERFORM 3900-CHECK-STATEMENT-WRITE THRU 3900-EXIT
007220      MOVE 'STATEMENTS / TOTAL AMOUNT DUE:' TO WS-TOT-LABEL
007230      MOVE WS-STATEMENT-COUNT TO WS-TOT-COUNT
007240      MOVE WS-AMOUNT-DUE-TOTAL TO WS-TOT-AMOUNT
007250      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
007260      MOVE 'PAST DUE / PAST-DUE AMOUNT:' TO WS-TOT-LABEL
007270      MOVE WS-PAST-DUE-COUNT TO WS-TOT-COUNT
007280      MOVE WS-PAST-DUE-TOTAL TO WS-TOT-AMOUNT
007290      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
007300      MOVE 'UNPAID LATE CHARGES BILLED:' TO WS-TOT-LABEL
007310      MOVE 0 TO WS-TOT-COUNT
007320      MOVE WS-LATE-FEE-TOTAL TO WS-TOT-AMOUNT
007330      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
007340      MOVE 'PRINCIPAL BALANCE OUTSTANDING:' TO WS-TOT-LABEL
007350      MOVE WS-STATEMENT-COUNT TO WS-TOT-COUNT
007360      MOVE WS-PRINCIPAL-TOTAL TO WS-TOT-AMOUNT
007370      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
007380      MOVE 'INTEREST PAID YEAR TO DATE:' TO WS-TOT-LABEL
007390      MOVE 0 TO WS-TOT-COUNT
007400      MOVE WS-YTD-INTEREST-TOTAL TO WS-TOT-AMOUNT
007410      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
007420      MOVE 'PAYMENTS LISTED:' TO WS-TOT-LABEL
007430      MOVE WS-PAYMENT-COUNT TO WS-TOT-COUNT
007440      MOVE WS-PAYMENT-TOTAL TO WS-TOT-AMOUNT
007450      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
007460      MOVE 'REVERSALS LISTED:' TO WS-TOT-LABEL
007470      MOVE WS-REVERSAL-COUNT TO WS-TOT-COUNT
007480      MOVE WS-REVERSAL-TOTAL TO WS-TOT-AMOUNT
007490      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
007500      MOVE 'LATE CHARGES LISTED:' TO WS-TOT-LABEL
007510      MOVE WS-LATE-CHARGE-COUNT TO WS-TOT-COUNT
007520      MOVE WS-LATE-CHARGE-TOTAL TO WS-TOT-AMOUNT
007530      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
007540      MOVE 'NOT ON BORROWER MASTER:' TO WS-TOT-LABEL
007550      MOVE WS-NO-BORROWER-COUNT TO WS-TOT-COUNT
007560      MOVE 0 TO WS-TOT-AMOUNT
007570      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
007580  7000-EXIT.
007590      EXIT.
007600*
007610*****************************************************************
007620* 7100-WRITE-TOTAL-LINE                                         *
007630*****************************************************************
007640  7100-WRITE-TOTAL-LINE.
007650      WRITE EPSSTMT-LINE FROM WS-TOTAL-LINE
007660      PERFORM 3900-CHECK-STATEMENT-WRITE THRU 3900-EXIT.
007670  7100-EXIT.
007680      EXIT.
007690*
007700*****************************************************************
007710* 8000-FINALIZE                                                 *
007720*****************************************************************
007730  8000-FINALIZE.
007740      CLOSE EPSSTMT-FILE
007750      DISPLAY 'EPSSTMT STATEMENTS WRITTEN:  ' WS-STATEMENT-COUNT
007760      DISPLAY 'EPSSTMT PAST DUE:            ' WS-PAST-DUE-COUNT
007770      DISPLAY 'EPSSTMT PAYMENTS LISTED:     ' WS-PAYMENT-COUNT
007780      DISPLAY 'EPSSTMT REVERSALS LISTED:    ' WS-REVERSAL-COUNT
007790      DISPLAY 'EPSSTMT NO BORROWER MASTER:  '
007800          WS-NO-BORROWER-COUNT.
007810  8000-EXIT.
007820      EXIT.
007830*
007840*****************************************************************
007850* 9800-ABORT-ON-SQLCODE                                         *
007860*     AN UNEXPECTED SQLCODE MEANS THE RUN CANNOT BE TRUSTED     *
007870*     TO CONTINUE -- STAGE THE CODE INTO THE ABORT MESSAGE      *
007880*     AND STOP.                                                 *
007890*****************************************************************
007900  9800-ABORT-ON-SQLCODE.
007910      MOVE 'BILLING STATEMENT SQL, SQLCODE=' TO WS-ABORT-MSG
007920      MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
007930      MOVE WS-ABORT-SQLCODE-DISPLAY TO WS-ABORT-MSG (32:9)
007940      PERFORM 9900-ABORT-RUN THRU 9900-EXIT.
007950  9800-EXIT.
007960      EXIT.
007970*
007980*****************************************************************
007990* 9900-ABORT-RUN                                                *
008000*     A FILE STATUS OR SQLCODE THIS PROGRAM CANNOT CONTINUE     *
008010*     PAST -- DISPLAY WHAT FAILED AND STOP RATHER THAN MAIL     *
008020*     STATEMENTS THAT DO NOT MATCH THE BOOKS.                   *
008030*****************************************************************
008040  9900-ABORT-RUN.
008050      DISPLAY 'EPSSTMT FATAL ERROR -- ' WS-ABORT-MSG
008060      MOVE 16 TO RETURN-CODE
008070      STOP RUN.
008080  9900-EXIT.
008090      EXIT.
008100*
008110  END PROGRAM EPSSTMT.
