000010  IDENTIFICATION DIVISION.
000020  PROGRAM-ID.    EPSARMR.
000030  AUTHOR.        R PELLETIER.
000040  INSTALLATION.  CONSUMER LENDING SYSTEMS.
000050  DATE-WRITTEN.  10/11/2026.
000060  DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090* EPSARMR                                                       *
000100*     NIGHTLY ARM RATE-RESET RUN.  WORKS EVERY OPEN ADJUSTABLE- *
000110*     RATE LOAN ON THE EPSLMST LOAN MASTER (ARM_ADJUST_YEARS    *
000120*     ABOVE ZERO) IN TWO PASSES:                                *
000130*                                                               *
000140*     NOTICE -- A LOAN WHOSE NEXT_RESET_DATE FALLS WITHIN THE   *
000150*     NOTICE WINDOW AND HAS NOT YET BEEN TOLD OF IT GETS ITS    *
000160*     NEW RATE SET NOW, FROM THE NEWEST ACTIVE EPSINDX INDEX    *
000170*     VALUE PLUS THE LOAN'S MARGIN, MOVED FROM THE CURRENT      *
000180*     RATE BY NO MORE THAN THE PERIODIC CAP AND NEVER PAST THE  *
000190*     LIFETIME CEILING (THE INITIAL RATE PLUS THE LIFETIME      *
000200*     CAP) -- THE SAME STEP EPSCALC TAKES AT A RESET ON AN ARM  *
000210*     QUOTE'S SCHEDULE.  THE RATE IS HELD ON THE LOAN IN        *
000220*     ARM_NEXT_RATE AND AN ADVANCE RATE-CHANGE NOTICE, WITH     *
000230*     THE NEW PAYMENT ESTIMATED ON TODAY'S BALANCE, IS WRITTEN  *
000240*     TO THE EPSARMN PRINT FILE, ADDRESSED FROM THE EPSBMST     *
000250*     BORROWER MASTER.                                          *
000260*                                                               *
000270*     RESET -- ON OR AFTER ITS NEXT_RESET_DATE, A NOTIFIED      *
000280*     LOAN TAKES THE ANNOUNCED RATE AS ITS BOARD_RATE AND ITS   *
000290*     PI_PAYMENT IS RE-AMORTIZED OVER THE PERIODS LEFT ON THE   *
000300*     TERM AT THAT RATE, SO EPSPOST SPLITS EVERY LATER PAYMENT  *
000310*     AT THE NEW RATE.  NEXT_RESET_DATE MOVES ON BY THE         *
000320*     ADJUSTMENT INTERVAL.  EACH RESET IS LISTED ON THE         *
000330*     EPSARRPT RESET REGISTER WITH ITS OLD AND NEW RATE AND     *
000340*     PAYMENT.                                                  *
000350*                                                               *
000360*     A LOAN FOUND ALREADY PAST ITS RESET DATE WITHOUT A        *
000370*     NOTICE (BOARDED INSIDE THE WINDOW, OR MISSED BY A RUN)    *
000380*     IS NOTIFIED AND RESET IN THE SAME RUN.  WITH NO ACTIVE    *
000390*     INDEX VALUE ON FILE NO NEW RATE CAN BE SET: SUCH LOANS    *
000400*     ARE LISTED AS EXCEPTIONS AND PICKED UP BY THE FIRST RUN   *
000410*     AFTER THE DESK KEYS ONE.  RUN AFTER EPSPOST.  A FILE      *
000420*     ERROR OR AN UNEXPECTED SQLCODE ABORTS THE RUN.            *
000430*                                                               *
000440* MODIFICATION HISTORY                                          *
000450*   10/11/2026  RP   ORIGINAL VERSION.                          *
000460*                                                               *
000470*****************************************************************
000480  ENVIRONMENT DIVISION.
000490  CONFIGURATION SECTION.
000500  SOURCE-COMPUTER.       IBM-370.
000510  OBJECT-COMPUTER.       IBM-370.
000520  INPUT-OUTPUT SECTION.
000530  FILE-CONTROL.
000540      SELECT EPSARMN-FILE     ASSIGN TO EPSARMN
000550          ORGANIZATION IS SEQUENTIAL
000560          FILE STATUS IS WS-EPSARMN-STATUS.
000570      SELECT EPSARRPT-FILE    ASSIGN TO EPSARRPT
000580          ORGANIZATION IS SEQUENTIAL
000590          FILE STATUS IS WS-EPSARRPT-STATUS.
000600*
000610  DATA DIVISION.
000620  FILE SECTION.
000630  FD  EPSARMN-FILE
000640      RECORDING MODE IS F.
000650  01  EPSARMN-LINE                    PIC X(80).
000660*
000670  FD  EPSARRPT-FILE
000680      RECORDING MODE IS F.
000690  01  EPSARRPT-LINE                   PIC X(132).
000700*
000710  WORKING-STORAGE SECTION.
000720  01  WS-FILE-STATUS-FIELDS.
000730      05  WS-EPSARMN-STATUS           PIC X(02).
000740          88  EPSARMN-OK                  VALUE '00'.
000750      05  WS-EPSARRPT-STATUS          PIC X(02).
000760          88  EPSARRPT-OK                 VALUE '00'.
000770  01  WS-ABORT-MSG                 PIC X(40).
000780  01  WS-ABORT-SQLCODE-DISPLAY     PIC -9(8).
000790*
000800  01  WS-SWITCHES.
000810      05  WS-EOF-NOTICES              PIC X(01)   VALUE 'N'.
000820          88  EOF-NOTICES                 VALUE 'Y'.
000830      05  WS-EOF-RESETS               PIC X(01)   VALUE 'N'.
000840          88  EOF-RESETS                  VALUE 'Y'.
000850      05  WS-INDEX-SW                 PIC X(01)   VALUE 'N'.
000860          88  INDEX-ON-FILE               VALUE 'Y'.
000870          88  INDEX-MISSING               VALUE 'N'.
000880      05  WS-CAPPED-SW                PIC X(01)   VALUE 'N'.
000890          88  RATE-CAPPED                 VALUE 'Y'.
000900*
000910  01  WS-COUNTERS.
000920      05  WS-NOTICE-COUNT             PIC 9(9) COMP VALUE ZERO.
000930      05  WS-RESET-COUNT              PIC 9(9) COMP VALUE ZERO.
000940      05  WS-INCREASE-COUNT           PIC 9(9) COMP VALUE ZERO.
000950      05  WS-DECREASE-COUNT           PIC 9(9) COMP VALUE ZERO.
000960      05  WS-UNCHANGED-COUNT          PIC 9(9) COMP VALUE ZERO.
000970      05  WS-NO-INDEX-COUNT           PIC 9(9) COMP VALUE ZERO.
000980      05  WS-NO-BORROWER-COUNT        PIC 9(9) COMP VALUE ZERO.
000990*
001000  01  WS-TOTALS.
001010      05  WS-OLD-PI-TOTAL             PIC S9(11)V99 COMP-3
001020                                      VALUE ZERO.
001030      05  WS-NEW-PI-TOTAL             PIC S9(11)V99 COMP-3
001040                                      VALUE ZERO.
001050*
001060* RESET TERMS.  A BORROWER IS TOLD OF A RATE CHANGE THIS MANY
001070* DAYS BEFORE IT TAKES EFFECT, AND THE INDEX VALUE IN EFFECT
001080* ON THE DAY OF THE NOTICE IS THE ONE THE NEW RATE IS SET FROM.
001090  01  WS-RESET-TERMS.
001100      05  WS-NOTICE-DAYS              PIC S9(3) COMP-3 VALUE 60.
001110*
001120  01  WS-RUN-DATE                     PIC X(10).
001130  01  WS-NOTICE-HORIZON               PIC X(10).
001140  01  WS-INDEX-DATE                   PIC X(10).
001150  01  WS-INDEX-RATE                   PIC S9(2)V9(3) COMP-3.
001160*
001170* RATE AND LEVEL-PAYMENT WORK FIELDS -- THE SAME SHAPES EPSCALC
001180* AND EPSBORD USE FOR THEIR PAYMENT ARITHMETIC.
001190  01  WS-RESET-FIELDS.
001200      05  WS-TARGET-RATE              PIC S9(3)V9(3) COMP-3.
001210      05  WS-CEILING-RATE             PIC S9(3)V9(3) COMP-3.
001220      05  WS-NEW-RATE                 PIC S9(3)V9(3) COMP-3.
001230      05  WS-OLD-RATE                 PIC S9(2)V9(3) COMP-3.
001240      05  WS-OLD-PI-PAYMENT           PIC S9(7)V99 COMP-3.
001250      05  WS-NEW-PI-PAYMENT           PIC S9(7)V99 COMP-3.
001260      05  WS-OTHER-PAYMENT            PIC S9(7)V99 COMP-3.
001270      05  WS-PERIODS-PER-YEAR         PIC S9(3) COMP-3.
001280      05  WS-TOTAL-MONTHS             PIC S9(5) COMP-3.
001290      05  WS-TOTAL-PERIODS            PIC S9(5) COMP-3.
001300      05  WS-PERIODS-LEFT             PIC S9(5) COMP-3.
001310      05  WS-PERIOD-RATE              PIC S9V9(9) COMP-3.
001320      05  WS-RATE-FACTOR              PIC S9(6)V9(9) COMP-3.
001330      05  WS-CALC-NUMERATOR           PIC S9(11)V9(6) COMP-3.
001340      05  WS-CALC-DENOMINATOR         PIC S9(6)V9(9) COMP-3.
001350*
001360  01  WS-RATE-EDIT                    PIC Z9.999.
001370*
001380  01  WS-NOTICE-LINES.
001390      05  WS-RULE-LINE                PIC X(80) VALUE ALL '='.
001400      05  WS-DASH-LINE                PIC X(80) VALUE ALL '-'.
001410      05  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
001420      05  WS-BANNER-LINE.
001430          10  FILLER                  PIC X(40)
001440              VALUE 'CONSUMER LENDING SYSTEMS'.
001450          10  FILLER                  PIC X(30)
001460              VALUE 'INTEREST RATE CHANGE NOTICE'.
001470          10  WS-BAN-RUN-DATE         PIC X(10).
001480      05  WS-ADDRESS-LINE.
001490          10  FILLER                  PIC X(04) VALUE SPACES.
001500          10  WS-ADR-TEXT             PIC X(76).
001510      05  WS-DATE-LINE.
001520          10  WS-DTE-LABEL            PIC X(40).
001530          10  FILLER                  PIC X(05) VALUE SPACES.
001540          10  WS-DTE-VALUE            PIC X(10).
001550          10  FILLER                  PIC X(25) VALUE SPACES.
001560      05  WS-AMOUNT-LINE.
001570          10  WS-AMT-LABEL            PIC X(40).
001580          10  WS-AMT-VALUE            PIC ZZZ,ZZZ,ZZ9.99-.
001590          10  FILLER                  PIC X(25) VALUE SPACES.
001600      05  WS-CAP-LINE-1               PIC X(80) VALUE
001610          'THE CHANGE HAS BEEN LIMITED BY THE RATE CAPS IN YOUR'.
001620      05  WS-CAP-LINE-2               PIC X(80) VALUE
001630          'NOTE; THE FULLY-INDEXED RATE WOULD BE DIFFERENT.'.
001640      05  WS-NOTE-LINE-1              PIC X(80) VALUE
001650          'THE NEW PAYMENT SHOWN IS FIGURED ON TODAY''S BALANCE'.
001660      05  WS-NOTE-LINE-2              PIC X(80) VALUE
001670          'AND IS REFIGURED ON THE DAY THE CHANGE TAKES EFFECT;'.
001680      05  WS-NOTE-LINE-3              PIC X(80) VALUE
001690          'EVERY PAYMENT DUE AFTER THAT DATE IS AT THE NEW RATE.'.
001700*
001710  01  WS-REPORT-LINES.
001720      05  WS-HEADER-LINE.
001730          10  FILLER                  PIC X(35)
001740              VALUE 'EPSARMR ARM RATE RESET REGISTER'.
001750          10  FILLER                  PIC X(14)
001760              VALUE '-- RUN DATE   '.
001770          10  FILLER                  PIC X(01) VALUE SPACES.
001780          10  WS-HDR-RUN-DATE         PIC X(10).
001790          10  FILLER                  PIC X(72) VALUE SPACES.
001800      05  WS-COLUMN-LINE.
001810          10  FILLER                  PIC X(12)
001820              VALUE 'APPLICATION '.
001830          10  FILLER                  PIC X(32)
001840              VALUE 'BORROWER'.
001850          10  FILLER                  PIC X(12)
001860              VALUE 'RESET DATE'.
001870          10  FILLER                  PIC X(09)
001880              VALUE 'OLD RATE'.
001890          10  FILLER                  PIC X(09)
001900              VALUE 'NEW RATE'.
001910          10  FILLER                  PIC X(13)
001920              VALUE '   OLD P&I'.
001930          10  FILLER                  PIC X(13)
001940              VALUE '   NEW P&I'.
001950          10  FILLER                  PIC X(07)
001960              VALUE 'LEFT'.
001970          10  FILLER                  PIC X(25) VALUE SPACES.
001980      05  WS-DETAIL-LINE.
001990          10  WS-DTL-APPLICATION-ID   PIC X(10).
002000          10  FILLER                  PIC X(02) VALUE SPACES.
002010          10  WS-DTL-BORROWER-NAME    PIC X(30).
002020          10  FILLER                  PIC X(02) VALUE SPACES.
002030          10  WS-DTL-RESET-DATE       PIC X(10).
002040          10  FILLER                  PIC X(02) VALUE SPACES.
002050          10  WS-DTL-OLD-RATE         PIC Z9.999.
002060          10  FILLER                  PIC X(03) VALUE SPACES.
002070          10  WS-DTL-NEW-RATE         PIC Z9.999.
002080          10  FILLER                  PIC X(03) VALUE SPACES.
002090          10  WS-DTL-OLD-PI           PIC ZZZ,ZZ9.99.
002100          10  FILLER                  PIC X(03) VALUE SPACES.
002110          10  WS-DTL-NEW-PI           PIC ZZZ,ZZ9.99.
002120          10  FILLER                  PIC X(03) VALUE SPACES.
002130          10  WS-DTL-PERIODS-LEFT     PIC ZZZ9.
002140          10  FILLER                  PIC X(03) VALUE SPACES.
002150          10  WS-DTL-NOTE             PIC X(25).
002160      05  WS-EXCEPTION-LINE.
002170          10  WS-EXC-APPLICATION-ID   PIC X(10).
002180          10  FILLER                  PIC X(02) VALUE SPACES.
002190          10  WS-EXC-BORROWER-NAME    PIC X(30).
002200          10  FILLER                  PIC X(02) VALUE SPACES.
002210          10  WS-EXC-RESET-DATE       PIC X(10).
002220          10  FILLER                  PIC X(02) VALUE SPACES.
002230          10  WS-EXC-TEXT             PIC X(60).
002240          10  FILLER                  PIC X(16) VALUE SPACES.
002250      05  WS-TOTAL-LINE.
002260          10  WS-TOT-LABEL            PIC X(40).
002270          10  WS-TOT-COUNT            PIC ZZZ,ZZZ,ZZ9.
002280          10  FILLER                  PIC X(04) VALUE SPACES.
002290          10  WS-TOT-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002300          10  FILLER                  PIC X(59) VALUE SPACES.
002310*
002320      COPY EPSLMST.
002330*
002340      COPY EPSBMST.
002350*
002360      COPY SQLCA.
002370*
002380  PROCEDURE DIVISION.
002390*
002400*****************************************************************
002410* 0000-MAINLINE                                                 *
002420*****************************************************************
002430  0000-MAINLINE.
002440      PERFORM 1000-INITIALIZE THRU 1000-EXIT
002450      PERFORM 2000-SEND-NOTICES THRU 2000-EXIT
002460      PERFORM 3000-APPLY-RESETS THRU 3000-EXIT
002470      PERFORM 7000-WRITE-CONTROL-TOTALS THRU 7000-EXIT
002480      PERFORM 8000-FINALIZE THRU 8000-EXIT
002490      GOBACK.
002500  0000-EXIT.
002510      EXIT.
002520*
002530*****************************************************************
002540* 1000-INITIALIZE                                               *
002550*     THE RUN DATE, THE LAST RESET DATE THE NOTICE WINDOW       *
002560*     REACHES, AND THE INDEX VALUE IN EFFECT TODAY ARE TAKEN    *
002570*     ONCE FOR THE WHOLE RUN.                                   *
002580*****************************************************************
002590  1000-INITIALIZE.
002600      OPEN OUTPUT EPSARMN-FILE
002610      IF NOT EPSARMN-OK
002620          MOVE 'EPSARMN-FILE OPEN, STATUS=' TO WS-ABORT-MSG
002630          MOVE WS-EPSARMN-STATUS TO WS-ABORT-MSG (27:2)
002640          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
002650      END-IF
002660      OPEN OUTPUT EPSARRPT-FILE
002670      IF NOT EPSARRPT-OK
002680          MOVE 'EPSARRPT-FILE OPEN, STATUS=' TO WS-ABORT-MSG
002690          MOVE WS-EPSARRPT-STATUS TO WS-ABORT-MSG (28:2)
002700          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
002710      END-IF
002720      EXEC SQL
002730          SELECT CHAR(CURRENT DATE, ISO),
002740                 CHAR(CURRENT DATE + :WS-NOTICE-DAYS DAYS, ISO)
002750              INTO :WS-RUN-DATE, :WS-NOTICE-HORIZON
002760              FROM SYSIBM.SYSDUMMY1
002770      END-EXEC
002780      IF SQLCODE NOT = 0
002790          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
002800      END-IF
002810      PERFORM 1100-FETCH-INDEX THRU 1100-EXIT
002820      MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
002830      WRITE EPSARRPT-LINE FROM WS-HEADER-LINE
002840      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT
002850      WRITE EPSARRPT-LINE FROM WS-COLUMN-LINE
002860      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT.
002870  1000-EXIT.
002880      EXIT.
002890*
002900*****************************************************************
002910* 1100-FETCH-INDEX                                              *
002920*     THE NEWEST ACTIVE EPSINDX ROW EFFECTIVE ON OR BEFORE THE  *
002930*     RUN DATE.  NONE AT ALL IS NOT FATAL -- RESETS ALREADY     *
002940*     ANNOUNCED CAN STILL BE APPLIED -- BUT NO NEW RATE CAN BE  *
002950*     SET UNTIL ONE IS KEYED.                                   *
002960*****************************************************************
002970  1100-FETCH-INDEX.
002980      EXEC SQL
002990          SELECT INDEX_RATE, CHAR(EFFECTIVE_DATE, ISO)
003000              INTO :WS-INDEX-RATE, :WS-INDEX-DATE
003010              FROM EPSINDX
003020              WHERE INDEX_STATUS = 'A'
003030                AND EFFECTIVE_DATE <= DATE(:WS-RUN-DATE)
003040              ORDER BY EFFECTIVE_DATE DESC
003050              FETCH FIRST 1 ROW ONLY
003060      END-EXEC
003070      EVALUATE SQLCODE
003080          WHEN 0
003090              MOVE 'Y' TO WS-INDEX-SW
003100          WHEN 100
003110              MOVE 'N' TO WS-INDEX-SW
003120              MOVE 0 TO WS-INDEX-RATE
003130              MOVE SPACES TO WS-INDEX-DATE
003140              DISPLAY 'EPSARMR NO ACTIVE INDEX RATE ON EPSINDX'
003150          WHEN OTHER
003160              PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
003170      END-EVALUATE.
003180  1100-EXIT.
003190      EXIT.
003200*
003210*****************************************************************
003220* 2000-SEND-NOTICES                                             *
003230*     EVERY OPEN ARM LOAN NOT YET TOLD OF ITS NEXT RESET WHOSE  *
003240*     RESET DATE IS INSIDE THE NOTICE WINDOW (OR ALREADY        *
003250*     PASSED).                                                  *
003260*****************************************************************
003270  2000-SEND-NOTICES.
003280      EXEC SQL
003290          DECLARE NOTICE-CURSOR CURSOR FOR
003300              SELECT L.APPLICATION_ID, L.CURRENT_BALANCE,
003310                     L.TERM_YEARS, L.TERM_MONTHS, L.BOARD_RATE,
003320                     L.YEAR_MONTH_IND, L.PI_PAYMENT,
003330                     L.ESCROW_PAYMENT, L.PMI_PAYMENT,
003340                     L.PMI_DROP_BALANCE, L.PAID_THRU_PERIOD,
003350                     L.ARM_MARGIN, L.ARM_PERIODIC_CAP,
003360                     L.ARM_LIFETIME_CAP, L.ARM_INITIAL_RATE,
003370                     CHAR(L.NEXT_RESET_DATE, ISO),
003380                     COALESCE(B.BORROWER_NAME,
003390                         '*** NOT ON BORROWER MASTER ***'),
003400                     COALESCE(B.ADDR_LINE_1, ' '),
003410                     COALESCE(B.ADDR_LINE_2, ' '),
003420                     COALESCE(B.CITY, ' '),
003430                     COALESCE(B.STATE, ' '),
003440                     COALESCE(B.ZIP_CODE, ' '),
003450                     COALESCE(B.BORROWER_STATUS, ' ')
003460              FROM EPSLMST L
003470              LEFT OUTER JOIN EPSBMST B
003480                ON B.APPLICATION_ID = L.APPLICATION_ID
003490              WHERE L.LOAN_STATUS = 'O'
003500                AND L.ARM_ADJUST_YEARS > 0
003510                AND L.ARM_NOTICE_IND = 'N'
003520                AND L.NEXT_RESET_DATE <= DATE(:WS-NOTICE-HORIZON)
003530              ORDER BY L.APPLICATION_ID
003540      END-EXEC
003550      EXEC SQL
003560          OPEN NOTICE-CURSOR
003570      END-EXEC
003580      IF SQLCODE NOT = 0
003590          MOVE 'NOTICE-CURSOR OPEN, SQLCODE=' TO WS-ABORT-MSG
003600          MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
003610          MOVE WS-ABORT-SQLCODE-DISPLAY TO WS-ABORT-MSG (29:9)
003620          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
003630      END-IF
003640      PERFORM 2100-NOTIFY-ONE-LOAN THRU 2100-EXIT
003650          UNTIL EOF-NOTICES
003660      EXEC SQL
003670          CLOSE NOTICE-CURSOR
003680      END-EXEC.
003690  2000-EXIT.
003700      EXIT.
003710*
003720*****************************************************************
003730* 2100-NOTIFY-ONE-LOAN                                          *
003740*     SET THE NEW RATE, HOLD IT ON THE LOAN AND PRINT THE       *
003750*     NOTICE.  WITHOUT AN INDEX VALUE THE LOAN IS LISTED AS AN  *
003760*     EXCEPTION AND LEFT FOR A LATER RUN.                       *
003770*****************************************************************
003780  2100-NOTIFY-ONE-LOAN.
003790      EXEC SQL
003800          FETCH NOTICE-CURSOR
003810              INTO :EPSLMST-APPLICATION-ID,
003820                   :EPSLMST-CURRENT-BALANCE,
003830                   :EPSLMST-TERM-YEARS,
003840                   :EPSLMST-TERM-MONTHS,
003850                   :EPSLMST-BOARD-RATE,
003860                   :EPSLMST-YEAR-MONTH-IND,
003870                   :EPSLMST-PI-PAYMENT,
003880                   :EPSLMST-ESCROW-PAYMENT,
003890                   :EPSLMST-PMI-PAYMENT,
003900                   :EPSLMST-PMI-DROP-BALANCE,
003910                   :EPSLMST-PAID-THRU-PERIOD,
003920                   :EPSLMST-ARM-MARGIN,
003930                   :EPSLMST-ARM-PERIODIC-CAP,
003940                   :EPSLMST-ARM-LIFETIME-CAP,
003950                   :EPSLMST-ARM-INITIAL-RATE,
003960                   :EPSLMST-NEXT-RESET-DATE,
003970                   :EPSBMST-BORROWER-NAME,
003980                   :EPSBMST-ADDR-LINE-1,
003990                   :EPSBMST-ADDR-LINE-2,
004000                   :EPSBMST-CITY,
004010                   :EPSBMST-STATE,
004020                   :EPSBMST-ZIP-CODE,
004030                   :EPSBMST-BORROWER-STATUS
004040      END-EXEC
004050      EVALUATE SQLCODE
004060          WHEN 0
004070              CONTINUE
004080          WHEN 100
004090              MOVE 'Y' TO WS-EOF-NOTICES
004100              GO TO 2100-EXIT
004110          WHEN OTHER
004120              MOVE 'NOTICE-CURSOR FETCH, SQLCODE=' TO
004130                  WS-ABORT-MSG
004140              MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
004150              MOVE WS-ABORT-SQLCODE-DISPLAY TO
004160                  WS-ABORT-MSG (30:9)
004170              PERFORM 9900-ABORT-RUN THRU 9900-EXIT
004180      END-EVALUATE
004190      IF INDEX-MISSING
004200          ADD 1 TO WS-NO-INDEX-COUNT
004210          MOVE 'NO ACTIVE INDEX RATE - NEW RATE NOT SET'
004220              TO WS-EXC-TEXT
004230          PERFORM 3100-WRITE-EXCEPTION THRU 3100-EXIT
004240          GO TO 2100-EXIT
004250      END-IF
004260      IF EPSBMST-BORROWER-STATUS = SPACE
004270          ADD 1 TO WS-NO-BORROWER-COUNT
004280      END-IF
004290      PERFORM 2200-COMPUTE-NEXT-RATE THRU 2200-EXIT
004300      PERFORM 2300-REAMORTIZE THRU 2300-EXIT
004310      PERFORM 2400-HOLD-NEXT-RATE THRU 2400-EXIT
004320      PERFORM 2500-WRITE-NOTICE THRU 2500-EXIT
004330      ADD 1 TO WS-NOTICE-COUNT.
004340  2100-EXIT.
004350      EXIT.
004360*
004370*****************************************************************
004380* 2200-COMPUTE-NEXT-RATE                                        *
004390*     THE RATE MOVES TOWARD THE FULLY-INDEXED TARGET (INDEX +   *
004400*     MARGIN) BY NO MORE THAN THE PERIODIC CAP, NEVER PAST THE  *
004410*     LIFETIME CEILING AND NEVER BELOW ZERO -- THE SAME RULE    *
004420*     EPSCALC'S 2700-ARM-RESET-RATE APPLIES WHEN IT SCHEDULES   *
004430*     AN ARM QUOTE, SO THE LOAN RESETS THE WAY IT WAS QUOTED.   *
004440*     WS-CAPPED-SW IS SET WHEN THE RATE COULD NOT REACH THE     *
004450*     TARGET, SO THE NOTICE CAN SAY SO.                         *
004460*****************************************************************
004470  2200-COMPUTE-NEXT-RATE.
004480      MOVE 'N' TO WS-CAPPED-SW
004490      COMPUTE WS-TARGET-RATE = WS-INDEX-RATE + EPSLMST-ARM-MARGIN
004500      COMPUTE WS-CEILING-RATE =
004510          EPSLMST-ARM-INITIAL-RATE + EPSLMST-ARM-LIFETIME-CAP
004520      MOVE EPSLMST-BOARD-RATE TO WS-NEW-RATE
004530      IF WS-NEW-RATE < WS-TARGET-RATE
004540          COMPUTE WS-NEW-RATE =
004550              WS-NEW-RATE + EPSLMST-ARM-PERIODIC-CAP
004560          IF WS-NEW-RATE > WS-TARGET-RATE
004570              MOVE WS-TARGET-RATE TO WS-NEW-RATE
004580          END-IF
004590      ELSE
004600          IF WS-NEW-RATE > WS-TARGET-RATE
004610              COMPUTE WS-NEW-RATE =
004620                  WS-NEW-RATE - EPSLMST-ARM-PERIODIC-CAP
004630              IF WS-NEW-RATE < WS-TARGET-RATE
004640                  MOVE WS-TARGET-RATE TO WS-NEW-RATE
004650              END-IF
004660          END-IF
004670      END-IF
004680      IF WS-NEW-RATE > WS-CEILING-RATE
004690          MOVE WS-CEILING-RATE TO WS-NEW-RATE
004700      END-IF
004710      IF WS-NEW-RATE < 0
004720          MOVE 0 TO WS-NEW-RATE
004730      END-IF
004740      IF WS-NEW-RATE NOT = WS-TARGET-RATE
004750          MOVE 'Y' TO WS-CAPPED-SW
004760      END-IF
004770      MOVE WS-NEW-RATE TO EPSLMST-ARM-NEXT-RATE.
004780  2200-EXIT.
004790      EXIT.
004800*
004810*****************************************************************
004820* 2300-REAMORTIZE                                               *
004830*     LEVEL P&I PAYMENT THAT RETIRES THE CURRENT BALANCE OVER   *
004840*     THE PERIODS LEFT ON THE TERM AT EPSLMST-ARM-NEXT-RATE,    *
004850*     WITH THE SAME ARITHMETIC EPSBORD USES TO PRICE A LOAN AT  *
004860*     ITS LOCKED RATE.  A LOAN ALREADY AT OR PAST THE END OF    *
004870*     ITS TERM IS PRICED OVER ONE PERIOD -- THE BALANCE FALLS   *
004880*     DUE AT THE NEXT PAYMENT.                                  *
004890*****************************************************************
004900  2300-REAMORTIZE.
004910      EVALUATE EPSLMST-YEAR-MONTH-IND
004920          WHEN 'B'
004930              MOVE 26 TO WS-PERIODS-PER-YEAR
004940          WHEN 'S'
004950              MOVE 24 TO WS-PERIODS-PER-YEAR
004960          WHEN OTHER
004970              MOVE 12 TO WS-PERIODS-PER-YEAR
004980      END-EVALUATE
004990      COMPUTE WS-TOTAL-MONTHS =
005000          EPSLMST-TERM-YEARS * 12 + EPSLMST-TERM-MONTHS
005010      COMPUTE WS-TOTAL-PERIODS ROUNDED =
005020          WS-TOTAL-MONTHS * WS-PERIODS-PER-YEAR / 12
005030      COMPUTE WS-PERIODS-LEFT =
005040          WS-TOTAL-PERIODS - EPSLMST-PAID-THRU-PERIOD
005050      IF WS-PERIODS-LEFT < 1
005060          MOVE 1 TO WS-PERIODS-LEFT
005070      END-IF
005080      COMPUTE WS-PERIOD-RATE ROUNDED =
005090          EPSLMST-ARM-NEXT-RATE / 100 / WS-PERIODS-PER-YEAR
005100      IF WS-PERIOD-RATE = 0
005110          COMPUTE WS-NEW-PI-PAYMENT ROUNDED =
005120              EPSLMST-CURRENT-BALANCE / WS-PERIODS-LEFT
005130      ELSE
005140          COMPUTE WS-RATE-FACTOR ROUNDED =
005150              (1 + WS-PERIOD-RATE) ** WS-PERIODS-LEFT
005160          COMPUTE WS-CALC-NUMERATOR ROUNDED =
005170              EPSLMST-CURRENT-BALANCE * WS-PERIOD-RATE *
005180              WS-RATE-FACTOR
005190          COMPUTE WS-CALC-DENOMINATOR = WS-RATE-FACTOR - 1
005200          COMPUTE WS-NEW-PI-PAYMENT ROUNDED =
005210              WS-CALC-NUMERATOR / WS-CALC-DENOMINATOR
005220      END-IF.
005230  2300-EXIT.
005240      EXIT.
005250*
005260*****************************************************************
005270* 2400-HOLD-NEXT-RATE                                           *
005280*     THE ANNOUNCED RATE IS KEPT ON THE LOAN, SO THE RESET      *
005290*     APPLIES EXACTLY WHAT THE BORROWER WAS TOLD EVEN IF THE    *
005300*     INDEX MOVES AGAIN BEFORE THE CHANGE DATE.                 *
005310*****************************************************************
005320  2400-HOLD-NEXT-RATE.
005330      EXEC SQL
005340          UPDATE EPSLMST
005350              SET ARM_NEXT_RATE = :EPSLMST-ARM-NEXT-RATE,
005360                  ARM_NOTICE_IND = 'Y'
005370              WHERE APPLICATION_ID = :EPSLMST-APPLICATION-ID
005380      END-EXEC
005390      IF SQLCODE NOT = 0
005400          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
005410      END-IF.
005420  2400-EXIT.
005430      EXIT.
005440*
005450*****************************************************************
005460* 2500-WRITE-NOTICE                                             *
005470*     BANNER, BORROWER ADDRESS, THE CHANGE DATE, HOW THE NEW    *
005480*     RATE WAS SET, AND THE PAYMENT BEFORE AND AFTER.  ESCROW   *
005490*     AND PMI ARE NOT AFFECTED BY THE RATE AND ARE SHOWN AS     *
005500*     THEY STAND.                                               *
005510*****************************************************************
005520  2500-WRITE-NOTICE.
005530      MOVE WS-RUN-DATE TO WS-BAN-RUN-DATE
005540      WRITE EPSARMN-LINE FROM WS-RULE-LINE
005550      PERFORM 3800-CHECK-NOTICE-WRITE THRU 3800-EXIT
005560      WRITE EPSARMN-LINE FROM WS-BANNER-LINE
005570      PERFORM 3800-CHECK-NOTICE-WRITE THRU 3800-EXIT
005580      WRITE EPSARMN-LINE FROM WS-RULE-LINE
005590      PERFORM 3800-CHECK-NOTICE-WRITE THRU 3800-EXIT
005600      WRITE EPSARMN-LINE FROM WS-BLANK-LINE
005610      PERFORM 3800-CHECK-NOTICE-WRITE THRU 3800-EXIT
005620      PERFORM 2550-WRITE-ADDRESS THRU 2550-EXIT
005630      WRITE EPSARMN-LINE FROM WS-BLANK-LINE
005640      PERFORM 3800-CHECK-NOTICE-WRITE THRU 3800-EXIT
005650      MOVE 'ACCOUNT NUMBER:' TO WS-DTE-LABEL
005660      MOVE EPSLMST-APPLICATION-ID TO WS-DTE-VALUE
005670      PERFORM 2600-WRITE-DATE-LINE THRU 2600-EXIT
005680      MOVE 'NEW RATE TAKES EFFECT ON:' TO WS-DTE-LABEL
005690      MOVE EPSLMST-NEXT-RESET-DATE TO WS-DTE-VALUE
005700      PERFORM 2600-WRITE-DATE-LINE THRU 2600-EXIT
005710      MOVE 'INDEX VALUE AS OF:' TO WS-DTE-LABEL
005720      MOVE WS-INDEX-DATE TO WS-DTE-VALUE
005730      PERFORM 2600-WRITE-DATE-LINE THRU 2600-EXIT
005740      MOVE 'INDEX VALUE (PERCENT):' TO WS-DTE-LABEL
005750      MOVE WS-INDEX-RATE TO WS-RATE-EDIT
005760      MOVE WS-RATE-EDIT TO WS-DTE-VALUE
005770      PERFORM 2600-WRITE-DATE-LINE THRU 2600-EXIT
005780      MOVE 'PLUS MARGIN (PERCENT):' TO WS-DTE-LABEL
005790      MOVE EPSLMST-ARM-MARGIN TO WS-RATE-EDIT
005800      MOVE WS-RATE-EDIT TO WS-DTE-VALUE
005810      PERFORM 2600-WRITE-DATE-LINE THRU 2600-EXIT
005820      MOVE 'CURRENT INTEREST RATE (PERCENT):' TO WS-DTE-LABEL
005830      MOVE EPSLMST-BOARD-RATE TO WS-RATE-EDIT
005840      MOVE WS-RATE-EDIT TO WS-DTE-VALUE
005850      PERFORM 2600-WRITE-DATE-LINE THRU 2600-EXIT
005860      MOVE 'NEW INTEREST RATE (PERCENT):' TO WS-DTE-LABEL
005870      MOVE EPSLMST-ARM-NEXT-RATE TO WS-RATE-EDIT
005880      MOVE WS-RATE-EDIT TO WS-DTE-VALUE
005890      PERFORM 2600-WRITE-DATE-LINE THRU 2600-EXIT
005900      IF RATE-CAPPED
005910          WRITE EPSARMN-LINE FROM WS-CAP-LINE-1
005920          PERFORM 3800-CHECK-NOTICE-WRITE THRU 3800-EXIT
005930          WRITE EPSARMN-LINE FROM WS-CAP-LINE-2
005940          PERFORM 3800-CHECK-NOTICE-WRITE THRU 3800-EXIT
005950      END-IF
005960      PERFORM 2700-WRITE-NOTICE-PAYMENTS THRU 2700-EXIT.
005970  2500-EXIT.
005980      EXIT.
005990*
006000*****************************************************************
006010* 2550-WRITE-ADDRESS                                            *
006020*     NAME, STREET LINES (THE SECOND ONLY WHEN PRESENT), AND    *
006030*     CITY, STATE AND ZIP -- ZIP+4 WHEN THE LAST FOUR ARE ON    *
006040*     FILE.                                                     *
006050*****************************************************************
006060  2550-WRITE-ADDRESS.
006070      MOVE EPSBMST-BORROWER-NAME TO WS-ADR-TEXT
006080      WRITE EPSARMN-LINE FROM WS-ADDRESS-LINE
006090      PERFORM 3800-CHECK-NOTICE-WRITE THRU 3800-EXIT
006100      MOVE EPSBMST-ADDR-LINE-1 TO WS-ADR-TEXT
006110      WRITE EPSARMN-LINE FROM WS-ADDRESS-LINE
006120      PERFORM 3800-CHECK-NOTICE-WRITE THRU 3800-EXIT
006130      IF EPSBMST-ADDR-LINE-2 NOT = SPACES
006140          MOVE EPSBMST-ADDR-LINE-2 TO WS-ADR-TEXT
006150          WRITE EPSARMN-LINE FROM WS-ADDRESS-LINE
006160          PERFORM 3800-CHECK-NOTICE-WRITE THRU 3800-EXIT
006170      END-IF
006180      MOVE SPACES TO WS-ADR-TEXT
006190      IF EPSBMST-ZIP-CODE (6:4) = SPACES
006200          STRING EPSBMST-CITY DELIMITED BY '  '
006210                 ', ' EPSBMST-STATE '  '
006220                 EPSBMST-ZIP-CODE (1:5)
006230                 DELIMITED BY SIZE
006240                 INTO WS-ADR-TEXT
006250          END-STRING
006260      ELSE
006270          STRING EPSBMST-CITY DELIMITED BY '  '
006280                 ', ' EPSBMST-STATE '  '
006290                 EPSBMST-ZIP-CODE (1:5) '-'
006300                 EPSBMST-ZIP-CODE (6:4)
006310                 DELIMITED BY SIZE
006320                 INTO WS-ADR-TEXT
006330          END-STRING
006340      END-IF
006350      WRITE EPSARMN-LINE FROM WS-ADDRESS-LINE
006360      PERFORM 3800-CHECK-NOTICE-WRITE THRU 3800-EXIT.
006370  2550-EXIT.
006380      EXIT.
006390*
006400*****************************************************************
006410* 2600-WRITE-DATE-LINE                                          *
006420*****************************************************************
006430  2600-WRITE-DATE-LINE.
006440      WRITE EPSARMN-LINE FROM WS-DATE-LINE
006450      PERFORM 3800-CHECK-NOTICE-WRITE THRU 3800-EXIT.
006460  2600-EXIT.
006470      EXIT.
006480*
006490*****************************************************************
006500* 2700-WRITE-NOTICE-PAYMENTS                                    *
006510*     PMI IS PART OF THE PAYMENT ONLY WHILE THE BALANCE IS      *
006520*     STILL ABOVE THE PMI DROP BALANCE, THE SAME TEST EPSPOST   *
006530*     APPLIES.                                                  *
006540*****************************************************************
006550  2700-WRITE-NOTICE-PAYMENTS.
006560      MOVE EPSLMST-ESCROW-PAYMENT TO WS-OTHER-PAYMENT
006570      IF EPSLMST-CURRENT-BALANCE > EPSLMST-PMI-DROP-BALANCE
006580          ADD EPSLMST-PMI-PAYMENT TO WS-OTHER-PAYMENT
006590      END-IF
006600      WRITE EPSARMN-LINE FROM WS-DASH-LINE
006610      PERFORM 3800-CHECK-NOTICE-WRITE THRU 3800-EXIT
006620      MOVE 'CURRENT PRINCIPAL AND INTEREST' TO WS-AMT-LABEL
006630      MOVE EPSLMST-PI-PAYMENT TO WS-AMT-VALUE
006640      PERFORM 2800-WRITE-AMOUNT-LINE THRU 2800-EXIT
006650      MOVE 'NEW PRINCIPAL AND INTEREST' TO WS-AMT-LABEL
006660      MOVE WS-NEW-PI-PAYMENT TO WS-AMT-VALUE
006670      PERFORM 2800-WRITE-AMOUNT-LINE THRU 2800-EXIT
006680      MOVE 'ESCROW AND PMI (UNCHANGED)' TO WS-AMT-LABEL
006690      MOVE WS-OTHER-PAYMENT TO WS-AMT-VALUE
006700      PERFORM 2800-WRITE-AMOUNT-LINE THRU 2800-EXIT
006710      WRITE EPSARMN-LINE FROM WS-DASH-LINE
006720      PERFORM 3800-CHECK-NOTICE-WRITE THRU 3800-EXIT
006730      MOVE 'NEW TOTAL PAYMENT' TO WS-AMT-LABEL
006740      COMPUTE WS-AMT-VALUE = WS-NEW-PI-PAYMENT + WS-OTHER-PAYMENT
006750      PERFORM 2800-WRITE-AMOUNT-LINE THRU 2800-EXIT
006760      MOVE 'PRINCIPAL BALANCE TODAY' TO WS-AMT-LABEL
006770      MOVE EPSLMST-CURRENT-BALANCE TO WS-AMT-VALUE
006780      PERFORM 2800-WRITE-AMOUNT-LINE THRU 2800-EXIT
006790      WRITE EPSARMN-LINE FROM WS-BLANK-LINE
006800      PERFORM 3800-CHECK-NOTICE-WRITE THRU 3800-EXIT
006810      WRITE EPSARMN-LINE FROM WS-NOTE-LINE-1
006820      PERFORM 3800-CHECK-NOTICE-WRITE THRU 3800-EXIT
006830      WRITE EPSARMN-LINE FROM WS-NOTE-LINE-2
006840      PERFORM 3800-CHECK-NOTICE-WRITE THRU 3800-EXIT
006850      WRITE EPSARMN-LINE FROM WS-NOTE-LINE-3
006860      PERFORM 3800-CHECK-NOTICE-WRITE THRU 3800-EXIT
006870      WRITE EPSARMN-LINE FROM WS-BLANK-LINE
006880      PERFORM 3800-CHECK-NOTICE-WRITE THRU 3800-EXIT.
006890  2700-EXIT.
006900      EXIT.
006910*
006920*****************************************************************
006930* 2800-WRITE-AMOUNT-LINE                                        *
006940*****************************************************************
006950  2800-WRITE-AMOUNT-LINE.
006960      WRITE EPSARMN-LINE FROM WS-AMOUNT-LINE
006970      PERFORM 3800-CHECK-NOTICE-WRITE THRU 3800-EXIT.
006980  2800-EXIT.
006990      EXIT.
007000*
007010*****************************************************************
007020* 3000-APPLY-RESETS                                             *
007030*     EVERY OPEN ARM LOAN ALREADY TOLD OF ITS NEW RATE WHOSE    *
007040*     RESET DATE HAS ARRIVED.                                   *
007050*****************************************************************
007060  3000-APPLY-RESETS.
007070      EXEC SQL
007080          DECLARE RESET-CURSOR CURSOR FOR
007090              SELECT L.APPLICATION_ID, L.CURRENT_BALANCE,
007100                     L.TERM_YEARS, L.TERM_MONTHS, L.BOARD_RATE,
007110                     L.YEAR_MONTH_IND, L.PI_PAYMENT,
007120                     L.PAID_THRU_PERIOD, L.ARM_ADJUST_YEARS,
007130                     CHAR(L.NEXT_RESET_DATE, ISO),
007140                     L.ARM_NEXT_RATE,
007150                     COALESCE(B.BORROWER_NAME,
007160                         '*** NOT ON BORROWER MASTER ***')
007170              FROM EPSLMST L
007180              LEFT OUTER JOIN EPSBMST B
007190                ON B.APPLICATION_ID = L.APPLICATION_ID
007200              WHERE L.LOAN_STATUS = 'O'
007210                AND L.ARM_ADJUST_YEARS > 0
007220                AND L.ARM_NOTICE_IND = 'Y'
007230                AND L.NEXT_RESET_DATE <= DATE(:WS-RUN-DATE)
007240              ORDER BY L.APPLICATION_ID
007250      END-EXEC
007260      EXEC SQL
007270          OPEN RESET-CURSOR
007280      END-EXEC
007290      IF SQLCODE NOT = 0
007300          MOVE 'RESET-CURSOR OPEN, SQLCODE=' TO WS-ABORT-MSG
007310          MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
007320          MOVE WS-ABORT-SQLCODE-DISPLAY TO WS-ABORT-MSG (28:9)
007330          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
007340      END-IF
007350      PERFORM 3050-RESET-ONE-LOAN THRU 3050-EXIT
007360          UNTIL EOF-RESETS
007370      EXEC SQL
007380          CLOSE RESET-CURSOR
007390      END-EXEC.
007400  3000-EXIT.
007410      EXIT.
007420*
007430*****************************************************************
007440* 3050-RESET-ONE-LOAN                                           *
007450*     THE ANNOUNCED RATE BECOMES THE BOARD RATE, THE PAYMENT    *
007460*     IS RE-AMORTIZED ON TODAY'S BALANCE, AND THE NEXT RESET    *
007470*     IS ONE ADJUSTMENT INTERVAL ON.                            *
007480*****************************************************************
007490  3050-RESET-ONE-LOAN.
007500      EXEC SQL
007510          FETCH RESET-CURSOR
007520              INTO :EPSLMST-APPLICATION-ID,
007530                   :EPSLMST-CURRENT-BALANCE,
007540                   :EPSLMST-TERM-YEARS,
007550                   :EPSLMST-TERM-MONTHS,
007560                   :EPSLMST-BOARD-RATE,
007570                   :EPSLMST-YEAR-MONTH-IND,
007580                   :EPSLMST-PI-PAYMENT,
007590                   :EPSLMST-PAID-THRU-PERIOD,
007600                   :EPSLMST-ARM-ADJUST-YEARS,
007610                   :EPSLMST-NEXT-RESET-DATE,
007620                   :EPSLMST-ARM-NEXT-RATE,
007630                   :EPSBMST-BORROWER-NAME
007640      END-EXEC
007650      EVALUATE SQLCODE
007660          WHEN 0
007670              CONTINUE
007680          WHEN 100
007690              MOVE 'Y' TO WS-EOF-RESETS
007700              GO TO 3050-EXIT
007710          WHEN OTHER
007720              MOVE 'RESET-CURSOR FETCH, SQLCODE=' TO
007730                  WS-ABORT-MSG
007740              MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
007750              MOVE WS-ABORT-SQLCODE-DISPLAY TO
007760                  WS-ABORT-MSG (29:9)
007770              PERFORM 9900-ABORT-RUN THRU 9900-EXIT
007780      END-EVALUATE
007790      MOVE EPSLMST-BOARD-RATE TO WS-OLD-RATE
007800      MOVE EPSLMST-PI-PAYMENT TO WS-OLD-PI-PAYMENT
007810      PERFORM 2300-REAMORTIZE THRU 2300-EXIT
007820      MOVE EPSLMST-ARM-NEXT-RATE TO EPSLMST-BOARD-RATE
007830      MOVE WS-NEW-PI-PAYMENT TO EPSLMST-PI-PAYMENT
007840      EXEC SQL
007850          UPDATE EPSLMST
007860              SET BOARD_RATE = :EPSLMST-BOARD-RATE,
007870                  PI_PAYMENT = :EPSLMST-PI-PAYMENT,
007880                  NEXT_RESET_DATE = NEXT_RESET_DATE +
007890                      :EPSLMST-ARM-ADJUST-YEARS YEARS,
007900                  ARM_NOTICE_IND = 'N'
007910              WHERE APPLICATION_ID = :EPSLMST-APPLICATION-ID
007920      END-EXEC
007930      IF SQLCODE NOT = 0
007940          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
007950      END-IF
007960      ADD 1 TO WS-RESET-COUNT
007970      ADD WS-OLD-PI-PAYMENT TO WS-OLD-PI-TOTAL
007980      ADD WS-NEW-PI-PAYMENT TO WS-NEW-PI-TOTAL
007990      EVALUATE TRUE
008000          WHEN EPSLMST-BOARD-RATE > WS-OLD-RATE
008010              ADD 1 TO WS-INCREASE-COUNT
008020              MOVE 'RATE INCREASED' TO WS-DTL-NOTE
008030          WHEN EPSLMST-BOARD-RATE < WS-OLD-RATE
008040              ADD 1 TO WS-DECREASE-COUNT
008050              MOVE 'RATE DECREASED' TO WS-DTL-NOTE
008060          WHEN OTHER
008070              ADD 1 TO WS-UNCHANGED-COUNT
008080              MOVE 'RATE UNCHANGED' TO WS-DTL-NOTE
008090      END-EVALUATE
008100      PERFORM 3200-WRITE-REGISTER-LINE THRU 3200-EXIT.
008110  3050-EXIT.
008120      EXIT.
008130*
008140*****************************************************************
008150* 3100-WRITE-EXCEPTION                                          *
008160*****************************************************************
008170  3100-WRITE-EXCEPTION.
008180      MOVE EPSLMST-APPLICATION-ID TO WS-EXC-APPLICATION-ID
008190      MOVE EPSBMST-BORROWER-NAME TO WS-EXC-BORROWER-NAME
008200      MOVE EPSLMST-NEXT-RESET-DATE TO WS-EXC-RESET-DATE
008210      WRITE EPSARRPT-LINE FROM WS-EXCEPTION-LINE
008220      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT.
008230  3100-EXIT.
008240      EXIT.
008250*
008260*****************************************************************
008270* 3200-WRITE-REGISTER-LINE                                      *
008280*****************************************************************
008290  3200-WRITE-REGISTER-LINE.
008300      MOVE EPSLMST-APPLICATION-ID TO WS-DTL-APPLICATION-ID
008310      MOVE EPSBMST-BORROWER-NAME TO WS-DTL-BORROWER-NAME
008320      MOVE EPSLMST-NEXT-RESET-DATE TO WS-DTL-RESET-DATE
008330      MOVE WS-OLD-RATE TO WS-DTL-OLD-RATE
008340      MOVE EPSLMST-BOARD-RATE TO WS-DTL-NEW-RATE
008350      MOVE WS-OLD-PI-PAYMENT TO WS-DTL-OLD-PI
008360      MOVE EPSLMST-PI-PAYMENT TO WS-DTL-NEW-PI
008370      MOVE WS-PERIODS-LEFT TO WS-DTL-PERIODS-LEFT
008380      WRITE EPSARRPT-LINE FROM WS-DETAIL-LINE
008390      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT.
008400  3200-EXIT.
008410      EXIT.
008420*
008430*****************************************************************
008440* 3800-CHECK-NOTICE-WRITE                                       *
008450*****************************************************************
008460  3800-CHECK-NOTICE-WRITE.
008470      IF NOT EPSARMN-OK
008480          MOVE 'EPSARMN-FILE WRITE, STATUS=' TO WS-ABORT-MSG
008490          MOVE WS-EPSARMN-STATUS TO WS-ABORT-MSG (28:2)
008500          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
008510      END-IF.
008520  3800-EXIT.
008530      EXIT.
008540*
008550*****************************************************************
008560* 3900-CHECK-REPORT-WRITE                                       *
008570*****************************************************************
008580  3900-CHECK-REPORT-WRITE.
008590      IF NOT EPSARRPT-OK
008600          MOVE 'EPSARRPT-FILE WRITE, STATUS=' TO WS-ABORT-MSG
008610          MOVE WS-EPSARRPT-STATUS TO WS-ABORT-MSG (29:2)
008620          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
008630      END-IF.
008640  3900-EXIT.
008650      EXIT.
008660*
008670*****************************************************************
008680* 7000-WRITE-CONTROL-TOTALS                                     *
008690*     COUNTS FOR BOTH PASSES, AND THE P&I THE RESET LOANS WERE  *
008700*     PAYING BEFORE AND WILL PAY AFTER.                         *
008710*****************************************************************
008720  7000-WRITE-CONTROL-TOTALS.
008730      MOVE SPACES TO EPSARRPT-LINE
008740      WRITE EPSARRPT-LINE
008750      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT
008760      MOVE 'RATE-CHANGE NOTICES SENT:' TO WS-TOT-LABEL
008770      MOVE WS-NOTICE-COUNT TO WS-TOT-COUNT
008780      MOVE 0 TO WS-TOT-AMOUNT
008790      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
008800      MOVE 'NOT NOTIFIED - NO ACTIVE INDEX RATE:' TO WS-TOT-LABEL
008810      MOVE WS-NO-INDEX-COUNT TO WS-TOT-COUNT
008820      MOVE 0 TO WS-TOT-AMOUNT
008830      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
008840      MOVE 'RESETS APPLIED - P&I BEFORE:' TO WS-TOT-LABEL
008850      MOVE WS-RESET-COUNT TO WS-TOT-COUNT
008860      MOVE WS-OLD-PI-TOTAL TO WS-TOT-AMOUNT
008870      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
008880      MOVE 'RESETS APPLIED - P&I AFTER:' TO WS-TOT-LABEL
008890      MOVE WS-RESET-COUNT TO WS-TOT-COUNT
008900      MOVE WS-NEW-PI-TOTAL TO WS-TOT-AMOUNT
008910      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
008920      MOVE 'RATES INCREASED:' TO WS-TOT-LABEL
008930      MOVE WS-INCREASE-COUNT TO WS-TOT-COUNT
008940      MOVE 0 TO WS-TOT-AMOUNT
008950      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
008960      MOVE 'RATES DECREASED:' TO WS-TOT-LABEL
008970      MOVE WS-DECREASE-COUNT TO WS-TOT-COUNT
008980      MOVE 0 TO WS-TOT-AMOUNT
008990      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
009000      MOVE 'RATES UNCHANGED:' TO WS-TOT-LABEL
009010      MOVE WS-UNCHANGED-COUNT TO WS-TOT-COUNT
009020      MOVE 0 TO WS-TOT-AMOUNT
009030      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
009040  7000-EXIT.
009050      EXIT.
009060*
009070*****************************************************************
009080* 7100-WRITE-TOTAL-LINE                                         *
009090*****************************************************************
009100  7100-WRITE-TOTAL-LINE.
009110      WRITE EPSARRPT-LINE FROM WS-TOTAL-LINE
009120      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT.
009130  7100-EXIT.
009140      EXIT.
009150*
009160*****************************************************************
009170* 8000-FINALIZE                                                 *
009180*****************************************************************
009190  8000-FINALIZE.
009200      CLOSE EPSARMN-FILE
009210      CLOSE EPSARRPT-FILE
009220      DISPLAY 'EPSARMR NOTICES SENT:         ' WS-NOTICE-COUNT
009230      DISPLAY 'EPSARMR NO INDEX - NOT SENT:  ' WS-NO-INDEX-COUNT
009240      DISPLAY 'EPSARMR NOT ON BORROWER MST:  '
009250          WS-NO-BORROWER-COUNT
009260      DISPLAY 'EPSARMR RESETS APPLIED:       ' WS-RESET-COUNT
009270      DISPLAY 'EPSARMR RATES INCREASED:      ' WS-INCREASE-COUNT
009280      DISPLAY 'EPSARMR RATES DECREASED:      ' WS-DECREASE-COUNT.
009290  8000-EXIT.
009300      EXIT.
009310*
009320*****************************************************************
009330* 9800-ABORT-ON-SQLCODE                                         *
009340*     AN UNEXPECTED SQLCODE MEANS THE RUN CANNOT BE TRUSTED     *
009350*     TO CONTINUE -- STAGE THE CODE INTO THE ABORT MESSAGE      *
009360*     AND STOP.                                                 *
009370*****************************************************************
009380  9800-ABORT-ON-SQLCODE.
009390      MOVE 'ARM RATE RESET SQL, SQLCODE=' TO WS-ABORT-MSG
009400      MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
009410      MOVE WS-ABORT-SQLCODE-DISPLAY TO WS-ABORT-MSG (29:9)
009420      PERFORM 9900-ABORT-RUN THRU 9900-EXIT.
009430  9800-EXIT.
009440      EXIT.
009450*
009460*****************************************************************
009470* 9900-ABORT-RUN                                                *
009480*****************************************************************
009490  9900-ABORT-RUN.
009500      DISPLAY 'EPSARMR FATAL ERROR -- ' WS-ABORT-MSG
009510      MOVE 16 TO RETURN-CODE
009520      STOP RUN.
009530  9900-EXIT.
009540      EXIT.
009550*
009560  END PROGRAM EPSARMR.
