000010  IDENTIFICATION DIVISION.
000020  PROGRAM-ID.    EPSESCA.
000030  AUTHOR.        R PELLETIER.
000040  INSTALLATION.  CONSUMER LENDING SYSTEMS.
000050  DATE-WRITTEN.  10/07/2026.
000060  DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090* EPSESCA                                                       *
000100*     ANNUAL ESCROW ANALYSIS.  FOR EVERY OPEN LOAN CARRYING AN  *
000110*     ESCROW ACCOUNT IT PROJECTS THE COMING TWELVE MONTHS OF    *
000120*     TAX AND HAZARD-INSURANCE DISBURSEMENTS FROM THE LAST      *
000130*     TWELVE CALENDAR MONTHS ON THE EPSEHIST ESCROW HISTORY --  *
000140*     EACH BILL EXPECTED AGAIN IN THE SAME MONTH NEXT YEAR --   *
000150*     WALKS THE ESCROW BALANCE FORWARD MONTH BY MONTH AT THE    *
000160*     NEW DEPOSIT, AND COMPARES ITS LOWEST POINT WITH THE       *
000170*     REQUIRED CUSHION (ONE-SIXTH OF THE YEAR'S BILLS, TWO      *
000180*     MONTHS).  A LOW POINT UNDER THE CUSHION IS A SHORTAGE,    *
000190*     SPREAD OVER THE NEXT YEAR'S PAYMENTS; ONE OVER IT IS A    *
000200*     SURPLUS, REFUNDED WHEN IT IS AT LEAST THE REFUND MINIMUM  *
000210*     AND THE LOAN IS CURRENT, OTHERWISE CREDITED AGAINST THE   *
000220*     NEW PAYMENT (OR HELD, FOR A LOAN THAT IS NOT CURRENT).    *
000230*     THE RECOMPUTED PER-PERIOD ESCROW_PAYMENT IS WRITTEN BACK  *
000240*     TO EPSLMST, A REFUND IS CHARGED TO THE ESCROW BALANCE AND *
000250*     RECORDED ON EPSEHIST, AND ONE ESCROW ACCOUNT STATEMENT    *
000260*     PER BORROWER IS WRITTEN TO THE EPSESTM PRINT FILE,        *
000270*     ADDRESSED FROM THE EPSBMST BORROWER MASTER.               *
000280*                                                               *
000290*     THE EPSEARPT EXCEPTION LIST SHOWS EVERY LOAN WHOSE        *
000300*     ESCROW BALANCE WAS NEGATIVE GOING INTO THE ANALYSIS (A    *
000310*     BILL PAID BEFORE ENOUGH WAS COLLECTED) AND EVERY LOAN     *
000320*     WITH NO DISBURSEMENT IN THE LAST TWELVE MONTHS, WHICH IS  *
000330*     LEFT UNANALYZED RATHER THAN HAVE ITS PAYMENT DROPPED TO   *
000340*     ZERO, AND ENDS WITH THE RUN'S CONTROL TOTALS.             *
000350*                                                               *
000360*     RUN ONCE A YEAR, AFTER EPSPOST AND EPSESCD.  A FILE       *
000370*     ERROR OR AN UNEXPECTED SQLCODE ABORTS THE RUN.            *
000380*                                                               *
000390* MODIFICATION HISTORY                                          *
000400*   10/07/2026  RP   ORIGINAL VERSION.                          *
000410*                                                               *
000420*****************************************************************
000430  ENVIRONMENT DIVISION.
000440  CONFIGURATION SECTION.
000450  SOURCE-COMPUTER.       IBM-370.
000460  OBJECT-COMPUTER.       IBM-370.
000470  INPUT-OUTPUT SECTION.
000480  FILE-CONTROL.
000490      SELECT EPSESTM-FILE     ASSIGN TO EPSESTM
000500          ORGANIZATION IS SEQUENTIAL
000510          FILE STATUS IS WS-EPSESTM-STATUS.
000520      SELECT EPSEARPT-FILE    ASSIGN TO EPSEARPT
000530          ORGANIZATION IS SEQUENTIAL
000540          FILE STATUS IS WS-EPSEARPT-STATUS.
000550*
000560  DATA DIVISION.
000570  FILE SECTION.
000580  FD  EPSESTM-FILE
000590      RECORDING MODE IS F.
000600  01  EPSESTM-LINE                    PIC X(80).
000610*
000620  FD  EPSEARPT-FILE
000630      RECORDING MODE IS F.
000640  01  EPSEARPT-LINE                   PIC X(132).
000650*
000660  WORKING-STORAGE SECTION.
000670  01  WS-FILE-STATUS-FIELDS.
000680      05  WS-EPSESTM-STATUS           PIC X(02).
000690          88  EPSESTM-OK                  VALUE '00'.
000700      05  WS-EPSEARPT-STATUS          PIC X(02).
000710          88  EPSEARPT-OK                 VALUE '00'.
000720  01  WS-ABORT-MSG                 PIC X(40).
000730  01  WS-ABORT-SQLCODE-DISPLAY     PIC -9(8).
000740*
000750  01  WS-SWITCHES.
000760      05  WS-EOF-LOANS                PIC X(01)   VALUE 'N'.
000770          88  EOF-LOANS                   VALUE 'Y'.
000780      05  WS-EOF-HISTORY              PIC X(01)   VALUE 'N'.
000790          88  EOF-HISTORY                 VALUE 'Y'.
000800*
000810  01  WS-COUNTERS.
000820      05  WS-LOAN-COUNT               PIC 9(9) COMP VALUE ZERO.
000830      05  WS-ANALYZED-COUNT           PIC 9(9) COMP VALUE ZERO.
000840      05  WS-SHORTAGE-COUNT           PIC 9(9) COMP VALUE ZERO.
000850      05  WS-REFUND-COUNT             PIC 9(9) COMP VALUE ZERO.
000860      05  WS-CREDIT-COUNT             PIC 9(9) COMP VALUE ZERO.
000870      05  WS-HELD-COUNT               PIC 9(9) COMP VALUE ZERO.
000880      05  WS-NEGATIVE-COUNT           PIC 9(9) COMP VALUE ZERO.
000890      05  WS-NO-HISTORY-COUNT         PIC 9(9) COMP VALUE ZERO.
000900      05  WS-PROJ-SUB                 PIC S9(4) COMP.
000910*
000920  01  WS-TOTALS.
000930      05  WS-SHORTAGE-TOTAL           PIC S9(11)V99 COMP-3
000940                                      VALUE ZERO.
000950      05  WS-REFUND-TOTAL             PIC S9(11)V99 COMP-3
000960                                      VALUE ZERO.
000970      05  WS-NEGATIVE-TOTAL           PIC S9(11)V99 COMP-3
000980                                      VALUE ZERO.
000990*
001000* ANALYSIS TERMS.  THE CUSHION IS ONE-SIXTH OF THE PROJECTED
001010* YEAR'S DISBURSEMENTS (TWO MONTHS OF DEPOSITS); A SURPLUS OF
001020* AT LEAST THE REFUND MINIMUM IS REFUNDED, A SMALLER ONE IS
001030* CREDITED AGAINST THE NEW PAYMENT.
001040  01  WS-ANALYSIS-TERMS.
001050      05  WS-CUSHION-DIVISOR          PIC S9(3) COMP-3 VALUE 6.
001060      05  WS-REFUND-MINIMUM           PIC S9(5)V99 COMP-3
001070                                      VALUE 50.00.
001080*
001090  01  WS-RUN-DATE                     PIC X(10).
001100  01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
001110      05  WS-RUN-YEAR                 PIC 9(04).
001120      05  FILLER                      PIC X(01).
001130      05  WS-RUN-MONTH                PIC 9(02).
001140      05  FILLER                      PIC X(01).
001150      05  WS-RUN-DAY                  PIC 9(02).
001160  01  WS-WINDOW-START                 PIC X(10).
001170*
001180* ONE ENTRY PER MONTH OF THE COMING YEAR, STARTING WITH THE
001190* MONTH AFTER THE RUN.  A BILL PAID IN ANY CALENDAR MONTH OF
001200* THE LAST TWELVE IS PROJECTED INTO THE ENTRY FOR THE SAME
001210* CALENDAR MONTH.
001220  01  WS-PROJECTION.
001230      05  WS-PROJ-ENTRY               OCCURS 12 TIMES.
001240          10  WS-PROJ-MONTH           PIC 9(02).
001250          10  WS-PROJ-YEAR            PIC 9(04).
001260          10  WS-PROJ-TAX             PIC S9(9)V99 COMP-3.
001270          10  WS-PROJ-HAZARD          PIC S9(9)V99 COMP-3.
001280          10  WS-PROJ-BALANCE         PIC S9(9)V99 COMP-3.
001290*
001300  01  WS-HISTORY-FIELDS.
001310      05  WS-HIST-TYPE                PIC X(01).
001320      05  WS-HIST-MONTH               PIC S9(4) COMP.
001330      05  WS-HIST-AMOUNT              PIC S9(9)V99 COMP-3.
001340*
001350  01  WS-ANALYSIS-FIELDS.
001360      05  WS-PERIODS-PER-YEAR         PIC S9(3) COMP-3.
001370      05  WS-ANNUAL-TAX               PIC S9(9)V99 COMP-3.
001380      05  WS-ANNUAL-HAZARD            PIC S9(9)V99 COMP-3.
001390      05  WS-ANNUAL-TOTAL             PIC S9(9)V99 COMP-3.
001400      05  WS-MONTHLY-DEPOSIT          PIC S9(9)V99 COMP-3.
001410      05  WS-CUSHION                  PIC S9(9)V99 COMP-3.
001420      05  WS-OPENING-BALANCE          PIC S9(9)V99 COMP-3.
001430      05  WS-RUNNING-BALANCE          PIC S9(9)V99 COMP-3.
001440      05  WS-LOW-BALANCE              PIC S9(9)V99 COMP-3.
001450      05  WS-SHORTAGE                 PIC S9(9)V99 COMP-3.
001460      05  WS-SURPLUS                  PIC S9(9)V99 COMP-3.
001470      05  WS-REFUND                   PIC S9(9)V99 COMP-3.
001480      05  WS-OLD-ESCROW-PAYMENT       PIC S9(7)V99 COMP-3.
001490      05  WS-NEW-TOTAL-PAYMENT        PIC S9(7)V99 COMP-3.
001500      05  WS-SURPLUS-ACTION           PIC X(01).
001510          88  SURPLUS-REFUNDED            VALUE 'R'.
001520          88  SURPLUS-CREDITED            VALUE 'C'.
001530          88  SURPLUS-HELD                VALUE 'H'.
001540*
001550  01  WS-STATEMENT-LINES.
001560      05  WS-RULE-LINE                PIC X(80) VALUE ALL '='.
001570      05  WS-DASH-LINE                PIC X(80) VALUE ALL '-'.
001580      05  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
001590      05  WS-BANNER-LINE.
001600          10  FILLER                  PIC X(40)
001610              VALUE 'CONSUMER LENDING SYSTEMS'.
001620          10  FILLER                  PIC X(30)
001630              VALUE 'ANNUAL ESCROW STATEMENT'.
001640          10  WS-BAN-RUN-DATE         PIC X(10).
001650      05  WS-ADDRESS-LINE.
001660          10  FILLER                  PIC X(04) VALUE SPACES.
001670          10  WS-ADR-TEXT             PIC X(76).
001680      05  WS-LOAN-LINE.
001690          10  FILLER                  PIC X(13)
001700              VALUE 'LOAN NUMBER: '.
001710          10  WS-LN-APPLICATION-ID    PIC X(10).
001720          10  FILLER                  PIC X(57) VALUE SPACES.
001730      05  WS-AMOUNT-LINE.
001740          10  WS-AMT-LABEL            PIC X(40).
001750          10  WS-AMT-VALUE            PIC ZZZ,ZZZ,ZZ9.99-.
001760          10  WS-AMT-TRAILER          PIC X(25).
001770      05  WS-PROJ-TITLE-LINE.
001780          10  FILLER                  PIC X(45) VALUE
001790              'PROJECTED ESCROW ACTIVITY FOR THE COMING YEAR'.
001800          10  FILLER                  PIC X(35) VALUE SPACES.
001810      05  WS-PROJ-HEADER.
001820          10  FILLER                  PIC X(10) VALUE 'MONTH'.
001830          10  FILLER                  PIC X(15) VALUE
001840              '        DEPOSIT'.
001850          10  FILLER                  PIC X(15) VALUE
001860              '   PROPERTY TAX'.
001870          10  FILLER                  PIC X(15) VALUE
001880              '      INSURANCE'.
001890          10  FILLER                  PIC X(16) VALUE
001900              '  PROJ. BALANCE'.
001910          10  FILLER                  PIC X(09) VALUE SPACES.
001920      05  WS-PROJ-LINE.
001930          10  WS-PRJ-MONTH            PIC 9(02).
001940          10  FILLER                  PIC X(01) VALUE '/'.
001950          10  WS-PRJ-YEAR             PIC 9(04).
001960          10  FILLER                  PIC X(04) VALUE SPACES.
001970          10  WS-PRJ-DEPOSIT          PIC ZZZ,ZZZ,ZZ9.99.
001980          10  FILLER                  PIC X(01) VALUE SPACES.
001990          10  WS-PRJ-TAX              PIC ZZZ,ZZZ,ZZ9.99.
002000          10  FILLER                  PIC X(01) VALUE SPACES.
002010          10  WS-PRJ-HAZARD           PIC ZZZ,ZZZ,ZZ9.99.
002020          10  FILLER                  PIC X(01) VALUE SPACES.
002030          10  WS-PRJ-BALANCE          PIC ZZZ,ZZZ,ZZ9.99-.
002040          10  FILLER                  PIC X(09) VALUE SPACES.
002050*
002060  01  WS-REPORT-LINES.
002070      05  WS-HEADER-LINE.
002080          10  FILLER                  PIC X(35)
002090              VALUE 'EPSESCA ESCROW ANALYSIS EXCEPTIONS '.
002100          10  FILLER                  PIC X(14)
002110              VALUE '-- ANALYZED ON'.
002120          10  FILLER                  PIC X(01) VALUE SPACES.
002130          10  WS-HDR-RUN-DATE         PIC X(10).
002140          10  FILLER                  PIC X(72) VALUE SPACES.
002150      05  WS-COLUMN-LINE.
002160          10  FILLER                  PIC X(12)
002170              VALUE 'APPLICATION '.
002180          10  FILLER                  PIC X(32)
002190              VALUE 'BORROWER'.
002200          10  FILLER                  PIC X(17)
002210              VALUE ' ESCROW BALANCE  '.
002220          10  FILLER                  PIC X(50)
002230              VALUE 'EXCEPTION'.
002240          10  FILLER                  PIC X(21) VALUE SPACES.
002250      05  WS-DETAIL-LINE.
002260          10  WS-DTL-APPLICATION-ID   PIC X(10).
002270          10  FILLER                  PIC X(02) VALUE SPACES.
002280          10  WS-DTL-BORROWER-NAME    PIC X(30).
002290          10  FILLER                  PIC X(02) VALUE SPACES.
002300          10  WS-DTL-BALANCE          PIC ZZZ,ZZZ,ZZ9.99-.
002310          10  FILLER                  PIC X(02) VALUE SPACES.
002320          10  WS-DTL-EXCEPTION        PIC X(50).
002330          10  FILLER                  PIC X(21) VALUE SPACES.
002340      05  WS-TOTAL-LINE.
002350          10  WS-TOT-LABEL            PIC X(40).
002360          10  WS-TOT-COUNT            PIC ZZZ,ZZZ,ZZ9.
002370          10  FILLER                  PIC X(04) VALUE SPACES.
002380          10  WS-TOT-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002390          10  FILLER                  PIC X(59) VALUE SPACES.
002400*
002410      COPY EPSLMST.
002420*
002430      COPY EPSBMST.
002440*
002450      COPY EPSEHIST.
002460*
002470      COPY SQLCA.
002480*
002490  PROCEDURE DIVISION.
002500*
002510*****************************************************************
002520* 0000-MAINLINE                                                 *
002530*****************************************************************
002540  0000-MAINLINE.
002550      PERFORM 1000-INITIALIZE THRU 1000-EXIT
002560      PERFORM 2000-ANALYZE-ESCROW-LOANS THRU 2000-EXIT
002570      PERFORM 7000-WRITE-CONTROL-TOTALS THRU 7000-EXIT
002580      PERFORM 8000-FINALIZE THRU 8000-EXIT
002590      GOBACK.
002600  0000-EXIT.
002610      EXIT.
002620*
002630*****************************************************************
002640* 1000-INITIALIZE                                               *
002650*     THE RUN DATE AND THE FIRST DAY OF THE TWELVE-CALENDAR-    *
002660*     MONTH HISTORY WINDOW (THE RUN MONTH AND THE ELEVEN        *
002670*     BEFORE IT) ARE TAKEN ONCE FOR THE WHOLE RUN.              *
002680*****************************************************************
002690  1000-INITIALIZE.
002700      OPEN OUTPUT EPSESTM-FILE
002710      IF NOT EPSESTM-OK
002720          MOVE 'EPSESTM-FILE OPEN, STATUS=' TO WS-ABORT-MSG
002730          MOVE WS-EPSESTM-STATUS TO WS-ABORT-MSG (27:2)
002740          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
002750      END-IF
002760      OPEN OUTPUT EPSEARPT-FILE
002770      IF NOT EPSEARPT-OK
002780          MOVE 'EPSEARPT-FILE OPEN, STATUS=' TO WS-ABORT-MSG
002790          MOVE WS-EPSEARPT-STATUS TO WS-ABORT-MSG (28:2)
002800          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
002810      END-IF
002820      EXEC SQL
002830          SELECT CHAR(CURRENT DATE, ISO),
002840                 CHAR(CURRENT DATE
002850                      - (DAY(CURRENT DATE) - 1) DAYS
002860                      - 11 MONTHS, ISO)
002870              INTO :WS-RUN-DATE, :WS-WINDOW-START
002880              FROM SYSIBM.SYSDUMMY1
002890      END-EXEC
002900      IF SQLCODE NOT = 0
002910          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
002920      END-IF
002930      MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
002940      WRITE EPSEARPT-LINE FROM WS-HEADER-LINE
002950      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT
002960      WRITE EPSEARPT-LINE FROM WS-COLUMN-LINE
002970      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT.
002980  1000-EXIT.
002990      EXIT.
003000*
003010*****************************************************************
003020* 2000-ANALYZE-ESCROW-LOANS                                     *
003030*     ONE PASS OVER EVERY OPEN LOAN WITH AN ESCROW PAYMENT OR   *
003040*     AN ESCROW BALANCE.  A LOAN WITH NO BORROWER-MASTER ROW    *
003050*     STILL GETS ITS STATEMENT, FLAGGED, SO IT IS NOT SILENTLY  *
003060*     LEFT UNMAILED.                                            *
003070*****************************************************************
003080  2000-ANALYZE-ESCROW-LOANS.
003090      EXEC SQL
003100          DECLARE ESCLOAN-CURSOR CURSOR FOR
003110              SELECT L.APPLICATION_ID, L.YEAR_MONTH_IND,
003120                     L.CURRENT_BALANCE, L.PI_PAYMENT,
003130                     L.ESCROW_PAYMENT, L.PMI_PAYMENT,
003140                     L.PMI_DROP_BALANCE, L.DELINQ_STATUS,
003150                     L.ESCROW_BALANCE,
003160                     COALESCE(B.BORROWER_NAME,
003170                         '*** NOT ON BORROWER MASTER ***'),
003180                     COALESCE(B.ADDR_LINE_1, ' '),
003190                     COALESCE(B.ADDR_LINE_2, ' '),
003200                     COALESCE(B.CITY, ' '),
003210                     COALESCE(B.STATE, ' '),
003220                     COALESCE(B.ZIP_CODE, ' ')
003230              FROM EPSLMST L
003240              LEFT OUTER JOIN EPSBMST B
003250                ON B.APPLICATION_ID = L.APPLICATION_ID
003260              WHERE L.LOAN_STATUS = 'O'
003270                AND (L.ESCROW_PAYMENT > 0
003280                     OR L.ESCROW_BALANCE <> 0)
003290              ORDER BY L.APPLICATION_ID
003300      END-EXEC
003310      EXEC SQL
003320          OPEN ESCLOAN-CURSOR
003330      END-EXEC
003340      IF SQLCODE NOT = 0
003350          MOVE 'ESCLOAN-CURSOR OPEN, SQLCODE=' TO WS-ABORT-MSG
003360          MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
003370          MOVE WS-ABORT-SQLCODE-DISPLAY TO WS-ABORT-MSG (30:9)
003380          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
003390      END-IF
003400      PERFORM 2100-ANALYZE-ONE-LOAN THRU 2100-EXIT
003410          UNTIL EOF-LOANS
003420      EXEC SQL
003430          CLOSE ESCLOAN-CURSOR
003440      END-EXEC.
003450  2000-EXIT.
003460      EXIT.
003470*
003480*****************************************************************
003490* 2100-ANALYZE-ONE-LOAN                                         *
003500*****************************************************************
003510  2100-ANALYZE-ONE-LOAN.
003520      EXEC SQL
003530          FETCH ESCLOAN-CURSOR
003540              INTO :EPSLMST-APPLICATION-ID,
003550                   :EPSLMST-YEAR-MONTH-IND,
003560                   :EPSLMST-CURRENT-BALANCE,
003570                   :EPSLMST-PI-PAYMENT,
003580                   :EPSLMST-ESCROW-PAYMENT,
003590                   :EPSLMST-PMI-PAYMENT,
003600                   :EPSLMST-PMI-DROP-BALANCE,
003610                   :EPSLMST-DELINQ-STATUS,
003620                   :EPSLMST-ESCROW-BALANCE,
003630                   :EPSBMST-BORROWER-NAME,
003640                   :EPSBMST-ADDR-LINE-1,
003650                   :EPSBMST-ADDR-LINE-2,
003660                   :EPSBMST-CITY,
003670                   :EPSBMST-STATE,
003680                   :EPSBMST-ZIP-CODE
003690      END-EXEC
003700      EVALUATE SQLCODE
003710          WHEN 0
003720              CONTINUE
003730          WHEN 100
003740              MOVE 'Y' TO WS-EOF-LOANS
003750              GO TO 2100-EXIT
003760          WHEN OTHER
003770              MOVE 'ESCLOAN-CURSOR FETCH, SQLCODE=' TO
003780                  WS-ABORT-MSG
003790              MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
003800              MOVE WS-ABORT-SQLCODE-DISPLAY TO
003810                  WS-ABORT-MSG (31:9)
003820              PERFORM 9900-ABORT-RUN THRU 9900-EXIT
003830      END-EVALUATE
003840      ADD 1 TO WS-LOAN-COUNT
003850      MOVE EPSLMST-ESCROW-BALANCE TO WS-OPENING-BALANCE
003860      IF EPSLMST-ESCROW-BALANCE < 0
003870          ADD 1 TO WS-NEGATIVE-COUNT
003880          ADD EPSLMST-ESCROW-BALANCE TO WS-NEGATIVE-TOTAL
003890          MOVE 'NEGATIVE ESCROW BALANCE - ADVANCED BY SERVICER'
003900              TO WS-DTL-EXCEPTION
003910          PERFORM 3100-WRITE-EXCEPTION THRU 3100-EXIT
003920      END-IF
003930      PERFORM 2200-PROJECT-DISBURSEMENTS THRU 2200-EXIT
003940      IF WS-ANNUAL-TOTAL NOT > 0
003950          ADD 1 TO WS-NO-HISTORY-COUNT
003960          MOVE 'NO DISBURSEMENT IN 12 MONTHS - NOT ANALYZED'
003970              TO WS-DTL-EXCEPTION
003980          PERFORM 3100-WRITE-EXCEPTION THRU 3100-EXIT
003990          GO TO 2100-EXIT
004000      END-IF
004010      ADD 1 TO WS-ANALYZED-COUNT
004020      PERFORM 2300-COMPUTE-ANALYSIS THRU 2300-EXIT
004030      PERFORM 2400-UPDATE-LOAN THRU 2400-EXIT
004040      PERFORM 2500-WRITE-STATEMENT THRU 2500-EXIT.
004050  2100-EXIT.
004060      EXIT.
004070*
004080*****************************************************************
004090* 2200-PROJECT-DISBURSEMENTS                                    *
004100*     LAY OUT THE COMING TWELVE MONTHS, THEN DROP EVERY TAX     *
004110*     AND INSURANCE BILL PAID IN THE HISTORY WINDOW INTO THE    *
004120*     MONTH IT WILL FALL DUE AGAIN.                             *
004130*****************************************************************
004140  2200-PROJECT-DISBURSEMENTS.
004150      MOVE 0 TO WS-ANNUAL-TAX
004160      MOVE 0 TO WS-ANNUAL-HAZARD
004170      MOVE 0 TO WS-ANNUAL-TOTAL
004180      PERFORM 2210-INIT-PROJ-MONTH THRU 2210-EXIT
004190          VARYING WS-PROJ-SUB FROM 1 BY 1
004200          UNTIL WS-PROJ-SUB > 12
004210      MOVE 'N' TO WS-EOF-HISTORY
004220      EXEC SQL
004230          DECLARE ESCHIST-CURSOR CURSOR FOR
004240              SELECT ACTIVITY_TYPE, MONTH(ACTIVITY_DATE),
004250                     0 - AMOUNT
004260              FROM EPSEHIST
004270              WHERE APPLICATION_ID = :EPSLMST-APPLICATION-ID
004280                AND ACTIVITY_TYPE IN ('T', 'H')
004290                AND ACTIVITY_DATE >= DATE(:WS-WINDOW-START)
004300                AND ACTIVITY_DATE <= DATE(:WS-RUN-DATE)
004310      END-EXEC
004320      EXEC SQL
004330          OPEN ESCHIST-CURSOR
004340      END-EXEC
004350      IF SQLCODE NOT = 0
004360          MOVE 'ESCHIST-CURSOR OPEN, SQLCODE=' TO WS-ABORT-MSG
004370          MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
004380          MOVE WS-ABORT-SQLCODE-DISPLAY TO WS-ABORT-MSG (30:9)
004390          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
004400      END-IF
004410      PERFORM 2250-PROJECT-ONE-BILL THRU 2250-EXIT
004420          UNTIL EOF-HISTORY
004430      EXEC SQL
004440          CLOSE ESCHIST-CURSOR
004450      END-EXEC
004460      COMPUTE WS-ANNUAL-TOTAL =
004470          WS-ANNUAL-TAX + WS-ANNUAL-HAZARD.
004480  2200-EXIT.
004490      EXIT.
004500*
004510*****************************************************************
004520* 2210-INIT-PROJ-MONTH                                          *
004530*****************************************************************
004540  2210-INIT-PROJ-MONTH.
004550      COMPUTE WS-PROJ-MONTH (WS-PROJ-SUB) =
004560          WS-RUN-MONTH + WS-PROJ-SUB
004570      MOVE WS-RUN-YEAR TO WS-PROJ-YEAR (WS-PROJ-SUB)
004580      IF WS-PROJ-MONTH (WS-PROJ-SUB) > 12
004590          SUBTRACT 12 FROM WS-PROJ-MONTH (WS-PROJ-SUB)
004600          ADD 1 TO WS-PROJ-YEAR (WS-PROJ-SUB)
004610      END-IF
004620      MOVE 0 TO WS-PROJ-TAX (WS-PROJ-SUB)
004630      MOVE 0 TO WS-PROJ-HAZARD (WS-PROJ-SUB)
004640      MOVE 0 TO WS-PROJ-BALANCE (WS-PROJ-SUB).
004650  2210-EXIT.
004660      EXIT.
004670*
004680*****************************************************************
004690* 2250-PROJECT-ONE-BILL                                         *
004700*     A BILL PAID IN CALENDAR MONTH M FALLS IN ENTRY M MINUS    *
004710*     THE RUN MONTH, WRAPPED INTO 1 THROUGH 12 -- A BILL PAID   *
004720*     IN THE RUN MONTH ITSELF IS EXPECTED IN ENTRY 12.          *
004730*****************************************************************
004740  2250-PROJECT-ONE-BILL.
004750      EXEC SQL
004760          FETCH ESCHIST-CURSOR
004770              INTO :WS-HIST-TYPE,
004780                   :WS-HIST-MONTH,
004790                   :WS-HIST-AMOUNT
004800      END-EXEC
004810      EVALUATE SQLCODE
004820          WHEN 0
004830              CONTINUE
004840          WHEN 100
004850              MOVE 'Y' TO WS-EOF-HISTORY
004860              GO TO 2250-EXIT
004870          WHEN OTHER
004880              MOVE 'ESCHIST-CURSOR FETCH, SQLCODE=' TO
004890                  WS-ABORT-MSG
004900              MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
004910              MOVE WS-ABORT-SQLCODE-DISPLAY TO
004920                  WS-ABORT-MSG (31:9)
004930              PERFORM 9900-ABORT-RUN THRU 9900-EXIT
004940      END-EVALUATE
004950      COMPUTE WS-PROJ-SUB = WS-HIST-MONTH - WS-RUN-MONTH
004960      IF WS-PROJ-SUB NOT > 0
004970          ADD 12 TO WS-PROJ-SUB
004980      END-IF
004990      IF WS-HIST-TYPE = 'T'
005000          ADD WS-HIST-AMOUNT TO WS-PROJ-TAX (WS-PROJ-SUB)
005010          ADD WS-HIST-AMOUNT TO WS-ANNUAL-TAX
005020      ELSE
005030          ADD WS-HIST-AMOUNT TO WS-PROJ-HAZARD (WS-PROJ-SUB)
005040          ADD WS-HIST-AMOUNT TO WS-ANNUAL-HAZARD
005050      END-IF.
005060  2250-EXIT.
005070      EXIT.
005080*
005090*****************************************************************
005100* 2300-COMPUTE-ANALYSIS                                         *
005110*     WALK THE BALANCE FORWARD AT ONE-TWELFTH OF THE YEAR'S     *
005120*     BILLS A MONTH, FIND ITS LOW POINT (THE OPENING BALANCE    *
005130*     COUNTS), AND SET THE NEW PER-PERIOD PAYMENT: THE YEAR'S   *
005140*     BILLS OVER THE PERIODS IN A YEAR, PLUS ANY SHORTAGE OR    *
005150*     LESS ANY SURPLUS CREDITED.  ONLY A CURRENT LOAN IS        *
005160*     REFUNDED OR CREDITED A SURPLUS; A DELINQUENT LOAN'S       *
005170*     SURPLUS STAYS IN THE ACCOUNT.                             *
005180*****************************************************************
005190  2300-COMPUTE-ANALYSIS.
005200      EVALUATE EPSLMST-YEAR-MONTH-IND
005210          WHEN 'B'
005220              MOVE 26 TO WS-PERIODS-PER-YEAR
005230          WHEN 'S'
005240              MOVE 24 TO WS-PERIODS-PER-YEAR
005250          WHEN OTHER
005260              MOVE 12 TO WS-PERIODS-PER-YEAR
005270      END-EVALUATE
005280      COMPUTE WS-MONTHLY-DEPOSIT ROUNDED = WS-ANNUAL-TOTAL / 12
005290      COMPUTE WS-CUSHION ROUNDED =
005300          WS-ANNUAL-TOTAL / WS-CUSHION-DIVISOR
005310      MOVE EPSLMST-ESCROW-BALANCE TO WS-RUNNING-BALANCE
005320      MOVE EPSLMST-ESCROW-BALANCE TO WS-LOW-BALANCE
005330      PERFORM 2350-WALK-ONE-MONTH THRU 2350-EXIT
005340          VARYING WS-PROJ-SUB FROM 1 BY 1
005350          UNTIL WS-PROJ-SUB > 12
005360      MOVE 0 TO WS-SHORTAGE
005370      MOVE 0 TO WS-SURPLUS
005380      MOVE 0 TO WS-REFUND
005390      MOVE SPACE TO WS-SURPLUS-ACTION
005400      MOVE EPSLMST-ESCROW-PAYMENT TO WS-OLD-ESCROW-PAYMENT
005410      IF WS-LOW-BALANCE < WS-CUSHION
005420          COMPUTE WS-SHORTAGE = WS-CUSHION - WS-LOW-BALANCE
005430          ADD 1 TO WS-SHORTAGE-COUNT
005440          ADD WS-SHORTAGE TO WS-SHORTAGE-TOTAL
005450          COMPUTE EPSLMST-ESCROW-PAYMENT ROUNDED =
005460              (WS-ANNUAL-TOTAL + WS-SHORTAGE)
005470              / WS-PERIODS-PER-YEAR
005480          GO TO 2300-EXIT
005490      END-IF
005500      COMPUTE WS-SURPLUS = WS-LOW-BALANCE - WS-CUSHION
005510      COMPUTE EPSLMST-ESCROW-PAYMENT ROUNDED =
005520          WS-ANNUAL-TOTAL / WS-PERIODS-PER-YEAR
005530      IF WS-SURPLUS = 0
005540          GO TO 2300-EXIT
005550      END-IF
005560      EVALUATE TRUE
005570          WHEN NOT EPSLMS-DLQ-CURRENT
005580              MOVE 'H' TO WS-SURPLUS-ACTION
005590              ADD 1 TO WS-HELD-COUNT
005600          WHEN WS-SURPLUS NOT < WS-REFUND-MINIMUM
005610              MOVE 'R' TO WS-SURPLUS-ACTION
005620              MOVE WS-SURPLUS TO WS-REFUND
005630              ADD 1 TO WS-REFUND-COUNT
005640              ADD WS-REFUND TO WS-REFUND-TOTAL
005650          WHEN OTHER
005660              MOVE 'C' TO WS-SURPLUS-ACTION
005670              ADD 1 TO WS-CREDIT-COUNT
005680              COMPUTE EPSLMST-ESCROW-PAYMENT ROUNDED =
005690                  (WS-ANNUAL-TOTAL - WS-SURPLUS)
005700                  / WS-PERIODS-PER-YEAR
005710      END-EVALUATE.
005720  2300-EXIT.
005730      EXIT.
005740*
005750*****************************************************************
005760* 2350-WALK-ONE-MONTH                                           *
005770*****************************************************************
005780  2350-WALK-ONE-MONTH.
005790      COMPUTE WS-RUNNING-BALANCE = WS-RUNNING-BALANCE
005800          + WS-MONTHLY-DEPOSIT
005810          - WS-PROJ-TAX (WS-PROJ-SUB)
005820          - WS-PROJ-HAZARD (WS-PROJ-SUB)
005830      MOVE WS-RUNNING-BALANCE TO WS-PROJ-BALANCE (WS-PROJ-SUB)
005840      IF WS-RUNNING-BALANCE < WS-LOW-BALANCE
005850          MOVE WS-RUNNING-BALANCE TO WS-LOW-BALANCE
005860      END-IF.
005870  2350-EXIT.
005880      EXIT.
005890*
005900*****************************************************************
005910* 2400-UPDATE-LOAN                                              *
005920*     WRITE THE NEW ESCROW PAYMENT BACK, AND TAKE A REFUNDED    *
005930*     SURPLUS OUT OF THE ESCROW BALANCE ON THE HISTORY.         *
005940*****************************************************************
005950  2400-UPDATE-LOAN.
005960      SUBTRACT WS-REFUND FROM EPSLMST-ESCROW-BALANCE
005970      EXEC SQL
005980          UPDATE EPSLMST
005990              SET ESCROW_PAYMENT = :EPSLMST-ESCROW-PAYMENT,
006000                  ESCROW_BALANCE = :EPSLMST-ESCROW-BALANCE
006010              WHERE APPLICATION_ID = :EPSLMST-APPLICATION-ID
006020      END-EXEC
006030      IF SQLCODE NOT = 0
006040          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
006050      END-IF
006060      IF WS-REFUND = 0
006070          GO TO 2400-EXIT
006080      END-IF
006090      MOVE EPSLMST-APPLICATION-ID TO EPSEHIST-APPLICATION-ID
006100      MOVE 'F' TO EPSEHIST-ACTIVITY-TYPE
006110      MOVE WS-RUN-DATE TO EPSEHIST-ACTIVITY-DATE
006120      COMPUTE EPSEHIST-AMOUNT = 0 - WS-REFUND
006130      MOVE EPSLMST-ESCROW-BALANCE TO EPSEHIST-BALANCE-AFTER
006140      MOVE EPSBMST-BORROWER-NAME TO EPSEHIST-PAYEE
006150      EXEC SQL
006160          INSERT INTO EPSEHIST
006170              (APPLICATION_ID, ACTIVITY_TS, ACTIVITY_TYPE,
006180               ACTIVITY_DATE, AMOUNT, BALANCE_AFTER, PAYEE)
006190              VALUES
006200              (:EPSEHIST-APPLICATION-ID, CURRENT TIMESTAMP,
006210               :EPSEHIST-ACTIVITY-TYPE,
006220               :EPSEHIST-ACTIVITY-DATE,
006230               :EPSEHIST-AMOUNT,
006240               :EPSEHIST-BALANCE-AFTER,
006250               :EPSEHIST-PAYEE)
006260      END-EXEC
006270      IF SQLCODE NOT = 0
006280          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
006290      END-IF.
006300  2400-EXIT.
006310      EXIT.
006320*
006330*****************************************************************
006340* 2500-WRITE-STATEMENT                                          *
006350*     ONE ESCROW ACCOUNT STATEMENT: WHO AND WHERE, THE          *
006360*     OPENING BALANCE, THE MONTH-BY-MONTH PROJECTION, THE       *
006370*     CUSHION AND LOW POINT, THE SHORTAGE OR SURPLUS AND WHAT   *
006380*     IS DONE WITH IT, AND THE OLD AND NEW PAYMENT.             *
006390*****************************************************************
006400  2500-WRITE-STATEMENT.
006410      MOVE WS-RUN-DATE TO WS-BAN-RUN-DATE
006420      WRITE EPSESTM-LINE FROM WS-RULE-LINE
006430      PERFORM 3800-CHECK-STATEMENT-WRITE THRU 3800-EXIT
006440      WRITE EPSESTM-LINE FROM WS-BANNER-LINE
006450      PERFORM 3800-CHECK-STATEMENT-WRITE THRU 3800-EXIT
006460      WRITE EPSESTM-LINE FROM WS-RULE-LINE
006470      PERFORM 3800-CHECK-STATEMENT-WRITE THRU 3800-EXIT
006480      WRITE EPSESTM-LINE FROM WS-BLANK-LINE
006490      PERFORM 3800-CHECK-STATEMENT-WRITE THRU 3800-EXIT
006500      PERFORM 2600-WRITE-ADDRESS THRU 2600-EXIT
006510      WRITE EPSESTM-LINE FROM WS-BLANK-LINE
006520      PERFORM 3800-CHECK-STATEMENT-WRITE THRU 3800-EXIT
006530      MOVE EPSLMST-APPLICATION-ID TO WS-LN-APPLICATION-ID
006540      WRITE EPSESTM-LINE FROM WS-LOAN-LINE
006550      PERFORM 3800-CHECK-STATEMENT-WRITE THRU 3800-EXIT
006560      MOVE 'ESCROW BALANCE AT ANALYSIS:' TO WS-AMT-LABEL
006570      MOVE WS-OPENING-BALANCE TO WS-AMT-VALUE
006580      MOVE SPACES TO WS-AMT-TRAILER
006590      PERFORM 2700-WRITE-AMOUNT-LINE THRU 2700-EXIT
006600      WRITE EPSESTM-LINE FROM WS-DASH-LINE
006610      PERFORM 3800-CHECK-STATEMENT-WRITE THRU 3800-EXIT
006620      WRITE EPSESTM-LINE FROM WS-PROJ-TITLE-LINE
006630      PERFORM 3800-CHECK-STATEMENT-WRITE THRU 3800-EXIT
006640      WRITE EPSESTM-LINE FROM WS-PROJ-HEADER
006650      PERFORM 3800-CHECK-STATEMENT-WRITE THRU 3800-EXIT
006660      PERFORM 2550-WRITE-PROJ-LINE THRU 2550-EXIT
006670          VARYING WS-PROJ-SUB FROM 1 BY 1
006680          UNTIL WS-PROJ-SUB > 12
006690      WRITE EPSESTM-LINE FROM WS-DASH-LINE
006700      PERFORM 3800-CHECK-STATEMENT-WRITE THRU 3800-EXIT
006710      MOVE 'PROJECTED PROPERTY TAX:' TO WS-AMT-LABEL
006720      MOVE WS-ANNUAL-TAX TO WS-AMT-VALUE
006730      PERFORM 2700-WRITE-AMOUNT-LINE THRU 2700-EXIT
006740      MOVE 'PROJECTED HAZARD INSURANCE:' TO WS-AMT-LABEL
006750      MOVE WS-ANNUAL-HAZARD TO WS-AMT-VALUE
006760      PERFORM 2700-WRITE-AMOUNT-LINE THRU 2700-EXIT
006770      MOVE 'TOTAL PROJECTED DISBURSEMENTS:' TO WS-AMT-LABEL
006780      MOVE WS-ANNUAL-TOTAL TO WS-AMT-VALUE
006790      PERFORM 2700-WRITE-AMOUNT-LINE THRU 2700-EXIT
006800      MOVE 'REQUIRED CUSHION (TWO MONTHS):' TO WS-AMT-LABEL
006810      MOVE WS-CUSHION TO WS-AMT-VALUE
006820      PERFORM 2700-WRITE-AMOUNT-LINE THRU 2700-EXIT
006830      MOVE 'LOWEST PROJECTED BALANCE:' TO WS-AMT-LABEL
006840      MOVE WS-LOW-BALANCE TO WS-AMT-VALUE
006850      PERFORM 2700-WRITE-AMOUNT-LINE THRU 2700-EXIT
006860      IF WS-SHORTAGE > 0
006870          MOVE 'ESCROW SHORTAGE:' TO WS-AMT-LABEL
006880          MOVE WS-SHORTAGE TO WS-AMT-VALUE
006890          MOVE ' SPREAD OVER NEXT YEAR' TO WS-AMT-TRAILER
006900      ELSE
006910          MOVE 'ESCROW SURPLUS:' TO WS-AMT-LABEL
006920          MOVE WS-SURPLUS TO WS-AMT-VALUE
006930          EVALUATE TRUE
006940              WHEN SURPLUS-REFUNDED
006950                  MOVE ' REFUND CHECK TO FOLLOW' TO
006960                      WS-AMT-TRAILER
006970              WHEN SURPLUS-CREDITED
006980                  MOVE ' CREDITED TO NEW PAYMENT' TO
006990                      WS-AMT-TRAILER
007000              WHEN SURPLUS-HELD
007010                  MOVE ' HELD - LOAN NOT CURRENT' TO
007020                      WS-AMT-TRAILER
007030          END-EVALUATE
007040      END-IF
007050      PERFORM 2700-WRITE-AMOUNT-LINE THRU 2700-EXIT
007060      WRITE EPSESTM-LINE FROM WS-DASH-LINE
007070      PERFORM 3800-CHECK-STATEMENT-WRITE THRU 3800-EXIT
007080      MOVE 'CURRENT ESCROW PAYMENT:' TO WS-AMT-LABEL
007090      MOVE WS-OLD-ESCROW-PAYMENT TO WS-AMT-VALUE
007100      PERFORM 2700-WRITE-AMOUNT-LINE THRU 2700-EXIT
007110      MOVE 'NEW ESCROW PAYMENT:' TO WS-AMT-LABEL
007120      MOVE EPSLMST-ESCROW-PAYMENT TO WS-AMT-VALUE
007130      PERFORM 2700-WRITE-AMOUNT-LINE THRU 2700-EXIT
007140      COMPUTE WS-NEW-TOTAL-PAYMENT =
007150          EPSLMST-PI-PAYMENT + EPSLMST-ESCROW-PAYMENT
007160      IF EPSLMST-PMI-PAYMENT > 0
007170          AND EPSLMST-CURRENT-BALANCE > EPSLMST-PMI-DROP-BALANCE
007180          ADD EPSLMST-PMI-PAYMENT TO WS-NEW-TOTAL-PAYMENT
007190      END-IF
007200      MOVE 'NEW TOTAL PAYMENT:' TO WS-AMT-LABEL
007210      MOVE WS-NEW-TOTAL-PAYMENT TO WS-AMT-VALUE
007220      MOVE ' FROM NEXT PAYMENT DUE' TO WS-AMT-TRAILER
007230      PERFORM 2700-WRITE-AMOUNT-LINE THRU 2700-EXIT
007240      WRITE EPSESTM-LINE FROM WS-BLANK-LINE
007250      PERFORM 3800-CHECK-STATEMENT-WRITE THRU 3800-EXIT.
007260  2500-EXIT.
007270      EXIT.
007280*
007290*****************************************************************
007300* 2550-WRITE-PROJ-LINE                                          *
007310*****************************************************************
007320  2550-WRITE-PROJ-LINE.
007330      MOVE WS-PROJ-MONTH (WS-PROJ-SUB) TO WS-PRJ-MONTH
007340      MOVE WS-PROJ-YEAR (WS-PROJ-SUB) TO WS-PRJ-YEAR
007350      MOVE WS-MONTHLY-DEPOSIT TO WS-PRJ-DEPOSIT
007360      MOVE WS-PROJ-TAX (WS-PROJ-SUB) TO WS-PRJ-TAX
007370      MOVE WS-PROJ-HAZARD (WS-PROJ-SUB) TO WS-PRJ-HAZARD
007380      MOVE WS-PROJ-BALANCE (WS-PROJ-SUB) TO WS-PRJ-BALANCE
007390      WRITE EPSESTM-LINE FROM WS-PROJ-LINE
007400      PERFORM 3800-CHECK-STATEMENT-WRITE THRU 3800-EXIT.
007410  2550-EXIT.
007420      EXIT.
007430*
007440*****************************************************************
007450* 2600-WRITE-ADDRESS                                            *
007460*     NAME, STREET LINES (THE SECOND ONLY WHEN PRESENT), AND    *
007470*     CITY, STATE AND ZIP -- ZIP+4 WHEN THE LAST FOUR ARE ON    *
007480*     FILE.                                                     *
007490*****************************************************************
007500  2600-WRITE-ADDRESS.
007510      MOVE EPSBMST-BORROWER-NAME TO WS-ADR-TEXT
007520      WRITE EPSESTM-LINE FROM WS-ADDRESS-LINE
007530      PERFORM 3800-CHECK-STATEMENT-WRITE THRU 3800-EXIT
007540      MOVE EPSBMST-ADDR-LINE-1 TO WS-ADR-TEXT
007550      WRITE EPSESTM-LINE FROM WS-ADDRESS-LINE
007560      PERFORM 3800-CHECK-STATEMENT-WRITE THRU 3800-EXIT
007570      IF EPSBMST-ADDR-LINE-2 NOT = SPACES
007580          MOVE EPSBMST-ADDR-LINE-2 TO WS-ADR-TEXT
007590          WRITE EPSESTM-LINE FROM WS-ADDRESS-LINE
007600          PERFORM 3800-CHECK-STATEMENT-WRITE THRU 3800-EXIT
007610      END-IF
007620      MOVE SPACES TO WS-ADR-TEXT
007630      IF EPSBMST-ZIP-CODE (6:4) = SPACES
007640          STRING EPSBMST-CITY DELIMITED BY '  '
007650                 ', ' EPSBMST-STATE '  '
007660                 EPSBMST-ZIP-CODE (1:5)
007670                 DELIMITED BY SIZE
007680                 INTO WS-ADR-TEXT
007690          END-STRING
007700      ELSE
007710          STRING EPSBMST-CITY DELIMITED BY '  '
007720                 ', ' EPSBMST-STATE '  '
007730                 EPSBMST-ZIP-CODE (1:5) '-'
007740                 EPSBMST-ZIP-CODE (6:4)
007750                 DELIMITED BY SIZE
007760                 INTO WS-ADR-TEXT
007770          END-STRING
007780      END-IF
007790      WRITE EPSESTM-LINE FROM WS-ADDRESS-LINE
007800      PERFORM 3800-CHECK-STATEMENT-WRITE THRU 3800-EXIT.
007810  2600-EXIT.
007820      EXIT.
007830*
007840*****************************************************************
007850* 2700-WRITE-AMOUNT-LINE                                        *
007860*****************************************************************
007870  2700-WRITE-AMOUNT-LINE.
007880      WRITE EPSESTM-LINE FROM WS-AMOUNT-LINE
007890      PERFORM 3800-CHECK-STATEMENT-WRITE THRU 3800-EXIT
007900      MOVE SPACES TO WS-AMT-TRAILER.
007910  2700-EXIT.
007920      EXIT.
007930*
007940*****************************************************************
007950* 3100-WRITE-EXCEPTION                                          *
007960*     THE CALLER HAS SET THE EXCEPTION TEXT.                    *
007970*****************************************************************
007980  3100-WRITE-EXCEPTION.
007990      MOVE EPSLMST-APPLICATION-ID TO WS-DTL-APPLICATION-ID
008000      MOVE EPSBMST-BORROWER-NAME TO WS-DTL-BORROWER-NAME
008010      MOVE EPSLMST-ESCROW-BALANCE TO WS-DTL-BALANCE
008020      WRITE EPSEARPT-LINE FROM WS-DETAIL-LINE
008030      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT.
008040  3100-EXIT.
008050      EXIT.
008060*
008070*****************************************************************
008080* 3800-CHECK-STATEMENT-WRITE                                    *
008090*****************************************************************
008100  3800-CHECK-STATEMENT-WRITE.
008110      IF NOT EPSESTM-OK
008120          MOVE 'EPSESTM-FILE WRITE, STATUS=' TO WS-ABORT-MSG
008130          MOVE WS-EPSESTM-STATUS TO WS-ABORT-MSG (28:2)
008140          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
008150      END-IF.
008160  3800-EXIT.
008170      EXIT.
008180*
008190*****************************************************************
008200* 3900-CHECK-REPORT-WRITE                                       *
008210*****************************************************************
008220  3900-CHECK-REPORT-WRITE.
008230      IF NOT EPSEARPT-OK
008240          MOVE 'EPSEARPT-FILE WRITE, STATUS=' TO WS-ABORT-MSG
008250          MOVE WS-EPSEARPT-STATUS TO WS-ABORT-MSG (29:2)
008260          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
008270      END-IF.
008280  3900-EXIT.
008290      EXIT.
008300*
008310*****************************************************************
008320* 7000-WRITE-CONTROL-TOTALS                                     *
008330*     THE RUN'S COUNTS AND DOLLARS AT THE FOOT OF THE           *
008340*     EXCEPTION LIST, SO THE LIST PROVES THE RUN EVEN WHEN IT   *
008350*     HAS NO EXCEPTIONS ON IT.                                  *
008360*****************************************************************
008370  7000-WRITE-CONTROL-TOTALS.
008380      WRITE EPSEARPT-LINE FROM WS-BLANK-LINE
008390      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT
008400      MOVE 'ESCROW LOANS READ:' TO WS-TOT-LABEL
008410      MOVE WS-LOAN-COUNT TO WS-TOT-COUNT
008420      MOVE 0 TO WS-TOT-AMOUNT
008430      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
008440      MOVE 'LOANS ANALYZED, STATEMENTS WRITTEN:' TO WS-TOT-LABEL
008450      MOVE WS-ANALYZED-COUNT TO WS-TOT-COUNT
008460      MOVE 0 TO WS-TOT-AMOUNT
008470      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
008480      MOVE 'SHORTAGES SPREAD INTO NEW PAYMENT:' TO WS-TOT-LABEL
008490      MOVE WS-SHORTAGE-COUNT TO WS-TOT-COUNT
008500      MOVE WS-SHORTAGE-TOTAL TO WS-TOT-AMOUNT
008510      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
008520      MOVE 'SURPLUSES REFUNDED:' TO WS-TOT-LABEL
008530      MOVE WS-REFUND-COUNT TO WS-TOT-COUNT
008540      MOVE WS-REFUND-TOTAL TO WS-TOT-AMOUNT
008550      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
008560      MOVE 'SURPLUSES CREDITED TO NEW PAYMENT:' TO WS-TOT-LABEL
008570      MOVE WS-CREDIT-COUNT TO WS-TOT-COUNT
008580      MOVE 0 TO WS-TOT-AMOUNT
008590      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
008600      MOVE 'SURPLUSES HELD - LOAN NOT CURRENT:' TO WS-TOT-LABEL
008610      MOVE WS-HELD-COUNT TO WS-TOT-COUNT
008620      MOVE 0 TO WS-TOT-AMOUNT
008630      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
008640      MOVE 'NEGATIVE ESCROW BALANCES:' TO WS-TOT-LABEL
008650      MOVE WS-NEGATIVE-COUNT TO WS-TOT-COUNT
008660      MOVE WS-NEGATIVE-TOTAL TO WS-TOT-AMOUNT
008670      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
008680      MOVE 'NOT ANALYZED - NO DISBURSEMENTS:' TO WS-TOT-LABEL
008690      MOVE WS-NO-HISTORY-COUNT TO WS-TOT-COUNT
008700      MOVE 0 TO WS-TOT-AMOUNT
008710      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008720  7000-EXIT.
008730      EXIT.
008740*
008750*****************************************************************
008760* 7100-WRITE-TOTAL-LINE                                         *
008770*****************************************************************
008780  7100-WRITE-TOTAL-LINE.
008790      WRITE EPSEARPT-LINE FROM WS-TOTAL-LINE
008800      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT.
008810  7100-EXIT.
008820      EXIT.
008830*
008840*****************************************************************
008850* 8000-FINALIZE                                                 *
008860*****************************************************************
008870  8000-FINALIZE.
008880      CLOSE EPSESTM-FILE
008890      CLOSE EPSEARPT-FILE
008900      DISPLAY 'EPSESCA ESCROW LOANS READ:   ' WS-LOAN-COUNT
008910      DISPLAY 'EPSESCA LOANS ANALYZED:      ' WS-ANALYZED-COUNT
008920      DISPLAY 'EPSESCA SHORTAGES:           ' WS-SHORTAGE-COUNT
008930      DISPLAY 'EPSESCA SURPLUSES REFUNDED:  ' WS-REFUND-COUNT
008940      DISPLAY 'EPSESCA NEGATIVE BALANCES:   ' WS-NEGATIVE-COUNT
008950      DISPLAY 'EPSESCA NOT ANALYZED:        ' WS-NO-HISTORY-COUNT.
008960  8000-EXIT.
008970      EXIT.
008980*
008990*****************************************************************
009000* 9800-ABORT-ON-SQLCODE                                         *
009010*     AN UNEXPECTED SQLCODE MEANS THE RUN CANNOT BE TRUSTED     *
009020*     TO CONTINUE -- STAGE THE CODE INTO THE ABORT MESSAGE      *
009030*     AND STOP.                                                 *
009040*****************************************************************
009050  9800-ABORT-ON-SQLCODE.
009060      MOVE 'ESCROW ANALYSIS SQL, SQLCODE=' TO WS-ABORT-MSG
009070      MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
009080      MOVE WS-ABORT-SQLCODE-DISPLAY TO WS-ABORT-MSG (30:9)
009090      PERFORM 9900-ABORT-RUN THRU 9900-EXIT.
009100  9800-EXIT.
009110      EXIT.
009120*
009130*****************************************************************
009140* 9900-ABORT-RUN                                                *
009150*     A FILE STATUS OR SQLCODE THIS PROGRAM CANNOT CONTINUE     *
009160*     PAST -- DISPLAY WHAT FAILED AND STOP RATHER THAN MAIL     *
009170*     STATEMENTS THAT DO NOT MATCH THE LOAN MASTER.             *
009180*****************************************************************
009190  9900-ABORT-RUN.
009200      DISPLAY 'EPSESCA FATAL ERROR -- ' WS-ABORT-MSG
009210      MOVE 16 TO RETURN-CODE
009220      STOP RUN.
009230  9900-EXIT.
009240      EXIT.
009250*
009260  END PROGRAM EPSESCA.
