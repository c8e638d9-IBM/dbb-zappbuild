000010  IDENTIFICATION DIVISION.
000020  PROGRAM-ID.    EPS1098.
000030  AUTHOR.        R PELLETIER.
000040  INSTALLATION.  CONSUMER LENDING SYSTEMS.
000050  DATE-WRITTEN.  10/09/2026.
000060  DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090* EPS1098                                                       *
000100*     YEAR-END FORM 1098 MORTGAGE INTEREST STATEMENT RUN.  FOR  *
000110*     EVERY LOAN ON THE EPSLMST LOAN MASTER BOARDED BY THE END  *
000120*     OF THE TAX YEAR (WHATEVER ITS STATUS NOW -- A LOAN PAID   *
000130*     OFF IN JUNE STILL PAID INTEREST THROUGH JUNE) IT WORKS    *
000140*     OUT FROM THE EPSLTRAN TRANSACTION JOURNAL:                *
000150*       - INTEREST RECEIVED: THE INTEREST SPLIT OF EVERY        *
000160*         PAYMENT DATED IN THE YEAR AND NOT SINCE REVERSED;     *
000170*       - PRINCIPAL OUTSTANDING ON JANUARY 1: TODAY'S BALANCE   *
000180*         PLUS THE PRINCIPAL OF EVERY PAYMENT DATED SINCE THEN  *
000190*         (THE ORIGINAL PRINCIPAL, FOR A LOAN BOARDED DURING    *
000200*         THE YEAR);                                            *
000210*       - POINTS PAID: THE LOAN'S ORIG_POINTS (CARRIED FROM     *
000220*         THE BOARDED EPSQHIST QUOTE) TIMES ITS ORIGINAL        *
000230*         PRINCIPAL, FOR THE YEAR OF BOARDING ONLY.             *
000240*     A LOAN WHOSE INTEREST PLUS POINTS REACHES THE $600        *
000250*     REPORTING THRESHOLD IS ISSUED A STATEMENT: A BORROWER     *
000260*     COPY ON THE EPS1098P PRINT FILE ADDRESSED FROM EPSBMST,   *
000270*     A DETAIL RECORD ON THE EPS1098X ELECTRONIC FILING         *
000280*     EXTRACT, AND A ROW ON THE EPS1098 FILED-STATEMENT TABLE.  *
000290*                                                               *
000300*     THE EPS1098C CONTROL CARD NAMES THE TAX YEAR AND THE      *
000310*     FILING TYPE.  AN ORIGINAL ('O') FILING IS REFUSED FOR A   *
000320*     YEAR ALREADY ON EPS1098.  A CORRECTED ('C') FILING IS     *
000330*     THE RERUN AFTER A LATE REVERSAL OR A JOURNAL FIX: EVERY   *
000340*     LOAN IS RECOMPUTED, BUT ONLY ONE WHOSE AMOUNTS NO LONGER  *
000350*     MATCH ITS FILED ROW IS REISSUED -- MARKED CORRECTED ON    *
000360*     THE PRINT AND THE EXTRACT -- AND A LOAN NOW REPORTABLE    *
000370*     THAT WAS NEVER FILED IS ISSUED AS AN ORIGINAL.            *
000380*                                                               *
000390*     THE EPS1098R CONTROL REPORT RECONCILES THE INTEREST       *
000400*     WORKED OUT LOAN BY LOAN BACK TO THE JOURNAL AS A WHOLE:   *
000410*     ALL INTEREST POSTED ON PAYMENTS DATED IN THE YEAR, LESS   *
000420*     THE INTEREST TAKEN BACK BY REVERSALS, MUST EQUAL THE      *
000430*     INTEREST REPORTED PLUS THE INTEREST UNDER THE THRESHOLD.  *
000440*     A RUN THAT DOES NOT RECONCILE IS ROLLED BACK AND ENDS     *
000450*     WITH RETURN CODE 16, SO NOTHING IS RECORDED AS FILED AND  *
000460*     THE EXTRACT IS NOT TRANSMITTED.  A FILE ERROR OR AN       *
000470*     UNEXPECTED SQLCODE ABORTS THE RUN.                        *
000480*                                                               *
000490* MODIFICATION HISTORY                                          *
000500*   10/09/2026  RP   ORIGINAL VERSION.                          *
000502*   10/15/2026  RP   A CORRECTED RUN NO LONGER SKIPS A LOAN     *
000504*                    WITH NO ACTIVITY LEFT IN THE YEAR, SO A    *
000506*                    FILED STATEMENT WHOSE PAYMENTS WERE ALL    *
000508*                    REVERSED IS REISSUED AT ZERO.              *
000510*                                                               *
000520*****************************************************************
000530  ENVIRONMENT DIVISION.
000540  CONFIGURATION SECTION.
000550  SOURCE-COMPUTER.       IBM-370.
000560  OBJECT-COMPUTER.       IBM-370.
000570  INPUT-OUTPUT SECTION.
000580  FILE-CONTROL.
000590      SELECT EPS1098C-FILE    ASSIGN TO EPS1098C
000600          ORGANIZATION IS SEQUENTIAL
000610          FILE STATUS IS WS-EPS1098C-STATUS.
000620      SELECT EPS1098P-FILE    ASSIGN TO EPS1098P
000630          ORGANIZATION IS SEQUENTIAL
000640          FILE STATUS IS WS-EPS1098P-STATUS.
000650      SELECT EPS1098X-FILE    ASSIGN TO EPS1098X
000660          ORGANIZATION IS SEQUENTIAL
000670          FILE STATUS IS WS-EPS1098X-STATUS.
000680      SELECT EPS1098R-FILE    ASSIGN TO EPS1098R
000690          ORGANIZATION IS SEQUENTIAL
000700          FILE STATUS IS WS-EPS1098R-STATUS.
000710*
000720  DATA DIVISION.
000730  FILE SECTION.
000740  FD  EPS1098C-FILE
000750      RECORDING MODE IS F.
000760  01  EPS1098C-RECORD.
000770      05  EPS1098C-TAX-YEAR           PIC X(04).
000780      05  EPS1098C-FILING-TYPE        PIC X(01).
000790      05  FILLER                      PIC X(75).
000800*
000810  FD  EPS1098P-FILE
000820      RECORDING MODE IS F.
000830  01  EPS1098P-LINE                   PIC X(80).
000840*
000850  FD  EPS1098X-FILE
000860      RECORDING MODE IS F.
000870      COPY EPS1098X.
000880*
000890  FD  EPS1098R-FILE
000900      RECORDING MODE IS F.
000910  01  EPS1098R-LINE                   PIC X(132).
000920*
000930  WORKING-STORAGE SECTION.
000940  01  WS-FILE-STATUS-FIELDS.
000950      05  WS-EPS1098C-STATUS          PIC X(02).
000960          88  EPS1098C-OK                 VALUE '00'.
000970          88  EPS1098C-EOF                VALUE '10'.
000980      05  WS-EPS1098P-STATUS          PIC X(02).
000990          88  EPS1098P-OK                 VALUE '00'.
001000      05  WS-EPS1098X-STATUS          PIC X(02).
001010          88  EPS1098X-OK                 VALUE '00'.
001020      05  WS-EPS1098R-STATUS          PIC X(02).
001030          88  EPS1098R-OK                 VALUE '00'.
001040  01  WS-ABORT-MSG                 PIC X(40).
001050  01  WS-ABORT-SQLCODE-DISPLAY     PIC -9(8).
001060*
001070  01  WS-SWITCHES.
001080      05  WS-EOF-LOANS                PIC X(01)   VALUE 'N'.
001090          88  EOF-LOANS                   VALUE 'Y'.
001100      05  WS-FILING-TYPE              PIC X(01).
001110          88  ORIGINAL-FILING             VALUE 'O'.
001120          88  CORRECTED-FILING            VALUE 'C'.
001130      05  WS-REPORTABLE               PIC X(01).
001140          88  LOAN-REPORTABLE             VALUE 'Y'.
001150      05  WS-ISSUE-TYPE               PIC X(01).
001160          88  ISSUE-NONE                  VALUE 'N'.
001170          88  ISSUE-ORIGINAL              VALUE 'O'.
001180          88  ISSUE-CORRECTION            VALUE 'C'.
001190      05  WS-BALANCE-SW               PIC X(01)   VALUE 'Y'.
001200          88  RUN-IN-BALANCE              VALUE 'Y'.
001210          88  RUN-OUT-OF-BALANCE          VALUE 'N'.
001220*
001230  01  WS-COUNTERS.
001240      05  WS-LOAN-COUNT               PIC 9(9) COMP VALUE ZERO.
001250      05  WS-NO-ACTIVITY-COUNT        PIC 9(9) COMP VALUE ZERO.
001260      05  WS-REPORTABLE-COUNT         PIC 9(9) COMP VALUE ZERO.
001270      05  WS-UNDER-COUNT              PIC 9(9) COMP VALUE ZERO.
001280      05  WS-ORIGINAL-COUNT           PIC 9(9) COMP VALUE ZERO.
001290      05  WS-CORRECTED-COUNT          PIC 9(9) COMP VALUE ZERO.
001300      05  WS-UNCHANGED-COUNT          PIC 9(9) COMP VALUE ZERO.
001310      05  WS-NO-BORROWER-COUNT        PIC 9(9) COMP VALUE ZERO.
001320      05  WS-DETAIL-COUNT             PIC 9(9) COMP VALUE ZERO.
001330      05  WS-FILED-COUNT              PIC S9(9) COMP VALUE ZERO.
001340*
001350  01  WS-TOTALS.
001360      05  WS-REPORTABLE-INTEREST      PIC S9(11)V99 COMP-3
001370                                      VALUE ZERO.
001380      05  WS-UNDER-INTEREST           PIC S9(11)V99 COMP-3
001390                                      VALUE ZERO.
001400      05  WS-ACCOUNTED-INTEREST       PIC S9(11)V99 COMP-3
001410                                      VALUE ZERO.
001420      05  WS-GROSS-POSTED-INTEREST    PIC S9(11)V99 COMP-3
001430                                      VALUE ZERO.
001440      05  WS-REVERSED-INTEREST        PIC S9(11)V99 COMP-3
001450                                      VALUE ZERO.
001460      05  WS-NET-POSTED-INTEREST      PIC S9(11)V99 COMP-3
001470                                      VALUE ZERO.
001480      05  WS-INTEREST-DIFFERENCE      PIC S9(11)V99 COMP-3
001490                                      VALUE ZERO.
001500      05  WS-ORIGINAL-INTEREST        PIC S9(11)V99 COMP-3
001510                                      VALUE ZERO.
001520      05  WS-CORRECTED-INTEREST       PIC S9(11)V99 COMP-3
001530                                      VALUE ZERO.
001540      05  WS-EXTRACT-INTEREST         PIC S9(11)V99 COMP-3
001550                                      VALUE ZERO.
001560      05  WS-EXTRACT-PRINCIPAL        PIC S9(11)V99 COMP-3
001570                                      VALUE ZERO.
001580      05  WS-EXTRACT-POINTS           PIC S9(11)V99 COMP-3
001590                                      VALUE ZERO.
001600*
001610  01  WS-RUN-DATE                     PIC X(10).
001620  01  WS-RUN-TS                       PIC X(26).
001630  01  WS-RUN-YEAR                     PIC S9(9) COMP.
001640  01  WS-TAX-YEAR                     PIC 9(04).
001650  01  WS-YEAR-START                   PIC X(10).
001660  01  WS-YEAR-END                     PIC X(10).
001670  01  WS-REPORTING-THRESHOLD          PIC S9(7)V99 COMP-3
001680                                      VALUE 600.00.
001690*
001700  01  WS-LOAN-FIELDS.
001710      05  WS-BOARD-YEAR               PIC S9(9) COMP.
001720      05  WS-LOAN-INTEREST            PIC S9(9)V99 COMP-3.
001730      05  WS-LOAN-PRINCIPAL-PAID      PIC S9(9)V99 COMP-3.
001740      05  WS-LOAN-START-PRINCIPAL     PIC S9(9)V99 COMP-3.
001750      05  WS-LOAN-POINTS              PIC S9(9)V99 COMP-3.
001760      05  WS-LOAN-REPORTED            PIC S9(9)V99 COMP-3.
001770*
001780  01  WS-STATEMENT-LINES.
001790      05  WS-RULE-LINE                PIC X(80) VALUE ALL '='.
001800      05  WS-DASH-LINE                PIC X(80) VALUE ALL '-'.
001810      05  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
001820      05  WS-BANNER-LINE.
001830          10  FILLER                  PIC X(40)
001840              VALUE 'CONSUMER LENDING SYSTEMS'.
001850          10  FILLER                  PIC X(30)
001860              VALUE 'FORM 1098 MORTGAGE INTEREST'.
001870          10  WS-BAN-RUN-DATE         PIC X(10).
001880      05  WS-CORRECTED-LINE.
001890          10  FILLER                  PIC X(37) VALUE
001900              '*** CORRECTED STATEMENT FOR TAX YEAR '.
001910          10  WS-COR-TAX-YEAR         PIC X(04).
001920          10  FILLER                  PIC X(39) VALUE
001930              ' -- REPLACES THE ONE ISSUED EARLIER ***'.
001940      05  WS-ADDRESS-LINE.
001950          10  FILLER                  PIC X(04) VALUE SPACES.
001960          10  WS-ADR-TEXT             PIC X(76).
001970      05  WS-DATE-LINE.
001980          10  WS-DTE-LABEL            PIC X(40).
001990          10  FILLER                  PIC X(05) VALUE SPACES.
002000          10  WS-DTE-VALUE            PIC X(10).
002010          10  FILLER                  PIC X(25) VALUE SPACES.
002020      05  WS-AMOUNT-LINE.
002030          10  WS-AMT-LABEL            PIC X(40).
002040          10  WS-AMT-VALUE            PIC ZZZ,ZZZ,ZZ9.99-.
002050          10  FILLER                  PIC X(25) VALUE SPACES.
002060      05  WS-KEEP-LINE.
002070          10  FILLER                  PIC X(52) VALUE
002080             'KEEP THIS STATEMENT WITH YOUR INCOME TAX RECORDS.'.
002090          10  FILLER                  PIC X(28) VALUE SPACES.
002100*
002110  01  WS-REPORT-LINES.
002120      05  WS-RPT-TITLE-LINE.
002130          10  FILLER                  PIC X(40) VALUE
002140              'EPS1098 FORM 1098 CONTROL REPORT'.
002150          10  FILLER                  PIC X(09) VALUE
002160              'TAX YEAR '.
002170          10  WS-RPT-TAX-YEAR         PIC X(04).
002180          10  FILLER                  PIC X(02) VALUE SPACES.
002190          10  WS-RPT-FILING-TYPE      PIC X(20).
002200          10  FILLER                  PIC X(09) VALUE
002210              'RUN DATE '.
002220          10  WS-RPT-RUN-DATE         PIC X(10).
002230          10  FILLER                  PIC X(38) VALUE SPACES.
002240      05  WS-RPT-BLANK-LINE           PIC X(132) VALUE SPACES.
002250      05  WS-RPT-SECTION-LINE.
002260          10  WS-RPT-SECTION          PIC X(60).
002270          10  FILLER                  PIC X(72) VALUE SPACES.
002280      05  WS-RPT-DETAIL-LINE.
002290          10  FILLER                  PIC X(02) VALUE SPACES.
002300          10  WS-RPT-LABEL            PIC X(48).
002310          10  WS-RPT-COUNT            PIC ZZZ,ZZZ,ZZ9.
002320          10  FILLER                  PIC X(04) VALUE SPACES.
002330          10  WS-RPT-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002340          10  FILLER                  PIC X(02) VALUE SPACES.
002350          10  WS-RPT-FLAG             PIC X(20).
002360          10  FILLER                  PIC X(27) VALUE SPACES.
002370*
002380      COPY EPSLMST.
002390*
002400      COPY EPSBMST.
002410*
002420      COPY EPS1098.
002430*
002440      COPY SQLCA.
002450*
002460  PROCEDURE DIVISION.
002470*
002480*****************************************************************
002490* 0000-MAINLINE                                                 *
002500*****************************************************************
002510  0000-MAINLINE.
002520      PERFORM 1000-INITIALIZE THRU 1000-EXIT
002530      PERFORM 2000-PROCESS-LOANS THRU 2000-EXIT
002540      PERFORM 7000-WRITE-EXTRACT-TRAILER THRU 7000-EXIT
002550      PERFORM 7100-RECONCILE-INTEREST THRU 7100-EXIT
002560      PERFORM 7200-WRITE-CONTROL-REPORT THRU 7200-EXIT
002570      PERFORM 8000-FINALIZE THRU 8000-EXIT
002580      GOBACK.
002590  0000-EXIT.
002600      EXIT.
002610*
002620*****************************************************************
002630* 1000-INITIALIZE                                               *
002640*     READ AND CHECK THE CONTROL CARD BEFORE ANY OUTPUT IS      *
002650*     OPENED -- A BAD TAX YEAR OR A FILING TYPE THAT DOES NOT   *
002660*     FIT WHAT IS ALREADY ON EPS1098 ABORTS WITH NOTHING        *
002670*     WRITTEN.                                                  *
002680*****************************************************************
002690  1000-INITIALIZE.
002700      EXEC SQL
002710          SELECT CHAR(CURRENT DATE, ISO), CHAR(CURRENT TIMESTAMP),
002720                 YEAR(CURRENT DATE)
002730              INTO :WS-RUN-DATE, :WS-RUN-TS, :WS-RUN-YEAR
002740              FROM SYSIBM.SYSDUMMY1
002750      END-EXEC
002760      IF SQLCODE NOT = 0
002770          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
002780      END-IF
002790      PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT
002800      PERFORM 1200-CHECK-FILING-STATUS THRU 1200-EXIT
002810      OPEN OUTPUT EPS1098P-FILE
002820      IF NOT EPS1098P-OK
002830          MOVE 'EPS1098P-FILE OPEN, STATUS=' TO WS-ABORT-MSG
002840          MOVE WS-EPS1098P-STATUS TO WS-ABORT-MSG (28:2)
002850          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
002860      END-IF
002870      OPEN OUTPUT EPS1098X-FILE
002880      IF NOT EPS1098X-OK
002890          MOVE 'EPS1098X-FILE OPEN, STATUS=' TO WS-ABORT-MSG
002900          MOVE WS-EPS1098X-STATUS TO WS-ABORT-MSG (28:2)
002910          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
002920      END-IF
002930      OPEN OUTPUT EPS1098R-FILE
002940      IF NOT EPS1098R-OK
002950          MOVE 'EPS1098R-FILE OPEN, STATUS=' TO WS-ABORT-MSG
002960          MOVE WS-EPS1098R-STATUS TO WS-ABORT-MSG (28:2)
002970          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
002980      END-IF
002990      MOVE SPACES TO EPS1098X-RECORD
003000      MOVE 'H' TO EPS1098X-RECORD-TYPE
003010      MOVE WS-TAX-YEAR TO EPS1098X-TAX-YEAR
003020      MOVE WS-FILING-TYPE TO EPS1098X-H-TYPE
003030      MOVE WS-RUN-DATE TO EPS1098X-H-RUN-DATE
003040      MOVE 'CONSUMER LENDING SYSTEMS' TO EPS1098X-H-LENDER
003050      WRITE EPS1098X-RECORD
003060      PERFORM 3800-CHECK-EXTRACT-WRITE THRU 3800-EXIT.
003070  1000-EXIT.
003080      EXIT.
003090*
003100*****************************************************************
003110* 1100-READ-CONTROL-CARD                                        *
003120*     ONE CARD: THE FOUR-DIGIT TAX YEAR AND 'O' OR 'C'.  THE    *
003130*     YEAR MUST BE OVER -- A STATEMENT FOR A YEAR STILL TAKING  *
003140*     PAYMENTS WOULD BE WRONG THE DAY IT WAS MAILED.            *
003150*****************************************************************
003160  1100-READ-CONTROL-CARD.
003170      OPEN INPUT EPS1098C-FILE
003180      IF NOT EPS1098C-OK
003190          MOVE 'EPS1098C-FILE OPEN, STATUS=' TO WS-ABORT-MSG
003200          MOVE WS-EPS1098C-STATUS TO WS-ABORT-MSG (28:2)
003210          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
003220      END-IF
003230      READ EPS1098C-FILE
003240          AT END
003250              MOVE SPACES TO EPS1098C-RECORD
003260      END-READ
003270      IF NOT EPS1098C-OK AND NOT EPS1098C-EOF
003280          MOVE 'EPS1098C-FILE READ, STATUS=' TO WS-ABORT-MSG
003290          MOVE WS-EPS1098C-STATUS TO WS-ABORT-MSG (28:2)
003300          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
003310      END-IF
003320      CLOSE EPS1098C-FILE
003330      IF EPS1098C-TAX-YEAR NOT NUMERIC
003340          MOVE 'TAX YEAR MISSING OR INVALID ON EPS1098C' TO
003350              WS-ABORT-MSG
003360          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
003370      END-IF
003380      MOVE EPS1098C-TAX-YEAR TO WS-TAX-YEAR
003390      IF WS-TAX-YEAR NOT < WS-RUN-YEAR
003400          MOVE 'TAX YEAR ON EPS1098C IS NOT YET CLOSED' TO
003410              WS-ABORT-MSG
003420          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
003430      END-IF
003440      MOVE EPS1098C-FILING-TYPE TO WS-FILING-TYPE
003450      IF NOT ORIGINAL-FILING AND NOT CORRECTED-FILING
003460          MOVE 'FILING TYPE ON EPS1098C MUST BE O OR C' TO
003470              WS-ABORT-MSG
003480          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
003490      END-IF
003500      MOVE WS-TAX-YEAR TO EPS1098-TAX-YEAR
003510      STRING WS-TAX-YEAR '-01-01' DELIMITED BY SIZE
003520          INTO WS-YEAR-START
003530      END-STRING
003540      STRING WS-TAX-YEAR '-12-31' DELIMITED BY SIZE
003550          INTO WS-YEAR-END
003560      END-STRING.
003570  1100-EXIT.
003580      EXIT.
003590*
003600*****************************************************************
003610* 1200-CHECK-FILING-STATUS                                      *
003620*     AN ORIGINAL FILING TWICE FOR ONE YEAR WOULD DUPLICATE     *
003630*     EVERY STATEMENT AT THE AGENCY; A CORRECTION WITH NOTHING  *
003640*     FILED HAS NOTHING TO CORRECT.                             *
003650*****************************************************************
003660  1200-CHECK-FILING-STATUS.
003670      EXEC SQL
003680          SELECT COUNT(*)
003690              INTO :WS-FILED-COUNT
003700              FROM EPS1098
003710              WHERE TAX_YEAR = :EPS1098-TAX-YEAR
003720      END-EXEC
003730      IF SQLCODE NOT = 0
003740          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
003750      END-IF
003760      IF ORIGINAL-FILING AND WS-FILED-COUNT > 0
003770          MOVE 'TAX YEAR ALREADY FILED -- RUN AS C' TO
003780              WS-ABORT-MSG
003790          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
003800      END-IF
003810      IF CORRECTED-FILING AND WS-FILED-COUNT = 0
003820          MOVE 'NO ORIGINAL FILING FOR TAX YEAR' TO
003830              WS-ABORT-MSG
003840          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
003850      END-IF.
003860  1200-EXIT.
003870      EXIT.
003880*
003890*****************************************************************
003900* 2000-PROCESS-LOANS                                            *
003910*     EVERY LOAN BOARDED BY YEAR END, IN ANY STATUS.  A LOAN    *
003920*     WITH NO BORROWER-MASTER ROW IS STILL REPORTED, FLAGGED    *
003930*     ON ITS ADDRESS, SO THE INTEREST IS NOT LEFT OFF THE       *
003940*     FILING.                                                   *
003950*****************************************************************
003960  2000-PROCESS-LOANS.
003970      EXEC SQL
003980          DECLARE TAXLOAN-CURSOR CURSOR FOR
003990              SELECT L.APPLICATION_ID, CHAR(L.BOARD_DATE, ISO),
004000                     YEAR(L.BOARD_DATE),
004010                     L.ORIG_PRINCIPAL, L.CURRENT_BALANCE,
004020                     L.ORIG_POINTS,
004030                     COALESCE(B.BORROWER_NAME,
004040                         '*** NOT ON BORROWER MASTER ***'),
004050                     COALESCE(B.ADDR_LINE_1, ' '),
004060                     COALESCE(B.ADDR_LINE_2, ' '),
004070                     COALESCE(B.CITY, ' '),
004080                     COALESCE(B.STATE, ' '),
004090                     COALESCE(B.ZIP_CODE, ' '),
004100                     COALESCE(B.BORROWER_STATUS, ' ')
004110              FROM EPSLMST L
004120              LEFT OUTER JOIN EPSBMST B
004130                ON B.APPLICATION_ID = L.APPLICATION_ID
004140              WHERE L.BOARD_DATE <= DATE(:WS-YEAR-END)
004150              ORDER BY L.APPLICATION_ID
004160      END-EXEC
004170      EXEC SQL
004180          OPEN TAXLOAN-CURSOR
004190      END-EXEC
004200      IF SQLCODE NOT = 0
004210          MOVE 'TAXLOAN-CURSOR OPEN, SQLCODE=' TO WS-ABORT-MSG
004220          MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
004230          MOVE WS-ABORT-SQLCODE-DISPLAY TO WS-ABORT-MSG (30:9)
004240          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
004250      END-IF
004260      PERFORM 2100-PROCESS-ONE-LOAN THRU 2100-EXIT
004270          UNTIL EOF-LOANS
004280      EXEC SQL
004290          CLOSE TAXLOAN-CURSOR
004300      END-EXEC.
004310  2000-EXIT.
004320      EXIT.
004330*
004340*****************************************************************
004350* 2100-PROCESS-ONE-LOAN                                         *
004352*     A LOAN WITH NO INTEREST OR POINTS IN THE YEAR IS SKIPPED  *
004354*     IN AN ORIGINAL RUN.  A CORRECTED RUN STILL CHECKS IT      *
004356*     AGAINST ANY STATEMENT ALREADY FILED FOR IT.               *
004360*****************************************************************
004370  2100-PROCESS-ONE-LOAN.
004380      EXEC SQL
004390          FETCH TAXLOAN-CURSOR
004400              INTO :EPSLMST-APPLICATION-ID,
004410                   :EPSLMST-BOARD-DATE,
004420                   :WS-BOARD-YEAR,
004430                   :EPSLMST-ORIG-PRINCIPAL,
004440                   :EPSLMST-CURRENT-BALANCE,
004450                   :EPSLMST-ORIG-POINTS,
004460                   :EPSBMST-BORROWER-NAME,
004470                   :EPSBMST-ADDR-LINE-1,
004480                   :EPSBMST-ADDR-LINE-2,
004490                   :EPSBMST-CITY,
004500                   :EPSBMST-STATE,
004510                   :EPSBMST-ZIP-CODE,
004520                   :EPSBMST-BORROWER-STATUS
004530      END-EXEC
004540      EVALUATE SQLCODE
004550          WHEN 0
004560              CONTINUE
004570          WHEN 100
004580              MOVE 'Y' TO WS-EOF-LOANS
004590              GO TO 2100-EXIT
004600          WHEN OTHER
004610              MOVE 'TAXLOAN-CURSOR FETCH, SQLCODE=' TO
004620                  WS-ABORT-MSG
004630              MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
004640              MOVE WS-ABORT-SQLCODE-DISPLAY TO
004650                  WS-ABORT-MSG (31:9)
004660              PERFORM 9900-ABORT-RUN THRU 9900-EXIT
004670      END-EVALUATE
004680      ADD 1 TO WS-LOAN-COUNT
004690      PERFORM 2200-COMPUTE-LOAN-AMOUNTS THRU 2200-EXIT
004692      IF WS-LOAN-INTEREST = 0 AND WS-LOAN-POINTS = 0
004694          ADD 1 TO WS-NO-ACTIVITY-COUNT
004696          IF ORIGINAL-FILING
004698              GO TO 2100-EXIT
004700          END-IF
004702          MOVE 'N' TO WS-REPORTABLE
004704      ELSE
004706          PERFORM 2150-APPLY-THRESHOLD THRU 2150-EXIT
004708      END-IF
004850      MOVE 'N' TO WS-ISSUE-TYPE
004860      IF ORIGINAL-FILING
004870          IF LOAN-REPORTABLE
004880              MOVE 'O' TO WS-ISSUE-TYPE
004890          END-IF
004900      ELSE
004910          PERFORM 2300-COMPARE-FILED-STATEMENT THRU 2300-EXIT
004920      END-IF
004930      IF NOT ISSUE-NONE
004940          PERFORM 3000-ISSUE-STATEMENT THRU 3000-EXIT
004950      END-IF.
004960  2100-EXIT.
004961      EXIT.
004962*
004963*****************************************************************
004964* 2150-APPLY-THRESHOLD                                          *
004965*****************************************************************
004966  2150-APPLY-THRESHOLD.
004967      ADD WS-LOAN-INTEREST TO WS-ACCOUNTED-INTEREST
004968      COMPUTE WS-LOAN-REPORTED = WS-LOAN-INTEREST + WS-LOAN-POINTS
004969      IF WS-LOAN-REPORTED < WS-REPORTING-THRESHOLD
004970          MOVE 'N' TO WS-REPORTABLE
004971          ADD 1 TO WS-UNDER-COUNT
004972          ADD WS-LOAN-INTEREST TO WS-UNDER-INTEREST
004973      ELSE
004974          MOVE 'Y' TO WS-REPORTABLE
004975          ADD 1 TO WS-REPORTABLE-COUNT
004976          ADD WS-LOAN-INTEREST TO WS-REPORTABLE-INTEREST
004977      END-IF.
004978  2150-EXIT.
004979      EXIT.
004980*
004990*****************************************************************
005000* 2200-COMPUTE-LOAN-AMOUNTS                                     *
005010*     ONE PASS OVER THE LOAN'S LIVE PAYMENTS DATED ON OR AFTER  *
005020*     JANUARY 1: THE YEAR'S INTEREST, AND ALL THE PRINCIPAL     *
005030*     REPAID SINCE -- ADDED BACK TO TODAY'S BALANCE THAT GIVES  *
005040*     THE BALANCE ON JANUARY 1 EVEN WHEN THE RUN IS MONTHS      *
005050*     INTO THE NEXT YEAR.  A REVERSED PAYMENT IS FLAGGED ON     *
005060*     ITS OWN JOURNAL ROW, SO IT SIMPLY DROPS OUT.              *
005070*****************************************************************
005080  2200-COMPUTE-LOAN-AMOUNTS.
005090      EXEC SQL
005100          SELECT COALESCE(SUM(CASE
005110                     WHEN PAYMENT_DATE <= DATE(:WS-YEAR-END)
005120                     THEN INTEREST_AMOUNT ELSE 0 END), 0),
005130                 COALESCE(SUM(PRINCIPAL_AMOUNT), 0)
005140              INTO :WS-LOAN-INTEREST, :WS-LOAN-PRINCIPAL-PAID
005150              FROM EPSLTRAN
005160              WHERE APPLICATION_ID = :EPSLMST-APPLICATION-ID
005170                AND TRAN_TYPE = 'P'
005180                AND REVERSED_IND = 'N'
005190                AND PAYMENT_DATE >= DATE(:WS-YEAR-START)
005200      END-EXEC
005210      IF SQLCODE NOT = 0
005220          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
005230      END-IF
005240      MOVE 0 TO WS-LOAN-POINTS
005250      IF WS-BOARD-YEAR = WS-TAX-YEAR
005260          MOVE EPSLMST-ORIG-PRINCIPAL TO WS-LOAN-START-PRINCIPAL
005270          IF EPSLMST-ORIG-POINTS > 0
005280              COMPUTE WS-LOAN-POINTS ROUNDED =
005290                  EPSLMST-ORIG-PRINCIPAL * EPSLMST-ORIG-POINTS
005300                  / 100
005310          END-IF
005320      ELSE
005330          COMPUTE WS-LOAN-START-PRINCIPAL =
005340              EPSLMST-CURRENT-BALANCE + WS-LOAN-PRINCIPAL-PAID
005350      END-IF.
005360  2200-EXIT.
005370      EXIT.
005380*
005390*****************************************************************
005400* 2300-COMPARE-FILED-STATEMENT                                  *
005410*     CORRECTED RUN ONLY.  A LOAN ALREADY FILED IS REISSUED     *
005420*     ONLY WHEN ONE OF ITS THREE AMOUNTS HAS CHANGED -- EVEN    *
005430*     IF IT HAS FALLEN UNDER THE THRESHOLD, SINCE THE AGENCY    *
005440*     STILL HOLDS THE WRONG FIGURE.  A LOAN NEVER FILED IS      *
005450*     ISSUED AS AN ORIGINAL ONCE IT IS REPORTABLE.              *
005460*****************************************************************
005470  2300-COMPARE-FILED-STATEMENT.
005480      MOVE EPSLMST-APPLICATION-ID TO EPS1098-APPLICATION-ID
005490      EXEC SQL
005500          SELECT INTEREST_PAID, POINTS_PAID, START_PRINCIPAL
005510              INTO :EPS1098-INTEREST-PAID,
005520                   :EPS1098-POINTS-PAID,
005530                   :EPS1098-START-PRINCIPAL
005540              FROM EPS1098
005550              WHERE APPLICATION_ID = :EPS1098-APPLICATION-ID
005560                AND TAX_YEAR = :EPS1098-TAX-YEAR
005570      END-EXEC
005580      EVALUATE SQLCODE
005590          WHEN 0
005600              IF EPS1098-INTEREST-PAID = WS-LOAN-INTEREST
005610                  AND EPS1098-POINTS-PAID = WS-LOAN-POINTS
005620                  AND EPS1098-START-PRINCIPAL =
005630                      WS-LOAN-START-PRINCIPAL
005640                  ADD 1 TO WS-UNCHANGED-COUNT
005650              ELSE
005660                  MOVE 'C' TO WS-ISSUE-TYPE
005670              END-IF
005680          WHEN 100
005690              IF LOAN-REPORTABLE
005700                  MOVE 'O' TO WS-ISSUE-TYPE
005710              END-IF
005720          WHEN OTHER
005730              PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
005740      END-EVALUATE.
005750  2300-EXIT.
005760      EXIT.
005770*
005780*****************************************************************
005790* 3000-ISSUE-STATEMENT                                          *
005800*     BORROWER COPY, EXTRACT DETAIL AND FILED ROW -- ALL THREE  *
005810*     OR THE RUN ABORTS.                                        *
005820*****************************************************************
005830  3000-ISSUE-STATEMENT.
005840      IF EPSBMST-BORROWER-STATUS = SPACE
005850          ADD 1 TO WS-NO-BORROWER-COUNT
005860      END-IF
005870      PERFORM 3100-WRITE-STATEMENT-PRINT THRU 3100-EXIT
005880      PERFORM 3200-WRITE-EXTRACT-DETAIL THRU 3200-EXIT
005890      MOVE EPSLMST-APPLICATION-ID TO EPS1098-APPLICATION-ID
005900      MOVE WS-LOAN-INTEREST TO EPS1098-INTEREST-PAID
005910      MOVE WS-LOAN-POINTS TO EPS1098-POINTS-PAID
005920      MOVE WS-LOAN-START-PRINCIPAL TO EPS1098-START-PRINCIPAL
005930      IF ISSUE-CORRECTION
005940          ADD 1 TO WS-CORRECTED-COUNT
005950          ADD WS-LOAN-INTEREST TO WS-CORRECTED-INTEREST
005960          PERFORM 3400-UPDATE-FILED-ROW THRU 3400-EXIT
005970      ELSE
005980          ADD 1 TO WS-ORIGINAL-COUNT
005990          ADD WS-LOAN-INTEREST TO WS-ORIGINAL-INTEREST
006000          PERFORM 3300-INSERT-FILED-ROW THRU 3300-EXIT
006010      END-IF.
006020  3000-EXIT.
006030      EXIT.
006040*
006050*****************************************************************
006060* 3100-WRITE-STATEMENT-PRINT                                    *
006070*     THE BORROWER COPY: BOX 1 INTEREST, BOX 2 PRINCIPAL AT     *
006080*     THE START OF THE YEAR, BOX 3 ORIGINATION DATE AND BOX 6   *
006090*     POINTS.                                                   *
006100*****************************************************************
006110  3100-WRITE-STATEMENT-PRINT.
006120      MOVE WS-RUN-DATE TO WS-BAN-RUN-DATE
006130      WRITE EPS1098P-LINE FROM WS-RULE-LINE
006140      PERFORM 3900-CHECK-PRINT-WRITE THRU 3900-EXIT
006150      WRITE EPS1098P-LINE FROM WS-BANNER-LINE
006160      PERFORM 3900-CHECK-PRINT-WRITE THRU 3900-EXIT
006170      WRITE EPS1098P-LINE FROM WS-RULE-LINE
006180      PERFORM 3900-CHECK-PRINT-WRITE THRU 3900-EXIT
006190      IF ISSUE-CORRECTION
006200          MOVE WS-TAX-YEAR TO WS-COR-TAX-YEAR
006210          WRITE EPS1098P-LINE FROM WS-CORRECTED-LINE
006220          PERFORM 3900-CHECK-PRINT-WRITE THRU 3900-EXIT
006230      END-IF
006240      WRITE EPS1098P-LINE FROM WS-BLANK-LINE
006250      PERFORM 3900-CHECK-PRINT-WRITE THRU 3900-EXIT
006260      PERFORM 3150-WRITE-ADDRESS THRU 3150-EXIT
006270      WRITE EPS1098P-LINE FROM WS-BLANK-LINE
006280      PERFORM 3900-CHECK-PRINT-WRITE THRU 3900-EXIT
006290      MOVE 'TAX YEAR:' TO WS-DTE-LABEL
006300      MOVE WS-TAX-YEAR TO WS-DTE-VALUE
006310      PERFORM 3600-WRITE-DATE-LINE THRU 3600-EXIT
006320      MOVE 'ACCOUNT NUMBER:' TO WS-DTE-LABEL
006330      MOVE EPSLMST-APPLICATION-ID TO WS-DTE-VALUE
006340      PERFORM 3600-WRITE-DATE-LINE THRU 3600-EXIT
006350      WRITE EPS1098P-LINE FROM WS-DASH-LINE
006360      PERFORM 3900-CHECK-PRINT-WRITE THRU 3900-EXIT
006370      MOVE '1 MORTGAGE INTEREST RECEIVED:' TO WS-AMT-LABEL
006380      MOVE WS-LOAN-INTEREST TO WS-AMT-VALUE
006390      PERFORM 3700-WRITE-AMOUNT-LINE THRU 3700-EXIT
006400      MOVE '2 OUTSTANDING MORTGAGE PRINCIPAL:' TO WS-AMT-LABEL
006410      MOVE WS-LOAN-START-PRINCIPAL TO WS-AMT-VALUE
006420      PERFORM 3700-WRITE-AMOUNT-LINE THRU 3700-EXIT
006430      MOVE '3 MORTGAGE ORIGINATION DATE:' TO WS-DTE-LABEL
006440      MOVE EPSLMST-BOARD-DATE TO WS-DTE-VALUE
006450      PERFORM 3600-WRITE-DATE-LINE THRU 3600-EXIT
006460      MOVE '6 POINTS PAID ON PURCHASE:' TO WS-AMT-LABEL
006470      MOVE WS-LOAN-POINTS TO WS-AMT-VALUE
006480      PERFORM 3700-WRITE-AMOUNT-LINE THRU 3700-EXIT
006490      WRITE EPS1098P-LINE FROM WS-DASH-LINE
006500      PERFORM 3900-CHECK-PRINT-WRITE THRU 3900-EXIT
006510      WRITE EPS1098P-LINE FROM WS-KEEP-LINE
006520      PERFORM 3900-CHECK-PRINT-WRITE THRU 3900-EXIT
006530      WRITE EPS1098P-LINE FROM WS-BLANK-LINE
006540      PERFORM 3900-CHECK-PRINT-WRITE THRU 3900-EXIT.
006550  3100-EXIT.
006560      EXIT.
006570*
006580*****************************************************************
006590* 3150-WRITE-ADDRESS                                            *
006600*     NAME, STREET LINES (THE SECOND ONLY WHEN PRESENT), AND    *
006610*     CITY, STATE AND ZIP -- ZIP+4 WHEN THE LAST FOUR ARE ON    *
006620*     FILE.                                                     *
006630*****************************************************************
006640  3150-WRITE-ADDRESS.
006650      MOVE EPSBMST-BORROWER-NAME TO WS-ADR-TEXT
006660      WRITE EPS1098P-LINE FROM WS-ADDRESS-LINE
006670      PERFORM 3900-CHECK-PRINT-WRITE THRU 3900-EXIT
006680      MOVE EPSBMST-ADDR-LINE-1 TO WS-ADR-TEXT
006690      WRITE EPS1098P-LINE FROM WS-ADDRESS-LINE
006700      PERFORM 3900-CHECK-PRINT-WRITE THRU 3900-EXIT
006710      IF EPSBMST-ADDR-LINE-2 NOT = SPACES
006720          MOVE EPSBMST-ADDR-LINE-2 TO WS-ADR-TEXT
006730          WRITE EPS1098P-LINE FROM WS-ADDRESS-LINE
006740          PERFORM 3900-CHECK-PRINT-WRITE THRU 3900-EXIT
006750      END-IF
006760      MOVE SPACES TO WS-ADR-TEXT
006770      IF EPSBMST-ZIP-CODE (6:4) = SPACES
006780          STRING EPSBMST-CITY DELIMITED BY '  '
006790                 ', ' EPSBMST-STATE '  '
006800                 EPSBMST-ZIP-CODE (1:5)
006810                 DELIMITED BY SIZE
006820                 INTO WS-ADR-TEXT
006830          END-STRING
006840      ELSE
006850          STRING EPSBMST-CITY DELIMITED BY '  '
006860                 ', ' EPSBMST-STATE '  '
006870                 EPSBMST-ZIP-CODE (1:5) '-'
006880                 EPSBMST-ZIP-CODE (6:4)
006890                 DELIMITED BY SIZE
006900                 INTO WS-ADR-TEXT
006910          END-STRING
006920      END-IF
006930      WRITE EPS1098P-LINE FROM WS-ADDRESS-LINE
006940      PERFORM 3900-CHECK-PRINT-WRITE THRU 3900-EXIT.
006950  3150-EXIT.
006960      EXIT.
006970*
006980*****************************************************************
006990* 3200-WRITE-EXTRACT-DETAIL                                     *
007000*****************************************************************
007010  3200-WRITE-EXTRACT-DETAIL.
007020      MOVE SPACES TO EPS1098X-RECORD
007030      MOVE 'D' TO EPS1098X-RECORD-TYPE
007040      MOVE WS-TAX-YEAR TO EPS1098X-TAX-YEAR
007050      IF ISSUE-CORRECTION
007060          MOVE 'G' TO EPS1098X-D-CORR-IND
007070      END-IF
007080      MOVE EPSLMST-APPLICATION-ID TO EPS1098X-D-ACCOUNT
007090      MOVE EPSBMST-BORROWER-NAME TO EPS1098X-D-NAME
007100      MOVE EPSBMST-ADDR-LINE-1 TO EPS1098X-D-ADDR-1
007110      MOVE EPSBMST-ADDR-LINE-2 TO EPS1098X-D-ADDR-2
007120      MOVE EPSBMST-CITY TO EPS1098X-D-CITY
007130      MOVE EPSBMST-STATE TO EPS1098X-D-STATE
007140      MOVE EPSBMST-ZIP-CODE TO EPS1098X-D-ZIP
007150      MOVE WS-LOAN-INTEREST TO EPS1098X-D-INTEREST
007160      MOVE WS-LOAN-START-PRINCIPAL TO EPS1098X-D-PRINCIPAL
007170      MOVE EPSLMST-BOARD-DATE TO EPS1098X-D-ORIG-DATE
007180      MOVE WS-LOAN-POINTS TO EPS1098X-D-POINTS
007190      WRITE EPS1098X-RECORD
007200      PERFORM 3800-CHECK-EXTRACT-WRITE THRU 3800-EXIT
007210      ADD 1 TO WS-DETAIL-COUNT
007220      ADD WS-LOAN-INTEREST TO WS-EXTRACT-INTEREST
007230      ADD WS-LOAN-START-PRINCIPAL TO WS-EXTRACT-PRINCIPAL
007240      ADD WS-LOAN-POINTS TO WS-EXTRACT-POINTS.
007250  3200-EXIT.
007260      EXIT.
007270*
007280*****************************************************************
007290* 3300-INSERT-FILED-ROW                                         *
007300*****************************************************************
007310  3300-INSERT-FILED-ROW.
007320      MOVE 'N' TO EPS1098-CORRECTED-IND
007330      EXEC SQL
007340          INSERT INTO EPS1098
007350              (APPLICATION_ID, TAX_YEAR, INTEREST_PAID,
007360               POINTS_PAID, START_PRINCIPAL, FILED_TS,
007370               CORRECTED_IND)
007380              VALUES
007390              (:EPS1098-APPLICATION-ID, :EPS1098-TAX-YEAR,
007400               :EPS1098-INTEREST-PAID,
007410               :EPS1098-POINTS-PAID,
007420               :EPS1098-START-PRINCIPAL,
007430               TIMESTAMP(:WS-RUN-TS),
007440               :EPS1098-CORRECTED-IND)
007450      END-EXEC
007460      IF SQLCODE NOT = 0
007470          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
007480      END-IF.
007490  3300-EXIT.
007500      EXIT.
007510*
007520*****************************************************************
007530* 3400-UPDATE-FILED-ROW                                         *
007540*****************************************************************
007550  3400-UPDATE-FILED-ROW.
007560      MOVE 'Y' TO EPS1098-CORRECTED-IND
007570      EXEC SQL
007580          UPDATE EPS1098
007590              SET INTEREST_PAID = :EPS1098-INTEREST-PAID,
007600                  POINTS_PAID = :EPS1098-POINTS-PAID,
007610                  START_PRINCIPAL = :EPS1098-START-PRINCIPAL,
007620                  FILED_TS = TIMESTAMP(:WS-RUN-TS),
007630                  CORRECTED_IND = :EPS1098-CORRECTED-IND
007640              WHERE APPLICATION_ID = :EPS1098-APPLICATION-ID
007650                AND TAX_YEAR = :EPS1098-TAX-YEAR
007660      END-EXEC
007670      IF SQLCODE NOT = 0
007680          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
007690      END-IF.
007700  3400-EXIT.
007710      EXIT.
007720*
007730*****************************************************************
007740* 3600-WRITE-DATE-LINE                                          *
007750*****************************************************************
007760  3600-WRITE-DATE-LINE.
007770      WRITE EPS1098P-LINE FROM WS-DATE-LINE
007780      PERFORM 3900-CHECK-PRINT-WRITE THRU 3900-EXIT.
007790  3600-EXIT.
007800      EXIT.
007810*
007820*****************************************************************
007830* 3700-WRITE-AMOUNT-LINE                                        *
007840*****************************************************************
007850  3700-WRITE-AMOUNT-LINE.
007860      WRITE EPS1098P-LINE FROM WS-AMOUNT-LINE
007870      PERFORM 3900-CHECK-PRINT-WRITE THRU 3900-EXIT.
007880  3700-EXIT.
007890      EXIT.
007900*
007910*****************************************************************
007920* 3800-CHECK-EXTRACT-WRITE                                      *
007930*****************************************************************
007940  3800-CHECK-EXTRACT-WRITE.
007950      IF NOT EPS1098X-OK
007960          MOVE 'EPS1098X-FILE WRITE, STATUS=' TO WS-ABORT-MSG
007970          MOVE WS-EPS1098X-STATUS TO WS-ABORT-MSG (29:2)
007980          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
007990      END-IF.
008000  3800-EXIT.
008010      EXIT.
008020*
008030*****************************************************************
008040* 3900-CHECK-PRINT-WRITE                                        *
008050*****************************************************************
008060  3900-CHECK-PRINT-WRITE.
008070      IF NOT EPS1098P-OK
008080          MOVE 'EPS1098P-FILE WRITE, STATUS=' TO WS-ABORT-MSG
008090          MOVE WS-EPS1098P-STATUS TO WS-ABORT-MSG (29:2)
008100          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
008110      END-IF.
008120  3900-EXIT.
008130      EXIT.
008140*
008150*****************************************************************
008160* 7000-WRITE-EXTRACT-TRAILER                                    *
008170*****************************************************************
008180  7000-WRITE-EXTRACT-TRAILER.
008190      MOVE SPACES TO EPS1098X-RECORD
008200      MOVE 'T' TO EPS1098X-RECORD-TYPE
008210      MOVE WS-TAX-YEAR TO EPS1098X-TAX-YEAR
008220      MOVE WS-DETAIL-COUNT TO EPS1098X-T-COUNT
008230      MOVE WS-EXTRACT-INTEREST TO EPS1098X-T-INTEREST
008240      MOVE WS-EXTRACT-PRINCIPAL TO EPS1098X-T-PRINCIPAL
008250      MOVE WS-EXTRACT-POINTS TO EPS1098X-T-POINTS
008260      WRITE EPS1098X-RECORD
008270      PERFORM 3800-CHECK-EXTRACT-WRITE THRU 3800-EXIT.
008280  7000-EXIT.
008290      EXIT.
008300*
008310*****************************************************************
008320* 7100-RECONCILE-INTEREST                                       *
008330*     THE JOURNAL AS A WHOLE, TAKEN INDEPENDENTLY OF THE LOAN   *
008340*     CURSOR: EVERY PAYMENT ROW DATED IN THE YEAR, LESS EVERY   *
008350*     REVERSAL ROW (WHICH CARRIES THE DATE AND SPLIT OF THE     *
008360*     PAYMENT IT TOOK BACK).  IT MUST EQUAL THE INTEREST        *
008370*     ACCOUNTED FOR LOAN BY LOAN, REPORTED OR NOT.              *
008380*****************************************************************
008390  7100-RECONCILE-INTEREST.
008400      EXEC SQL
008410          SELECT COALESCE(SUM(INTEREST_AMOUNT), 0)
008420              INTO :WS-GROSS-POSTED-INTEREST
008430              FROM EPSLTRAN
008440              WHERE TRAN_TYPE = 'P'
008450                AND PAYMENT_DATE BETWEEN DATE(:WS-YEAR-START)
008460                                     AND DATE(:WS-YEAR-END)
008470      END-EXEC
008480      IF SQLCODE NOT = 0
008490          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
008500      END-IF
008510      EXEC SQL
008520          SELECT COALESCE(SUM(INTEREST_AMOUNT), 0)
008530              INTO :WS-REVERSED-INTEREST
008540              FROM EPSLTRAN
008550              WHERE TRAN_TYPE = 'R'
008560                AND PAYMENT_DATE BETWEEN DATE(:WS-YEAR-START)
008570                                     AND DATE(:WS-YEAR-END)
008580      END-EXEC
008590      IF SQLCODE NOT = 0
008600          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
008610      END-IF
008620      COMPUTE WS-NET-POSTED-INTEREST =
008630          WS-GROSS-POSTED-INTEREST - WS-REVERSED-INTEREST
008640      COMPUTE WS-INTEREST-DIFFERENCE =
008650          WS-NET-POSTED-INTEREST - WS-ACCOUNTED-INTEREST
008660      IF WS-INTEREST-DIFFERENCE NOT = 0
008670          MOVE 'N' TO WS-BALANCE-SW
008680      END-IF.
008690  7100-EXIT.
008700      EXIT.
008710*
008720*****************************************************************
008730* 7200-WRITE-CONTROL-REPORT                                     *
008740*****************************************************************
008750  7200-WRITE-CONTROL-REPORT.
008760      MOVE WS-TAX-YEAR TO WS-RPT-TAX-YEAR
008770      IF ORIGINAL-FILING
008780          MOVE 'ORIGINAL FILING' TO WS-RPT-FILING-TYPE
008790      ELSE
008800          MOVE 'CORRECTED FILING' TO WS-RPT-FILING-TYPE
008810      END-IF
008820      MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE
008830      WRITE EPS1098R-LINE FROM WS-RPT-TITLE-LINE
008840      PERFORM 7900-CHECK-REPORT-WRITE THRU 7900-EXIT
008850      MOVE 'INTEREST RECONCILIATION TO POSTED PAYMENTS' TO
008860          WS-RPT-SECTION
008870      PERFORM 7400-WRITE-SECTION-LINE THRU 7400-EXIT
008880      MOVE 'GROSS INTEREST ON PAYMENTS DATED IN YEAR' TO
008890          WS-RPT-LABEL
008900      MOVE 0 TO WS-RPT-COUNT
008910      MOVE WS-GROSS-POSTED-INTEREST TO WS-RPT-AMOUNT
008920      PERFORM 7300-WRITE-DETAIL-LINE THRU 7300-EXIT
008930      MOVE 'LESS INTEREST ON PAYMENTS REVERSED' TO WS-RPT-LABEL
008940      MOVE WS-REVERSED-INTEREST TO WS-RPT-AMOUNT
008950      PERFORM 7300-WRITE-DETAIL-LINE THRU 7300-EXIT
008960      MOVE 'NET INTEREST POSTED' TO WS-RPT-LABEL
008970      MOVE WS-NET-POSTED-INTEREST TO WS-RPT-AMOUNT
008980      PERFORM 7300-WRITE-DETAIL-LINE THRU 7300-EXIT
008990      MOVE 'LOANS AT OR OVER THE REPORTING THRESHOLD' TO
009000          WS-RPT-LABEL
009010      MOVE WS-REPORTABLE-COUNT TO WS-RPT-COUNT
009020      MOVE WS-REPORTABLE-INTEREST TO WS-RPT-AMOUNT
009030      PERFORM 7300-WRITE-DETAIL-LINE THRU 7300-EXIT
009040      MOVE 'LOANS UNDER THE REPORTING THRESHOLD' TO
009050          WS-RPT-LABEL
009060      MOVE WS-UNDER-COUNT TO WS-RPT-COUNT
009070      MOVE WS-UNDER-INTEREST TO WS-RPT-AMOUNT
009080      PERFORM 7300-WRITE-DETAIL-LINE THRU 7300-EXIT
009090      MOVE 'TOTAL INTEREST ACCOUNTED FOR' TO WS-RPT-LABEL
009100      MOVE 0 TO WS-RPT-COUNT
009110      MOVE WS-ACCOUNTED-INTEREST TO WS-RPT-AMOUNT
009120      PERFORM 7300-WRITE-DETAIL-LINE THRU 7300-EXIT
009130      MOVE 'DIFFERENCE' TO WS-RPT-LABEL
009140      MOVE WS-INTEREST-DIFFERENCE TO WS-RPT-AMOUNT
009150      IF RUN-IN-BALANCE
009160          MOVE 'IN BALANCE' TO WS-RPT-FLAG
009170      ELSE
009180          MOVE '*** OUT OF BALANCE' TO WS-RPT-FLAG
009190      END-IF
009200      PERFORM 7300-WRITE-DETAIL-LINE THRU 7300-EXIT
009210      MOVE 'STATEMENTS ISSUED THIS RUN' TO WS-RPT-SECTION
009220      PERFORM 7400-WRITE-SECTION-LINE THRU 7400-EXIT
009230      MOVE 'ORIGINAL STATEMENTS' TO WS-RPT-LABEL
009240      MOVE WS-ORIGINAL-COUNT TO WS-RPT-COUNT
009250      MOVE WS-ORIGINAL-INTEREST TO WS-RPT-AMOUNT
009260      PERFORM 7300-WRITE-DETAIL-LINE THRU 7300-EXIT
009270      MOVE 'CORRECTED STATEMENTS' TO WS-RPT-LABEL
009280      MOVE WS-CORRECTED-COUNT TO WS-RPT-COUNT
009290      MOVE WS-CORRECTED-INTEREST TO WS-RPT-AMOUNT
009300      PERFORM 7300-WRITE-DETAIL-LINE THRU 7300-EXIT
009310      MOVE 'FILED STATEMENTS UNCHANGED' TO WS-RPT-LABEL
009320      MOVE WS-UNCHANGED-COUNT TO WS-RPT-COUNT
009330      MOVE 0 TO WS-RPT-AMOUNT
009340      PERFORM 7300-WRITE-DETAIL-LINE THRU 7300-EXIT
009350      MOVE 'EXTRACT DETAIL RECORDS / INTEREST' TO WS-RPT-LABEL
009360      MOVE WS-DETAIL-COUNT TO WS-RPT-COUNT
009370      MOVE WS-EXTRACT-INTEREST TO WS-RPT-AMOUNT
009380      PERFORM 7300-WRITE-DETAIL-LINE THRU 7300-EXIT
009390      MOVE 'EXTRACT PRINCIPAL AT START OF YEAR' TO WS-RPT-LABEL
009400      MOVE 0 TO WS-RPT-COUNT
009410      MOVE WS-EXTRACT-PRINCIPAL TO WS-RPT-AMOUNT
009420      PERFORM 7300-WRITE-DETAIL-LINE THRU 7300-EXIT
009430      MOVE 'EXTRACT POINTS PAID' TO WS-RPT-LABEL
009440      MOVE WS-EXTRACT-POINTS TO WS-RPT-AMOUNT
009450      PERFORM 7300-WRITE-DETAIL-LINE THRU 7300-EXIT
009460      MOVE 'ISSUED WITH NO BORROWER MASTER ADDRESS' TO
009470          WS-RPT-LABEL
009480      MOVE WS-NO-BORROWER-COUNT TO WS-RPT-COUNT
009490      MOVE 0 TO WS-RPT-AMOUNT
009500      IF WS-NO-BORROWER-COUNT > 0
009510          MOVE '*** FIX BEFORE MAIL' TO WS-RPT-FLAG
009520      END-IF
009530      PERFORM 7300-WRITE-DETAIL-LINE THRU 7300-EXIT
009540      MOVE 'LOANS EXAMINED / NO ACTIVITY IN YEAR' TO WS-RPT-LABEL
009550      MOVE WS-LOAN-COUNT TO WS-RPT-COUNT
009560      PERFORM 7300-WRITE-DETAIL-LINE THRU 7300-EXIT
009570      MOVE SPACES TO WS-RPT-LABEL
009580      MOVE WS-NO-ACTIVITY-COUNT TO WS-RPT-COUNT
009590      PERFORM 7300-WRITE-DETAIL-LINE THRU 7300-EXIT.
009600  7200-EXIT.
009610      EXIT.
009620*
009630*****************************************************************
009640* 7300-WRITE-DETAIL-LINE                                        *
009650*****************************************************************
009660  7300-WRITE-DETAIL-LINE.
009670      WRITE EPS1098R-LINE FROM WS-RPT-DETAIL-LINE
009680      PERFORM 7900-CHECK-REPORT-WRITE THRU 7900-EXIT
009690      MOVE SPACES TO WS-RPT-FLAG.
009700  7300-EXIT.
009710      EXIT.
009720*
009730*****************************************************************
009740* 7400-WRITE-SECTION-LINE                                       *
009750*****************************************************************
009760  7400-WRITE-SECTION-LINE.
009770      WRITE EPS1098R-LINE FROM WS-RPT-BLANK-LINE
009780      PERFORM 7900-CHECK-REPORT-WRITE THRU 7900-EXIT
009790      WRITE EPS1098R-LINE FROM WS-RPT-SECTION-LINE
009800      PERFORM 7900-CHECK-REPORT-WRITE THRU 7900-EXIT.
009810  7400-EXIT.
009820      EXIT.
009830*
009840*****************************************************************
009850* 7900-CHECK-REPORT-WRITE                                       *
009860*****************************************************************
009870  7900-CHECK-REPORT-WRITE.
009880      IF NOT EPS1098R-OK
009890          MOVE 'EPS1098R-FILE WRITE, STATUS=' TO WS-ABORT-MSG
009900          MOVE WS-EPS1098R-STATUS TO WS-ABORT-MSG (29:2)
009910          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
009920      END-IF.
009930  7900-EXIT.
009940      EXIT.
009950*
009960*****************************************************************
009970* 8000-FINALIZE                                                 *
009980*     A RUN THAT DID NOT RECONCILE IS BACKED OUT -- NO FILED    *
009990*     ROWS ARE KEPT -- AND ENDS WITH RETURN CODE 16 SO THE      *
010000*     EXTRACT IS HELD; THE REPORT SHOWS WHERE IT BROKE.         *
010010*****************************************************************
010020  8000-FINALIZE.
010030      CLOSE EPS1098P-FILE
010040      CLOSE EPS1098X-FILE
010050      CLOSE EPS1098R-FILE
010060      DISPLAY 'EPS1098 LOANS EXAMINED:       ' WS-LOAN-COUNT
010070      DISPLAY 'EPS1098 ORIGINAL STATEMENTS:  ' WS-ORIGINAL-COUNT
010080      DISPLAY 'EPS1098 CORRECTED STATEMENTS: ' WS-CORRECTED-COUNT
010090      DISPLAY 'EPS1098 UNDER THRESHOLD:      ' WS-UNDER-COUNT
010100      IF RUN-OUT-OF-BALANCE
010110          EXEC SQL
010120              ROLLBACK
010130          END-EXEC
010140          DISPLAY 'EPS1098 INTEREST OUT OF BALANCE -- '
010150              'RUN BACKED OUT'
010160          MOVE 16 TO RETURN-CODE
010170      END-IF.
010180  8000-EXIT.
010190      EXIT.
010200*
010210*****************************************************************
010220* 9800-ABORT-ON-SQLCODE                                         *
010230*     AN UNEXPECTED SQLCODE MEANS THE RUN CANNOT BE TRUSTED     *
010240*     TO CONTINUE -- STAGE THE CODE INTO THE ABORT MESSAGE      *
010250*     AND STOP.                                                 *
010260*****************************************************************
010270  9800-ABORT-ON-SQLCODE.
010280      MOVE 'FORM 1098 RUN SQL, SQLCODE=' TO WS-ABORT-MSG
010290      MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
010300      MOVE WS-ABORT-SQLCODE-DISPLAY TO WS-ABORT-MSG (28:9)
010310      PERFORM 9900-ABORT-RUN THRU 9900-EXIT.
010320  9800-EXIT.
010330      EXIT.
010340*
010350*****************************************************************
010360* 9900-ABORT-RUN                                                *
010370*     A FILE STATUS OR SQLCODE THIS PROGRAM CANNOT CONTINUE     *
010380*     PAST -- BACK OUT ANY FILED ROWS, DISPLAY WHAT FAILED AND  *
010390*     STOP, SO A RERUN STARTS FROM A CLEAN TABLE.               *
010400*****************************************************************
010410  9900-ABORT-RUN.
010420      EXEC SQL
010430          ROLLBACK
010440      END-EXEC
010450      DISPLAY 'EPS1098 FATAL ERROR -- ' WS-ABORT-MSG
010460      MOVE 16 TO RETURN-CODE
010470      STOP RUN.
010480  9900-EXIT.
010490      EXIT.
010500*
010510  END PROGRAM EPS1098.
