000010  IDENTIFICATION DIVISION.
000020  PROGRAM-ID.    EPSPIPE.
000030  AUTHOR.        R PELLETIER.
000040  INSTALLATION.  CONSUMER LENDING SYSTEMS.
000050  DATE-WRITTEN.  10/14/2026.
000060  DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090* EPSPIPE                                                       *
000100*     ORIGINATION PIPELINE AND LOCK FALLOUT REPORT.  FOLLOWS    *
000110*     EVERY APPLICATION FIRST QUOTED IN THE REPORT PERIOD FROM  *
000120*     ITS FIRST EPSQHIST QUOTE, TO ITS EPSRLOCK RATE LOCK, TO   *
000130*     ITS EPSLMST BOARDING OR THE EXPIRY OF ITS LOCK, AND       *
000140*     PRINTS ON EPSPIPR (132 COLUMNS):                          *
000150*                                                               *
000160*       THE PIPELINE SUMMARY -- APPLICATIONS AND DOLLARS        *
000170*       QUOTED, LOCKED AND BOARDED, LOCKS EXPIRED UNBOARDED,    *
000180*       QUOTE-TO-LOCK, LOCK-TO-BOARD AND QUOTE-TO-BOARD         *
000190*       CONVERSION PERCENTAGES, AND AVERAGE DAYS QUOTE TO       *
000200*       LOCK AND LOCK TO BOARD.  ONE LINE FOR ALL               *
000210*       APPLICATIONS, THEN ONE PER PAYMENT FREQUENCY AND ONE    *
000220*       PER RATE SOURCE (PUBLISHED, OVERRIDE, LOCK REQUOTE).    *
000230*                                                               *
000240*       LOCK FALLOUT -- EVERY LOCK EPSLEXP EXPIRED IN THE       *
000250*       PERIOD ON AN APPLICATION THAT NEVER BOARDED, NOTING     *
000260*       WHETHER THE BORROWER HAS SINCE RELOCKED.                *
000270*                                                               *
000280*       PRICING VARIANCE -- EVERY LOAN BOARDED IN THE PERIOD    *
000290*       AT A RATE OTHER THAN ITS LAST PUBLISHED-SHEET QUOTE,    *
000300*       WITH THE YEARLY INTEREST THE DIFFERENCE IS WORTH ON     *
000310*       THE ORIGINAL PRINCIPAL, FOR SECONDARY MARKETING.        *
000320*                                                               *
000330*     AN APPLICATION'S FREQUENCY, RATE SOURCE AND QUOTED        *
000340*     DOLLARS ARE THOSE OF ITS LATEST QUOTE -- THE PRICING IT   *
000350*     WENT FORWARD ON.  QUOTE TO LOCK RUNS FROM THE FIRST       *
000360*     QUOTE TO THE FIRST LOCK; LOCK TO BOARD FROM THE LAST      *
000370*     LOCK TAKEN ON OR BEFORE THE BOARD DATE.  A LOAN BOARDED   *
000380*     WITHOUT A LOCK COUNTS AS BOARDED BUT NOT IN LOCK TO       *
000390*     BOARD.  STAGES ARE AS THEY STAND ON THE RUN DATE.         *
000400*                                                               *
000410*     THE EPSPIPC CONTROL CARD NAMES THE PERIOD -- 'W' FOR THE  *
000420*     SEVEN DAYS ENDING ON THE AS-OF DATE, 'M' FOR THE          *
000430*     CALENDAR MONTH TO THE AS-OF DATE -- AND OPTIONALLY THE    *
000440*     AS-OF DATE (YYYY-MM-DD), WHICH DEFAULTS TO YESTERDAY.     *
000450*     READ-ONLY AGAINST DB2.  A FILE ERROR, A BAD CONTROL CARD  *
000460*     OR AN UNEXPECTED SQLCODE ABORTS THE RUN.                  *
000470*                                                               *
000480* MODIFICATION HISTORY                                          *
000490*   10/14/2026  RP   ORIGINAL VERSION.                          *
000492*   10/15/2026  RP   LATEST-QUOTE LOOKUPS TAKE ONE VALUE WHEN   *
000494*                    TWO QUOTES SHARE THE LATEST TIMESTAMP.     *
000500*                                                               *
000510*****************************************************************
000520  ENVIRONMENT DIVISION.
000530  CONFIGURATION SECTION.
000540  SOURCE-COMPUTER.       IBM-370.
000550  OBJECT-COMPUTER.       IBM-370.
000560  INPUT-OUTPUT SECTION.
000570  FILE-CONTROL.
000580      SELECT EPSPIPC-FILE     ASSIGN TO EPSPIPC
000590          ORGANIZATION IS SEQUENTIAL
000600          FILE STATUS IS WS-EPSPIPC-STATUS.
000610      SELECT EPSPIPR-FILE     ASSIGN TO EPSPIPR
000620          ORGANIZATION IS SEQUENTIAL
000630          FILE STATUS IS WS-EPSPIPR-STATUS.
000640*
000650  DATA DIVISION.
000660  FILE SECTION.
000670  FD  EPSPIPC-FILE
000680      RECORDING MODE IS F.
000690  01  EPSPIPC-RECORD.
000700      05  EPSPIPC-PERIOD-TYPE         PIC X(01).
000710      05  EPSPIPC-AS-OF-DATE          PIC X(10).
000720      05  FILLER                      PIC X(69).
000730*
000740  FD  EPSPIPR-FILE
000750      RECORDING MODE IS F.
000760  01  EPSPIPR-LINE                    PIC X(132).
000770*
000780  WORKING-STORAGE SECTION.
000790  01  WS-FILE-STATUS-FIELDS.
000800      05  WS-EPSPIPC-STATUS           PIC X(02).
000810          88  EPSPIPC-OK                  VALUE '00'.
000820          88  EPSPIPC-EOF                 VALUE '10'.
000830      05  WS-EPSPIPR-STATUS           PIC X(02).
000840          88  EPSPIPR-OK                  VALUE '00'.
000850  01  WS-ABORT-MSG                 PIC X(40).
000860  01  WS-ABORT-SQLCODE-DISPLAY     PIC -9(8).
000870*
000880  01  WS-SWITCHES.
000890      05  WS-EOF-PIPELINE             PIC X(01)   VALUE 'N'.
000900          88  EOF-PIPELINE                VALUE 'Y'.
000910      05  WS-EOF-EXPIRED              PIC X(01)   VALUE 'N'.
000920          88  EOF-EXPIRED                 VALUE 'Y'.
000930      05  WS-EOF-BOARDED              PIC X(01)   VALUE 'N'.
000940          88  EOF-BOARDED                 VALUE 'Y'.
000950*
000960  01  WS-COUNTERS.
000970      05  WS-APPLICATION-COUNT        PIC 9(9) COMP VALUE ZERO.
000980      05  WS-EXPIRED-COUNT            PIC 9(9) COMP VALUE ZERO.
000990      05  WS-RELOCKED-COUNT           PIC 9(9) COMP VALUE ZERO.
001000      05  WS-BOARDED-COUNT            PIC 9(9) COMP VALUE ZERO.
001010      05  WS-NO-SHEET-COUNT           PIC 9(9) COMP VALUE ZERO.
001020      05  WS-AT-SHEET-COUNT           PIC 9(9) COMP VALUE ZERO.
001030      05  WS-BELOW-SHEET-COUNT        PIC 9(9) COMP VALUE ZERO.
001040      05  WS-ABOVE-SHEET-COUNT        PIC 9(9) COMP VALUE ZERO.
001050      05  WS-BRK-SUB                  PIC 9(5) COMP VALUE ZERO.
001060*
001070  01  WS-TOTALS.
001080      05  WS-EXPIRED-TOTAL            PIC S9(13)V99 COMP-3
001090                                      VALUE ZERO.
001100      05  WS-BOARDED-TOTAL            PIC S9(13)V99 COMP-3
001110                                      VALUE ZERO.
001120      05  WS-BELOW-SHEET-TOTAL        PIC S9(13)V99 COMP-3
001130                                      VALUE ZERO.
001140      05  WS-ABOVE-SHEET-TOTAL        PIC S9(13)V99 COMP-3
001150                                      VALUE ZERO.
001160*
001170  01  WS-RUN-DATE                     PIC X(10).
001180*
001190  01  WS-PERIOD-FIELDS.
001200      05  WS-PERIOD-TYPE              PIC X(01).
001210          88  WEEKLY-PERIOD               VALUE 'W'.
001220          88  MONTHLY-PERIOD              VALUE 'M'.
001230      05  WS-AS-OF-DATE               PIC X(10).
001240      05  WS-PERIOD-START             PIC X(10).
001250      05  WS-PERIOD-END               PIC X(10).
001260*
001270* ONE APPLICATION AS FETCHED FROM PIPE-CURSOR.
001280  01  WS-APP-FIELDS.
001290      05  WS-APP-APPLICATION-ID       PIC X(10).
001300      05  WS-APP-PREV-APPLICATION-ID  PIC X(10) VALUE SPACES.
001310      05  WS-APP-FIRST-QUOTE-DATE     PIC X(10).
001320      05  WS-APP-QUOTED-AMOUNT        PIC S9(9)V99 COMP-3.
001330      05  WS-APP-YEAR-MONTH-IND       PIC X(01).
001340          88  APP-ANNUAL                  VALUE 'Y'.
001350          88  APP-MONTHLY                 VALUE 'M'.
001360          88  APP-BIWEEKLY                VALUE 'B'.
001370          88  APP-SEMIMONTHLY             VALUE 'S'.
001380      05  WS-APP-RATE-SOURCE          PIC X(01).
001390          88  APP-PUBLISHED-RATE          VALUE 'P'.
001400          88  APP-OVERRIDE-RATE           VALUE 'O'.
001410          88  APP-LOCK-REQUOTE            VALUE 'K'.
001420      05  WS-APP-LOCKED-SW            PIC X(01).
001430          88  APP-LOCKED                  VALUE 'Y'.
001440      05  WS-APP-LIVE-LOCKS           PIC S9(9) COMP.
001450      05  WS-APP-LOCK-DAYS            PIC S9(9) COMP.
001460      05  WS-APP-BOARDED-SW           PIC X(01).
001470          88  APP-BOARDED                 VALUE 'Y'.
001480      05  WS-APP-BOARDED-AMOUNT       PIC S9(9)V99 COMP-3.
001490      05  WS-APP-BOARD-DAYS           PIC S9(9) COMP.
001500*
001510* ONE LOCK AS FETCHED FROM EXPIRED-CURSOR.
001520  01  WS-EXP-FIELDS.
001530      05  WS-EXP-QUOTED-AMOUNT        PIC S9(9)V99 COMP-3.
001540      05  WS-EXP-RELOCKED-SW          PIC X(01).
001550          88  EXP-RELOCKED                VALUE 'Y'.
001560*
001570* ONE LOAN AS FETCHED FROM BOARDED-CURSOR.
001580  01  WS-BRD-FIELDS.
001590      05  WS-BRD-SHEET-SW             PIC X(01).
001600          88  BRD-SHEET-QUOTE-FOUND       VALUE 'Y'.
001610      05  WS-BRD-SHEET-DATE           PIC X(10).
001620      05  WS-BRD-SHEET-RATE           PIC S9(2)V9(3) COMP-3.
001630      05  WS-BRD-RATE-DIFF            PIC S9(2)V9(3) COMP-3.
001640      05  WS-BRD-ANNUAL-DIFF          PIC S9(9)V99 COMP-3.
001650*
001660* THE PIPELINE BY BREAKOUT -- 1 IS ALL APPLICATIONS, 2-5 THE
001670* PAYMENT FREQUENCIES, 6-8 THE RATE SOURCES.
001680  01  WS-BREAKOUT-LABEL-LIST.
001690      05  FILLER                      PIC X(16)
001700          VALUE 'ALL APPLICATIONS'.
001710      05  FILLER                      PIC X(16)
001720          VALUE '  ANNUAL'.
001730      05  FILLER                      PIC X(16)
001740          VALUE '  MONTHLY'.
001750      05  FILLER                      PIC X(16)
001760          VALUE '  BIWEEKLY'.
001770      05  FILLER                      PIC X(16)
001780          VALUE '  SEMIMONTHLY'.
001790      05  FILLER                      PIC X(16)
001800          VALUE '  PUBLISHED RATE'.
001810      05  FILLER                      PIC X(16)
001820          VALUE '  OVERRIDE RATE'.
001830      05  FILLER                      PIC X(16)
001840          VALUE '  LOCK REQUOTE'.
001850  01  WS-BREAKOUT-LABELS REDEFINES WS-BREAKOUT-LABEL-LIST.
001860      05  WS-BREAKOUT-LABEL           PIC X(16) OCCURS 8 TIMES.
001870*
001880  01  WS-BREAKOUT-TABLE.
001890      05  WS-BRK-ENTRY OCCURS 8 TIMES.
001900          10  WS-BRK-QUOTED-COUNT     PIC 9(9) COMP.
001910          10  WS-BRK-QUOTED-AMOUNT    PIC S9(13)V99 COMP-3.
001920          10  WS-BRK-LOCKED-COUNT     PIC 9(9) COMP.
001930          10  WS-BRK-LOCKED-AMOUNT    PIC S9(13)V99 COMP-3.
001940          10  WS-BRK-BOARDED-COUNT    PIC 9(9) COMP.
001950          10  WS-BRK-BOARDED-AMOUNT   PIC S9(13)V99 COMP-3.
001960          10  WS-BRK-LOCK-BOARD-COUNT PIC 9(9) COMP.
001970          10  WS-BRK-FALLOUT-COUNT    PIC 9(9) COMP.
001980          10  WS-BRK-LOCK-DAYS        PIC S9(11) COMP-3.
001990          10  WS-BRK-BOARD-DAYS       PIC S9(11) COMP-3.
002000*
002010  01  WS-RATIO                        PIC S9(5)V9 COMP-3.
002020*
002030  01  WS-REPORT-LINES.
002040      05  WS-HEADER-LINE.
002050          10  FILLER                  PIC X(30)
002060              VALUE 'EPSPIPE ORIGINATION PIPELINE'.
002070          10  WS-HDR-PERIOD-NAME      PIC X(08).
002080          10  FILLER                  PIC X(07)
002090              VALUE 'PERIOD '.
002100          10  WS-HDR-PERIOD-START     PIC X(10).
002110          10  FILLER                  PIC X(04)
002120              VALUE ' TO '.
002130          10  WS-HDR-PERIOD-END       PIC X(10).
002140          10  FILLER                  PIC X(14)
002150              VALUE '   RUN DATE'.
002160          10  WS-HDR-RUN-DATE         PIC X(10).
002170          10  FILLER                  PIC X(39) VALUE SPACES.
002180      05  WS-SECTION-LINE.
002190          10  WS-SEC-TEXT             PIC X(80).
002200          10  FILLER                  PIC X(52) VALUE SPACES.
002210      05  WS-SUMMARY-HEAD-1.
002220          10  FILLER                  PIC X(16) VALUE SPACES.
002230          10  FILLER                  PIC X(23)
002240              VALUE '         QUOTED'.
002250          10  FILLER                  PIC X(23)
002260              VALUE '         LOCKED'.
002270          10  FILLER                  PIC X(23)
002280              VALUE '        BOARDED'.
002290          10  FILLER                  PIC X(08)
002300              VALUE ' LOCKS'.
002310          10  FILLER                  PIC X(21)
002320              VALUE '--- CONVERSION % ---'.
002330          10  FILLER                  PIC X(14)
002340              VALUE '- AVG DAYS -'.
002350          10  FILLER                  PIC X(04) VALUE SPACES.
002360      05  WS-SUMMARY-HEAD-2.
002370          10  FILLER                  PIC X(16)
002380              VALUE 'BREAKOUT'.
002390          10  FILLER                  PIC X(07)
002400              VALUE ' COUNT'.
002410          10  FILLER                  PIC X(16)
002420              VALUE '       DOLLARS'.
002430          10  FILLER                  PIC X(07)
002440              VALUE ' COUNT'.
002450          10  FILLER                  PIC X(16)
002460              VALUE '       DOLLARS'.
002470          10  FILLER                  PIC X(07)
002480              VALUE ' COUNT'.
002490          10  FILLER                  PIC X(16)
002500              VALUE '       DOLLARS'.
002510          10  FILLER                  PIC X(08)
002520              VALUE 'EXPIRED'.
002530          10  FILLER                  PIC X(07)
002540              VALUE 'Q>LOCK'.
002550          10  FILLER                  PIC X(07)
002560              VALUE 'LK>BRD'.
002570          10  FILLER                  PIC X(07)
002580              VALUE 'Q>BRD'.
002590          10  FILLER                  PIC X(08)
002600              VALUE 'Q>LOCK'.
002610          10  FILLER                  PIC X(06)
002620              VALUE 'LK>BRD'.
002630          10  FILLER                  PIC X(04) VALUE SPACES.
002640      05  WS-SUMMARY-LINE.
002650          10  WS-SUM-LABEL            PIC X(16).
002660          10  WS-SUM-QUOTED-COUNT     PIC ZZ,ZZ9.
002670          10  FILLER                  PIC X(01) VALUE SPACES.
002680          10  WS-SUM-QUOTED-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.
002690          10  FILLER                  PIC X(02) VALUE SPACES.
002700          10  WS-SUM-LOCKED-COUNT     PIC ZZ,ZZ9.
002710          10  FILLER                  PIC X(01) VALUE SPACES.
002720          10  WS-SUM-LOCKED-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.
002730          10  FILLER                  PIC X(02) VALUE SPACES.
002740          10  WS-SUM-BOARDED-COUNT    PIC ZZ,ZZ9.
002750          10  FILLER                  PIC X(01) VALUE SPACES.
002760          10  WS-SUM-BOARDED-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZ9.
002770          10  FILLER                  PIC X(02) VALUE SPACES.
002780          10  WS-SUM-FALLOUT-COUNT    PIC ZZ,ZZ9.
002790          10  FILLER                  PIC X(02) VALUE SPACES.
002800          10  WS-SUM-QUOTE-LOCK-PCT   PIC ZZ9.9.
002810          10  FILLER                  PIC X(02) VALUE SPACES.
002820          10  WS-SUM-LOCK-BOARD-PCT   PIC ZZ9.9.
002830          10  FILLER                  PIC X(02) VALUE SPACES.
002840          10  WS-SUM-QUOTE-BOARD-PCT  PIC ZZ9.9.
002850          10  FILLER                  PIC X(02) VALUE SPACES.
002860          10  WS-SUM-LOCK-DAYS        PIC ZZZ9.9.
002870          10  FILLER                  PIC X(02) VALUE SPACES.
002880          10  WS-SUM-BOARD-DAYS       PIC ZZZ9.9.
002890          10  FILLER                  PIC X(04) VALUE SPACES.
002900      05  WS-EXPIRED-HEAD.
002910          10  FILLER                  PIC X(12)
002920              VALUE 'APPLICATION'.
002930          10  FILLER                  PIC X(12)
002940              VALUE 'LOCK DATE'.
002950          10  FILLER                  PIC X(12)
002960              VALUE 'EXPIRED'.
002970          10  FILLER                  PIC X(09)
002980              VALUE '  RATE'.
002990          10  FILLER                  PIC X(05)
003000              VALUE 'FRQ'.
003010          10  FILLER                  PIC X(17)
003020              VALUE '   LAST QUOTED'.
003030          10  FILLER                  PIC X(08)
003040              VALUE 'RELOCKED'.
003050          10  FILLER                  PIC X(57) VALUE SPACES.
003060      05  WS-EXPIRED-LINE.
003070          10  WS-EXL-APPLICATION-ID   PIC X(10).
003080          10  FILLER                  PIC X(02) VALUE SPACES.
003090          10  WS-EXL-LOCK-DATE        PIC X(10).
003100          10  FILLER                  PIC X(02) VALUE SPACES.
003110          10  WS-EXL-EXPIRE-DATE      PIC X(10).
003120          10  FILLER                  PIC X(02) VALUE SPACES.
003130          10  WS-EXL-LOCKED-RATE      PIC Z9.999.
003140          10  FILLER                  PIC X(03) VALUE SPACES.
003150          10  WS-EXL-YEAR-MONTH-IND   PIC X(01).
003160          10  FILLER                  PIC X(04) VALUE SPACES.
003170          10  WS-EXL-QUOTED-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
003180          10  FILLER                  PIC X(03) VALUE SPACES.
003190          10  WS-EXL-RELOCKED         PIC X(08).
003200          10  FILLER                  PIC X(57) VALUE SPACES.
003210      05  WS-VARIANCE-HEAD.
003220          10  FILLER                  PIC X(12)
003230              VALUE 'APPLICATION'.
003240          10  FILLER                  PIC X(12)
003250              VALUE 'BOARD DATE'.
003260          10  FILLER                  PIC X(17)
003270              VALUE '     PRINCIPAL'.
003280          10  FILLER                  PIC X(05)
003290              VALUE 'FRQ'.
003300          10  FILLER                  PIC X(05)
003310              VALUE 'SRC'.
003320          10  FILLER                  PIC X(12)
003330              VALUE 'SHEET QUOTE'.
003340          10  FILLER                  PIC X(09)
003350              VALUE ' SHEET'.
003360          10  FILLER                  PIC X(09)
003370              VALUE ' BOARD'.
003380          10  FILLER                  PIC X(09)
003390              VALUE '  DIFF'.
003400          10  FILLER                  PIC X(11)
003410              VALUE 'YEARLY INT'.
003420          10  FILLER                  PIC X(31) VALUE SPACES.
003430      05  WS-VARIANCE-LINE.
003440          10  WS-VRL-APPLICATION-ID   PIC X(10).
003450          10  FILLER                  PIC X(02) VALUE SPACES.
003460          10  WS-VRL-BOARD-DATE       PIC X(10).
003470          10  FILLER                  PIC X(02) VALUE SPACES.
003480          10  WS-VRL-PRINCIPAL        PIC ZZZ,ZZZ,ZZ9.99.
003490          10  FILLER                  PIC X(03) VALUE SPACES.
003500          10  WS-VRL-YEAR-MONTH-IND   PIC X(01).
003510          10  FILLER                  PIC X(04) VALUE SPACES.
003520          10  WS-VRL-RATE-SOURCE      PIC X(01).
003530          10  FILLER                  PIC X(04) VALUE SPACES.
003540          10  WS-VRL-SHEET-DATE       PIC X(10).
003550          10  FILLER                  PIC X(02) VALUE SPACES.
003560          10  WS-VRL-SHEET-RATE       PIC Z9.999.
003570          10  FILLER                  PIC X(03) VALUE SPACES.
003580          10  WS-VRL-BOARD-RATE       PIC Z9.999.
003590          10  FILLER                  PIC X(03) VALUE SPACES.
003600          10  WS-VRL-RATE-DIFF        PIC -9.999.
003610          10  FILLER                  PIC X(03) VALUE SPACES.
003620          10  WS-VRL-ANNUAL-DIFF      PIC ZZZ,ZZ9.99-.
003630          10  FILLER                  PIC X(31) VALUE SPACES.
003640      05  WS-TOTAL-LINE.
003650          10  WS-TOT-LABEL            PIC X(40).
003660          10  WS-TOT-COUNT            PIC ZZZ,ZZZ,ZZ9.
003670          10  FILLER                  PIC X(04) VALUE SPACES.
003680          10  WS-TOT-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003690          10  FILLER                  PIC X(59) VALUE SPACES.
003700*
003710      COPY EPSRLOCK.
003720*
003730      COPY EPSLMST.
003740*
003750      COPY SQLCA.
003760*
003770  PROCEDURE DIVISION.
003780*
003790*****************************************************************
003800* 0000-MAINLINE                                                 *
003810*****************************************************************
003820  0000-MAINLINE.
003830      PERFORM 1000-INITIALIZE THRU 1000-EXIT
003840      PERFORM 2000-FOLLOW-PIPELINE THRU 2000-EXIT
003850      PERFORM 3000-WRITE-PIPELINE-SUMMARY THRU 3000-EXIT
003860      PERFORM 4000-LIST-LOCK-FALLOUT THRU 4000-EXIT
003870      PERFORM 5000-LIST-RATE-VARIANCES THRU 5000-EXIT
003880      PERFORM 8000-FINALIZE THRU 8000-EXIT
003890      GOBACK.
003900  0000-EXIT.
003910      EXIT.
003920*
003930*****************************************************************
003940* 1000-INITIALIZE                                               *
003950*     THE RUN DATE IS TAKEN ONCE FOR THE WHOLE RUN; THE CONTROL *
003960*     CARD AND THE PERIOD IT NAMES ARE SETTLED BEFORE THE       *
003970*     REPORT IS OPENED.                                         *
003980*****************************************************************
003990  1000-INITIALIZE.
004000      EXEC SQL
004010          SELECT CHAR(CURRENT DATE, ISO)
004020              INTO :WS-RUN-DATE
004030              FROM SYSIBM.SYSDUMMY1
004040      END-EXEC
004050      IF SQLCODE NOT = 0
004060          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
004070      END-IF
004080      PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT
004090      PERFORM 1200-SET-PERIOD THRU 1200-EXIT
004100      INITIALIZE WS-BREAKOUT-TABLE
004110      OPEN OUTPUT EPSPIPR-FILE
004120      IF NOT EPSPIPR-OK
004130          MOVE 'EPSPIPR-FILE OPEN, STATUS=' TO WS-ABORT-MSG
004140          MOVE WS-EPSPIPR-STATUS TO WS-ABORT-MSG (27:2)
004150          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
004160      END-IF
004170      IF WEEKLY-PERIOD
004180          MOVE 'WEEKLY' TO WS-HDR-PERIOD-NAME
004190      ELSE
004200          MOVE 'MONTHLY' TO WS-HDR-PERIOD-NAME
004210      END-IF
004220      MOVE WS-PERIOD-START TO WS-HDR-PERIOD-START
004230      MOVE WS-PERIOD-END TO WS-HDR-PERIOD-END
004240      MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
004250      WRITE EPSPIPR-LINE FROM WS-HEADER-LINE
004260      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT.
004270  1000-EXIT.
004280      EXIT.
004290*
004300*****************************************************************
004310* 1100-READ-CONTROL-CARD                                        *
004320*     THE PERIOD TYPE IS REQUIRED.  A BLANK AS-OF DATE IS LEFT  *
004330*     FOR 1200-SET-PERIOD TO DEFAULT.                           *
004340*****************************************************************
004350  1100-READ-CONTROL-CARD.
004360      OPEN INPUT EPSPIPC-FILE
004370      IF NOT EPSPIPC-OK
004380          MOVE 'EPSPIPC-FILE OPEN, STATUS=' TO WS-ABORT-MSG
004390          MOVE WS-EPSPIPC-STATUS TO WS-ABORT-MSG (27:2)
004400          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
004410      END-IF
004420      READ EPSPIPC-FILE
004430          AT END
004440              MOVE SPACES TO EPSPIPC-RECORD
004450      END-READ
004460      IF NOT EPSPIPC-OK AND NOT EPSPIPC-EOF
004470          MOVE 'EPSPIPC-FILE READ, STATUS=' TO WS-ABORT-MSG
004480          MOVE WS-EPSPIPC-STATUS TO WS-ABORT-MSG (27:2)
004490          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
004500      END-IF
004510      CLOSE EPSPIPC-FILE
004520      MOVE EPSPIPC-PERIOD-TYPE TO WS-PERIOD-TYPE
004530      IF NOT WEEKLY-PERIOD AND NOT MONTHLY-PERIOD
004540          MOVE 'PERIOD TYPE ON EPSPIPC MUST BE W OR M' TO
004550              WS-ABORT-MSG
004560          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
004570      END-IF
004580      MOVE EPSPIPC-AS-OF-DATE TO WS-AS-OF-DATE.
004590  1100-EXIT.
004600      EXIT.
004610*
004620*****************************************************************
004630* 1200-SET-PERIOD                                               *
004640*     THE PERIOD ENDS ON THE AS-OF DATE.  A WEEK STARTS SIX DAYS*
004650*     BEFORE IT; A MONTH ON THE FIRST OF ITS MONTH.  DB2 DOES   *
004660*     THE DATE ARITHMETIC AND REJECTS AN AS-OF DATE THAT IS NOT *
004670*     A REAL DATE.                                              *
004680*****************************************************************
004690  1200-SET-PERIOD.
004700      IF WS-AS-OF-DATE = SPACES
004710          EXEC SQL
004720              SELECT CHAR(CURRENT DATE - 1 DAY, ISO)
004730                  INTO :WS-AS-OF-DATE
004740                  FROM SYSIBM.SYSDUMMY1
004750          END-EXEC
004760          IF SQLCODE NOT = 0
004770              PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
004780          END-IF
004790      END-IF
004800      IF WEEKLY-PERIOD
004810          EXEC SQL
004820              SELECT CHAR(DATE(:WS-AS-OF-DATE), ISO),
004830                     CHAR(DATE(:WS-AS-OF-DATE) - 6 DAYS, ISO)
004840                  INTO :WS-PERIOD-END, :WS-PERIOD-START
004850                  FROM SYSIBM.SYSDUMMY1
004860          END-EXEC
004870      ELSE
004880          EXEC SQL
004890              SELECT CHAR(DATE(:WS-AS-OF-DATE), ISO),
004900                     CHAR(DATE(:WS-AS-OF-DATE) -
004910                          (DAY(DATE(:WS-AS-OF-DATE)) - 1) DAYS,
004920                          ISO)
004930                  INTO :WS-PERIOD-END, :WS-PERIOD-START
004940                  FROM SYSIBM.SYSDUMMY1
004950          END-EXEC
004960      END-IF
004970      EVALUATE SQLCODE
004980          WHEN 0
004990              CONTINUE
005000          WHEN -180
005010          WHEN -181
005020              MOVE 'AS-OF DATE ON EPSPIPC IS NOT A VALID DATE'
005030                  TO WS-ABORT-MSG
005040              PERFORM 9900-ABORT-RUN THRU 9900-EXIT
005050          WHEN OTHER
005060              PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
005070      END-EVALUATE
005080      IF WS-PERIOD-END NOT < WS-RUN-DATE
005090          MOVE 'AS-OF DATE ON EPSPIPC IS NOT YET CLOSED' TO
005100              WS-ABORT-MSG
005110          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
005120      END-IF.
005130  1200-EXIT.
005140      EXIT.
005150*
005160*****************************************************************
005170* 2000-FOLLOW-PIPELINE                                          *
005180*     EVERY APPLICATION WHOSE FIRST QUOTE FALLS IN THE PERIOD,  *
005190*     WITH ITS LATEST QUOTE, ITS LOCKS ROLLED UP AND ITS LOAN   *
005200*     IF IT HAS BOARDED.                                        *
005210*****************************************************************
005220  2000-FOLLOW-PIPELINE.
005230      EXEC SQL
005240          DECLARE PIPE-CURSOR CURSOR FOR
005250              SELECT F.APPLICATION_ID,
005260                     CHAR(DATE(F.FIRST_TS), ISO),
005270                     Q.PRINCIPAL_AMOUNT, Q.YEAR_MONTH_IND,
005280                     Q.RATE_SOURCE,
005290                     CASE WHEN K.APPLICATION_ID IS NULL
005300                          THEN 'N' ELSE 'Y' END,
005310                     COALESCE(K.LIVE_LOCKS, 0),
005320                     COALESCE(DAYS(K.FIRST_LOCK) -
005330                              DAYS(DATE(F.FIRST_TS)), 0),
005340                     CASE WHEN L.APPLICATION_ID IS NULL
005350                          THEN 'N' ELSE 'Y' END,
005360                     COALESCE(L.ORIG_PRINCIPAL, 0),
005370                     COALESCE(DAYS(L.BOARD_DATE) -
005380                         (SELECT DAYS(MAX(K2.LOCK_DATE))
005390                          FROM EPSRLOCK K2
005400                          WHERE K2.APPLICATION_ID =
005410                                    L.APPLICATION_ID
005420                            AND K2.LOCK_DATE <= L.BOARD_DATE),
005430                         0)
005440              FROM (SELECT APPLICATION_ID,
005450                           MIN(QUOTE_TIMESTAMP) AS FIRST_TS,
005460                           MAX(QUOTE_TIMESTAMP) AS LAST_TS
005470                    FROM EPSQHIST
005480                    GROUP BY APPLICATION_ID) AS F
005490              INNER JOIN EPSQHIST Q
005500                  ON  Q.APPLICATION_ID = F.APPLICATION_ID
005510                  AND Q.QUOTE_TIMESTAMP = F.LAST_TS
005520              LEFT OUTER JOIN
005530                   (SELECT APPLICATION_ID,
005540                           MIN(LOCK_DATE) AS FIRST_LOCK,
005550                           SUM(CASE WHEN LOCK_STATUS = 'A'
005560                                    THEN 1 ELSE 0 END)
005570                               AS LIVE_LOCKS
005580                    FROM EPSRLOCK
005590                    GROUP BY APPLICATION_ID) AS K
005600                  ON  K.APPLICATION_ID = F.APPLICATION_ID
005610              LEFT OUTER JOIN EPSLMST L
005620                  ON  L.APPLICATION_ID = F.APPLICATION_ID
005630              WHERE DATE(F.FIRST_TS)
005640                    BETWEEN DATE(:WS-PERIOD-START)
005650                        AND DATE(:WS-PERIOD-END)
005660              ORDER BY F.APPLICATION_ID
005670      END-EXEC
005680      EXEC SQL
005690          OPEN PIPE-CURSOR
005700      END-EXEC
005710      IF SQLCODE NOT = 0
005720          MOVE 'PIPE-CURSOR OPEN, SQLCODE=' TO WS-ABORT-MSG
005730          MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
005740          MOVE WS-ABORT-SQLCODE-DISPLAY TO WS-ABORT-MSG (27:9)
005750          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
005760      END-IF
005770      PERFORM 2100-FOLLOW-ONE-APPLICATION THRU 2100-EXIT
005780          UNTIL EOF-PIPELINE
005790      EXEC SQL
005800          CLOSE PIPE-CURSOR
005810      END-EXEC.
005820  2000-EXIT.
005830      EXIT.
005840*
005850*****************************************************************
005860* 2100-FOLLOW-ONE-APPLICATION                                   *
005870*     A LOCK IS FALLOUT WHEN THE APPLICATION HAS LOCKED, HAS NO *
005880*     LIVE LOCK LEFT AND HAS NOT BOARDED.  TWO LATEST QUOTES    *
005890*     WITH ONE TIMESTAMP WOULD BRING AN APPLICATION BACK TWICE; *
005900*     IT IS COUNTED ONCE.                                       *
005910*****************************************************************
005920  2100-FOLLOW-ONE-APPLICATION.
005930      EXEC SQL
005940          FETCH PIPE-CURSOR
005950              INTO :WS-APP-APPLICATION-ID,
005960                   :WS-APP-FIRST-QUOTE-DATE,
005970                   :WS-APP-QUOTED-AMOUNT,
005980                   :WS-APP-YEAR-MONTH-IND,
005990                   :WS-APP-RATE-SOURCE,
006000                   :WS-APP-LOCKED-SW,
006010                   :WS-APP-LIVE-LOCKS,
006020                   :WS-APP-LOCK-DAYS,
006030                   :WS-APP-BOARDED-SW,
006040                   :WS-APP-BOARDED-AMOUNT,
006050                   :WS-APP-BOARD-DAYS
006060      END-EXEC
006070      EVALUATE SQLCODE
006080          WHEN 0
006090              CONTINUE
006100          WHEN 100
006110              MOVE 'Y' TO WS-EOF-PIPELINE
006120              GO TO 2100-EXIT
006130          WHEN OTHER
006140              PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
006150      END-EVALUATE
006160      IF WS-APP-APPLICATION-ID = WS-APP-PREV-APPLICATION-ID
006170          GO TO 2100-EXIT
006180      END-IF
006190      MOVE WS-APP-APPLICATION-ID TO WS-APP-PREV-APPLICATION-ID
006200      ADD 1 TO WS-APPLICATION-COUNT
006210      MOVE 1 TO WS-BRK-SUB
006220      PERFORM 2200-ADD-TO-BREAKOUT THRU 2200-EXIT
006230      EVALUATE TRUE
006240          WHEN APP-ANNUAL
006250              MOVE 2 TO WS-BRK-SUB
006260          WHEN APP-MONTHLY
006270              MOVE 3 TO WS-BRK-SUB
006280          WHEN APP-BIWEEKLY
006290              MOVE 4 TO WS-BRK-SUB
006300          WHEN APP-SEMIMONTHLY
006310              MOVE 5 TO WS-BRK-SUB
006320          WHEN OTHER
006330              MOVE 0 TO WS-BRK-SUB
006340      END-EVALUATE
006350      IF WS-BRK-SUB > 0
006360          PERFORM 2200-ADD-TO-BREAKOUT THRU 2200-EXIT
006370      END-IF
006380      EVALUATE TRUE
006390          WHEN APP-PUBLISHED-RATE
006400              MOVE 6 TO WS-BRK-SUB
006410          WHEN APP-OVERRIDE-RATE
006420              MOVE 7 TO WS-BRK-SUB
006430          WHEN APP-LOCK-REQUOTE
006440              MOVE 8 TO WS-BRK-SUB
006450          WHEN OTHER
006460              MOVE 0 TO WS-BRK-SUB
006470      END-EVALUATE
006480      IF WS-BRK-SUB > 0
006490          PERFORM 2200-ADD-TO-BREAKOUT THRU 2200-EXIT
006500      END-IF.
006510  2100-EXIT.
006520      EXIT.
006530*
006540*****************************************************************
006550* 2200-ADD-TO-BREAKOUT                                          *
006560*     ONE APPLICATION INTO BREAKOUT WS-BRK-SUB.                 *
006570*****************************************************************
006580  2200-ADD-TO-BREAKOUT.
006590      ADD 1 TO WS-BRK-QUOTED-COUNT (WS-BRK-SUB)
006600      ADD WS-APP-QUOTED-AMOUNT TO
006610          WS-BRK-QUOTED-AMOUNT (WS-BRK-SUB)
006620      IF APP-LOCKED
006630          ADD 1 TO WS-BRK-LOCKED-COUNT (WS-BRK-SUB)
006640          ADD WS-APP-QUOTED-AMOUNT TO
006650              WS-BRK-LOCKED-AMOUNT (WS-BRK-SUB)
006660          ADD WS-APP-LOCK-DAYS TO WS-BRK-LOCK-DAYS (WS-BRK-SUB)
006670      END-IF
006680      IF APP-BOARDED
006690          ADD 1 TO WS-BRK-BOARDED-COUNT (WS-BRK-SUB)
006700          ADD WS-APP-BOARDED-AMOUNT TO
006710              WS-BRK-BOARDED-AMOUNT (WS-BRK-SUB)
006720          IF APP-LOCKED
006730              ADD 1 TO WS-BRK-LOCK-BOARD-COUNT (WS-BRK-SUB)
006740              ADD WS-APP-BOARD-DAYS TO
006750                  WS-BRK-BOARD-DAYS (WS-BRK-SUB)
006760          END-IF
006770      END-IF
006780      IF APP-LOCKED AND NOT APP-BOARDED
006790         AND WS-APP-LIVE-LOCKS = 0
006800          ADD 1 TO WS-BRK-FALLOUT-COUNT (WS-BRK-SUB)
006810      END-IF.
006820  2200-EXIT.
006830      EXIT.
006840*
006850*****************************************************************
006860* 3000-WRITE-PIPELINE-SUMMARY                                   *
006870*     ONE LINE PER BREAKOUT.  A FREQUENCY OR RATE SOURCE WITH   *
006880*     NO APPLICATIONS IN THE PERIOD IS LEFT OFF.                *
006890*****************************************************************
006900  3000-WRITE-PIPELINE-SUMMARY.
006910      MOVE SPACES TO WS-SEC-TEXT
006920      STRING 'PIPELINE -- APPLICATIONS FIRST QUOTED IN THE '
006930             'PERIOD, STAGES AS OF ' WS-RUN-DATE
006940          DELIMITED BY SIZE INTO WS-SEC-TEXT
006950      END-STRING
006960      PERFORM 3800-WRITE-SECTION-HEAD THRU 3800-EXIT
006970      WRITE EPSPIPR-LINE FROM WS-SUMMARY-HEAD-1
006980      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT
006990      WRITE EPSPIPR-LINE FROM WS-SUMMARY-HEAD-2
007000      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT
007010      PERFORM 3100-WRITE-SUMMARY-LINE THRU 3100-EXIT
007020          VARYING WS-BRK-SUB FROM 1 BY 1
007030          UNTIL WS-BRK-SUB > 8.
007040  3000-EXIT.
007050      EXIT.
007060*
007070*****************************************************************
007080* 3100-WRITE-SUMMARY-LINE                                       *
007090*     PERCENTAGES AND AVERAGES ARE ZERO WHERE THEIR BASE IS.    *
007100*****************************************************************
007110  3100-WRITE-SUMMARY-LINE.
007120      IF WS-BRK-SUB > 1
007130         AND WS-BRK-QUOTED-COUNT (WS-BRK-SUB) = 0
007140          GO TO 3100-EXIT
007150      END-IF
007160      MOVE WS-BREAKOUT-LABEL (WS-BRK-SUB) TO WS-SUM-LABEL
007170      MOVE WS-BRK-QUOTED-COUNT (WS-BRK-SUB) TO WS-SUM-QUOTED-COUNT
007180      MOVE WS-BRK-QUOTED-AMOUNT (WS-BRK-SUB) TO
007190          WS-SUM-QUOTED-AMOUNT
007200      MOVE WS-BRK-LOCKED-COUNT (WS-BRK-SUB) TO WS-SUM-LOCKED-COUNT
007210      MOVE WS-BRK-LOCKED-AMOUNT (WS-BRK-SUB) TO
007220          WS-SUM-LOCKED-AMOUNT
007230      MOVE WS-BRK-BOARDED-COUNT (WS-BRK-SUB) TO
007240          WS-SUM-BOARDED-COUNT
007250      MOVE WS-BRK-BOARDED-AMOUNT (WS-BRK-SUB) TO
007260          WS-SUM-BOARDED-AMOUNT
007270      MOVE WS-BRK-FALLOUT-COUNT (WS-BRK-SUB) TO
007280          WS-SUM-FALLOUT-COUNT
007290      MOVE ZERO TO WS-RATIO
007300      IF WS-BRK-QUOTED-COUNT (WS-BRK-SUB) > 0
007310          COMPUTE WS-RATIO ROUNDED =
007320              WS-BRK-LOCKED-COUNT (WS-BRK-SUB) * 100 /
007330              WS-BRK-QUOTED-COUNT (WS-BRK-SUB)
007340      END-IF
007350      MOVE WS-RATIO TO WS-SUM-QUOTE-LOCK-PCT
007360      MOVE ZERO TO WS-RATIO
007370      IF WS-BRK-LOCKED-COUNT (WS-BRK-SUB) > 0
007380          COMPUTE WS-RATIO ROUNDED =
007390              WS-BRK-LOCK-BOARD-COUNT (WS-BRK-SUB) * 100 /
007400              WS-BRK-LOCKED-COUNT (WS-BRK-SUB)
007410      END-IF
007420      MOVE WS-RATIO TO WS-SUM-LOCK-BOARD-PCT
007430      MOVE ZERO TO WS-RATIO
007440      IF WS-BRK-QUOTED-COUNT (WS-BRK-SUB) > 0
007450          COMPUTE WS-RATIO ROUNDED =
007460              WS-BRK-BOARDED-COUNT (WS-BRK-SUB) * 100 /
007470              WS-BRK-QUOTED-COUNT (WS-BRK-SUB)
007480      END-IF
007490      MOVE WS-RATIO TO WS-SUM-QUOTE-BOARD-PCT
007500      MOVE ZERO TO WS-RATIO
007510      IF WS-BRK-LOCKED-COUNT (WS-BRK-SUB) > 0
007520          COMPUTE WS-RATIO ROUNDED =
007530              WS-BRK-LOCK-DAYS (WS-BRK-SUB) /
007540              WS-BRK-LOCKED-COUNT (WS-BRK-SUB)
007550      END-IF
007560      MOVE WS-RATIO TO WS-SUM-LOCK-DAYS
007570      MOVE ZERO TO WS-RATIO
007580      IF WS-BRK-LOCK-BOARD-COUNT (WS-BRK-SUB) > 0
007590          COMPUTE WS-RATIO ROUNDED =
007600              WS-BRK-BOARD-DAYS (WS-BRK-SUB) /
007610              WS-BRK-LOCK-BOARD-COUNT (WS-BRK-SUB)
007620      END-IF
007630      MOVE WS-RATIO TO WS-SUM-BOARD-DAYS
007640      WRITE EPSPIPR-LINE FROM WS-SUMMARY-LINE
007650      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT.
007660  3100-EXIT.
007670      EXIT.
007680*
007690*****************************************************************
007700* 3800-WRITE-SECTION-HEAD                                       *
007710*     A BLANK LINE, THEN THE SECTION TITLE IN WS-SEC-TEXT.      *
007720*****************************************************************
007730  3800-WRITE-SECTION-HEAD.
007740      MOVE SPACES TO EPSPIPR-LINE
007750      WRITE EPSPIPR-LINE
007760      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT
007770      WRITE EPSPIPR-LINE FROM WS-SECTION-LINE
007780      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT.
007790  3800-EXIT.
007800      EXIT.
007810*
007820*****************************************************************
007830* 3900-CHECK-REPORT-WRITE                                       *
007840*****************************************************************
007850  3900-CHECK-REPORT-WRITE.
007860      IF NOT EPSPIPR-OK
007870          MOVE 'EPSPIPR-FILE WRITE, STATUS=' TO WS-ABORT-MSG
007880          MOVE WS-EPSPIPR-STATUS TO WS-ABORT-MSG (28:2)
007890          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
007900      END-IF.
007910  3900-EXIT.
007920      EXIT.
007930*
007940*****************************************************************
007950* 4000-LIST-LOCK-FALLOUT                                        *
007960*     EVERY LOCK EPSLEXP RETIRED WITH AN EXPIRE DATE IN THE     *
007970*     PERIOD, ON AN APPLICATION WITH NO EPSLMST LOAN.  THE      *
007980*     DOLLARS ARE THE APPLICATION'S LATEST QUOTE.               *
007982*     TWO QUOTES SHARING THE LATEST TIMESTAMP GIVE THE LARGER   *
007984*     AMOUNT.                                                   *
007990*****************************************************************
008000  4000-LIST-LOCK-FALLOUT.
008010      MOVE 'LOCKS EXPIRED IN THE PERIOD, LOAN NEVER BOARDED'
008020          TO WS-SEC-TEXT
008030      PERFORM 3800-WRITE-SECTION-HEAD THRU 3800-EXIT
008040      WRITE EPSPIPR-LINE FROM WS-EXPIRED-HEAD
008050      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT
008060      EXEC SQL
008070          DECLARE EXPIRED-CURSOR CURSOR FOR
008080              SELECT K.APPLICATION_ID,
008090                     CHAR(K.LOCK_DATE, ISO),
008100                     CHAR(K.EXPIRE_DATE, ISO),
008110                     K.LOCKED_RATE, K.YEAR_MONTH_IND,
008120                     COALESCE(
008130                         (SELECT MAX(Q.PRINCIPAL_AMOUNT)
008140                          FROM EPSQHIST Q
008150                          WHERE Q.APPLICATION_ID =
008160                                    K.APPLICATION_ID
008170                            AND Q.QUOTE_TIMESTAMP =
008180                                (SELECT MAX(Q2.QUOTE_TIMESTAMP)
008190                                 FROM EPSQHIST Q2
008200                                 WHERE Q2.APPLICATION_ID =
008210                                           K.APPLICATION_ID)),
008220                         0),
008230                     CASE WHEN EXISTS
008240                              (SELECT 1
008250                               FROM EPSRLOCK K3
008260                               WHERE K3.APPLICATION_ID =
008270                                         K.APPLICATION_ID
008280                                 AND K3.LOCK_STATUS = 'A')
008290                          THEN 'Y' ELSE 'N' END
008300              FROM EPSRLOCK K
008310              WHERE K.LOCK_STATUS = 'E'
008320                AND K.EXPIRE_DATE
008330                    BETWEEN DATE(:WS-PERIOD-START)
008340                        AND DATE(:WS-PERIOD-END)
008350                AND NOT EXISTS
008360                    (SELECT 1
008370                     FROM EPSLMST L
008380                     WHERE L.APPLICATION_ID = K.APPLICATION_ID)
008390              ORDER BY K.EXPIRE_DATE, K.APPLICATION_ID
008400      END-EXEC
008410      EXEC SQL
008420          OPEN EXPIRED-CURSOR
008430      END-EXEC
008440      IF SQLCODE NOT = 0
008450          MOVE 'EXPIRED-CURSOR OPEN, SQLCODE=' TO WS-ABORT-MSG
008460          MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
008470          MOVE WS-ABORT-SQLCODE-DISPLAY TO WS-ABORT-MSG (30:9)
008480          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
008490      END-IF
008500      PERFORM 4100-LIST-ONE-EXPIRED-LOCK THRU 4100-EXIT
008510          UNTIL EOF-EXPIRED
008520      EXEC SQL
008530          CLOSE EXPIRED-CURSOR
008540      END-EXEC
008550      MOVE SPACES TO EPSPIPR-LINE
008560      WRITE EPSPIPR-LINE
008570      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT
008580      MOVE 'EXPIRED LOCKS NEVER BOARDED' TO WS-TOT-LABEL
008590      MOVE WS-EXPIRED-COUNT TO WS-TOT-COUNT
008600      MOVE WS-EXPIRED-TOTAL TO WS-TOT-AMOUNT
008610      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
008620      MOVE '  SINCE RELOCKED' TO WS-TOT-LABEL
008630      MOVE WS-RELOCKED-COUNT TO WS-TOT-COUNT
008640      MOVE ZERO TO WS-TOT-AMOUNT
008650      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008660  4000-EXIT.
008670      EXIT.
008680*
008690*****************************************************************
008700* 4100-LIST-ONE-EXPIRED-LOCK                                    *
008710*****************************************************************
008720  4100-LIST-ONE-EXPIRED-LOCK.
008730      EXEC SQL
008740          FETCH EXPIRED-CURSOR
008750              INTO :EPSRLOCK-APPLICATION-ID,
008760                   :EPSRLOCK-LOCK-DATE,
008770                   :EPSRLOCK-EXPIRE-DATE,
008780                   :EPSRLOCK-LOCKED-RATE,
008790                   :EPSRLOCK-YEAR-MONTH-IND,
008800                   :WS-EXP-QUOTED-AMOUNT,
008810                   :WS-EXP-RELOCKED-SW
008820      END-EXEC
008830      EVALUATE SQLCODE
008840          WHEN 0
008850              CONTINUE
008860          WHEN 100
008870              MOVE 'Y' TO WS-EOF-EXPIRED
008880              GO TO 4100-EXIT
008890          WHEN OTHER
008900              PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
008910      END-EVALUATE
008920      ADD 1 TO WS-EXPIRED-COUNT
008930      ADD WS-EXP-QUOTED-AMOUNT TO WS-EXPIRED-TOTAL
008940      MOVE EPSRLOCK-APPLICATION-ID TO WS-EXL-APPLICATION-ID
008950      MOVE EPSRLOCK-LOCK-DATE TO WS-EXL-LOCK-DATE
008960      MOVE EPSRLOCK-EXPIRE-DATE TO WS-EXL-EXPIRE-DATE
008970      MOVE EPSRLOCK-LOCKED-RATE TO WS-EXL-LOCKED-RATE
008980      MOVE EPSRLOCK-YEAR-MONTH-IND TO WS-EXL-YEAR-MONTH-IND
008990      MOVE WS-EXP-QUOTED-AMOUNT TO WS-EXL-QUOTED-AMOUNT
009000      IF EXP-RELOCKED
009010          ADD 1 TO WS-RELOCKED-COUNT
009020          MOVE 'YES' TO WS-EXL-RELOCKED
009030      ELSE
009040          MOVE 'NO' TO WS-EXL-RELOCKED
009050      END-IF
009060      WRITE EPSPIPR-LINE FROM WS-EXPIRED-LINE
009070      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT.
009080  4100-EXIT.
009090      EXIT.
009100*
009110*****************************************************************
009120* 5000-LIST-RATE-VARIANCES                                      *
009130*     EVERY LOAN BOARDED IN THE PERIOD, AGAINST THE LAST        *
009140*     PUBLISHED-SHEET ('P') QUOTE ON ITS APPLICATION TAKEN ON   *
009150*     OR BEFORE THE BOARD DATE.  ONLY THE LOANS WHOSE BOARD     *
009160*     RATE DIFFERS ARE LISTED; THE REST ARE COUNTED.            *
009162*     TWO SHEET QUOTES SHARING ONE TIMESTAMP GIVE THE HIGHER    *
009164*     RATE.                                                     *
009170*****************************************************************
009180  5000-LIST-RATE-VARIANCES.
009190      MOVE 'LOANS BOARDED OFF THEIR LAST PUBLISHED-SHEET QUOTE'
009200          TO WS-SEC-TEXT
009210      PERFORM 3800-WRITE-SECTION-HEAD THRU 3800-EXIT
009220      WRITE EPSPIPR-LINE FROM WS-VARIANCE-HEAD
009230      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT
009240      EXEC SQL
009250          DECLARE BOARDED-CURSOR CURSOR FOR
009260              SELECT L.APPLICATION_ID,
009270                     CHAR(L.BOARD_DATE, ISO),
009280                     L.ORIG_PRINCIPAL, L.BOARD_RATE,
009290                     L.YEAR_MONTH_IND, L.RATE_SOURCE,
009300                     COALESCE(
009310                         (SELECT CHAR(DATE(
009320                                     MAX(P.QUOTE_TIMESTAMP)), ISO)
009330                          FROM EPSQHIST P
009340                          WHERE P.APPLICATION_ID =
009350                                    L.APPLICATION_ID
009360                            AND P.RATE_SOURCE = 'P'
009370                            AND DATE(P.QUOTE_TIMESTAMP) <=
009380                                    L.BOARD_DATE),
009390                         ' '),
009400                     COALESCE(
009410                         (SELECT MAX(P.QUOTED_RATE)
009420                          FROM EPSQHIST P
009430                          WHERE P.APPLICATION_ID =
009440                                    L.APPLICATION_ID
009450                            AND P.QUOTE_TIMESTAMP =
009460                                (SELECT MAX(P2.QUOTE_TIMESTAMP)
009470                                 FROM EPSQHIST P2
009480                                 WHERE P2.APPLICATION_ID =
009490                                           L.APPLICATION_ID
009500                                   AND P2.RATE_SOURCE = 'P'
009510                                   AND DATE(P2.QUOTE_TIMESTAMP)
009520                                       <= L.BOARD_DATE)),
009530                         0)
009540              FROM EPSLMST L
009550              WHERE L.BOARD_DATE
009560                    BETWEEN DATE(:WS-PERIOD-START)
009570                        AND DATE(:WS-PERIOD-END)
009580              ORDER BY L.APPLICATION_ID
009590      END-EXEC
009600      EXEC SQL
009610          OPEN BOARDED-CURSOR
009620      END-EXEC
009630      IF SQLCODE NOT = 0
009640          MOVE 'BOARDED-CURSOR OPEN, SQLCODE=' TO WS-ABORT-MSG
009650          MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
009660          MOVE WS-ABORT-SQLCODE-DISPLAY TO WS-ABORT-MSG (30:9)
009670          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
009680      END-IF
009690      PERFORM 5100-CHECK-ONE-BOARDED-LOAN THRU 5100-EXIT
009700          UNTIL EOF-BOARDED
009710      EXEC SQL
009720          CLOSE BOARDED-CURSOR
009730      END-EXEC
009740      PERFORM 7000-WRITE-VARIANCE-TOTALS THRU 7000-EXIT.
009750  5000-EXIT.
009760      EXIT.
009770*
009780*****************************************************************
009790* 5100-CHECK-ONE-BOARDED-LOAN                                   *
009800*     THE DIFFERENCE IS BOARD RATE LESS SHEET RATE; A NEGATIVE  *
009810*     YEARLY INTEREST IS WHAT THE LOAN GIVES UP AGAINST THE     *
009820*     SHEET ON ITS ORIGINAL PRINCIPAL.                          *
009830*****************************************************************
009840  5100-CHECK-ONE-BOARDED-LOAN.
009850      EXEC SQL
009860          FETCH BOARDED-CURSOR
009870              INTO :EPSLMST-APPLICATION-ID,
009880                   :EPSLMST-BOARD-DATE,
009890                   :EPSLMST-ORIG-PRINCIPAL,
009900                   :EPSLMST-BOARD-RATE,
009910                   :EPSLMST-YEAR-MONTH-IND,
009920                   :EPSLMST-RATE-SOURCE,
009930                   :WS-BRD-SHEET-DATE,
009940                   :WS-BRD-SHEET-RATE
009950      END-EXEC
009960      EVALUATE SQLCODE
009970          WHEN 0
009980              CONTINUE
009990          WHEN 100
010000              MOVE 'Y' TO WS-EOF-BOARDED
010010              GO TO 5100-EXIT
010020          WHEN OTHER
010030              PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
010040      END-EVALUATE
010050      ADD 1 TO WS-BOARDED-COUNT
010060      ADD EPSLMST-ORIG-PRINCIPAL TO WS-BOARDED-TOTAL
010070      IF WS-BRD-SHEET-DATE = SPACES
010080          ADD 1 TO WS-NO-SHEET-COUNT
010090          GO TO 5100-EXIT
010100      END-IF
010110      IF EPSLMST-BOARD-RATE = WS-BRD-SHEET-RATE
010120          ADD 1 TO WS-AT-SHEET-COUNT
010130          GO TO 5100-EXIT
010140      END-IF
010150      COMPUTE WS-BRD-RATE-DIFF =
010160          EPSLMST-BOARD-RATE - WS-BRD-SHEET-RATE
010170      COMPUTE WS-BRD-ANNUAL-DIFF ROUNDED =
010180          EPSLMST-ORIG-PRINCIPAL * WS-BRD-RATE-DIFF / 100
010190      IF WS-BRD-RATE-DIFF < 0
010200          ADD 1 TO WS-BELOW-SHEET-COUNT
010210          ADD WS-BRD-ANNUAL-DIFF TO WS-BELOW-SHEET-TOTAL
010220      ELSE
010230          ADD 1 TO WS-ABOVE-SHEET-COUNT
010240          ADD WS-BRD-ANNUAL-DIFF TO WS-ABOVE-SHEET-TOTAL
010250      END-IF
010260      MOVE EPSLMST-APPLICATION-ID TO WS-VRL-APPLICATION-ID
010270      MOVE EPSLMST-BOARD-DATE TO WS-VRL-BOARD-DATE
010280      MOVE EPSLMST-ORIG-PRINCIPAL TO WS-VRL-PRINCIPAL
010290      MOVE EPSLMST-YEAR-MONTH-IND TO WS-VRL-YEAR-MONTH-IND
010300      MOVE EPSLMST-RATE-SOURCE TO WS-VRL-RATE-SOURCE
010310      MOVE WS-BRD-SHEET-DATE TO WS-VRL-SHEET-DATE
010320      MOVE WS-BRD-SHEET-RATE TO WS-VRL-SHEET-RATE
010330      MOVE EPSLMST-BOARD-RATE TO WS-VRL-BOARD-RATE
010340      MOVE WS-BRD-RATE-DIFF TO WS-VRL-RATE-DIFF
010350      MOVE WS-BRD-ANNUAL-DIFF TO WS-VRL-ANNUAL-DIFF
010360      WRITE EPSPIPR-LINE FROM WS-VARIANCE-LINE
010370      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT.
010380  5100-EXIT.
010390      EXIT.
010400*
010410*****************************************************************
010420* 7000-WRITE-VARIANCE-TOTALS                                    *
010430*     EVERY LOAN BOARDED IN THE PERIOD LANDS ON EXACTLY ONE OF  *
010440*     THE FOUR LINES UNDER THE BOARDED TOTAL.                   *
010450*****************************************************************
010460  7000-WRITE-VARIANCE-TOTALS.
010470      MOVE SPACES TO EPSPIPR-LINE
010480      WRITE EPSPIPR-LINE
010490      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT
010500      MOVE 'LOANS BOARDED IN PERIOD' TO WS-TOT-LABEL
010510      MOVE WS-BOARDED-COUNT TO WS-TOT-COUNT
010520      MOVE WS-BOARDED-TOTAL TO WS-TOT-AMOUNT
010530      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
010540      MOVE '  AT LAST PUBLISHED RATE' TO WS-TOT-LABEL
010550      MOVE WS-AT-SHEET-COUNT TO WS-TOT-COUNT
010560      MOVE ZERO TO WS-TOT-AMOUNT
010570      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
010580      MOVE '  BELOW SHEET -- YEARLY INTEREST' TO WS-TOT-LABEL
010590      MOVE WS-BELOW-SHEET-COUNT TO WS-TOT-COUNT
010600      MOVE WS-BELOW-SHEET-TOTAL TO WS-TOT-AMOUNT
010610      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
010620      MOVE '  ABOVE SHEET -- YEARLY INTEREST' TO WS-TOT-LABEL
010630      MOVE WS-ABOVE-SHEET-COUNT TO WS-TOT-COUNT
010640      MOVE WS-ABOVE-SHEET-TOTAL TO WS-TOT-AMOUNT
010650      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
010660      MOVE '  NO PUBLISHED QUOTE ON FILE' TO WS-TOT-LABEL
010670      MOVE WS-NO-SHEET-COUNT TO WS-TOT-COUNT
010680      MOVE ZERO TO WS-TOT-AMOUNT
010690      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
010700  7000-EXIT.
010710      EXIT.
010720*
010730*****************************************************************
010740* 7100-WRITE-TOTAL-LINE                                         *
010750*****************************************************************
010760  7100-WRITE-TOTAL-LINE.
010770      WRITE EPSPIPR-LINE FROM WS-TOTAL-LINE
010780      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT.
010790  7100-EXIT.
010800      EXIT.
010810*
010820*****************************************************************
010830* 8000-FINALIZE                                                 *
010840*****************************************************************
010850  8000-FINALIZE.
010860      CLOSE EPSPIPR-FILE
010870      DISPLAY 'EPSPIPE PERIOD:              ' WS-PERIOD-START
010880          ' TO ' WS-PERIOD-END
010890      DISPLAY 'EPSPIPE APPLICATIONS:        ' WS-APPLICATION-COUNT
010900      DISPLAY 'EPSPIPE EXPIRED LOCKS:       ' WS-EXPIRED-COUNT
010910      DISPLAY 'EPSPIPE LOANS BOARDED:       ' WS-BOARDED-COUNT
010920      DISPLAY 'EPSPIPE OFF-SHEET LOANS:     ' WS-BELOW-SHEET-COUNT
010930          ' BELOW, ' WS-ABOVE-SHEET-COUNT ' ABOVE'.
010940  8000-EXIT.
010950      EXIT.
010960*
010970*****************************************************************
010980* 9800-ABORT-ON-SQLCODE                                         *
010990*     AN UNEXPECTED SQLCODE MEANS THE RUN CANNOT BE TRUSTED     *
011000*     TO CONTINUE -- STAGE THE CODE INTO THE ABORT MESSAGE      *
011010*     AND STOP.                                                 *
011020*****************************************************************
011030  9800-ABORT-ON-SQLCODE.
011040      MOVE 'PIPELINE SQL, SQLCODE=' TO WS-ABORT-MSG
011050      MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
011060      MOVE WS-ABORT-SQLCODE-DISPLAY TO WS-ABORT-MSG (23:9)
011070      PERFORM 9900-ABORT-RUN THRU 9900-EXIT.
011080  9800-EXIT.
011090      EXIT.
011100*
011110*****************************************************************
011120* 9900-ABORT-RUN                                                *
011130*     DISPLAY WHAT FAILED AND STOP WITH RETURN CODE 16.         *
011140*****************************************************************
011150  9900-ABORT-RUN.
011160      DISPLAY 'EPSPIPE FATAL ERROR -- ' WS-ABORT-MSG
011170      MOVE 16 TO RETURN-CODE
011180      STOP RUN.
011190  9900-EXIT.
011200      EXIT.
011210*
011220  END PROGRAM EPSPIPE.
