000010  IDENTIFICATION DIVISION.
000020  PROGRAM-ID.    EPSGLX.
000030  AUTHOR.        R PELLETIER.
000040  INSTALLATION.  CONSUMER LENDING SYSTEMS.
000050  DATE-WRITTEN.  10/12/2026.
000060  DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090* EPSGLX                                                        *
000100*     DAILY GENERAL-LEDGER INTERFACE EXTRACT.  TURNS THE DAY'S  *
000110*     FINANCIAL EVENTS INTO BALANCED DOUBLE-ENTRY JOURNAL       *
000120*     LINES ON THE EPSGLJ FILE (LAYOUT EPSGLJE) FOR THE         *
000130*     LEDGER TO LOAD:                                           *
000140*                                                               *
000150*       LOANS BOARDED TODAY (EPSLMST BOARD_DATE, BY EPSBORD     *
000160*       OR EPSBORDB) -- FUNDING OF THE ORIGINAL PRINCIPAL.      *
000170*                                                               *
000180*       PAYMENTS EPSPOST JOURNALED TO EPSLTRAN TODAY -- ONE     *
000190*       ENTRY EACH FOR THE INTEREST, PRINCIPAL, ESCROW, PMI,    *
000200*       LATE CHARGES AND OVERPAYMENT PARTS OF THE SPLIT.        *
000210*                                                               *
000220*       REVERSALS EPSPOST JOURNALED TODAY -- THE SAME PARTS     *
000230*       AS THE PAYMENT UNWOUND, WITH DEBIT AND CREDIT SWAPPED.  *
000240*                                                               *
000250*       LATE CHARGES EPSDLQ ASSESSED TODAY.                     *
000260*                                                               *
000270*     THE ACCOUNTS FOR EACH KIND OF EVENT COME FROM THE         *
000280*     EPSGLMAP ACCOUNT-MAPPING TABLE, KEPT BY ACCOUNTING        *
000290*     THROUGH EPSGMNT.  THE RUN WILL NOT START UNLESS EVERY     *
000300*     EVENT HAS AN ACTIVE MAPPING -- A LEDGER FEED MISSING ONE  *
000310*     KIND OF ACTIVITY IS WORSE THAN A LATE ONE.  A PART OF     *
000320*     ZERO WRITES NO ENTRY.                                     *
000330*                                                               *
000340*     EVERY ENTRY IS TWO LINES, A DEBIT AND A CREDIT OF THE     *
000350*     SAME AMOUNT UNDER ONE ENTRY NUMBER.  A TRIAL BALANCE BY   *
000360*     GL ACCOUNT IS PRINTED ON EPSGLTB; IF TOTAL DEBITS DO NOT  *
000370*     EQUAL TOTAL CREDITS THE RUN ENDS WITH RETURN CODE 16.     *
000380*     ONE EPSCTL CONTROL-TOTALS RECORD CARRIES THE EVENTS       *
000390*     READ, LINES WRITTEN AND TOTAL DEBITS TO THE EPSBAL        *
000400*     BALANCING STEP, WHICH ALSO READS THE EPSGLJ FILE AND      *
000410*     PROVES ITS DOLLARS AGAINST WHAT EPSPOST POSTED AND WHAT   *
000420*     WAS BOARDED.                                              *
000430*                                                               *
000440*     RUN AFTER EPSPOST AND EPSDLQ, ON THE SAME CALENDAR DAY.   *
000450*     A FILE ERROR OR AN UNEXPECTED SQLCODE ABORTS THE RUN.     *
000460*                                                               *
000470* MODIFICATION HISTORY                                          *
000480*   10/12/2026  RP   ORIGINAL VERSION.                          *
000490*                                                               *
000500*****************************************************************
000510  ENVIRONMENT DIVISION.
000520  CONFIGURATION SECTION.
000530  SOURCE-COMPUTER.       IBM-370.
000540  OBJECT-COMPUTER.       IBM-370.
000550  INPUT-OUTPUT SECTION.
000560  FILE-CONTROL.
000570      SELECT EPSGLJ-FILE      ASSIGN TO EPSGLJ
000580          ORGANIZATION IS SEQUENTIAL
000590          FILE STATUS IS WS-EPSGLJ-STATUS.
000600      SELECT EPSGLTB-FILE     ASSIGN TO EPSGLTB
000610          ORGANIZATION IS SEQUENTIAL
000620          FILE STATUS IS WS-EPSGLTB-STATUS.
000630      SELECT EPSCTL-FILE      ASSIGN TO EPSCTL
000640          ORGANIZATION IS SEQUENTIAL
000650          FILE STATUS IS WS-EPSCTL-STATUS.
000660*
000670  DATA DIVISION.
000680  FILE SECTION.
000690  FD  EPSGLJ-FILE
000700      RECORDING MODE IS F.
000710      COPY EPSGLJE.
000720*
000730  FD  EPSGLTB-FILE
000740      RECORDING MODE IS F.
000750  01  EPSGLTB-LINE                    PIC X(132).
000760*
000770  FD  EPSCTL-FILE
000780      RECORDING MODE IS F.
000790      COPY EPSCTL.
000800*
000810  WORKING-STORAGE SECTION.
000820  01  WS-FILE-STATUS-FIELDS.
000830      05  WS-EPSGLJ-STATUS            PIC X(02).
000840          88  EPSGLJ-OK                   VALUE '00'.
000850      05  WS-EPSGLTB-STATUS           PIC X(02).
000860          88  EPSGLTB-OK                  VALUE '00'.
000870      05  WS-EPSCTL-STATUS            PIC X(02).
000880          88  EPSCTL-OK                   VALUE '00'.
000890  01  WS-ABORT-MSG                 PIC X(40).
000900  01  WS-ABORT-SQLCODE-DISPLAY     PIC -9(8).
000910*
000920  01  WS-SWITCHES.
000930      05  WS-EOF-MAPPING              PIC X(01)   VALUE 'N'.
000940          88  EOF-MAPPING                 VALUE 'Y'.
000950      05  WS-EOF-FUNDINGS             PIC X(01)   VALUE 'N'.
000960          88  EOF-FUNDINGS                VALUE 'Y'.
000970      05  WS-EOF-TRANSACTIONS         PIC X(01)   VALUE 'N'.
000980          88  EOF-TRANSACTIONS            VALUE 'Y'.
000990      05  WS-MAP-FOUND-SW             PIC X(01)   VALUE 'N'.
001000          88  MAP-FOUND                   VALUE 'Y'.
001010      05  WS-MAP-MISSING-SW           PIC X(01)   VALUE 'N'.
001020          88  MAP-INCOMPLETE              VALUE 'Y'.
001030      05  WS-SWAP-SW                  PIC X(01)   VALUE 'N'.
001040          88  SIDES-SWAPPED               VALUE 'Y'.
001050      05  WS-TB-FOUND-SW              PIC X(01)   VALUE 'N'.
001060          88  TB-SLOT-FOUND               VALUE 'Y'.
001070      05  WS-BALANCE-SW               PIC X(01)   VALUE 'Y'.
001080          88  JOURNAL-IN-BALANCE          VALUE 'Y'.
001090          88  JOURNAL-OUT-OF-BALANCE      VALUE 'N'.
001100*
001110  01  WS-COUNTERS.
001120      05  WS-EVENT-COUNT              PIC 9(9) COMP VALUE ZERO.
001130      05  WS-FUNDED-COUNT             PIC 9(9) COMP VALUE ZERO.
001140      05  WS-PAYMENT-COUNT            PIC 9(9) COMP VALUE ZERO.
001150      05  WS-REVERSAL-COUNT           PIC 9(9) COMP VALUE ZERO.
001160      05  WS-LATE-CHARGE-COUNT        PIC 9(9) COMP VALUE ZERO.
001170      05  WS-OTHER-TRAN-COUNT         PIC 9(9) COMP VALUE ZERO.
001180      05  WS-ENTRY-COUNT              PIC 9(9) COMP VALUE ZERO.
001190      05  WS-LINE-COUNT               PIC 9(9) COMP VALUE ZERO.
001200      05  WS-MAP-COUNT                PIC 9(5) COMP VALUE ZERO.
001210      05  WS-MAP-SUB                  PIC 9(5) COMP VALUE ZERO.
001220      05  WS-REQ-SUB                  PIC 9(5) COMP VALUE ZERO.
001230      05  WS-TB-COUNT                 PIC 9(5) COMP VALUE ZERO.
001240      05  WS-TB-SUB                   PIC 9(5) COMP VALUE ZERO.
001250      05  WS-TB-SLOT                  PIC 9(5) COMP VALUE ZERO.
001260*
001270  01  WS-TOTALS.
001280      05  WS-FUNDED-TOTAL             PIC S9(13)V99 COMP-3
001290                                      VALUE ZERO.
001300      05  WS-PAYMENT-TOTAL            PIC S9(13)V99 COMP-3
001310                                      VALUE ZERO.
001320      05  WS-REVERSAL-TOTAL           PIC S9(13)V99 COMP-3
001330                                      VALUE ZERO.
001340      05  WS-LATE-CHARGE-TOTAL        PIC S9(13)V99 COMP-3
001350                                      VALUE ZERO.
001360      05  WS-DEBIT-TOTAL              PIC S9(13)V99 COMP-3
001370                                      VALUE ZERO.
001380      05  WS-CREDIT-TOTAL             PIC S9(13)V99 COMP-3
001390                                      VALUE ZERO.
001400*
001410  01  WS-RUN-DATE                     PIC X(10).
001420*
001430* EVERY EVENT THE EXTRACT CAN WRITE.  EACH MUST HAVE AN ACTIVE
001440* EPSGLMAP ROW BEFORE THE RUN WILL START.
001450  01  WS-REQUIRED-EVENT-LIST.
001460      05  FILLER                      PIC X(16)
001470          VALUE 'FDINPRESPMLPOVLA'.
001480  01  WS-REQUIRED-EVENTS REDEFINES WS-REQUIRED-EVENT-LIST.
001490      05  WS-REQUIRED-EVENT           PIC X(02) OCCURS 8 TIMES.
001500*
001510* THE ACTIVE EPSGLMAP ROWS, LOADED ONCE FOR THE WHOLE RUN.
001520  01  WS-MAP-TABLE.
001530      05  WS-MAP-ENTRY OCCURS 20 TIMES.
001540          10  WS-MAP-EVENT            PIC X(02).
001550          10  WS-MAP-DEBIT-ACCOUNT    PIC X(12).
001560          10  WS-MAP-CREDIT-ACCOUNT   PIC X(12).
001570          10  WS-MAP-DESCRIPTION      PIC X(30).
001580*
001590* THE TRIAL BALANCE, ONE ENTRY PER GL ACCOUNT TOUCHED, KEPT IN
001600* ACCOUNT ORDER AS ACCOUNTS ARE ADDED SO IT PRINTS SORTED.
001610  01  WS-TB-TABLE.
001620      05  WS-TB-ENTRY OCCURS 50 TIMES.
001630          10  WS-TB-ACCOUNT           PIC X(12).
001640          10  WS-TB-DEBITS            PIC S9(13)V99 COMP-3.
001650          10  WS-TB-CREDITS           PIC S9(13)V99 COMP-3.
001660*
001670* ONE ENTRY AS BUILT FOR 5000-WRITE-ENTRY.
001680  01  WS-ENTRY-FIELDS.
001690      05  WS-ENTRY-EVENT              PIC X(02).
001700      05  WS-ENTRY-TYPE               PIC X(01).
001710      05  WS-ENTRY-SOURCE-STEP        PIC X(08).
001720      05  WS-ENTRY-APPLICATION-ID     PIC X(10).
001730      05  WS-ENTRY-SOURCE-TS          PIC X(26).
001740      05  WS-ENTRY-AMOUNT             PIC S9(11)V99 COMP-3.
001750      05  WS-ENTRY-DEBIT-ACCOUNT      PIC X(12).
001760      05  WS-ENTRY-CREDIT-ACCOUNT     PIC X(12).
001770      05  WS-ENTRY-DESCRIPTION        PIC X(30).
001780      05  WS-ENTRY-ESCROW-DEPOSIT     PIC S9(9)V99 COMP-3.
001790*
001800* ONE POSTING TO THE TRIAL BALANCE.
001810  01  WS-POST-FIELDS.
001820      05  WS-POST-ACCOUNT             PIC X(12).
001830      05  WS-POST-SIDE                PIC X(01).
001840      05  WS-POST-AMOUNT              PIC S9(11)V99 COMP-3.
001850*
001860  01  WS-NET-AMOUNT                   PIC S9(13)V99 COMP-3.
001870*
001880  01  WS-REPORT-LINES.
001890      05  WS-HEADER-LINE.
001900          10  FILLER                  PIC X(35)
001910              VALUE 'EPSGLX GL JOURNAL TRIAL BALANCE'.
001920          10  FILLER                  PIC X(14)
001930              VALUE '-- RUN DATE   '.
001940          10  FILLER                  PIC X(01) VALUE SPACES.
001950          10  WS-HDR-RUN-DATE         PIC X(10).
001960          10  FILLER                  PIC X(72) VALUE SPACES.
001970      05  WS-COLUMN-LINE.
001980          10  FILLER                  PIC X(16)
001990              VALUE 'GL ACCOUNT'.
002000          10  FILLER                  PIC X(21)
002010              VALUE '           DEBITS'.
002020          10  FILLER                  PIC X(21)
002030              VALUE '          CREDITS'.
002040          10  FILLER                  PIC X(18)
002050              VALUE '   NET DR (CR-)'.
002060          10  FILLER                  PIC X(56) VALUE SPACES.
002070      05  WS-DETAIL-LINE.
002080          10  WS-DTL-ACCOUNT          PIC X(12).
002090          10  FILLER                  PIC X(04) VALUE SPACES.
002100          10  WS-DTL-DEBITS           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002110          10  FILLER                  PIC X(04) VALUE SPACES.
002120          10  WS-DTL-CREDITS          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002130          10  FILLER                  PIC X(04) VALUE SPACES.
002140          10  WS-DTL-NET              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002150          10  FILLER                  PIC X(56) VALUE SPACES.
002160      05  WS-BALANCE-LINE.
002170          10  WS-BAL-TEXT             PIC X(60).
002180          10  FILLER                  PIC X(72) VALUE SPACES.
002190      05  WS-TOTAL-LINE.
002200          10  WS-TOT-LABEL            PIC X(40).
002210          10  WS-TOT-COUNT            PIC ZZZ,ZZZ,ZZ9.
002220          10  FILLER                  PIC X(04) VALUE SPACES.
002230          10  WS-TOT-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002240          10  FILLER                  PIC X(59) VALUE SPACES.
002250*
002260      COPY EPSGLMAP.
002270*
002280      COPY EPSLMST.
002290*
002300      COPY EPSLTRAN.
002310*
002320      COPY SQLCA.
002330*
002340  PROCEDURE DIVISION.
002350*
002360*****************************************************************
002370* 0000-MAINLINE                                                 *
002380*****************************************************************
002390  0000-MAINLINE.
002400      PERFORM 1000-INITIALIZE THRU 1000-EXIT
002410      PERFORM 2000-JOURNAL-FUNDINGS THRU 2000-EXIT
002420      PERFORM 3000-JOURNAL-TRANSACTIONS THRU 3000-EXIT
002430      PERFORM 7000-WRITE-TRIAL-BALANCE THRU 7000-EXIT
002440      PERFORM 8000-FINALIZE THRU 8000-EXIT
002450      GOBACK.
002460  0000-EXIT.
002470      EXIT.
002480*
002490*****************************************************************
002500* 1000-INITIALIZE                                               *
002510*     THE RUN DATE IS TAKEN ONCE FOR THE WHOLE RUN, AND THE     *
002520*     ACCOUNT MAPPING IS LOADED AND CHECKED COMPLETE BEFORE A   *
002530*     SINGLE LINE IS WRITTEN.                                   *
002540*****************************************************************
002550  1000-INITIALIZE.
002560      OPEN OUTPUT EPSGLJ-FILE
002570      IF NOT EPSGLJ-OK
002580          MOVE 'EPSGLJ-FILE OPEN, STATUS=' TO WS-ABORT-MSG
002590          MOVE WS-EPSGLJ-STATUS TO WS-ABORT-MSG (26:2)
002600          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
002610      END-IF
002620      OPEN OUTPUT EPSGLTB-FILE
002630      IF NOT EPSGLTB-OK
002640          MOVE 'EPSGLTB-FILE OPEN, STATUS=' TO WS-ABORT-MSG
002650          MOVE WS-EPSGLTB-STATUS TO WS-ABORT-MSG (27:2)
002660          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
002670      END-IF
002680      EXEC SQL
002690          SELECT CHAR(CURRENT DATE, ISO)
002700              INTO :WS-RUN-DATE
002710              FROM SYSIBM.SYSDUMMY1
002720      END-EXEC
002730      IF SQLCODE NOT = 0
002740          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
002750      END-IF
002760      PERFORM 1100-LOAD-MAPPING THRU 1100-EXIT
002770      PERFORM 1200-VERIFY-MAPPING THRU 1200-EXIT.
002780  1000-EXIT.
002790      EXIT.
002800*
002810*****************************************************************
002820* 1100-LOAD-MAPPING                                             *
002830*     EVERY ACTIVE EPSGLMAP ROW INTO THE IN-MEMORY TABLE.       *
002840*****************************************************************
002850  1100-LOAD-MAPPING.
002860      EXEC SQL
002870          DECLARE MAP-CURSOR CURSOR FOR
002880              SELECT GL_EVENT, DEBIT_ACCOUNT, CREDIT_ACCOUNT,
002890                     DESCRIPTION
002900              FROM EPSGLMAP
002910              WHERE MAP_STATUS = 'A'
002920              ORDER BY GL_EVENT
002930      END-EXEC
002940      EXEC SQL
002950          OPEN MAP-CURSOR
002960      END-EXEC
002970      IF SQLCODE NOT = 0
002980          MOVE 'MAP-CURSOR OPEN, SQLCODE=' TO WS-ABORT-MSG
002990          MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
003000          MOVE WS-ABORT-SQLCODE-DISPLAY TO WS-ABORT-MSG (26:9)
003010          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
003020      END-IF
003030      PERFORM 1150-FETCH-ONE-MAPPING THRU 1150-EXIT
003040          UNTIL EOF-MAPPING
003050      EXEC SQL
003060          CLOSE MAP-CURSOR
003070      END-EXEC.
003080  1100-EXIT.
003090      EXIT.
003100*
003110*****************************************************************
003120* 1150-FETCH-ONE-MAPPING                                        *
003130*****************************************************************
003140  1150-FETCH-ONE-MAPPING.
003150      EXEC SQL
003160          FETCH MAP-CURSOR
003170              INTO :EPSGLMAP-GL-EVENT,
003180                   :EPSGLMAP-DEBIT-ACCOUNT,
003190                   :EPSGLMAP-CREDIT-ACCOUNT,
003200                   :EPSGLMAP-DESCRIPTION
003210      END-EXEC
003220      EVALUATE SQLCODE
003230          WHEN 0
003240              CONTINUE
003250          WHEN 100
003260              MOVE 'Y' TO WS-EOF-MAPPING
003270              GO TO 1150-EXIT
003280          WHEN OTHER
003290              PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
003300      END-EVALUATE
003310      IF WS-MAP-COUNT < 20
003320          ADD 1 TO WS-MAP-COUNT
003330          MOVE EPSGLMAP-GL-EVENT TO WS-MAP-EVENT (WS-MAP-COUNT)
003340          MOVE EPSGLMAP-DEBIT-ACCOUNT TO
003350              WS-MAP-DEBIT-ACCOUNT (WS-MAP-COUNT)
003360          MOVE EPSGLMAP-CREDIT-ACCOUNT TO
003370              WS-MAP-CREDIT-ACCOUNT (WS-MAP-COUNT)
003380          MOVE EPSGLMAP-DESCRIPTION TO
003390              WS-MAP-DESCRIPTION (WS-MAP-COUNT)
003400      END-IF.
003410  1150-EXIT.
003420      EXIT.
003430*
003440*****************************************************************
003450* 1200-VERIFY-MAPPING                                           *
003460*     EVERY EVENT THE EXTRACT CAN WRITE MUST BE MAPPED.  EACH   *
003470*     ONE MISSING IS NAMED ON THE JOB LOG BEFORE THE RUN STOPS, *
003480*     SO ACCOUNTING CAN KEY THEM ALL AT ONCE.                   *
003490*****************************************************************
003500  1200-VERIFY-MAPPING.
003510      PERFORM 1210-CHECK-ONE-EVENT THRU 1210-EXIT
003520          VARYING WS-REQ-SUB FROM 1 BY 1
003530          UNTIL WS-REQ-SUB > 8
003540      IF MAP-INCOMPLETE
003550          MOVE 'EPSGLMAP HAS UNMAPPED GL EVENTS' TO WS-ABORT-MSG
003560          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
003570      END-IF.
003580  1200-EXIT.
003590      EXIT.
003600*
003610*****************************************************************
003620* 1210-CHECK-ONE-EVENT                                          *
003630*****************************************************************
003640  1210-CHECK-ONE-EVENT.
003650      MOVE WS-REQUIRED-EVENT (WS-REQ-SUB) TO WS-ENTRY-EVENT
003660      PERFORM 5100-FIND-MAPPING THRU 5100-EXIT
003670      IF NOT MAP-FOUND
003680          MOVE 'Y' TO WS-MAP-MISSING-SW
003690          DISPLAY 'EPSGLX NO ACTIVE EPSGLMAP ROW FOR GL EVENT '
003700              WS-ENTRY-EVENT
003710      END-IF.
003720  1210-EXIT.
003730      EXIT.
003740*
003750*****************************************************************
003760* 2000-JOURNAL-FUNDINGS                                         *
003770*     EVERY LOAN BOARDED TODAY, ONLINE OR BATCH, IS FUNDED FOR  *
003780*     ITS ORIGINAL PRINCIPAL.                                   *
003790*****************************************************************
003800  2000-JOURNAL-FUNDINGS.
003810      EXEC SQL
003820          DECLARE FUND-CURSOR CURSOR FOR
003830              SELECT APPLICATION_ID, ORIG_PRINCIPAL
003840              FROM EPSLMST
003850              WHERE BOARD_DATE = DATE(:WS-RUN-DATE)
003860              ORDER BY APPLICATION_ID
003870      END-EXEC
003880      EXEC SQL
003890          OPEN FUND-CURSOR
003900      END-EXEC
003910      IF SQLCODE NOT = 0
003920          MOVE 'FUND-CURSOR OPEN, SQLCODE=' TO WS-ABORT-MSG
003930          MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
003940          MOVE WS-ABORT-SQLCODE-DISPLAY TO WS-ABORT-MSG (27:9)
003950          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
003960      END-IF
003970      PERFORM 2100-JOURNAL-ONE-FUNDING THRU 2100-EXIT
003980          UNTIL EOF-FUNDINGS
003990      EXEC SQL
004000          CLOSE FUND-CURSOR
004010      END-EXEC.
004020  2000-EXIT.
004030      EXIT.
004040*
004050*****************************************************************
004060* 2100-JOURNAL-ONE-FUNDING                                      *
004070*     A FUNDING HAS NO EPSLTRAN ROW BEHIND IT, SO ITS SOURCE    *
004080*     TIMESTAMP IS LEFT BLANK.                                  *
004090*****************************************************************
004100  2100-JOURNAL-ONE-FUNDING.
004110      EXEC SQL
004120          FETCH FUND-CURSOR
004130              INTO :EPSLMST-APPLICATION-ID,
004140                   :EPSLMST-ORIG-PRINCIPAL
004150      END-EXEC
004160      EVALUATE SQLCODE
004170          WHEN 0
004180              CONTINUE
004190          WHEN 100
004200              MOVE 'Y' TO WS-EOF-FUNDINGS
004210              GO TO 2100-EXIT
004220          WHEN OTHER
004230              PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
004240      END-EVALUATE
004250      ADD 1 TO WS-EVENT-COUNT
004260      ADD 1 TO WS-FUNDED-COUNT
004270      ADD EPSLMST-ORIG-PRINCIPAL TO WS-FUNDED-TOTAL
004280      MOVE 'O' TO WS-ENTRY-TYPE
004290      MOVE 'BOARDING' TO WS-ENTRY-SOURCE-STEP
004300      MOVE EPSLMST-APPLICATION-ID TO WS-ENTRY-APPLICATION-ID
004310      MOVE SPACES TO WS-ENTRY-SOURCE-TS
004320      MOVE 'FD' TO WS-ENTRY-EVENT
004330      MOVE EPSLMST-ORIG-PRINCIPAL TO WS-ENTRY-AMOUNT
004340      PERFORM 5000-WRITE-ENTRY THRU 5000-EXIT.
004350  2100-EXIT.
004360      EXIT.
004370*
004380*****************************************************************
004390* 3000-JOURNAL-TRANSACTIONS                                     *
004400*     EVERY EPSLTRAN ROW WRITTEN TODAY -- PAYMENTS AND          *
004410*     REVERSALS FROM EPSPOST, LATE CHARGES FROM EPSDLQ -- IN    *
004420*     THE ORDER THEY WERE POSTED.                               *
004430*****************************************************************
004440  3000-JOURNAL-TRANSACTIONS.
004450      EXEC SQL
004460          DECLARE TRAN-CURSOR CURSOR FOR
004470              SELECT APPLICATION_ID, POSTED_TS, TRAN_TYPE,
004480                     PAYMENT_AMOUNT, INTEREST_AMOUNT,
004490                     PRINCIPAL_AMOUNT, ESCROW_AMOUNT,
004500                     EXCESS_AMOUNT, LATE_FEE_AMOUNT, PMI_AMOUNT
004510              FROM EPSLTRAN
004520              WHERE DATE(POSTED_TS) = DATE(:WS-RUN-DATE)
004530              ORDER BY POSTED_TS, APPLICATION_ID
004540      END-EXEC
004550      EXEC SQL
004560          OPEN TRAN-CURSOR
004570      END-EXEC
004580      IF SQLCODE NOT = 0
004590          MOVE 'TRAN-CURSOR OPEN, SQLCODE=' TO WS-ABORT-MSG
004600          MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
004610          MOVE WS-ABORT-SQLCODE-DISPLAY TO WS-ABORT-MSG (27:9)
004620          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
004630      END-IF
004640      PERFORM 3100-JOURNAL-ONE-TRANSACTION THRU 3100-EXIT
004650          UNTIL EOF-TRANSACTIONS
004660      EXEC SQL
004670          CLOSE TRAN-CURSOR
004680      END-EXEC.
004690  3000-EXIT.
004700      EXIT.
004710*
004720*****************************************************************
004730* 3100-JOURNAL-ONE-TRANSACTION                                  *
004740*     A TRANSACTION TYPE THIS PROGRAM DOES NOT KNOW IS COUNTED  *
004750*     AND NAMED ON THE JOB LOG, NOT GUESSED AT.                 *
004760*****************************************************************
004770  3100-JOURNAL-ONE-TRANSACTION.
004780      EXEC SQL
004790          FETCH TRAN-CURSOR
004800              INTO :EPSLTRAN-APPLICATION-ID,
004810                   :EPSLTRAN-POSTED-TS,
004820                   :EPSLTRAN-TRAN-TYPE,
004830                   :EPSLTRAN-PAYMENT-AMOUNT,
004840                   :EPSLTRAN-INTEREST-AMOUNT,
004850                   :EPSLTRAN-PRINCIPAL-AMOUNT,
004860                   :EPSLTRAN-ESCROW-AMOUNT,
004870                   :EPSLTRAN-EXCESS-AMOUNT,
004880                   :EPSLTRAN-LATE-FEE-AMOUNT,
004890                   :EPSLTRAN-PMI-AMOUNT
004900      END-EXEC
004910      EVALUATE SQLCODE
004920          WHEN 0
004930              CONTINUE
004940          WHEN 100
004950              MOVE 'Y' TO WS-EOF-TRANSACTIONS
004960              GO TO 3100-EXIT
004970          WHEN OTHER
004980              PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
004990      END-EVALUATE
005000      ADD 1 TO WS-EVENT-COUNT
005010      MOVE EPSLTRAN-APPLICATION-ID TO WS-ENTRY-APPLICATION-ID
005020      MOVE EPSLTRAN-POSTED-TS TO WS-ENTRY-SOURCE-TS
005030      EVALUATE TRUE
005040          WHEN EPSLTR-TYPE-PAYMENT
005050              ADD 1 TO WS-PAYMENT-COUNT
005060              ADD EPSLTRAN-PAYMENT-AMOUNT TO WS-PAYMENT-TOTAL
005070              MOVE 'O' TO WS-ENTRY-TYPE
005080              PERFORM 3200-JOURNAL-PAYMENT-SPLIT THRU 3200-EXIT
005090          WHEN EPSLTR-TYPE-REVERSAL
005100              ADD 1 TO WS-REVERSAL-COUNT
005110              ADD EPSLTRAN-PAYMENT-AMOUNT TO WS-REVERSAL-TOTAL
005120              MOVE 'R' TO WS-ENTRY-TYPE
005130              PERFORM 3200-JOURNAL-PAYMENT-SPLIT THRU 3200-EXIT
005140          WHEN EPSLTR-TYPE-LATE-CHARGE
005150              ADD 1 TO WS-LATE-CHARGE-COUNT
005160              ADD EPSLTRAN-LATE-FEE-AMOUNT TO
005170                  WS-LATE-CHARGE-TOTAL
005180              PERFORM 3300-JOURNAL-LATE-CHARGE THRU 3300-EXIT
005190          WHEN OTHER
005200              ADD 1 TO WS-OTHER-TRAN-COUNT
005210              DISPLAY 'EPSGLX UNKNOWN TRAN TYPE '
005220                  EPSLTRAN-TRAN-TYPE ' FOR '
005230                  EPSLTRAN-APPLICATION-ID ' AT '
005240                  EPSLTRAN-POSTED-TS
005250      END-EVALUATE.
005260  3100-EXIT.
005270      EXIT.
005280*
005290*****************************************************************
005300* 3200-JOURNAL-PAYMENT-SPLIT                                    *
005310*     ONE ENTRY PER PART OF THE SPLIT EPSPOST MADE.  THE        *
005320*     ESCROW PORTION ON THE JOURNAL INCLUDES THE PMI, SO THE    *
005330*     TAX-AND-INSURANCE DEPOSIT IS WHAT IS LEFT AFTER IT.  THE  *
005340*     PARTS ADD BACK TO THE PAYMENT AMOUNT, SO THE CASH SIDE    *
005350*     OF THESE ENTRIES IS EXACTLY WHAT WAS RECEIVED.  CALLED    *
005360*     FOR A REVERSAL TOO, WITH THE ENTRY TYPE ALREADY 'R'.      *
005370*****************************************************************
005380  3200-JOURNAL-PAYMENT-SPLIT.
005390      MOVE 'EPSPOST' TO WS-ENTRY-SOURCE-STEP
005400      MOVE 'IN' TO WS-ENTRY-EVENT
005410      MOVE EPSLTRAN-INTEREST-AMOUNT TO WS-ENTRY-AMOUNT
005420      PERFORM 5000-WRITE-ENTRY THRU 5000-EXIT
005430      MOVE 'PR' TO WS-ENTRY-EVENT
005440      MOVE EPSLTRAN-PRINCIPAL-AMOUNT TO WS-ENTRY-AMOUNT
005450      PERFORM 5000-WRITE-ENTRY THRU 5000-EXIT
005460      COMPUTE WS-ENTRY-ESCROW-DEPOSIT =
005470          EPSLTRAN-ESCROW-AMOUNT - EPSLTRAN-PMI-AMOUNT
005480      MOVE 'ES' TO WS-ENTRY-EVENT
005490      MOVE WS-ENTRY-ESCROW-DEPOSIT TO WS-ENTRY-AMOUNT
005500      PERFORM 5000-WRITE-ENTRY THRU 5000-EXIT
005510      MOVE 'PM' TO WS-ENTRY-EVENT
005520      MOVE EPSLTRAN-PMI-AMOUNT TO WS-ENTRY-AMOUNT
005530      PERFORM 5000-WRITE-ENTRY THRU 5000-EXIT
005540      MOVE 'LP' TO WS-ENTRY-EVENT
005550      MOVE EPSLTRAN-LATE-FEE-AMOUNT TO WS-ENTRY-AMOUNT
005560      PERFORM 5000-WRITE-ENTRY THRU 5000-EXIT
005570      MOVE 'OV' TO WS-ENTRY-EVENT
005580      MOVE EPSLTRAN-EXCESS-AMOUNT TO WS-ENTRY-AMOUNT
005590      PERFORM 5000-WRITE-ENTRY THRU 5000-EXIT.
005600  3200-EXIT.
005610      EXIT.
005620*
005630*****************************************************************
005640* 3300-JOURNAL-LATE-CHARGE                                      *
005650*     THE CHARGE EPSDLQ ASSESSED, BOOKED AS A RECEIVABLE.       *
005660*****************************************************************
005670  3300-JOURNAL-LATE-CHARGE.
005680      MOVE 'O' TO WS-ENTRY-TYPE
005690      MOVE 'EPSDLQ' TO WS-ENTRY-SOURCE-STEP
005700      MOVE 'LA' TO WS-ENTRY-EVENT
005710      MOVE EPSLTRAN-LATE-FEE-AMOUNT TO WS-ENTRY-AMOUNT
005720      PERFORM 5000-WRITE-ENTRY THRU 5000-EXIT.
005730  3300-EXIT.
005740      EXIT.
005750*
005760*****************************************************************
005770* 5000-WRITE-ENTRY                                              *
005780*     ONE BALANCED ENTRY -- A DEBIT LINE AND A CREDIT LINE OF   *
005790*     THE SAME AMOUNT UNDER THE NEXT ENTRY NUMBER -- TO THE     *
005800*     ACCOUNTS MAPPED FOR THE EVENT.  A REVERSAL SWAPS THE      *
005810*     SIDES.  AMOUNTS ON THE FILE ARE NEVER NEGATIVE, SO A      *
005820*     NEGATIVE PART SWAPS THE SIDES TOO; A ZERO PART WRITES     *
005830*     NOTHING.                                                  *
005840*****************************************************************
005850  5000-WRITE-ENTRY.
005860      IF WS-ENTRY-AMOUNT = 0
005870          GO TO 5000-EXIT
005880      END-IF
005890      PERFORM 5100-FIND-MAPPING THRU 5100-EXIT
005900      IF NOT MAP-FOUND
005910          MOVE 'NO MAPPING FOR GL EVENT' TO WS-ABORT-MSG
005920          MOVE WS-ENTRY-EVENT TO WS-ABORT-MSG (25:2)
005930          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
005940      END-IF
005950      MOVE 'N' TO WS-SWAP-SW
005960      IF WS-ENTRY-TYPE = 'R'
005970          MOVE 'Y' TO WS-SWAP-SW
005980      END-IF
005990      IF WS-ENTRY-AMOUNT < 0
006000          COMPUTE WS-ENTRY-AMOUNT = 0 - WS-ENTRY-AMOUNT
006010          IF SIDES-SWAPPED
006020              MOVE 'N' TO WS-SWAP-SW
006030          ELSE
006040              MOVE 'Y' TO WS-SWAP-SW
006050          END-IF
006060      END-IF
006070      ADD 1 TO WS-ENTRY-COUNT
006080      MOVE WS-RUN-DATE TO EPSGLJE-RUN-DATE
006090      MOVE WS-ENTRY-COUNT TO EPSGLJE-ENTRY-NUMBER
006100      MOVE WS-ENTRY-AMOUNT TO EPSGLJE-AMOUNT
006110      MOVE WS-ENTRY-EVENT TO EPSGLJE-GL-EVENT
006120      MOVE WS-ENTRY-TYPE TO EPSGLJE-ENTRY-TYPE
006130      MOVE WS-ENTRY-SOURCE-STEP TO EPSGLJE-SOURCE-STEP
006140      MOVE WS-ENTRY-APPLICATION-ID TO EPSGLJE-APPLICATION-ID
006150      MOVE WS-ENTRY-SOURCE-TS TO EPSGLJE-SOURCE-TS
006160      MOVE WS-ENTRY-DESCRIPTION TO EPSGLJE-DESCRIPTION
006170      MOVE 'D' TO EPSGLJE-DEBIT-CREDIT
006180      IF SIDES-SWAPPED
006190          MOVE WS-ENTRY-CREDIT-ACCOUNT TO EPSGLJE-GL-ACCOUNT
006200      ELSE
006210          MOVE WS-ENTRY-DEBIT-ACCOUNT TO EPSGLJE-GL-ACCOUNT
006220      END-IF
006230      PERFORM 5200-WRITE-JOURNAL-LINE THRU 5200-EXIT
006240      MOVE 'C' TO EPSGLJE-DEBIT-CREDIT
006250      IF SIDES-SWAPPED
006260          MOVE WS-ENTRY-DEBIT-ACCOUNT TO EPSGLJE-GL-ACCOUNT
006270      ELSE
006280          MOVE WS-ENTRY-CREDIT-ACCOUNT TO EPSGLJE-GL-ACCOUNT
006290      END-IF
006300      PERFORM 5200-WRITE-JOURNAL-LINE THRU 5200-EXIT.
006310  5000-EXIT.
006320      EXIT.
006330*
006340*****************************************************************
006350* 5100-FIND-MAPPING                                             *
006360*     LOOK UP WS-ENTRY-EVENT IN THE LOADED MAPPING.             *
006370*****************************************************************
006380  5100-FIND-MAPPING.
006390      MOVE 'N' TO WS-MAP-FOUND-SW
006400      PERFORM 5110-CHECK-ONE-MAPPING THRU 5110-EXIT
006410          VARYING WS-MAP-SUB FROM 1 BY 1
006420          UNTIL WS-MAP-SUB > WS-MAP-COUNT
006430              OR MAP-FOUND.
006440  5100-EXIT.
006450      EXIT.
006460*
006470*****************************************************************
006480* 5110-CHECK-ONE-MAPPING                                        *
006490*****************************************************************
006500  5110-CHECK-ONE-MAPPING.
006510      IF WS-MAP-EVENT (WS-MAP-SUB) = WS-ENTRY-EVENT
006520          MOVE 'Y' TO WS-MAP-FOUND-SW
006530          MOVE WS-MAP-DEBIT-ACCOUNT (WS-MAP-SUB) TO
006540              WS-ENTRY-DEBIT-ACCOUNT
006550          MOVE WS-MAP-CREDIT-ACCOUNT (WS-MAP-SUB) TO
006560              WS-ENTRY-CREDIT-ACCOUNT
006570          MOVE WS-MAP-DESCRIPTION (WS-MAP-SUB) TO
006580              WS-ENTRY-DESCRIPTION
006590      END-IF.
006600  5110-EXIT.
006610      EXIT.
006620*
006630*****************************************************************
006640* 5200-WRITE-JOURNAL-LINE                                       *
006650*     WRITE THE LINE AS BUILT AND CARRY IT TO THE TOTALS AND    *
006660*     THE TRIAL BALANCE.                                        *
006670*****************************************************************
006680  5200-WRITE-JOURNAL-LINE.
006690      WRITE EPSGLJE-RECORD
006700      IF NOT EPSGLJ-OK
006710          MOVE 'EPSGLJ-FILE WRITE, STATUS=' TO WS-ABORT-MSG
006720          MOVE WS-EPSGLJ-STATUS TO WS-ABORT-MSG (27:2)
006730          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
006740      END-IF
006750      ADD 1 TO WS-LINE-COUNT
006760      IF EPSGLJ-DEBIT
006770          ADD EPSGLJE-AMOUNT TO WS-DEBIT-TOTAL
006780      ELSE
006790          ADD EPSGLJE-AMOUNT TO WS-CREDIT-TOTAL
006800      END-IF
006810      MOVE EPSGLJE-GL-ACCOUNT TO WS-POST-ACCOUNT
006820      MOVE EPSGLJE-DEBIT-CREDIT TO WS-POST-SIDE
006830      MOVE EPSGLJE-AMOUNT TO WS-POST-AMOUNT
006840      PERFORM 6000-POST-TRIAL-BALANCE THRU 6000-EXIT.
006850  5200-EXIT.
006860      EXIT.
006870*
006880*****************************************************************
006890* 6000-POST-TRIAL-BALANCE                                       *
006900*     FIND THE ACCOUNT'S SLOT -- THE FIRST ENTRY NOT BELOW IT   *
006910*     IN ACCOUNT ORDER -- AND ADD A NEW ENTRY THERE IF THE      *
006920*     ACCOUNT IS NOT YET ON THE TABLE.                          *
006930*****************************************************************
006940  6000-POST-TRIAL-BALANCE.
006950      MOVE 'N' TO WS-TB-FOUND-SW
006960      COMPUTE WS-TB-SLOT = WS-TB-COUNT + 1
006970      PERFORM 6100-CHECK-ONE-ACCOUNT THRU 6100-EXIT
006980          VARYING WS-TB-SUB FROM 1 BY 1
006990          UNTIL WS-TB-SUB > WS-TB-COUNT
007000              OR TB-SLOT-FOUND
007010      IF WS-TB-SLOT > WS-TB-COUNT
007020          PERFORM 6200-INSERT-ACCOUNT THRU 6200-EXIT
007030      ELSE
007040          IF WS-TB-ACCOUNT (WS-TB-SLOT) NOT = WS-POST-ACCOUNT
007050              PERFORM 6200-INSERT-ACCOUNT THRU 6200-EXIT
007060          END-IF
007070      END-IF
007080      IF WS-POST-SIDE = 'D'
007090          ADD WS-POST-AMOUNT TO WS-TB-DEBITS (WS-TB-SLOT)
007100      ELSE
007110          ADD WS-POST-AMOUNT TO WS-TB-CREDITS (WS-TB-SLOT)
007120      END-IF.
007130  6000-EXIT.
007140      EXIT.
007150*
007160*****************************************************************
007170* 6100-CHECK-ONE-ACCOUNT                                        *
007180*****************************************************************
007190  6100-CHECK-ONE-ACCOUNT.
007200      IF WS-TB-ACCOUNT (WS-TB-SUB) NOT < WS-POST-ACCOUNT
007210          MOVE 'Y' TO WS-TB-FOUND-SW
007220          MOVE WS-TB-SUB TO WS-TB-SLOT
007230      END-IF.
007240  6100-EXIT.
007250      EXIT.
007260*
007270*****************************************************************
007280* 6200-INSERT-ACCOUNT                                           *
007290*     OPEN THE SLOT BY MOVING EVERY ENTRY FROM IT TO THE END    *
007300*     DOWN ONE, LAST FIRST, THEN START THE ACCOUNT AT ZERO.     *
007310*****************************************************************
007320  6200-INSERT-ACCOUNT.
007330      IF WS-TB-COUNT NOT < 50
007340          MOVE 'TRIAL BALANCE TABLE FULL AT 50' TO WS-ABORT-MSG
007350          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
007360      END-IF
007370      PERFORM 6210-SHIFT-ONE-ACCOUNT THRU 6210-EXIT
007380          VARYING WS-TB-SUB FROM WS-TB-COUNT BY -1
007390          UNTIL WS-TB-SUB < WS-TB-SLOT
007400      ADD 1 TO WS-TB-COUNT
007410      MOVE WS-POST-ACCOUNT TO WS-TB-ACCOUNT (WS-TB-SLOT)
007420      MOVE 0 TO WS-TB-DEBITS (WS-TB-SLOT)
007430      MOVE 0 TO WS-TB-CREDITS (WS-TB-SLOT).
007440  6200-EXIT.
007450      EXIT.
007460*
007470*****************************************************************
007480* 6210-SHIFT-ONE-ACCOUNT                                        *
007490*****************************************************************
007500  6210-SHIFT-ONE-ACCOUNT.
007510      MOVE WS-TB-ENTRY (WS-TB-SUB) TO WS-TB-ENTRY (WS-TB-SUB + 1).
007520  6210-EXIT.
007530      EXIT.
007540*
007550*****************************************************************
007560* 7000-WRITE-TRIAL-BALANCE                                      *
007570*     ONE LINE PER GL ACCOUNT IN ACCOUNT ORDER, THE TOTALS,     *
007580*     WHETHER THE JOURNAL BALANCES, AND THE RUN'S CONTROL       *
007590*     TOTALS.                                                   *
007600*****************************************************************
007610  7000-WRITE-TRIAL-BALANCE.
007620      MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
007630      WRITE EPSGLTB-LINE FROM WS-HEADER-LINE
007640      PERFORM 7900-CHECK-REPORT-WRITE THRU 7900-EXIT
007650      WRITE EPSGLTB-LINE FROM WS-COLUMN-LINE
007660      PERFORM 7900-CHECK-REPORT-WRITE THRU 7900-EXIT
007670      PERFORM 7100-WRITE-ONE-ACCOUNT THRU 7100-EXIT
007680          VARYING WS-TB-SUB FROM 1 BY 1
007690          UNTIL WS-TB-SUB > WS-TB-COUNT
007700      MOVE SPACES TO EPSGLTB-LINE
007710      WRITE EPSGLTB-LINE
007720      PERFORM 7900-CHECK-REPORT-WRITE THRU 7900-EXIT
007730      MOVE 'TOTAL' TO WS-DTL-ACCOUNT
007740      MOVE WS-DEBIT-TOTAL TO WS-DTL-DEBITS
007750      MOVE WS-CREDIT-TOTAL TO WS-DTL-CREDITS
007760      COMPUTE WS-NET-AMOUNT = WS-DEBIT-TOTAL - WS-CREDIT-TOTAL
007770      MOVE WS-NET-AMOUNT TO WS-DTL-NET
007780      WRITE EPSGLTB-LINE FROM WS-DETAIL-LINE
007790      PERFORM 7900-CHECK-REPORT-WRITE THRU 7900-EXIT
007800      IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
007810          MOVE 'Y' TO WS-BALANCE-SW
007820          MOVE 'JOURNAL IN BALANCE -- DEBITS EQUAL CREDITS'
007830              TO WS-BAL-TEXT
007840      ELSE
007850          MOVE 'N' TO WS-BALANCE-SW
007860          MOVE '*** JOURNAL OUT OF BALANCE -- DO NOT LOAD ***'
007870              TO WS-BAL-TEXT
007880      END-IF
007890      WRITE EPSGLTB-LINE FROM WS-BALANCE-LINE
007900      PERFORM 7900-CHECK-REPORT-WRITE THRU 7900-EXIT
007910      PERFORM 7200-WRITE-CONTROL-TOTALS THRU 7200-EXIT.
007920  7000-EXIT.
007930      EXIT.
007940*
007950*****************************************************************
007960* 7100-WRITE-ONE-ACCOUNT                                        *
007970*****************************************************************
007980  7100-WRITE-ONE-ACCOUNT.
007990      MOVE WS-TB-ACCOUNT (WS-TB-SUB) TO WS-DTL-ACCOUNT
008000      MOVE WS-TB-DEBITS (WS-TB-SUB) TO WS-DTL-DEBITS
008010      MOVE WS-TB-CREDITS (WS-TB-SUB) TO WS-DTL-CREDITS
008020      COMPUTE WS-NET-AMOUNT =
008030          WS-TB-DEBITS (WS-TB-SUB) - WS-TB-CREDITS (WS-TB-SUB)
008040      MOVE WS-NET-AMOUNT TO WS-DTL-NET
008050      WRITE EPSGLTB-LINE FROM WS-DETAIL-LINE
008060      PERFORM 7900-CHECK-REPORT-WRITE THRU 7900-EXIT.
008070  7100-EXIT.
008080      EXIT.
008090*
008100*****************************************************************
008110* 7200-WRITE-CONTROL-TOTALS                                     *
008120*     WHAT WAS READ, BY KIND, AT ITS SOURCE AMOUNT, AND WHAT    *
008130*     WAS WRITTEN.                                              *
008140*****************************************************************
008150  7200-WRITE-CONTROL-TOTALS.
008160      MOVE SPACES TO EPSGLTB-LINE
008170      WRITE EPSGLTB-LINE
008180      PERFORM 7900-CHECK-REPORT-WRITE THRU 7900-EXIT
008190      MOVE 'LOANS FUNDED:' TO WS-TOT-LABEL
008200      MOVE WS-FUNDED-COUNT TO WS-TOT-COUNT
008210      MOVE WS-FUNDED-TOTAL TO WS-TOT-AMOUNT
008220      PERFORM 7300-WRITE-TOTAL-LINE THRU 7300-EXIT
008230      MOVE 'PAYMENTS JOURNALED:' TO WS-TOT-LABEL
008240      MOVE WS-PAYMENT-COUNT TO WS-TOT-COUNT
008250      MOVE WS-PAYMENT-TOTAL TO WS-TOT-AMOUNT
008260      PERFORM 7300-WRITE-TOTAL-LINE THRU 7300-EXIT
008270      MOVE 'REVERSALS JOURNALED:' TO WS-TOT-LABEL
008280      MOVE WS-REVERSAL-COUNT TO WS-TOT-COUNT
008290      MOVE WS-REVERSAL-TOTAL TO WS-TOT-AMOUNT
008300      PERFORM 7300-WRITE-TOTAL-LINE THRU 7300-EXIT
008310      MOVE 'LATE CHARGES JOURNALED:' TO WS-TOT-LABEL
008320      MOVE WS-LATE-CHARGE-COUNT TO WS-TOT-COUNT
008330      MOVE WS-LATE-CHARGE-TOTAL TO WS-TOT-AMOUNT
008340      PERFORM 7300-WRITE-TOTAL-LINE THRU 7300-EXIT
008350      MOVE 'UNKNOWN TRANSACTION TYPES SKIPPED:' TO WS-TOT-LABEL
008360      MOVE WS-OTHER-TRAN-COUNT TO WS-TOT-COUNT
008370      MOVE 0 TO WS-TOT-AMOUNT
008380      PERFORM 7300-WRITE-TOTAL-LINE THRU 7300-EXIT
008390      MOVE 'JOURNAL ENTRIES WRITTEN:' TO WS-TOT-LABEL
008400      MOVE WS-ENTRY-COUNT TO WS-TOT-COUNT
008410      MOVE 0 TO WS-TOT-AMOUNT
008420      PERFORM 7300-WRITE-TOTAL-LINE THRU 7300-EXIT
008430      MOVE 'JOURNAL LINES WRITTEN - DEBITS:' TO WS-TOT-LABEL
008440      MOVE WS-LINE-COUNT TO WS-TOT-COUNT
008450      MOVE WS-DEBIT-TOTAL TO WS-TOT-AMOUNT
008460      PERFORM 7300-WRITE-TOTAL-LINE THRU 7300-EXIT
008470      MOVE 'JOURNAL LINES WRITTEN - CREDITS:' TO WS-TOT-LABEL
008480      MOVE WS-LINE-COUNT TO WS-TOT-COUNT
008490      MOVE WS-CREDIT-TOTAL TO WS-TOT-AMOUNT
008500      PERFORM 7300-WRITE-TOTAL-LINE THRU 7300-EXIT.
008510  7200-EXIT.
008520      EXIT.
008530*
008540*****************************************************************
008550* 7300-WRITE-TOTAL-LINE                                         *
008560*****************************************************************
008570  7300-WRITE-TOTAL-LINE.
008580      WRITE EPSGLTB-LINE FROM WS-TOTAL-LINE
008590      PERFORM 7900-CHECK-REPORT-WRITE THRU 7900-EXIT.
008600  7300-EXIT.
008610      EXIT.
008620*
008630*****************************************************************
008640* 7900-CHECK-REPORT-WRITE                                       *
008650*****************************************************************
008660  7900-CHECK-REPORT-WRITE.
008670      IF NOT EPSGLTB-OK
008680          MOVE 'EPSGLTB-FILE WRITE, STATUS=' TO WS-ABORT-MSG
008690          MOVE WS-EPSGLTB-STATUS TO WS-ABORT-MSG (28:2)
008700          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
008710      END-IF.
008720  7900-EXIT.
008730      EXIT.
008740*
008750*****************************************************************
008760* 8000-FINALIZE                                                 *
008770*     AN OUT-OF-BALANCE JOURNAL STILL CLOSES CLEANLY AND        *
008780*     WRITES ITS CONTROL RECORD, BUT ENDS THE STEP WITH         *
008790*     RETURN CODE 16 SO THE FILE IS NOT SENT TO THE LEDGER.     *
008800*****************************************************************
008810  8000-FINALIZE.
008820      PERFORM 8100-WRITE-CONTROL-RECORD THRU 8100-EXIT
008830      CLOSE EPSGLJ-FILE
008840      CLOSE EPSGLTB-FILE
008850      DISPLAY 'EPSGLX EVENTS READ:          ' WS-EVENT-COUNT
008860      DISPLAY 'EPSGLX JOURNAL ENTRIES:      ' WS-ENTRY-COUNT
008870      DISPLAY 'EPSGLX JOURNAL LINES:        ' WS-LINE-COUNT
008880      DISPLAY 'EPSGLX UNKNOWN TRAN TYPES:   ' WS-OTHER-TRAN-COUNT
008890      IF JOURNAL-OUT-OF-BALANCE
008900          DISPLAY 'EPSGLX JOURNAL OUT OF BALANCE'
008910          MOVE 16 TO RETURN-CODE
008920      END-IF.
008930  8000-EXIT.
008940      EXIT.
008950*
008960*****************************************************************
008970* 8100-WRITE-CONTROL-RECORD                                     *
008980*     ONE EPSCTL CONTROL-TOTALS RECORD FOR THE EPSBAL           *
008990*     BALANCING STEP: EVENTS READ, LINES WRITTEN, ENTRIES       *
009000*     WRITTEN, THE UNKNOWN TRANSACTIONS SKIPPED, AND THE TOTAL  *
009010*     DEBITS ON THE FILE.                                       *
009020*****************************************************************
009030  8100-WRITE-CONTROL-RECORD.
009040      OPEN OUTPUT EPSCTL-FILE
009050      IF NOT EPSCTL-OK
009060          MOVE 'EPSCTL-FILE OPEN, STATUS=' TO WS-ABORT-MSG
009070          MOVE WS-EPSCTL-STATUS TO WS-ABORT-MSG (26:2)
009080          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
009090      END-IF
009100      MOVE 'EPSGLX' TO EPSCTL-STEP-NAME
009110      MOVE WS-RUN-DATE TO EPSCTL-RUN-DATE
009120      MOVE WS-EVENT-COUNT TO EPSCTL-RECORDS-IN
009130      MOVE WS-LINE-COUNT TO EPSCTL-RECORDS-OUT
009140      MOVE WS-ENTRY-COUNT TO EPSCTL-SUCCESS-COUNT
009150      MOVE WS-OTHER-TRAN-COUNT TO EPSCTL-FAILURE-COUNT
009160      MOVE WS-DEBIT-TOTAL TO EPSCTL-PRINCIPAL-TOTAL
009170      WRITE EPSCTL-RECORD
009180      IF NOT EPSCTL-OK
009190          MOVE 'EPSCTL-FILE WRITE, STATUS=' TO WS-ABORT-MSG
009200          MOVE WS-EPSCTL-STATUS TO WS-ABORT-MSG (27:2)
009210          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
009220      END-IF
009230      CLOSE EPSCTL-FILE.
009240  8100-EXIT.
009250      EXIT.
009260*
009270*****************************************************************
009280* 9800-ABORT-ON-SQLCODE                                         *
009290*     AN UNEXPECTED SQLCODE MEANS THE RUN CANNOT BE TRUSTED     *
009300*     TO CONTINUE -- STAGE THE CODE INTO THE ABORT MESSAGE      *
009310*     AND STOP.                                                 *
009320*****************************************************************
009330  9800-ABORT-ON-SQLCODE.
009340      MOVE 'GL EXTRACT SQL, SQLCODE=' TO WS-ABORT-MSG
009350      MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
009360      MOVE WS-ABORT-SQLCODE-DISPLAY TO WS-ABORT-MSG (25:9)
009370      PERFORM 9900-ABORT-RUN THRU 9900-EXIT.
009380  9800-EXIT.
009390      EXIT.
009400*
009410*****************************************************************
009420* 9900-ABORT-RUN                                                *
009430*     A HALF-WRITTEN JOURNAL MUST NEVER REACH THE LEDGER --     *
009440*     DISPLAY WHAT FAILED AND STOP WITH RETURN CODE 16.         *
009450*****************************************************************
009460  9900-ABORT-RUN.
009470      DISPLAY 'EPSGLX FATAL ERROR -- ' WS-ABORT-MSG
009480      MOVE 16 TO RETURN-CODE
009490      STOP RUN.
009500  9900-EXIT.
009510      EXIT.
009520*
009530  END PROGRAM EPSGLX.
