000010  IDENTIFICATION DIVISION.
000020  PROGRAM-ID.    EPSPAYQ.
000030  AUTHOR.        R PELLETIER.
000040  INSTALLATION.  CONSUMER LENDING SYSTEMS.
000050  DATE-WRITTEN.  10/10/2026.
000060  DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090* EPSPAYQ                                                       *
000100*     ONLINE PAYOFF-QUOTE TRANSACTION.  WHEN A TITLE COMPANY    *
000110*     OR A BORROWER CALLS FOR A PAYOFF FIGURE, THE DESK KEYS    *
000120*     THE APPLICATION ID AND THE GOOD-THROUGH DATE THROUGH THE  *
000130*     EPSPQCOM COMMAREA INSTEAD OF TAKING THE BALANCE FROM      *
000140*     EPSQINQ AND WORKING THE INTEREST ON A CALCULATOR.  THE    *
000150*     ANSWER, FROM THE EPSLMST LOAN MASTER, IS:                 *
000160*       - THE PRINCIPAL BALANCE;                                *
000170*       - INTEREST AT BOARD_RATE FROM THE PAID-THROUGH DATE     *
000180*         (THE DUE DATE OF THE LAST PAID PERIOD, COUNTED FROM   *
000190*         THE BOARD DATE THE WAY EPSDLQ COUNTS IT) TO THE       *
000200*         GOOD-THROUGH DATE, AS A ROUNDED DAILY PER-DIEM ON AN  *
000210*         ACTUAL/365 BASIS TIMES THE DAYS;                      *
000220*       - UNPAID LATE CHARGES;                                  *
000230*       - LESS THE ESCROW BALANCE REFUNDED, WHEN THE LOAN HAS   *
000240*         ESCROW (AN ADVANCED, NEGATIVE BALANCE IS COLLECTED);  *
000250*     AND THE PER-DIEM ITSELF, FOR FUNDS THAT ARRIVE LATE.      *
000260*                                                               *
000270*     EVERY FIGURE GIVEN OUT IS LOGGED TO EPSPOFF WITH THE      *
000280*     USER WHO ASKED AND WHO IT WAS FOR; NO FIGURE IS RETURNED  *
000290*     UNLESS THE LOG ROW IS WRITTEN.  THE EPSPAYL BATCH RUN     *
000300*     PRINTS THE PAYOFF LETTER FOR EACH LOGGED QUOTE, THE SAME  *
000310*     WAY EPSQLTR PRINTS QUOTE LETTERS FROM EPSQHIST.  A LOAN   *
000320*     THAT IS NOT OPEN -- PAID OFF OR CLOSED -- IS REFUSED.     *
000330*                                                               *
000340* MODIFICATION HISTORY                                          *
000350*   10/10/2026  RP   ORIGINAL VERSION.                          *
000360*                                                               *
000370*****************************************************************
000380  ENVIRONMENT DIVISION.
000390  DATA DIVISION.
000400  WORKING-STORAGE SECTION.
000410  01  WS-WORK-FIELDS.
000420      05  WS-COMMAREA-LEN-OK          PIC X(01).
000430          88  COMMAREA-LEN-OK             VALUE 'Y'.
000440          88  COMMAREA-LEN-NOT-OK         VALUE 'N'.
000450      05  WS-MIN-SAFE-COMMAREA-LEN    PIC S9(4) COMP.
000460      05  WS-SQLCODE-DISPLAY          PIC -9(8).
000470*
000480  01  WS-PAYOFF-FIELDS.
000490      05  WS-QUOTE-TS                 PIC X(26).
000500      05  WS-DUE-MONTHS               PIC S9(9) COMP.
000510      05  WS-DUE-DAYS                 PIC S9(9) COMP.
000520      05  WS-DUE-HALF                 PIC S9(9) COMP.
000530      05  WS-PAID-THRU-DATE           PIC X(10).
000540      05  WS-INTEREST-DAYS            PIC S9(9) COMP.
000550      05  WS-DAYS-FROM-TODAY          PIC S9(9) COMP.
000560      05  WS-PER-DIEM                 PIC S9(5)V99 COMP-3.
000570      05  WS-ACCRUED-INTEREST         PIC S9(7)V99 COMP-3.
000580      05  WS-ESCROW-REFUND            PIC S9(9)V99 COMP-3.
000590      05  WS-PAYOFF-AMOUNT            PIC S9(9)V99 COMP-3.
000600*
000610      COPY EPSLMST.
000620*
000630      COPY EPSBMST.
000640*
000650      COPY EPSPOFF.
000660*
000670      COPY SQLCA.
000680*
000690  LINKAGE SECTION.
000700  01  DFHEIBLK.
000710      05  EIBTIME                     PIC S9(7) COMP-3.
000720      05  EIBDATE                     PIC S9(7) COMP-3.
000730      05  EIBTRNID                    PIC X(4).
000740      05  EIBTASKN                    PIC S9(7) COMP-3.
000750      05  EIBTRMID                    PIC X(4).
000760      05  EIBCPOSN                    PIC S9(4) COMP-5.
000770      05  EIBCALEN                    PIC S9(4) COMP-5.
000780      05  EIBAID                      PIC X(1).
000790      05  EIBFN                       PIC X(2).
000800      05  EIBRCODE                    PIC X(6).
000810      05  EIBDS                       PIC X(8).
000820      05  EIBREQID                    PIC X(8).
000830      05  EIBRSRCE                    PIC X(8).
000840      05  EIBSYNC                     PIC X.
000850      05  EIBFREE                     PIC X.
000860      05  EIBRECV                     PIC X.
000870      05  EIBSEND                     PIC X.
000880      05  EIBATT                      PIC X.
000890      05  EIBEOC                      PIC X.
000900      05  EIBFMH                      PIC X.
000910      05  EIBCOMPL                    PIC X(1).
000920      05  EIBSIG                      PIC X(1).
000930      05  EIBCONF                     PIC X(1).
000940      05  EIBERR                      PIC X(1).
000950      05  EIBERRCD                    PIC X(4).
000960      05  EIBSYNRB                    PIC X.
000970      05  EIBNODAT                    PIC X.
000980      05  EIBRESP                     PIC S9(8) COMP.
000990      05  EIBRESP2                    PIC S9(8) COMP.
001000      05  EIBRLDBK                    PIC X(1).
001010*
001020      COPY EPSPQCOM.
001030*
001040  PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
001050*
001060*****************************************************************
001070* 0000-MAINLINE                                                 *
001080*****************************************************************
001090  0000-MAINLINE.
001100      PERFORM 1000-VALIDATE-COMMAREA-LENGTH THRU 1000-EXIT
001110      IF COMMAREA-LEN-OK
001120          PERFORM 1100-VALIDATE-REQUEST THRU 1100-EXIT
001130      END-IF
001140      IF COMMAREA-LEN-OK AND EPSPQ0-REQUEST-SUCCESS
001150          PERFORM 2000-PRICE-PAYOFF THRU 2000-EXIT
001160      END-IF
001170      PERFORM 9000-RETURN-TO-CICS THRU 9000-EXIT.
001180  0000-EXIT.
001190      EXIT.
001200*
001210*****************************************************************
001220* 1000-VALIDATE-COMMAREA-LENGTH                                 *
001230*     SAME GUARD EPSCMORT, EPSQINQ AND EPSBMNT APPLY --         *
001240*     NOTHING IS MOVED INTO DFHCOMMAREA UNTIL EIBCALEN SHOWS    *
001250*     THE CALLER'S REAL STORAGE CAN HOLD WHAT WE WOULD WRITE.   *
001260*     THE MINIMUM SAFE LENGTH COVERS EVERYTHING UP TO AND       *
001270*     INCLUDING THE RETCODE; A CALLER THAT SHORT GETS ONLY      *
001280*     EIBCALEN BYTES ECHOED BACK.                               *
001290*****************************************************************
001300  1000-VALIDATE-COMMAREA-LENGTH.
001310      COMPUTE WS-MIN-SAFE-COMMAREA-LEN =
001320          LENGTH OF DFHCOMMAREA
001330          - LENGTH OF EPSPQC-RETURN-QUOTE
001340      IF EIBCALEN = LENGTH OF DFHCOMMAREA
001350          MOVE 'Y' TO WS-COMMAREA-LEN-OK
001360          MOVE 0 TO EPSPQC-PROGRAM-RETCODE
001370          MOVE SPACES TO EPSPQC-ERRMSG
001380      ELSE
001390          MOVE 'N' TO WS-COMMAREA-LEN-OK
001400          IF EIBCALEN >= WS-MIN-SAFE-COMMAREA-LEN
001410              MOVE 0020 TO EPSPQC-PROGRAM-RETCODE
001420              MOVE 'DFHCOMMAREA LENGTH DOES NOT MATCH EPSPQCOM'
001430                  TO EPSPQC-ERRMSG
001440          END-IF
001450      END-IF.
001460  1000-EXIT.
001470      EXIT.
001480*
001490*****************************************************************
001500* 1100-VALIDATE-REQUEST                                         *
001510*     THE LOAN, THE DATE, AND A USER -- A PAYOFF FIGURE THAT    *
001520*     CANNOT BE TRACED TO WHOEVER GAVE IT OUT IS THE PROBLEM    *
001530*     THE LOG EXISTS TO SOLVE.  WHETHER THE DATE IS A REAL      *
001540*     DATE IS LEFT TO DB2 IN 2200-COMPUTE-PAID-THRU.            *
001550*****************************************************************
001560  1100-VALIDATE-REQUEST.
001570      IF EPSPQC-APPLICATION-ID = SPACES
001580          MOVE 0004 TO EPSPQC-PROGRAM-RETCODE
001590          MOVE 'APPLICATION ID IS REQUIRED' TO EPSPQC-ERRMSG
001600      END-IF
001610      IF EPSPQ0-REQUEST-SUCCESS
001620          AND EPSPQC-USER-ID = SPACES
001630          MOVE 0004 TO EPSPQC-PROGRAM-RETCODE
001640          MOVE 'USER ID IS REQUIRED' TO EPSPQC-ERRMSG
001650      END-IF
001660      IF EPSPQ0-REQUEST-SUCCESS
001670          AND EPSPQC-GOOD-THRU-DATE = SPACES
001680          MOVE 0008 TO EPSPQC-PROGRAM-RETCODE
001690          MOVE 'GOOD-THROUGH DATE IS REQUIRED' TO EPSPQC-ERRMSG
001700      END-IF.
001710  1100-EXIT.
001720      EXIT.
001730*
001740*****************************************************************
001750* 2000-PRICE-PAYOFF                                             *
001760*     EACH STEP RUNS ONLY WHILE THE REQUEST IS STILL GOOD; THE  *
001770*     FIGURE GOES BACK TO THE CALLER ONLY ONCE IT IS LOGGED.    *
001780*****************************************************************
001790  2000-PRICE-PAYOFF.
001800      PERFORM 2100-FETCH-LOAN THRU 2100-EXIT
001810      IF EPSPQ0-REQUEST-SUCCESS
001820          PERFORM 2200-COMPUTE-PAID-THRU THRU 2200-EXIT
001830      END-IF
001840      IF EPSPQ0-REQUEST-SUCCESS
001850          PERFORM 2300-COMPUTE-PAYOFF THRU 2300-EXIT
001860          PERFORM 2400-FETCH-BORROWER-NAME THRU 2400-EXIT
001870      END-IF
001880      IF EPSPQ0-REQUEST-SUCCESS
001890          PERFORM 5000-LOG-QUOTE THRU 5000-EXIT
001900      END-IF
001910      IF EPSPQ0-REQUEST-SUCCESS
001920          PERFORM 6000-ECHO-QUOTE-BACK THRU 6000-EXIT
001930      END-IF.
001940  2000-EXIT.
001950      EXIT.
001960*
001970*****************************************************************
001980* 2100-FETCH-LOAN                                               *
001990*     ONLY AN OPEN LOAN HAS A PAYOFF.  A PAID-OFF LOAN OWES     *
002000*     NOTHING AND A CLOSED ONE IS NO LONGER SERVICED HERE --    *
002010*     EITHER WAY THE DESK NEEDS TO KNOW, NOT GET A FIGURE.      *
002020*****************************************************************
002030  2100-FETCH-LOAN.
002040      MOVE EPSPQC-APPLICATION-ID TO EPSLMST-APPLICATION-ID
002050      EXEC SQL
002060          SELECT CHAR(BOARD_DATE, ISO), CURRENT_BALANCE,
002070                 BOARD_RATE, YEAR_MONTH_IND, ESCROW_PAYMENT,
002080                 PAID_THRU_PERIOD, LOAN_STATUS,
002090                 LATE_FEE_BALANCE, ESCROW_BALANCE
002100              INTO :EPSLMST-BOARD-DATE,
002110                   :EPSLMST-CURRENT-BALANCE,
002120                   :EPSLMST-BOARD-RATE,
002130                   :EPSLMST-YEAR-MONTH-IND,
002140                   :EPSLMST-ESCROW-PAYMENT,
002150                   :EPSLMST-PAID-THRU-PERIOD,
002160                   :EPSLMST-LOAN-STATUS,
002170                   :EPSLMST-LATE-FEE-BALANCE,
002180                   :EPSLMST-ESCROW-BALANCE
002190              FROM EPSLMST
002200              WHERE APPLICATION_ID = :EPSLMST-APPLICATION-ID
002210      END-EXEC
002220      EVALUATE SQLCODE
002230          WHEN 0
002240              IF NOT EPSLMS-STATUS-OPEN
002250                  MOVE 0016 TO EPSPQC-PROGRAM-RETCODE
002260                  MOVE 'LOAN IS NOT OPEN, STATUS=' TO
002270                      EPSPQC-ERRMSG
002280                  MOVE EPSLMST-LOAN-STATUS TO
002290                      EPSPQC-ERRMSG (26:1)
002300              END-IF
002310          WHEN 100
002320              MOVE 0012 TO EPSPQC-PROGRAM-RETCODE
002330              MOVE 'NO LOAN ON FILE FOR THAT APPLICATION ID' TO
002340                  EPSPQC-ERRMSG
002350          WHEN OTHER
002360              PERFORM 8000-SET-SQL-ERROR THRU 8000-EXIT
002370      END-EVALUATE.
002380  2100-EXIT.
002390      EXIT.
002400*
002410*****************************************************************
002420* 2200-COMPUTE-PAID-THRU                                        *
002430*     THE PAID-THROUGH DATE IS THE DUE DATE OF THE LAST PAID    *
002440*     PERIOD, COUNTED FROM THE BOARD DATE AT THE PAYMENT        *
002450*     FREQUENCY EXACTLY AS EPSDLQ COUNTS DUE DATES (PERIOD      *
002460*     ZERO IS THE BOARD DATE ITSELF).  THE SAME STATEMENT       *
002470*     CHECKS THE GOOD-THROUGH DATE: SQLCODE -180/-181 MEANS     *
002480*     IT IS NOT A DATE AT ALL, AND A DATE ALREADY PAST CANNOT   *
002490*     BE PAID OFF ON.  A LOAN PAID AHEAD PAST THE GOOD-THROUGH  *
002500*     DATE ACCRUES NO INTEREST.                                 *
002510*****************************************************************
002520  2200-COMPUTE-PAID-THRU.
002530      MOVE 0 TO WS-DUE-MONTHS
002540      MOVE 0 TO WS-DUE-DAYS
002550      EVALUATE EPSLMST-YEAR-MONTH-IND
002560          WHEN 'B'
002570              COMPUTE WS-DUE-DAYS = EPSLMST-PAID-THRU-PERIOD * 14
002580          WHEN 'S'
002590              DIVIDE EPSLMST-PAID-THRU-PERIOD BY 2
002600                  GIVING WS-DUE-MONTHS REMAINDER WS-DUE-HALF
002610              COMPUTE WS-DUE-DAYS = WS-DUE-HALF * 15
002620          WHEN 'Y'
002630              COMPUTE WS-DUE-MONTHS =
002640                  EPSLMST-PAID-THRU-PERIOD * 12
002650          WHEN OTHER
002660              MOVE EPSLMST-PAID-THRU-PERIOD TO WS-DUE-MONTHS
002670      END-EVALUATE
002680      EXEC SQL
002690          SELECT CHAR(CURRENT TIMESTAMP),
002700                 CHAR(DATE(:EPSLMST-BOARD-DATE)
002710                      + :WS-DUE-MONTHS MONTHS
002720                      + :WS-DUE-DAYS DAYS, ISO),
002730                 DAYS(DATE(:EPSPQC-GOOD-THRU-DATE)) -
002740                 DAYS(DATE(:EPSLMST-BOARD-DATE)
002750                      + :WS-DUE-MONTHS MONTHS
002760                      + :WS-DUE-DAYS DAYS),
002770                 DAYS(DATE(:EPSPQC-GOOD-THRU-DATE)) -
002780                 DAYS(CURRENT DATE)
002790              INTO :WS-QUOTE-TS, :WS-PAID-THRU-DATE,
002800                   :WS-INTEREST-DAYS, :WS-DAYS-FROM-TODAY
002810              FROM SYSIBM.SYSDUMMY1
002820      END-EXEC
002830      EVALUATE SQLCODE
002840          WHEN 0
002850              IF WS-DAYS-FROM-TODAY < 0
002860                  MOVE 0008 TO EPSPQC-PROGRAM-RETCODE
002870                  MOVE 'GOOD-THROUGH DATE IS BEFORE TODAY' TO
002880                      EPSPQC-ERRMSG
002890              END-IF
002900              IF WS-INTEREST-DAYS < 0
002910                  MOVE 0 TO WS-INTEREST-DAYS
002920              END-IF
002930          WHEN -180
002940          WHEN -181
002950              MOVE 0008 TO EPSPQC-PROGRAM-RETCODE
002960              MOVE 'GOOD-THROUGH DATE MUST BE A VALID YYYY-MM-DD'
002970                  TO EPSPQC-ERRMSG
002980          WHEN OTHER
002990              PERFORM 8000-SET-SQL-ERROR THRU 8000-EXIT
003000      END-EVALUATE.
003010  2200-EXIT.
003020      EXIT.
003030*
003040*****************************************************************
003050* 2300-COMPUTE-PAYOFF                                           *
003060*     THE PER-DIEM IS ROUNDED TO THE CENT FIRST AND THE         *
003070*     INTEREST IS THE PER-DIEM TIMES THE DAYS, SO THE LETTER'S  *
003080*     "ADD THIS MUCH PER DAY" FIGURE AGREES WITH THE INTEREST   *
003090*     ABOVE IT.  A LOAN CARRIES ESCROW WHEN IT COLLECTS AN      *
003100*     ESCROW PAYMENT OR STILL HOLDS (OR IS OWED) A BALANCE.     *
003110*****************************************************************
003120  2300-COMPUTE-PAYOFF.
003130      COMPUTE WS-PER-DIEM ROUNDED =
003140          EPSLMST-CURRENT-BALANCE * EPSLMST-BOARD-RATE / 36500
003150      COMPUTE WS-ACCRUED-INTEREST =
003160          WS-PER-DIEM * WS-INTEREST-DAYS
003170      MOVE 0 TO WS-ESCROW-REFUND
003180      IF EPSLMST-ESCROW-PAYMENT > 0
003190          OR EPSLMST-ESCROW-BALANCE NOT = 0
003200          MOVE EPSLMST-ESCROW-BALANCE TO WS-ESCROW-REFUND
003210      END-IF
003220      COMPUTE WS-PAYOFF-AMOUNT =
003230          EPSLMST-CURRENT-BALANCE
003240          + WS-ACCRUED-INTEREST
003250          + EPSLMST-LATE-FEE-BALANCE
003260          - WS-ESCROW-REFUND.
003270  2300-EXIT.
003280      EXIT.
003290*
003300*****************************************************************
003310* 2400-FETCH-BORROWER-NAME                                      *
003320*     FOR THE DESK'S SCREEN ONLY -- THE LETTER RUN READS THE    *
003330*     FULL ADDRESS ITSELF.  A LOAN WITH NO BORROWER-MASTER ROW  *
003340*     STILL GETS ITS FIGURE; THE NAME IS JUST SPACES.           *
003350*****************************************************************
003360  2400-FETCH-BORROWER-NAME.
003370      MOVE SPACES TO EPSBMST-BORROWER-NAME
003380      MOVE EPSPQC-APPLICATION-ID TO EPSBMST-APPLICATION-ID
003390      EXEC SQL
003400          SELECT BORROWER_NAME
003410              INTO :EPSBMST-BORROWER-NAME
003420              FROM EPSBMST
003430              WHERE APPLICATION_ID = :EPSBMST-APPLICATION-ID
003440      END-EXEC
003450      EVALUATE SQLCODE
003460          WHEN 0
003470              CONTINUE
003480          WHEN 100
003490              MOVE SPACES TO EPSBMST-BORROWER-NAME
003500          WHEN OTHER
003510              PERFORM 8000-SET-SQL-ERROR THRU 8000-EXIT
003520      END-EVALUATE.
003530  2400-EXIT.
003540      EXIT.
003550*
003560*****************************************************************
003570* 5000-LOG-QUOTE                                                *
003580*     ONE EPSPOFF ROW PER FIGURE GIVEN OUT, LETTER PENDING.     *
003590*     IF THE ROW CANNOT BE WRITTEN THE REQUEST FAILS AND NO     *
003600*     FIGURE GOES BACK -- AN UNLOGGED PAYOFF IS THE PHONE CALL  *
003610*     THIS TRANSACTION REPLACES.                                *
003620*****************************************************************
003630  5000-LOG-QUOTE.
003640      MOVE EPSPQC-APPLICATION-ID TO EPSPOFF-APPLICATION-ID
003650      MOVE WS-QUOTE-TS TO EPSPOFF-QUOTE-TS
003660      MOVE EPSPQC-USER-ID TO EPSPOFF-REQUESTED-BY
003670      MOVE EPSPQC-REQUESTED-FOR TO EPSPOFF-REQUESTED-FOR
003680      MOVE EPSPQC-GOOD-THRU-DATE TO EPSPOFF-GOOD-THRU-DATE
003690      MOVE WS-PAID-THRU-DATE TO EPSPOFF-PAID-THRU-DATE
003700      MOVE WS-INTEREST-DAYS TO EPSPOFF-INTEREST-DAYS
003710      MOVE EPSLMST-BOARD-RATE TO EPSPOFF-BOARD-RATE
003720      MOVE EPSLMST-CURRENT-BALANCE TO EPSPOFF-PRINCIPAL-BALANCE
003730      MOVE WS-ACCRUED-INTEREST TO EPSPOFF-ACCRUED-INTEREST
003740      MOVE WS-PER-DIEM TO EPSPOFF-PER-DIEM
003750      MOVE EPSLMST-LATE-FEE-BALANCE TO EPSPOFF-LATE-FEES
003760      MOVE WS-ESCROW-REFUND TO EPSPOFF-ESCROW-REFUND
003770      MOVE WS-PAYOFF-AMOUNT TO EPSPOFF-PAYOFF-AMOUNT
003780      MOVE 'N' TO EPSPOFF-LETTER-IND
003790      EXEC SQL
003800          INSERT INTO EPSPOFF
003810              (APPLICATION_ID, QUOTE_TS, REQUESTED_BY,
003820               REQUESTED_FOR, GOOD_THRU_DATE, PAID_THRU_DATE,
003830               INTEREST_DAYS, BOARD_RATE, PRINCIPAL_BALANCE,
003840               ACCRUED_INTEREST, PER_DIEM, LATE_FEES,
003850               ESCROW_REFUND, PAYOFF_AMOUNT, LETTER_IND)
003860          VALUES
003870              (:EPSPOFF-APPLICATION-ID,
003880               TIMESTAMP(:EPSPOFF-QUOTE-TS),
003890               :EPSPOFF-REQUESTED-BY, :EPSPOFF-REQUESTED-FOR,
003900               DATE(:EPSPOFF-GOOD-THRU-DATE),
003910               DATE(:EPSPOFF-PAID-THRU-DATE),
003920               :EPSPOFF-INTEREST-DAYS, :EPSPOFF-BOARD-RATE,
003930               :EPSPOFF-PRINCIPAL-BALANCE,
003940               :EPSPOFF-ACCRUED-INTEREST, :EPSPOFF-PER-DIEM,
003950               :EPSPOFF-LATE-FEES, :EPSPOFF-ESCROW-REFUND,
003960               :EPSPOFF-PAYOFF-AMOUNT, :EPSPOFF-LETTER-IND)
003970      END-EXEC
003980      IF SQLCODE NOT = 0
003990          PERFORM 8000-SET-SQL-ERROR THRU 8000-EXIT
004000      END-IF.
004010  5000-EXIT.
004020      EXIT.
004030*
004040*****************************************************************
004050* 6000-ECHO-QUOTE-BACK                                          *
004060*****************************************************************
004070  6000-ECHO-QUOTE-BACK.
004080      MOVE EPSPOFF-QUOTE-TS TO EPSPQC-QUOTE-TIMESTAMP
004090      MOVE EPSBMST-BORROWER-NAME TO EPSPQC-BORROWER-NAME
004100      MOVE EPSPOFF-PAID-THRU-DATE TO EPSPQC-PAID-THRU-DATE
004110      MOVE EPSPOFF-INTEREST-DAYS TO EPSPQC-INTEREST-DAYS
004120      MOVE EPSPOFF-BOARD-RATE TO EPSPQC-BOARD-RATE
004130      MOVE EPSPOFF-PRINCIPAL-BALANCE TO EPSPQC-PRINCIPAL-BALANCE
004140      MOVE EPSPOFF-ACCRUED-INTEREST TO EPSPQC-ACCRUED-INTEREST
004150      MOVE EPSPOFF-PER-DIEM TO EPSPQC-PER-DIEM
004160      MOVE EPSPOFF-LATE-FEES TO EPSPQC-LATE-FEES
004170      MOVE EPSPOFF-ESCROW-REFUND TO EPSPQC-ESCROW-REFUND
004180      MOVE EPSPOFF-PAYOFF-AMOUNT TO EPSPQC-PAYOFF-AMOUNT.
004190  6000-EXIT.
004200      EXIT.
004210*
004220*****************************************************************
004230* 8000-SET-SQL-ERROR                                            *
004240*****************************************************************
004250  8000-SET-SQL-ERROR.
004260      MOVE 0032 TO EPSPQC-PROGRAM-RETCODE
004270      MOVE 'PAYOFF QUOTE FAILED, SQLCODE=' TO EPSPQC-ERRMSG
004280      MOVE SQLCODE TO WS-SQLCODE-DISPLAY
004290      MOVE WS-SQLCODE-DISPLAY TO EPSPQC-ERRMSG (30:9).
004300  8000-EXIT.
004310      EXIT.
004320*
004330*****************************************************************
004340* 9000-RETURN-TO-CICS                                           *
004350*     A PLAIN RETURN, WITHOUT THE COMMAREA OPTION, THE SAME     *
004360*     WAY EPSCMORT RETURNS -- CALLERS REACH THIS PROGRAM BY     *
004370*     LINK, SO THE RESULTS ARE ALREADY IN THEIR OWN COMMAREA    *
004380*     STORAGE, AND RETURN COMMAREA BELOW THE HIGHEST LOGICAL    *
004390*     LEVEL RAISES INVREQ.  WHAT MAY BE WRITTEN INTO THAT       *
004400*     STORAGE IS POLICED BY 1000-VALIDATE-COMMAREA-LENGTH.      *
004410*****************************************************************
004420  9000-RETURN-TO-CICS.
004430      EXEC CICS RETURN
004440      END-EXEC.
004450  9000-EXIT.
004460      EXIT.
004470*
004480  END PROGRAM EPSPAYQ.
