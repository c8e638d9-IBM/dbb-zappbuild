000010  IDENTIFICATION DIVISION.
000020  PROGRAM-ID.    EPSPAYL.
000030  AUTHOR.        R PELLETIER.
000040  INSTALLATION.  CONSUMER LENDING SYSTEMS.
000050  DATE-WRITTEN.  10/10/2026.
000060  DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090* EPSPAYL                                                       *
000100*     PAYOFF STATEMENT LETTER RUN.  PRINTS ONE LETTER ON THE    *
000110*     EPSPAYL PRINT FILE FOR EVERY PAYOFF QUOTE THE EPSPAYQ     *
000120*     TRANSACTION HAS LOGGED TO EPSPOFF SINCE THE LAST RUN,     *
000130*     THE SAME WAY EPSQLTR TURNS LOGGED EPSQHIST QUOTES INTO    *
000140*     QUOTE LETTERS.  THE LETTER IS ADDRESSED FROM THE EPSBMST  *
000150*     BORROWER MASTER AND, WHEN A TITLE COMPANY OR OTHER PARTY  *
000160*     ASKED FOR THE FIGURE, NAMES THEM AS WELL.  IT SHOWS THE   *
000170*     FIGURE EXACTLY AS QUOTED -- PRINCIPAL, INTEREST TO THE    *
000180*     GOOD-THROUGH DATE, UNPAID LATE CHARGES AND THE ESCROW     *
000190*     BALANCE REFUNDED -- AND THE PER-DIEM TO ADD FOR EACH DAY  *
000200*     THE FUNDS ARRIVE LATE.  NOTHING IS RECOMPUTED HERE.       *
000210*                                                               *
000220*     EACH QUOTE PRINTED IS MARKED LETTER_IND 'Y' SO IT IS      *
000230*     NOT PRINTED AGAIN.  A QUOTE WHOSE LOAN HAS NO BORROWER-   *
000240*     MASTER ROW STILL PRINTS, FLAGGED IN THE ADDRESS BLOCK,    *
000250*     AND IS COUNTED.  A FILE ERROR OR AN UNEXPECTED SQLCODE    *
000260*     ABORTS THE RUN.                                           *
000270*                                                               *
000280* MODIFICATION HISTORY                                          *
000290*   10/10/2026  RP   ORIGINAL VERSION.                          *
000300*                                                               *
000310*****************************************************************
000320  ENVIRONMENT DIVISION.
000330  CONFIGURATION SECTION.
000340  SOURCE-COMPUTER.       IBM-370.
000350  OBJECT-COMPUTER.       IBM-370.
000360  INPUT-OUTPUT SECTION.
000370  FILE-CONTROL.
000380      SELECT EPSPAYL-FILE     ASSIGN TO EPSPAYL
000390          ORGANIZATION IS SEQUENTIAL
000400          FILE STATUS IS WS-EPSPAYL-STATUS.
000410*
000420  DATA DIVISION.
000430  FILE SECTION.
000440  FD  EPSPAYL-FILE
000450      RECORDING MODE IS F.
000460  01  EPSPAYL-LINE                    PIC X(80).
000470*
000480  WORKING-STORAGE SECTION.
000490  01  WS-FILE-STATUS-FIELDS.
000500      05  WS-EPSPAYL-STATUS           PIC X(02).
000510          88  EPSPAYL-OK                  VALUE '00'.
000520  01  WS-ABORT-MSG                 PIC X(40).
000530  01  WS-ABORT-SQLCODE-DISPLAY     PIC -9(8).
000540*
000550  01  WS-SWITCHES.
000560      05  WS-EOF-QUOTES               PIC X(01)   VALUE 'N'.
000570          88  EOF-QUOTES                  VALUE 'Y'.
000580*
000590  01  WS-COUNTERS.
000600      05  WS-LETTER-COUNT             PIC 9(9) COMP VALUE ZERO.
000610      05  WS-NO-BORROWER-COUNT        PIC 9(9) COMP VALUE ZERO.
000620*
000630  01  WS-TOTALS.
000640      05  WS-TOTAL-PAYOFF             PIC S9(11)V99 COMP-3
000650                                      VALUE ZERO.
000660      05  WS-TOTAL-DISPLAY            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000670*
000680  01  WS-RUN-DATE                     PIC X(10).
000690  01  WS-RATE-EDIT                    PIC Z9.999.
000700  01  WS-DAYS-EDIT                    PIC ZZZ,ZZ9.
000710*
000720  01  WS-LETTER-LINES.
000730      05  WS-RULE-LINE                PIC X(80) VALUE ALL '='.
000740      05  WS-DASH-LINE                PIC X(80) VALUE ALL '-'.
000750      05  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
000760      05  WS-BANNER-LINE.
000770          10  FILLER                  PIC X(40)
000780              VALUE 'CONSUMER LENDING SYSTEMS'.
000790          10  FILLER                  PIC X(30)
000800              VALUE 'PAYOFF STATEMENT'.
000810          10  WS-BAN-RUN-DATE         PIC X(10).
000820      05  WS-ADDRESS-LINE.
000830          10  FILLER                  PIC X(04) VALUE SPACES.
000840          10  WS-ADR-TEXT             PIC X(76).
000850      05  WS-PARTY-LINE.
000860          10  WS-PTY-LABEL            PIC X(40).
000870          10  FILLER                  PIC X(05) VALUE SPACES.
000880          10  WS-PTY-VALUE            PIC X(30).
000890          10  FILLER                  PIC X(05) VALUE SPACES.
000900      05  WS-DATE-LINE.
000910          10  WS-DTE-LABEL            PIC X(40).
000920          10  FILLER                  PIC X(05) VALUE SPACES.
000930          10  WS-DTE-VALUE            PIC X(10).
000940          10  FILLER                  PIC X(25) VALUE SPACES.
000950      05  WS-AMOUNT-LINE.
000960          10  WS-AMT-LABEL            PIC X(40).
000970          10  WS-AMT-VALUE            PIC ZZZ,ZZZ,ZZ9.99-.
000980          10  FILLER                  PIC X(25) VALUE SPACES.
000990      05  WS-NOTE-LINE-1              PIC X(80) VALUE
001000          'FUNDS RECEIVED AFTER THE GOOD-THROUGH DATE MUST'.
001010      05  WS-NOTE-LINE-2              PIC X(80) VALUE
001020          'INCLUDE THE PER-DIEM INTEREST FOR EACH EXTRA DAY.'.
001030      05  WS-NOTE-LINE-3              PIC X(80) VALUE
001040          'FIGURES ARE SUBJECT TO FINAL AUDIT AND TO ANY'.
001050      05  WS-NOTE-LINE-4              PIC X(80) VALUE
001060          'PAYMENT RETURNED UNPAID BEFORE THE LOAN IS RELEASED.'.
001070*
001080      COPY EPSPOFF.
001090*
001100      COPY EPSBMST.
001110*
001120      COPY SQLCA.
001130*
001140  PROCEDURE DIVISION.
001150*
001160*****************************************************************
001170* 0000-MAINLINE                                                 *
001180*****************************************************************
001190  0000-MAINLINE.
001200      PERFORM 1000-INITIALIZE THRU 1000-EXIT
001210      PERFORM 2000-PRINT-LETTERS THRU 2000-EXIT
001220      PERFORM 8000-FINALIZE THRU 8000-EXIT
001230      GOBACK.
001240  0000-EXIT.
001250      EXIT.
001260*
001270*****************************************************************
001280* 1000-INITIALIZE                                               *
001290*****************************************************************
001300  1000-INITIALIZE.
001310      OPEN OUTPUT EPSPAYL-FILE
001320      IF NOT EPSPAYL-OK
001330          MOVE 'EPSPAYL-FILE OPEN, STATUS=' TO WS-ABORT-MSG
001340          MOVE WS-EPSPAYL-STATUS TO WS-ABORT-MSG (27:2)
001350          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
001360      END-IF
001370      EXEC SQL
001380          SELECT CHAR(CURRENT DATE, ISO)
001390              INTO :WS-RUN-DATE
001400              FROM SYSIBM.SYSDUMMY1
001410      END-EXEC
001420      IF SQLCODE NOT = 0
001430          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
001440      END-IF.
001450  1000-EXIT.
001460      EXIT.
001470*
001480*****************************************************************
001490* 2000-PRINT-LETTERS                                            *
001500*     EVERY QUOTE STILL WAITING FOR ITS LETTER, OLDEST FIRST.   *
001510*****************************************************************
001520  2000-PRINT-LETTERS.
001530      EXEC SQL
001540          DECLARE PAYOFF-CURSOR CURSOR FOR
001550              SELECT P.APPLICATION_ID, CHAR(P.QUOTE_TS),
001560                     P.REQUESTED_FOR,
001570                     CHAR(P.GOOD_THRU_DATE, ISO),
001580                     CHAR(P.PAID_THRU_DATE, ISO),
001590                     P.INTEREST_DAYS, P.BOARD_RATE,
001600                     P.PRINCIPAL_BALANCE, P.ACCRUED_INTEREST,
001610                     P.PER_DIEM, P.LATE_FEES, P.ESCROW_REFUND,
001620                     P.PAYOFF_AMOUNT,
001630                     COALESCE(B.BORROWER_NAME,
001640                         '*** NOT ON BORROWER MASTER ***'),
001650                     COALESCE(B.ADDR_LINE_1, ' '),
001660                     COALESCE(B.ADDR_LINE_2, ' '),
001670                     COALESCE(B.CITY, ' '),
001680                     COALESCE(B.STATE, ' '),
001690                     COALESCE(B.ZIP_CODE, ' '),
001700                     COALESCE(B.BORROWER_STATUS, ' ')
001710              FROM EPSPOFF P
001720              LEFT OUTER JOIN EPSBMST B
001730                ON B.APPLICATION_ID = P.APPLICATION_ID
001740              WHERE P.LETTER_IND = 'N'
001750              ORDER BY P.QUOTE_TS, P.APPLICATION_ID
001760      END-EXEC
001770      EXEC SQL
001780          OPEN PAYOFF-CURSOR
001790      END-EXEC
001800      IF SQLCODE NOT = 0
001810          MOVE 'PAYOFF-CURSOR OPEN, SQLCODE=' TO WS-ABORT-MSG
001820          MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
001830          MOVE WS-ABORT-SQLCODE-DISPLAY TO WS-ABORT-MSG (29:9)
001840          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
001850      END-IF
001860      PERFORM 2100-PRINT-ONE-LETTER THRU 2100-EXIT
001870          UNTIL EOF-QUOTES
001880      EXEC SQL
001890          CLOSE PAYOFF-CURSOR
001900      END-EXEC.
001910  2000-EXIT.
001920      EXIT.
001930*
001940*****************************************************************
001950* 2100-PRINT-ONE-LETTER                                         *
001960*****************************************************************
001970  2100-PRINT-ONE-LETTER.
001980      EXEC SQL
001990          FETCH PAYOFF-CURSOR
002000              INTO :EPSPOFF-APPLICATION-ID,
002010                   :EPSPOFF-QUOTE-TS,
002020                   :EPSPOFF-REQUESTED-FOR,
002030                   :EPSPOFF-GOOD-THRU-DATE,
002040                   :EPSPOFF-PAID-THRU-DATE,
002050                   :EPSPOFF-INTEREST-DAYS,
002060                   :EPSPOFF-BOARD-RATE,
002070                   :EPSPOFF-PRINCIPAL-BALANCE,
002080                   :EPSPOFF-ACCRUED-INTEREST,
002090                   :EPSPOFF-PER-DIEM,
002100                   :EPSPOFF-LATE-FEES,
002110                   :EPSPOFF-ESCROW-REFUND,
002120                   :EPSPOFF-PAYOFF-AMOUNT,
002130                   :EPSBMST-BORROWER-NAME,
002140                   :EPSBMST-ADDR-LINE-1,
002150                   :EPSBMST-ADDR-LINE-2,
002160                   :EPSBMST-CITY,
002170                   :EPSBMST-STATE,
002180                   :EPSBMST-ZIP-CODE,
002190                   :EPSBMST-BORROWER-STATUS
002200      END-EXEC
002210      EVALUATE SQLCODE
002220          WHEN 0
002230              CONTINUE
002240          WHEN 100
002250              MOVE 'Y' TO WS-EOF-QUOTES
002260              GO TO 2100-EXIT
002270          WHEN OTHER
002280              MOVE 'PAYOFF-CURSOR FETCH, SQLCODE=' TO
002290                  WS-ABORT-MSG
002300              MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
002310              MOVE WS-ABORT-SQLCODE-DISPLAY TO
002320                  WS-ABORT-MSG (30:9)
002330              PERFORM 9900-ABORT-RUN THRU 9900-EXIT
002340      END-EVALUATE
002350      IF EPSBMST-BORROWER-STATUS = SPACE
002360          ADD 1 TO WS-NO-BORROWER-COUNT
002370      END-IF
002380      PERFORM 2200-WRITE-LETTER-TOP THRU 2200-EXIT
002390      PERFORM 2400-WRITE-PAYOFF-FIGURES THRU 2400-EXIT
002400      PERFORM 2700-MARK-LETTER-PRINTED THRU 2700-EXIT
002410      ADD 1 TO WS-LETTER-COUNT
002420      ADD EPSPOFF-PAYOFF-AMOUNT TO WS-TOTAL-PAYOFF.
002430  2100-EXIT.
002440      EXIT.
002450*
002460*****************************************************************
002470* 2200-WRITE-LETTER-TOP                                         *
002480*     BANNER, BORROWER ADDRESS, THE PARTY THE FIGURE WAS        *
002490*     GIVEN TO WHEN IT WAS NOT THE BORROWER, AND THE DATES THE  *
002500*     FIGURE RESTS ON.                                          *
002510*****************************************************************
002520  2200-WRITE-LETTER-TOP.
002530      MOVE WS-RUN-DATE TO WS-BAN-RUN-DATE
002540      WRITE EPSPAYL-LINE FROM WS-RULE-LINE
002550      PERFORM 3900-CHECK-LETTER-WRITE THRU 3900-EXIT
002560      WRITE EPSPAYL-LINE FROM WS-BANNER-LINE
002570      PERFORM 3900-CHECK-LETTER-WRITE THRU 3900-EXIT
002580      WRITE EPSPAYL-LINE FROM WS-RULE-LINE
002590      PERFORM 3900-CHECK-LETTER-WRITE THRU 3900-EXIT
002600      WRITE EPSPAYL-LINE FROM WS-BLANK-LINE
002610      PERFORM 3900-CHECK-LETTER-WRITE THRU 3900-EXIT
002620      PERFORM 2250-WRITE-ADDRESS THRU 2250-EXIT
002630      WRITE EPSPAYL-LINE FROM WS-BLANK-LINE
002640      PERFORM 3900-CHECK-LETTER-WRITE THRU 3900-EXIT
002650      IF EPSPOFF-REQUESTED-FOR NOT = SPACES
002660          MOVE 'PREPARED AT THE REQUEST OF:' TO WS-PTY-LABEL
002670          MOVE EPSPOFF-REQUESTED-FOR TO WS-PTY-VALUE
002680          WRITE EPSPAYL-LINE FROM WS-PARTY-LINE
002690          PERFORM 3900-CHECK-LETTER-WRITE THRU 3900-EXIT
002700      END-IF
002710      MOVE 'ACCOUNT NUMBER:' TO WS-DTE-LABEL
002720      MOVE EPSPOFF-APPLICATION-ID TO WS-DTE-VALUE
002730      PERFORM 2300-WRITE-DATE-LINE THRU 2300-EXIT
002740      MOVE 'DATE QUOTED:' TO WS-DTE-LABEL
002750      MOVE EPSPOFF-QUOTE-TS (1:10) TO WS-DTE-VALUE
002760      PERFORM 2300-WRITE-DATE-LINE THRU 2300-EXIT
002770      MOVE 'GOOD THROUGH:' TO WS-DTE-LABEL
002780      MOVE EPSPOFF-GOOD-THRU-DATE TO WS-DTE-VALUE
002790      PERFORM 2300-WRITE-DATE-LINE THRU 2300-EXIT
002800      MOVE 'INTEREST PAID THROUGH:' TO WS-DTE-LABEL
002810      MOVE EPSPOFF-PAID-THRU-DATE TO WS-DTE-VALUE
002820      PERFORM 2300-WRITE-DATE-LINE THRU 2300-EXIT
002830      MOVE 'INTEREST RATE (PERCENT):' TO WS-DTE-LABEL
002840      MOVE EPSPOFF-BOARD-RATE TO WS-RATE-EDIT
002850      MOVE WS-RATE-EDIT TO WS-DTE-VALUE
002860      PERFORM 2300-WRITE-DATE-LINE THRU 2300-EXIT
002870      MOVE 'DAYS OF INTEREST:' TO WS-DTE-LABEL
002880      MOVE EPSPOFF-INTEREST-DAYS TO WS-DAYS-EDIT
002890      MOVE WS-DAYS-EDIT TO WS-DTE-VALUE
002900      PERFORM 2300-WRITE-DATE-LINE THRU 2300-EXIT.
002910  2200-EXIT.
002920      EXIT.
002930*
002940*****************************************************************
002950* 2250-WRITE-ADDRESS                                            *
002960*     NAME, STREET LINES (THE SECOND ONLY WHEN PRESENT), AND    *
002970*     CITY, STATE AND ZIP -- ZIP+4 WHEN THE LAST FOUR ARE ON    *
002980*     FILE.                                                     *
002990*****************************************************************
003000  2250-WRITE-ADDRESS.
003010      MOVE EPSBMST-BORROWER-NAME TO WS-ADR-TEXT
003020      WRITE EPSPAYL-LINE FROM WS-ADDRESS-LINE
003030      PERFORM 3900-CHECK-LETTER-WRITE THRU 3900-EXIT
003040      MOVE EPSBMST-ADDR-LINE-1 TO WS-ADR-TEXT
003050      WRITE EPSPAYL-LINE FROM WS-ADDRESS-LINE
003060      PERFORM 3900-CHECK-LETTER-WRITE THRU 3900-EXIT
003070      IF EPSBMST-ADDR-LINE-2 NOT = SPACES
003080          MOVE EPSBMST-ADDR-LINE-2 TO WS-ADR-TEXT
003090          WRITE EPSPAYL-LINE FROM WS-ADDRESS-LINE
003100          PERFORM 3900-CHECK-LETTER-WRITE THRU 3900-EXIT
003110      END-IF
003120      MOVE SPACES TO WS-ADR-TEXT
003130      IF EPSBMST-ZIP-CODE (6:4) = SPACES
003140          STRING EPSBMST-CITY DELIMITED BY '  '
003150                 ', ' EPSBMST-STATE '  '
003160                 EPSBMST-ZIP-CODE (1:5)
003170                 DELIMITED BY SIZE
003180                 INTO WS-ADR-TEXT
003190          END-STRING
003200      ELSE
003210          STRING EPSBMST-CITY DELIMITED BY '  '
003220                 ', ' EPSBMST-STATE '  '
003230                 EPSBMST-ZIP-CODE (1:5) '-'
003240                 EPSBMST-ZIP-CODE (6:4)
003250                 DELIMITED BY SIZE
003260                 INTO WS-ADR-TEXT
003270          END-STRING
003280      END-IF
003290      WRITE EPSPAYL-LINE FROM WS-ADDRESS-LINE
003300      PERFORM 3900-CHECK-LETTER-WRITE THRU 3900-EXIT.
003310  2250-EXIT.
003320      EXIT.
003330*
003340*****************************************************************
003350* 2300-WRITE-DATE-LINE                                          *
003360*****************************************************************
003370  2300-WRITE-DATE-LINE.
003380      WRITE EPSPAYL-LINE FROM WS-DATE-LINE
003390      PERFORM 3900-CHECK-LETTER-WRITE THRU 3900-EXIT.
003400  2300-EXIT.
003410      EXIT.
003420*
003430*****************************************************************
003440* 2400-WRITE-PAYOFF-FIGURES                                     *
003450*     THE ESCROW LINE PRINTS ONLY FOR A LOAN WITH ESCROW; THE   *
003460*     REFUND SHOWS AS A CREDIT (TRAILING MINUS) AND AN ADVANCE  *
003470*     TO BE REPAID AS A CHARGE.                                 *
003480*****************************************************************
003490  2400-WRITE-PAYOFF-FIGURES.
003500      WRITE EPSPAYL-LINE FROM WS-DASH-LINE
003510      PERFORM 3900-CHECK-LETTER-WRITE THRU 3900-EXIT
003520      MOVE 'PRINCIPAL BALANCE' TO WS-AMT-LABEL
003530      MOVE EPSPOFF-PRINCIPAL-BALANCE TO WS-AMT-VALUE
003540      PERFORM 2800-WRITE-AMOUNT-LINE THRU 2800-EXIT
003550      MOVE 'INTEREST TO THE GOOD-THROUGH DATE' TO WS-AMT-LABEL
003560      MOVE EPSPOFF-ACCRUED-INTEREST TO WS-AMT-VALUE
003570      PERFORM 2800-WRITE-AMOUNT-LINE THRU 2800-EXIT
003580      MOVE 'UNPAID LATE CHARGES' TO WS-AMT-LABEL
003590      MOVE EPSPOFF-LATE-FEES TO WS-AMT-VALUE
003600      PERFORM 2800-WRITE-AMOUNT-LINE THRU 2800-EXIT
003610      IF EPSPOFF-ESCROW-REFUND > 0
003620          MOVE 'LESS ESCROW BALANCE REFUNDED' TO WS-AMT-LABEL
003630          COMPUTE WS-AMT-VALUE = 0 - EPSPOFF-ESCROW-REFUND
003640          PERFORM 2800-WRITE-AMOUNT-LINE THRU 2800-EXIT
003650      END-IF
003660      IF EPSPOFF-ESCROW-REFUND < 0
003670          MOVE 'ESCROW ADVANCE TO BE REPAID' TO WS-AMT-LABEL
003680          COMPUTE WS-AMT-VALUE = 0 - EPSPOFF-ESCROW-REFUND
003690          PERFORM 2800-WRITE-AMOUNT-LINE THRU 2800-EXIT
003700      END-IF
003710      WRITE EPSPAYL-LINE FROM WS-DASH-LINE
003720      PERFORM 3900-CHECK-LETTER-WRITE THRU 3900-EXIT
003730      MOVE 'TOTAL AMOUNT TO PAY THE LOAN IN FULL' TO WS-AMT-LABEL
003740      MOVE EPSPOFF-PAYOFF-AMOUNT TO WS-AMT-VALUE
003750      PERFORM 2800-WRITE-AMOUNT-LINE THRU 2800-EXIT
003760      MOVE 'PER-DIEM INTEREST AFTER GOOD-THROUGH' TO WS-AMT-LABEL
003770      MOVE EPSPOFF-PER-DIEM TO WS-AMT-VALUE
003780      PERFORM 2800-WRITE-AMOUNT-LINE THRU 2800-EXIT
003790      WRITE EPSPAYL-LINE FROM WS-BLANK-LINE
003800      PERFORM 3900-CHECK-LETTER-WRITE THRU 3900-EXIT
003810      WRITE EPSPAYL-LINE FROM WS-NOTE-LINE-1
003820      PERFORM 3900-CHECK-LETTER-WRITE THRU 3900-EXIT
003830      WRITE EPSPAYL-LINE FROM WS-NOTE-LINE-2
003840      PERFORM 3900-CHECK-LETTER-WRITE THRU 3900-EXIT
003850      WRITE EPSPAYL-LINE FROM WS-NOTE-LINE-3
003860      PERFORM 3900-CHECK-LETTER-WRITE THRU 3900-EXIT
003870      WRITE EPSPAYL-LINE FROM WS-NOTE-LINE-4
003880      PERFORM 3900-CHECK-LETTER-WRITE THRU 3900-EXIT
003890      WRITE EPSPAYL-LINE FROM WS-BLANK-LINE
003900      PERFORM 3900-CHECK-LETTER-WRITE THRU 3900-EXIT.
003910  2400-EXIT.
003920      EXIT.
003930*
003940*****************************************************************
003950* 2700-MARK-LETTER-PRINTED                                      *
003960*****************************************************************
003970  2700-MARK-LETTER-PRINTED.
003980      EXEC SQL
003990          UPDATE EPSPOFF
004000              SET LETTER_IND = 'Y'
004010              WHERE APPLICATION_ID = :EPSPOFF-APPLICATION-ID
004020                AND QUOTE_TS = TIMESTAMP(:EPSPOFF-QUOTE-TS)
004030      END-EXEC
004040      IF SQLCODE NOT = 0
004050          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
004060      END-IF.
004070  2700-EXIT.
004080      EXIT.
004090*
004100*****************************************************************
004110* 2800-WRITE-AMOUNT-LINE                                        *
004120*****************************************************************
004130  2800-WRITE-AMOUNT-LINE.
004140      WRITE EPSPAYL-LINE FROM WS-AMOUNT-LINE
004150      PERFORM 3900-CHECK-LETTER-WRITE THRU 3900-EXIT.
004160  2800-EXIT.
004170      EXIT.
004180*
004190*****************************************************************
004200* 3900-CHECK-LETTER-WRITE                                       *
004210*****************************************************************
004220  3900-CHECK-LETTER-WRITE.
004230      IF NOT EPSPAYL-OK
004240          MOVE 'EPSPAYL-FILE WRITE, STATUS=' TO WS-ABORT-MSG
004250          MOVE WS-EPSPAYL-STATUS TO WS-ABORT-MSG (28:2)
004260          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
004270      END-IF.
004280  3900-EXIT.
004290      EXIT.
004300*
004310*****************************************************************
004320* 8000-FINALIZE                                                 *
004330*****************************************************************
004340  8000-FINALIZE.
004350      CLOSE EPSPAYL-FILE
004360      DISPLAY 'EPSPAYL LETTERS PRINTED:      ' WS-LETTER-COUNT
004370      DISPLAY 'EPSPAYL NOT ON BORROWER MST:  '
004380          WS-NO-BORROWER-COUNT
004390      MOVE WS-TOTAL-PAYOFF TO WS-TOTAL-DISPLAY
004400      DISPLAY 'EPSPAYL TOTAL PAYOFF QUOTED:  ' WS-TOTAL-DISPLAY.
004410  8000-EXIT.
004420      EXIT.
004430*
004440*****************************************************************
004450* 9800-ABORT-ON-SQLCODE                                         *
004460*     AN UNEXPECTED SQLCODE MEANS THE RUN CANNOT BE TRUSTED     *
004470*     TO CONTINUE -- STAGE THE CODE INTO THE ABORT MESSAGE      *
004480*     AND STOP.                                                 *
004490*****************************************************************
004500  9800-ABORT-ON-SQLCODE.
004510      MOVE 'PAYOFF LETTER SQL, SQLCODE=' TO WS-ABORT-MSG
004520      MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
004530      MOVE WS-ABORT-SQLCODE-DISPLAY TO WS-ABORT-MSG (28:9)
004540      PERFORM 9900-ABORT-RUN THRU 9900-EXIT.
004550  9800-EXIT.
004560      EXIT.
004570*
004580*****************************************************************
004590* 9900-ABORT-RUN                                                *
004600*****************************************************************
004610  9900-ABORT-RUN.
004620      DISPLAY 'EPSPAYL FATAL ERROR -- ' WS-ABORT-MSG
004630      MOVE 16 TO RETURN-CODE
004640      STOP RUN.
004650  9900-EXIT.
004660      EXIT.
004670*
004680  END PROGRAM EPSPAYL.
