000130*     EVERY EPSBATCH RUN OR PARALLEL STREAM'S COUNTS AND        *
000140*     PRINCIPAL DOLLARS, AND THE DAY'S ONLINE EPSCMORT          *
000150*     ACTIVITY AS EPSAUDR EXTRACTED IT), CONCATENATED ON ONE    *
000152*     EPSCTLF DD, TOGETHER WITH THE EPSPOST PAYMENT POSTING,    *
000154*     EPSBORDB BATCH BOARDING AND EPSGLX GENERAL-LEDGER         *
000156*     EXTRACT RECORDS, READS THE EPSGLJ JOURNAL EPSGLX WROTE,   *
000160*     AND CROSS-FOOTS THE CYCLE:                                *
000170*                                                               *
000180*       - EPSACLN RECORDS IN MUST EQUAL EPSBOUT RECORDS OUT     *
000190*       - EPSBATCH SUCCESSES PLUS ONLINE SUCCESSES MUST EQUAL   *
000200*         THE DAY'S EPSQHIST INSERTS                            *
000210*       - THE PRINCIPAL DOLLAR TOTALS MUST TIE TO EPSQHIST      *
000211*       - THE GL JOURNAL'S DEBITS MUST EQUAL ITS CREDITS, AND   *
000212*         ITS LINES AND DEBITS MUST TIE TO EPSGLX'S TOTALS      *
000213*       - THE JOURNAL'S EPSPOST ENTRIES MUST NET TO WHAT        *
000214*         EPSPOST SAYS IT POSTED, LESS WHAT IT REVERSED         *
000215*       - THE JOURNAL'S FUNDING ENTRIES MUST TIE TO THE         *
000216*         PRINCIPAL OF THE LOANS BOARDED ON EPSLMST THAT DAY    *
000217*         (ONLINE EPSBORD AND BATCH EPSBORDB TOGETHER)          *
000220*                                                               *
000230*     EVERY COMPARISON GOES ON THE EPSBRPT BALANCING REPORT     *
000240*     WITH BOTH SIDES AND AN OK/BREAK FLAG NAMING THE STEP      *
000290*                                                               *
000300* MODIFICATION HISTORY                                          *
000310*   09/01/2026  RP   ORIGINAL VERSION.                          *
000312*   10/12/2026  RP   EPSPOST, EPSBORDB AND EPSGLX CONTROL       *
000314*                    RECORDS; GL JOURNAL PROOFS.                *
000320*                                                               *
000330*****************************************************************
000340  ENVIRONMENT DIVISION.
000430      SELECT EPSBRPT-FILE     ASSIGN TO EPSBRPT
000440          ORGANIZATION IS SEQUENTIAL
000450          FILE STATUS IS WS-EPSBRPT-STATUS.
000452      SELECT EPSGLJ-FILE      ASSIGN TO EPSGLJ
000454          ORGANIZATION IS SEQUENTIAL
000456          FILE STATUS IS WS-EPSGLJ-STATUS.
000460*
000470  DATA DIVISION.
000480  FILE SECTION.
000540      RECORDING MODE IS F.
000550  01  EPSBRPT-LINE                    PIC X(132).
000560*
000562  FD  EPSGLJ-FILE
000564      RECORDING MODE IS F.
000566      COPY EPSGLJE.
000568*
000570  WORKING-STORAGE SECTION.
000580  01  WS-FILE-STATUS-FIELDS.
000590      05  WS-EPSCTLF-STATUS           PIC X(02).
000610          88  EPSCTLF-EOF                 VALUE '10'.
000620      05  WS-EPSBRPT-STATUS           PIC X(02).
000630          88  EPSBRPT-OK                  VALUE '00'.
000632      05  WS-EPSGLJ-STATUS            PIC X(02).
000634          88  EPSGLJ-OK                   VALUE '00'.
000636          88  EPSGLJ-EOF                  VALUE '10'.
000640  01  WS-ABORT-MSG                 PIC X(40).
000650  01  WS-ABORT-SQLCODE-DISPLAY     PIC -9(8).
000660*
000730          88  BATCH-FOUND                 VALUE 'Y'.
000740      05  WS-CMORT-FOUND              PIC X(01)   VALUE 'N'.
000750          88  CMORT-FOUND                 VALUE 'Y'.
000751      05  WS-POST-FOUND               PIC X(01)   VALUE 'N'.
000752          88  POST-FOUND                  VALUE 'Y'.
000753      05  WS-BORDB-FOUND              PIC X(01)   VALUE 'N'.
000754          88  BORDB-FOUND                 VALUE 'Y'.
000755      05  WS-GLX-FOUND                PIC X(01)   VALUE 'N'.
000756          88  GLX-FOUND                   VALUE 'Y'.
000757      05  WS-EOF-JOURNAL              PIC X(01)   VALUE 'N'.
000758          88  EOF-JOURNAL                 VALUE 'Y'.
000760*
000770  01  WS-COUNTERS.
000780      05  WS-CONTROL-COUNT            PIC 9(9) COMP VALUE ZERO.
000790      05  WS-BREAK-COUNT              PIC 9(9) COMP VALUE ZERO.
000792      05  WS-JOURNAL-COUNT            PIC 9(9) COMP VALUE ZERO.
000800*
000810  01  WS-AEDIT-TOTALS.
000820      05  WS-AEDIT-RECORDS-IN         PIC 9(9)  VALUE ZERO.
000960                                          VALUE ZERO.
000970  01  WS-QHIST-TOTALS.
000980      05  WS-QHIST-COUNT              PIC S9(9) COMP VALUE ZERO.
000981      05  WS-QHIST-PRINCIPAL          PIC S9(13)V99 COMP-3
000982                                          VALUE ZERO.
000983  01  WS-POST-TOTALS.
000984      05  WS-POST-NET-AMOUNT          PIC S9(13)V99 COMP-3
000985                                          VALUE ZERO.
000986  01  WS-GLX-TOTALS.
000987      05  WS-GLX-RECORDS-OUT          PIC 9(9)  VALUE ZERO.
000988      05  WS-GLX-DEBITS               PIC S9(13)V99 COMP-3
000989                                          VALUE ZERO.
000990*    WHAT THE EPSGLJ JOURNAL ITSELF ADDS UP TO.  THE EPSPOST NET
000991*    IS ITS DEBIT LINES, AN ORIGINAL ENTRY ADDING AND A REVERSAL
000992*    SUBTRACTING; FUNDING IS THE DEBIT LINES OF THE BOARDINGS.
000993  01  WS-JOURNAL-TOTALS.
000994      05  WS-GLJ-DEBITS               PIC S9(13)V99 COMP-3
000995                                          VALUE ZERO.
000996      05  WS-GLJ-CREDITS              PIC S9(13)V99 COMP-3
000997                                          VALUE ZERO.
000998      05  WS-GLJ-POST-NET             PIC S9(13)V99 COMP-3
000999                                          VALUE ZERO.
001000      05  WS-GLJ-FUNDING              PIC S9(13)V99 COMP-3
001001                                          VALUE ZERO.
001002  01  WS-LMST-TOTALS.
001003      05  WS-LMST-BOARDED-PRINCIPAL   PIC S9(13)V99 COMP-3
001004                                          VALUE ZERO.
001010*
001020  01  WS-COMPARE-FIELDS.
001030      05  WS-LEFT-AMOUNT              PIC S9(13)V99 COMP-3.
001490      PERFORM 3000-ACCUMULATE-CONTROL THRU 3000-EXIT
001500          UNTIL EOF-CONTROLS
001510      PERFORM 4000-FETCH-QHIST-TOTALS THRU 4000-EXIT
001512      PERFORM 4100-FETCH-FUNDING-TOTALS THRU 4100-EXIT
001514      PERFORM 4200-READ-JOURNAL THRU 4200-EXIT
001516      PERFORM 4300-ACCUMULATE-JOURNAL THRU 4300-EXIT
001518          UNTIL EOF-JOURNAL
001520      PERFORM 5000-BALANCE-THE-CYCLE THRU 5000-EXIT
001530      PERFORM 8000-FINALIZE THRU 8000-EXIT
001540      GOBACK.
001700          MOVE 'EPSBRPT-FILE OPEN, STATUS=' TO WS-ABORT-MSG
001710          MOVE WS-EPSBRPT-STATUS TO WS-ABORT-MSG (27:2)
001720          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
001721      END-IF
001722      OPEN INPUT EPSGLJ-FILE
001723      IF NOT EPSGLJ-OK
001724          MOVE 'EPSGLJ-FILE OPEN, STATUS=' TO WS-ABORT-MSG
001725          MOVE WS-EPSGLJ-STATUS TO WS-ABORT-MSG (26:2)
001726          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
001730      END-IF.
001740  1000-EXIT.
001750      EXIT.
001950*     ONE CONTROL RECORD INTO ITS STEP'S ACCUMULATORS.  THE     *
001960*     EPSBATCH TOTALS ARE SUMMED ACROSS RECORDS, SO A           *
001970*     PARTITIONED PARALLEL RUN'S STREAMS BALANCE AS ONE RUN.    *
001972*     EPSPOST, EPSBORDB AND EPSGLX ARE SUMMED THE SAME WAY,     *
001974*     SO A RERUN'S SECOND RECORD ADDS TO THE FIRST.             *
001980*     EVERY RECORD MUST CARRY THE SAME RUN DATE -- A STRAY      *
001990*     RECORD FROM ANOTHER CYCLE IS ITSELF A BREAK.              *
002000*****************************************************************
002310              ADD EPSCTL-SUCCESS-COUNT TO WS-CMORT-SUCCESSES
002320              ADD EPSCTL-FAILURE-COUNT TO WS-CMORT-FAILURES
002330              ADD EPSCTL-PRINCIPAL-TOTAL TO WS-CMORT-PRINCIPAL
002331          WHEN 'EPSPOST'
002332              MOVE 'Y' TO WS-POST-FOUND
002333              ADD EPSCTL-PRINCIPAL-TOTAL TO WS-POST-NET-AMOUNT
002334          WHEN 'EPSBORDB'
002335              MOVE 'Y' TO WS-BORDB-FOUND
002336          WHEN 'EPSGLX'
002337              MOVE 'Y' TO WS-GLX-FOUND
002338              ADD EPSCTL-RECORDS-OUT TO WS-GLX-RECORDS-OUT
002339              ADD EPSCTL-PRINCIPAL-TOTAL TO WS-GLX-DEBITS
002340          WHEN OTHER
002350              ADD 1 TO WS-BREAK-COUNT
002360              MOVE SPACES TO WS-MESSAGE-LINE
002750                 COALESCE(SUM(PRINCIPAL_AMOUNT), 0)
002760              INTO :WS-QHIST-COUNT,
002770                   :WS-QHIST-PRINCIPAL
002771              FROM EPSQHIST
002772              WHERE DATE(QUOTE_TIMESTAMP) = DATE(:WS-RUN-DATE)
002773      END-EXEC
002774      IF SQLCODE NOT = 0
002775          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
002776      END-IF.
002777  4000-EXIT.
002778      EXIT.
002779*
002780*****************************************************************
002781* 4100-FETCH-FUNDING-TOTALS                                     *
002782*     THE PRINCIPAL OF EVERY LOAN BOARDED ON THE RUN DATE,      *
002783*     ONLINE THROUGH EPSBORD OR IN BATCH THROUGH EPSBORDB --    *
002784*     ONLY EPSBORDB WRITES A CONTROL RECORD, SO THE LOAN        *
002785*     MASTER ITSELF IS THE OTHER SIDE OF THE FUNDING PROOF.     *
002786*****************************************************************
002787  4100-FETCH-FUNDING-TOTALS.
002788      IF WS-RUN-DATE = SPACES
002789          GO TO 4100-EXIT
002790      END-IF
002791      EXEC SQL
002792          SELECT COALESCE(SUM(ORIG_PRINCIPAL), 0)
002793              INTO :WS-LMST-BOARDED-PRINCIPAL
002794              FROM EPSLMST
002795              WHERE BOARD_DATE = DATE(:WS-RUN-DATE)
002796      END-EXEC
002797      IF SQLCODE NOT = 0
002798          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
002799      END-IF.
002800  4100-EXIT.
002801      EXIT.
002802*
002803*****************************************************************
002804* 4200-READ-JOURNAL                                             *
002805*****************************************************************
002806  4200-READ-JOURNAL.
002807      READ EPSGLJ-FILE
002808          AT END
002809              MOVE 'Y' TO WS-EOF-JOURNAL
002810      END-READ
002811      IF NOT EPSGLJ-OK AND NOT EOF-JOURNAL
002812          MOVE 'EPSGLJ-FILE READ, STATUS=' TO WS-ABORT-MSG
002813          MOVE WS-EPSGLJ-STATUS TO WS-ABORT-MSG (26:2)
002814          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
002815      END-IF.
002816  4200-EXIT.
002817      EXIT.
002818*
002819*****************************************************************
002820* 4300-ACCUMULATE-JOURNAL                                       *
002821*     ONE GL JOURNAL LINE INTO THE JOURNAL'S OWN TOTALS.  A     *
002822*     LINE FROM ANOTHER DAY'S EXTRACT IS A BREAK, THE SAME AS   *
002823*     A STRAY CONTROL RECORD.                                   *
002824*****************************************************************
002825  4300-ACCUMULATE-JOURNAL.
002826      ADD 1 TO WS-JOURNAL-COUNT
002827      IF EPSGLJE-RUN-DATE NOT = WS-RUN-DATE
002828          ADD 1 TO WS-BREAK-COUNT
002829          MOVE SPACES TO WS-MESSAGE-LINE
002830          STRING '*BREAK* GL JOURNAL ENTRY '
002831              EPSGLJE-ENTRY-NUMBER
002832              ' CARRIES A DIFFERENT RUN DATE'
002833              DELIMITED BY SIZE INTO WS-MESSAGE-LINE
002834          PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
002835      END-IF
002836      IF EPSGLJ-CREDIT
002837          ADD EPSGLJE-AMOUNT TO WS-GLJ-CREDITS
002838      ELSE
002839          PERFORM 4310-ACCUMULATE-DEBIT THRU 4310-EXIT
002840      END-IF
002841      PERFORM 4200-READ-JOURNAL THRU 4200-EXIT.
002842  4300-EXIT.
002843      EXIT.
002844*
002845*****************************************************************
002846* 4310-ACCUMULATE-DEBIT                                         *
002847*****************************************************************
002848  4310-ACCUMULATE-DEBIT.
002849      ADD EPSGLJE-AMOUNT TO WS-GLJ-DEBITS
002850      EVALUATE EPSGLJE-SOURCE-STEP
002851          WHEN 'EPSPOST'
002852              IF EPSGLJ-REVERSAL
002853                  SUBTRACT EPSGLJE-AMOUNT FROM WS-GLJ-POST-NET
002854              ELSE
002855                  ADD EPSGLJE-AMOUNT TO WS-GLJ-POST-NET
002856              END-IF
002857          WHEN 'BOARDING'
002858              ADD EPSGLJE-AMOUNT TO WS-GLJ-FUNDING
002859          WHEN OTHER
002860              CONTINUE
002861      END-EVALUATE.
002862  4310-EXIT.
002863      EXIT.
002864*
002870*****************************************************************
002880* 5000-BALANCE-THE-CYCLE                                        *
002890*     THE CROSS-FOOT.  EVERY COMPARISON PRINTS BOTH SIDES;      *
003140              TO WS-MESSAGE-LINE
003150          MOVE '(EPSAUDR EXTRACT)' TO WS-MESSAGE-LINE (46:17)
003160          PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
003161      END-IF
003162      IF NOT POST-FOUND
003163          ADD 1 TO WS-BREAK-COUNT
003164          MOVE '*BREAK* NO CONTROL RECORD FROM STEP EPSPOST'
003165              TO WS-MESSAGE-LINE
003166          PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
003167      END-IF
003168      IF NOT BORDB-FOUND
003169          ADD 1 TO WS-BREAK-COUNT
003170          MOVE '*BREAK* NO CONTROL RECORD FROM STEP EPSBORDB'
003171              TO WS-MESSAGE-LINE
003172          PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
003173      END-IF
003174      IF NOT GLX-FOUND
003175          ADD 1 TO WS-BREAK-COUNT
003176          MOVE '*BREAK* NO CONTROL RECORD FROM STEP EPSGLX'
003177              TO WS-MESSAGE-LINE
003178          PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
003179      END-IF
003180      MOVE 'EPSACLN RECORDS IN VS EPSBOUT OUT' TO
003190          WS-CHK-LABEL
003200      MOVE WS-AEDIT-RECORDS-OUT TO WS-LEFT-AMOUNT
003290      MOVE 'PRINCIPAL DOLLARS VS EPSQHIST DOLLARS' TO
003300          WS-CHK-LABEL
003310      COMPUTE WS-LEFT-AMOUNT =
003311          WS-BATCH-PRINCIPAL + WS-CMORT-PRINCIPAL
003312      MOVE WS-QHIST-PRINCIPAL TO WS-RIGHT-AMOUNT
003313      PERFORM 5500-WRITE-ONE-CHECK THRU 5500-EXIT
003314      MOVE 'GL JOURNAL DEBITS VS CREDITS' TO
003315          WS-CHK-LABEL
003316      MOVE WS-GLJ-DEBITS TO WS-LEFT-AMOUNT
003317      MOVE WS-GLJ-CREDITS TO WS-RIGHT-AMOUNT
003318      PERFORM 5500-WRITE-ONE-CHECK THRU 5500-EXIT
003319      MOVE 'EPSGLX LINES OUT VS EPSGLJ LINES READ' TO
003320          WS-CHK-LABEL
003321      MOVE WS-GLX-RECORDS-OUT TO WS-LEFT-AMOUNT
003322      MOVE WS-JOURNAL-COUNT TO WS-RIGHT-AMOUNT
003323      PERFORM 5500-WRITE-ONE-CHECK THRU 5500-EXIT
003324      MOVE 'EPSGLX DEBITS VS EPSGLJ DEBITS' TO
003325          WS-CHK-LABEL
003326      MOVE WS-GLX-DEBITS TO WS-LEFT-AMOUNT
003327      MOVE WS-GLJ-DEBITS TO WS-RIGHT-AMOUNT
003328      PERFORM 5500-WRITE-ONE-CHECK THRU 5500-EXIT
003329      MOVE 'EPSPOST NET POSTED VS GL POSTING NET' TO
003330          WS-CHK-LABEL
003331      MOVE WS-POST-NET-AMOUNT TO WS-LEFT-AMOUNT
003332      MOVE WS-GLJ-POST-NET TO WS-RIGHT-AMOUNT
003333      PERFORM 5500-WRITE-ONE-CHECK THRU 5500-EXIT
003334      MOVE 'EPSLMST BOARDED PRINCIPAL VS GL FUNDING' TO
003335          WS-CHK-LABEL
003336      MOVE WS-LMST-BOARDED-PRINCIPAL TO WS-LEFT-AMOUNT
003337      MOVE WS-GLJ-FUNDING TO WS-RIGHT-AMOUNT
003340      PERFORM 5500-WRITE-ONE-CHECK THRU 5500-EXIT.
003350  5000-EXIT.
003360      EXIT.
003800      PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
003810      CLOSE EPSCTLF-FILE
003820      CLOSE EPSBRPT-FILE
003822      CLOSE EPSGLJ-FILE
003830      DISPLAY 'EPSBAL CONTROL RECORDS READ: ' WS-CONTROL-COUNT
003832      DISPLAY 'EPSBAL GL JOURNAL LINES READ: ' WS-JOURNAL-COUNT
003840      DISPLAY 'EPSBAL BALANCING BREAKS:     ' WS-BREAK-COUNT
003850      IF WS-BREAK-COUNT > 0
003860          MOVE 16 TO RETURN-CODE
