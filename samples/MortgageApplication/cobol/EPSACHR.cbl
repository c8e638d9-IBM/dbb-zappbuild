000010  IDENTIFICATION DIVISION.
000020  PROGRAM-ID.    EPSACHR.
000030  AUTHOR.        R PELLETIER.
000040  INSTALLATION.  CONSUMER LENDING SYSTEMS.
000050  DATE-WRITTEN.  10/13/2026.
000060  DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090* EPSACHR                                                       *
000100*     ACH RETURN INTAKE.  READS THE NACHA RETURN FILE THE BANK  *
000110*     SENDS BACK FOR EPSACHB DRAFTS THAT COULD NOT BE           *
000120*     COLLECTED, FINDS EACH RETURNED DRAFT ON EPSACHD BY THE    *
000130*     ORIGINAL TRACE NUMBER ON ITS RETURN ADDENDA, AND WRITES   *
000140*     AN EPSPTRN REVERSAL OF THE PAYMENT THE DRAFT POSTED --    *
000150*     SAME APPLICATION ID, PAYMENT DATE AND AMOUNT -- SO        *
000160*     EPSPOST UNWINDS IT THE SAME NIGHT.  THE NACHA RETURN      *
000170*     REASON SETS THE EPSPTRN REVERSAL REASON:                  *
000180*                                                               *
000190*         R01, R09           'N'  NSF / UNCOLLECTED FUNDS       *
000200*         R02, R03, R04      'C'  ACCOUNT CLOSED OR INVALID     *
000210*         ANY OTHER          'A'  OTHER ACH RETURN              *
000220*                                                               *
000230*     EVERY RETURN ADDS ONE TO THE ENROLLMENT'S RETURN COUNT.   *
000240*     AN ACTIVE ENROLLMENT IS SUSPENDED (EPSACHEN STATUS 'S',   *
000250*     LOGGED TO EPSACLOG AS ACTION 'S') WHEN ITS NSF RETURNS    *
000260*     REACH WS-SUSPEND-THRESHOLD, OR AT ONCE FOR A CLOSED,      *
000270*     INVALID OR OTHER RETURN -- DRAFTING THAT ACCOUNT AGAIN    *
000280*     WILL NOT WORK.  OPS REINSTATES IT THROUGH EPSAMNT ONCE    *
000290*     THE BORROWER GIVES US AN ACCOUNT THAT DOES.  A RETURN     *
000300*     AGAINST AN ACCOUNT THE BORROWER HAS SINCE REPLACED IS     *
000310*     REVERSED BUT NOT HELD AGAINST THE NEW ONE.                *
000320*                                                               *
000330*     A RETURN THAT CANNOT BE MATCHED TO A DRAFT, OR WHOSE      *
000340*     DRAFT IS ALREADY RETURNED, IS LISTED ON THE EPSACRRP      *
000350*     REPORT AS AN EXCEPTION AND NOT REVERSED.  A FILE ERROR    *
000360*     OR AN UNEXPECTED SQLCODE ABORTS THE RUN.                  *
000370*                                                               *
000380* MODIFICATION HISTORY                                          *
000390*   10/13/2026  RP   ORIGINAL VERSION.                          *
000392*   10/15/2026  RP   COMMIT THE RETURNS ONLY AT A CLEAN END OF  *
000394*                    RUN AND ROLL THEM BACK ON ANY ABORT, SO A  *
000396*                    RERUN REVERSES EVERY RETURN IN THE FILE.   *
000400*                                                               *
000410*****************************************************************
000420  ENVIRONMENT DIVISION.
000430  CONFIGURATION SECTION.
000440  SOURCE-COMPUTER.       IBM-370.
000450  OBJECT-COMPUTER.       IBM-370.
000460  INPUT-OUTPUT SECTION.
000470  FILE-CONTROL.
000480      SELECT EPSACRTN-FILE    ASSIGN TO EPSACRTN
000490          ORGANIZATION IS SEQUENTIAL
000500          FILE STATUS IS WS-EPSACRTN-STATUS.
000510      SELECT EPSPTRN-FILE     ASSIGN TO EPSPTRN
000520          ORGANIZATION IS SEQUENTIAL
000530          FILE STATUS IS WS-EPSPTRN-STATUS.
000540      SELECT EPSACRRP-FILE    ASSIGN TO EPSACRRP
000550          ORGANIZATION IS SEQUENTIAL
000560          FILE STATUS IS WS-EPSACRRP-STATUS.
000570*
000580  DATA DIVISION.
000590  FILE SECTION.
000600  FD  EPSACRTN-FILE
000610      RECORDING MODE IS F.
000620      COPY EPSACHN.
000630*
000640  FD  EPSPTRN-FILE
000650      RECORDING MODE IS F.
000660      COPY EPSPTRN.
000670*
000680  FD  EPSACRRP-FILE
000690      RECORDING MODE IS F.
000700  01  EPSACRRP-LINE                   PIC X(132).
000710*
000720  WORKING-STORAGE SECTION.
000730  01  WS-FILE-STATUS-FIELDS.
000740      05  WS-EPSACRTN-STATUS          PIC X(02).
000750          88  EPSACRTN-OK                 VALUE '00'.
000760          88  EPSACRTN-EOF                VALUE '10'.
000770      05  WS-EPSPTRN-STATUS           PIC X(02).
000780          88  EPSPTRN-OK                  VALUE '00'.
000790      05  WS-EPSACRRP-STATUS          PIC X(02).
000800          88  EPSACRRP-OK                 VALUE '00'.
000810  01  WS-ABORT-MSG                 PIC X(40).
000820  01  WS-ABORT-SQLCODE-DISPLAY     PIC -9(8).
000830*
000840* NSF RETURNS AN ENROLLMENT MAY RUN UP BEFORE IT IS SUSPENDED.
000850  01  WS-SUSPEND-THRESHOLD            PIC S9(4) COMP VALUE 2.
000860*
000870  01  WS-SWITCHES.
000880      05  WS-EOF-RETURNS              PIC X(01)   VALUE 'N'.
000890          88  EOF-RETURNS                 VALUE 'Y'.
000900      05  WS-ENTRY-HELD-SW            PIC X(01)   VALUE 'N'.
000910          88  ENTRY-HELD                  VALUE 'Y'.
000920      05  WS-ENROLLMENT-FOUND-SW      PIC X(01)   VALUE 'N'.
000930          88  ENROLLMENT-FOUND            VALUE 'Y'.
000940*
000950  01  WS-COUNTERS.
000960      05  WS-RECORDS-READ             PIC 9(9) COMP VALUE ZERO.
000970      05  WS-RETURN-COUNT             PIC 9(9) COMP VALUE ZERO.
000980      05  WS-REVERSED-COUNT           PIC 9(9) COMP VALUE ZERO.
000990      05  WS-NSF-COUNT                PIC 9(9) COMP VALUE ZERO.
001000      05  WS-CLOSED-COUNT             PIC 9(9) COMP VALUE ZERO.
001010      05  WS-OTHER-COUNT              PIC 9(9) COMP VALUE ZERO.
001020      05  WS-SUSPENDED-COUNT          PIC 9(9) COMP VALUE ZERO.
001030      05  WS-EXCEPTION-COUNT          PIC 9(9) COMP VALUE ZERO.
001040*
001050  01  WS-TOTALS.
001060      05  WS-REVERSED-TOTAL           PIC S9(13)V99 COMP-3
001070                                      VALUE ZERO.
001080*
001090* THE RETURNED ENTRY DETAIL, HELD UNTIL ITS ADDENDA IS READ.
001100  01  WS-HELD-ENTRY.
001110      05  WS-HELD-INDIVIDUAL-ID       PIC X(15).
001120      05  WS-HELD-AMOUNT              PIC 9(08)V99.
001130      05  WS-HELD-TRACE-NUMBER        PIC X(15).
001140*
001150  01  WS-RETURN-FIELDS.
001160      05  WS-RETURN-REASON            PIC X(03).
001170          88  RETURN-NSF                  VALUE 'R01' 'R09'.
001180          88  RETURN-ACCOUNT-CLOSED       VALUE 'R02' 'R03'
001190                                                'R04'.
001200      05  WS-REVERSAL-REASON          PIC X(01).
001210      05  WS-HELD-AMOUNT-PACKED       PIC S9(9)V99 COMP-3.
001220      05  WS-ACTION-TEXT              PIC X(45).
001230*
001240  01  WS-REPORT-LINES.
001250      05  WS-HEADER-LINE.
001260          10  FILLER                  PIC X(35)
001270              VALUE 'EPSACHR ACH RETURN REGISTER'.
001280          10  FILLER                  PIC X(14)
001290              VALUE '-- RUN DATE   '.
001300          10  FILLER                  PIC X(01) VALUE SPACES.
001310          10  WS-HDR-RUN-DATE         PIC X(10).
001320          10  FILLER                  PIC X(72) VALUE SPACES.
001330      05  WS-COLUMN-LINE.
001340          10  FILLER                  PIC X(12)
001350              VALUE 'APPLICATION'.
001360          10  FILLER                  PIC X(17)
001370              VALUE 'ORIGINAL TRACE'.
001380          10  FILLER                  PIC X(05)
001390              VALUE 'RTN'.
001400          10  FILLER                  PIC X(04)
001410              VALUE 'RSN'.
001420          10  FILLER                  PIC X(12)
001430              VALUE 'DRAFT DATE'.
001440          10  FILLER                  PIC X(16)
001450              VALUE '        AMOUNT'.
001460          10  FILLER                  PIC X(05)
001470              VALUE 'RTNS'.
001480          10  FILLER                  PIC X(45)
001490              VALUE 'ACTION TAKEN'.
001500          10  FILLER                  PIC X(16) VALUE SPACES.
001510      05  WS-DETAIL-LINE.
001520          10  WS-DTL-APPLICATION-ID   PIC X(10).
001530          10  FILLER                  PIC X(02) VALUE SPACES.
001540          10  WS-DTL-TRACE-NUMBER     PIC X(15).
001550          10  FILLER                  PIC X(02) VALUE SPACES.
001560          10  WS-DTL-RETURN-REASON    PIC X(03).
001570          10  FILLER                  PIC X(02) VALUE SPACES.
001580          10  WS-DTL-REVERSAL-REASON  PIC X(01).
001590          10  FILLER                  PIC X(03) VALUE SPACES.
001600          10  WS-DTL-DRAFT-DATE       PIC X(10).
001610          10  FILLER                  PIC X(02) VALUE SPACES.
001620          10  WS-DTL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
001630          10  FILLER                  PIC X(02) VALUE SPACES.
001640          10  WS-DTL-RETURN-COUNT     PIC ZZ9.
001650          10  FILLER                  PIC X(02) VALUE SPACES.
001660          10  WS-DTL-ACTION           PIC X(45).
001670          10  FILLER                  PIC X(16) VALUE SPACES.
001680      05  WS-TOTAL-LINE.
001690          10  WS-TOT-LABEL            PIC X(40).
001700          10  WS-TOT-COUNT            PIC ZZZ,ZZZ,ZZ9.
001710          10  FILLER                  PIC X(04) VALUE SPACES.
001720          10  WS-TOT-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001730          10  FILLER                  PIC X(59) VALUE SPACES.
001740*
001750  01  WS-RUN-DATE                     PIC X(10).
001760*
001770      COPY EPSACHD.
001780*
001790      COPY EPSACHEN.
001800*
001810      COPY EPSACLOG.
001820*
001830      COPY SQLCA.
001840*
001850  PROCEDURE DIVISION.
001860*
001870*****************************************************************
001880* 0000-MAINLINE                                                 *
001890*****************************************************************
001900  0000-MAINLINE.
001910      PERFORM 1000-INITIALIZE THRU 1000-EXIT
001920      PERFORM 2000-PROCESS-RETURN-FILE THRU 2000-EXIT
001930          UNTIL EOF-RETURNS
001940      PERFORM 7000-WRITE-CONTROL-TOTALS THRU 7000-EXIT
001950      PERFORM 8000-FINALIZE THRU 8000-EXIT
001960      GOBACK.
001970  0000-EXIT.
001980      EXIT.
001990*
002000*****************************************************************
002010* 1000-INITIALIZE                                               *
002020*****************************************************************
002030  1000-INITIALIZE.
002040      OPEN INPUT EPSACRTN-FILE
002050      IF NOT EPSACRTN-OK
002060          MOVE 'EPSACRTN-FILE OPEN, STATUS=' TO WS-ABORT-MSG
002070          MOVE WS-EPSACRTN-STATUS TO WS-ABORT-MSG (28:2)
002080          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
002090      END-IF
002100      OPEN OUTPUT EPSPTRN-FILE
002110      IF NOT EPSPTRN-OK
002120          MOVE 'EPSPTRN-FILE OPEN, STATUS=' TO WS-ABORT-MSG
002130          MOVE WS-EPSPTRN-STATUS TO WS-ABORT-MSG (27:2)
002140          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
002150      END-IF
002160      OPEN OUTPUT EPSACRRP-FILE
002170      IF NOT EPSACRRP-OK
002180          MOVE 'EPSACRRP-FILE OPEN, STATUS=' TO WS-ABORT-MSG
002190          MOVE WS-EPSACRRP-STATUS TO WS-ABORT-MSG (28:2)
002200          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
002210      END-IF
002220      EXEC SQL
002230          SELECT CHAR(CURRENT DATE, ISO)
002240              INTO :WS-RUN-DATE
002250              FROM SYSIBM.SYSDUMMY1
002260      END-EXEC
002270      IF SQLCODE NOT = 0
002280          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
002290      END-IF
002300      MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
002310      WRITE EPSACRRP-LINE FROM WS-HEADER-LINE
002320      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT
002330      MOVE SPACES TO EPSACRRP-LINE
002340      WRITE EPSACRRP-LINE
002350      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT
002360      WRITE EPSACRRP-LINE FROM WS-COLUMN-LINE
002370      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT.
002380  1000-EXIT.
002390      EXIT.
002400*
002410*****************************************************************
002420* 2000-PROCESS-RETURN-FILE                                      *
002430*     A RETURNED ITEM IS AN ENTRY DETAIL ('6') FOLLOWED BY ITS  *
002440*     RETURN ADDENDA ('7').  THE ENTRY IS HELD UNTIL THE        *
002450*     ADDENDA ARRIVES; AN ENTRY LEFT WITHOUT ONE WHEN THE NEXT  *
002460*     ENTRY, THE BATCH CONTROL OR END OF FILE COMES ALONG IS    *
002470*     AN EXCEPTION.  HEADERS AND FILLER RECORDS ARE SKIPPED.    *
002480*****************************************************************
002490  2000-PROCESS-RETURN-FILE.
002500      READ EPSACRTN-FILE
002510          AT END
002520              MOVE 'Y' TO WS-EOF-RETURNS
002530      END-READ
002540      IF NOT EPSACRTN-OK AND NOT EPSACRTN-EOF
002550          MOVE 'EPSACRTN-FILE READ, STATUS=' TO WS-ABORT-MSG
002560          MOVE WS-EPSACRTN-STATUS TO WS-ABORT-MSG (28:2)
002570          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
002580      END-IF
002590      IF EOF-RETURNS
002600          IF ENTRY-HELD
002610              PERFORM 2900-ENTRY-WITHOUT-ADDENDA THRU 2900-EXIT
002620          END-IF
002630          GO TO 2000-EXIT
002640      END-IF
002650      ADD 1 TO WS-RECORDS-READ
002660      EVALUATE TRUE
002670          WHEN EPSACN-ENTRY-DETAIL
002680              IF ENTRY-HELD
002690                  PERFORM 2900-ENTRY-WITHOUT-ADDENDA
002700                      THRU 2900-EXIT
002710              END-IF
002720              MOVE EPSACHN-EN-INDIVIDUAL-ID TO
002730                  WS-HELD-INDIVIDUAL-ID
002740              MOVE EPSACHN-EN-AMOUNT TO WS-HELD-AMOUNT
002750              MOVE EPSACHN-EN-TRACE-NUMBER TO
002760                  WS-HELD-TRACE-NUMBER
002770              MOVE 'Y' TO WS-ENTRY-HELD-SW
002780          WHEN EPSACN-ADDENDA
002790              IF ENTRY-HELD
002800                  PERFORM 2100-PROCESS-RETURN THRU 2100-EXIT
002810                  MOVE 'N' TO WS-ENTRY-HELD-SW
002820              ELSE
002830                  MOVE SPACES TO WS-HELD-ENTRY
002840                  MOVE 0 TO WS-HELD-AMOUNT
002850                  MOVE EPSACHN-RA-RETURN-REASON TO
002860                      WS-RETURN-REASON
002870                  MOVE EPSACHN-RA-ORIG-TRACE TO
002880                      WS-HELD-TRACE-NUMBER
002890                  MOVE 'ADDENDA WITH NO ENTRY - NOT REVERSED' TO
002900                      WS-ACTION-TEXT
002910                  PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
002920              END-IF
002930          WHEN EPSACN-BATCH-CONTROL
002940          WHEN EPSACN-FILE-CONTROL
002950              IF ENTRY-HELD
002960                  PERFORM 2900-ENTRY-WITHOUT-ADDENDA
002970                      THRU 2900-EXIT
002980              END-IF
002990          WHEN OTHER
003000              CONTINUE
003010      END-EVALUATE.
003020  2000-EXIT.
003030      EXIT.
003040*
003050*****************************************************************
003060* 2100-PROCESS-RETURN                                           *
003070*     THE ADDENDA CARRIES THE TRACE NUMBER OF OUR ORIGINAL      *
003080*     ENTRY.  THE DRAFT MUST BE ON EPSACHD, NOT ALREADY         *
003090*     RETURNED, AND FOR THE AMOUNT THE BANK SAYS IT RETURNED    *
003100*     -- OTHERWISE THE ITEM IS LEFT FOR OPS TO RESEARCH.        *
003110*****************************************************************
003120  2100-PROCESS-RETURN.
003130      ADD 1 TO WS-RETURN-COUNT
003140      MOVE EPSACHN-RA-RETURN-REASON TO WS-RETURN-REASON
003150      MOVE EPSACHN-RA-ORIG-TRACE TO WS-HELD-TRACE-NUMBER
003160      MOVE EPSACHN-RA-ORIG-TRACE TO EPSACHD-TRACE-NUMBER
003170      MOVE SPACE TO WS-REVERSAL-REASON
003180      EXEC SQL
003190          SELECT APPLICATION_ID, CHAR(DRAFT_DATE, ISO),
003200                 DRAFT_AMOUNT, ROUTING_NUMBER, ACCOUNT_NUMBER,
003210                 DRAFT_STATUS
003220              INTO :EPSACHD-APPLICATION-ID,
003230                   :EPSACHD-DRAFT-DATE,
003240                   :EPSACHD-DRAFT-AMOUNT,
003250                   :EPSACHD-ROUTING-NUMBER,
003260                   :EPSACHD-ACCOUNT-NUMBER,
003270                   :EPSACHD-DRAFT-STATUS
003280              FROM EPSACHD
003290              WHERE TRACE_NUMBER = :EPSACHD-TRACE-NUMBER
003300      END-EXEC
003310      EVALUATE SQLCODE
003320          WHEN 0
003330              CONTINUE
003340          WHEN 100
003350              MOVE 'ORIGINAL DRAFT NOT ON EPSACHD - NOT REVERSED'
003360                  TO WS-ACTION-TEXT
003370              PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
003380              GO TO 2100-EXIT
003390          WHEN OTHER
003400              PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
003410      END-EVALUATE
003420      MOVE EPSACHD-APPLICATION-ID TO WS-HELD-INDIVIDUAL-ID
003430      IF EPSACD-STATUS-RETURNED
003440          MOVE 'DRAFT ALREADY RETURNED - NOT REVERSED AGAIN' TO
003450              WS-ACTION-TEXT
003460          PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
003470          GO TO 2100-EXIT
003480      END-IF
003490      MOVE WS-HELD-AMOUNT TO WS-HELD-AMOUNT-PACKED
003500      IF WS-HELD-AMOUNT-PACKED NOT = EPSACHD-DRAFT-AMOUNT
003510          MOVE 'AMOUNT DIFFERS FROM DRAFT - NOT REVERSED'
003520              TO WS-ACTION-TEXT
003530          PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
003540          GO TO 2100-EXIT
003550      END-IF
003560      EVALUATE TRUE
003570          WHEN RETURN-NSF
003580              MOVE 'N' TO WS-REVERSAL-REASON
003590              ADD 1 TO WS-NSF-COUNT
003600          WHEN RETURN-ACCOUNT-CLOSED
003610              MOVE 'C' TO WS-REVERSAL-REASON
003620              ADD 1 TO WS-CLOSED-COUNT
003630          WHEN OTHER
003640              MOVE 'A' TO WS-REVERSAL-REASON
003650              ADD 1 TO WS-OTHER-COUNT
003660      END-EVALUATE
003670      PERFORM 2200-MARK-DRAFT-RETURNED THRU 2200-EXIT
003680      PERFORM 2300-WRITE-REVERSAL THRU 2300-EXIT
003690      MOVE 'REVERSED' TO WS-ACTION-TEXT
003700      PERFORM 2400-COUNT-AGAINST-ENROLLMENT THRU 2400-EXIT
003710      PERFORM 2500-WRITE-RETURN-LINE THRU 2500-EXIT
003720      ADD 1 TO WS-REVERSED-COUNT
003730      ADD EPSACHD-DRAFT-AMOUNT TO WS-REVERSED-TOTAL.
003740  2100-EXIT.
003750      EXIT.
003760*
003770*****************************************************************
003780* 2200-MARK-DRAFT-RETURNED                                      *
003790*****************************************************************
003800  2200-MARK-DRAFT-RETURNED.
003810      MOVE WS-RETURN-REASON TO EPSACHD-RETURN-REASON
003820      EXEC SQL
003830          UPDATE EPSACHD
003840              SET DRAFT_STATUS = 'R',
003850                  RETURN_REASON = :EPSACHD-RETURN-REASON,
003860                  RETURN_DATE = CURRENT DATE
003870              WHERE TRACE_NUMBER = :EPSACHD-TRACE-NUMBER
003880      END-EXEC
003890      IF SQLCODE NOT = 0
003900          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
003910      END-IF.
003920  2200-EXIT.
003930      EXIT.
003940*
003950*****************************************************************
003960* 2300-WRITE-REVERSAL                                           *
003970*     THE EPSPTRN 'R' CARRIES THE ORIGINAL PAYMENT'S DATE AND   *
003980*     AMOUNT -- EPSACHB WROTE THE PAYMENT WITH THE DRAFT DATE   *
003990*     AND AMOUNT -- SO EPSPOST FINDS THE JOURNALED POSTING.     *
004000*****************************************************************
004010  2300-WRITE-REVERSAL.
004020      MOVE SPACES TO EPSPTRN-RECORD
004030      MOVE EPSACHD-APPLICATION-ID TO EPSPTRN-APPLICATION-ID
004040      MOVE EPSACHD-DRAFT-DATE TO EPSPTRN-PAYMENT-DATE
004050      MOVE EPSACHD-DRAFT-AMOUNT TO EPSPTRN-PAYMENT-AMOUNT
004060      MOVE 'R' TO EPSPTRN-TRAN-TYPE
004070      MOVE WS-REVERSAL-REASON TO EPSPTRN-REVERSAL-REASON
004080      WRITE EPSPTRN-RECORD
004090      IF NOT EPSPTRN-OK
004100          MOVE 'EPSPTRN-FILE WRITE, STATUS=' TO WS-ABORT-MSG
004110          MOVE WS-EPSPTRN-STATUS TO WS-ABORT-MSG (28:2)
004120          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
004130      END-IF.
004140  2300-EXIT.
004150      EXIT.
004160*
004170*****************************************************************
004180* 2400-COUNT-AGAINST-ENROLLMENT                                 *
004190*     ONE MORE RETURN ON THE ENROLLMENT -- UNLESS THE BORROWER  *
004200*     HAS SINCE GIVEN US A DIFFERENT ACCOUNT, OR THE            *
004210*     ENROLLMENT IS GONE.  AN ACTIVE ENROLLMENT THAT HAS NOW    *
004220*     FAILED TOO OFTEN, OR WHOSE ACCOUNT IS CLOSED OR WILL NOT  *
004230*     TAKE DEBITS, IS SUSPENDED AND THE SUSPENSION LOGGED.      *
004240*****************************************************************
004250  2400-COUNT-AGAINST-ENROLLMENT.
004260      MOVE 'N' TO WS-ENROLLMENT-FOUND-SW
004270      MOVE 0 TO EPSACHEN-RETURN-COUNT
004280      MOVE EPSACHD-APPLICATION-ID TO EPSACHEN-APPLICATION-ID
004290      EXEC SQL
004300          SELECT ROUTING_NUMBER, ACCOUNT_NUMBER, DRAFT_DAY,
004310                 ENROLL_STATUS, RETURN_COUNT
004320              INTO :EPSACHEN-ROUTING-NUMBER,
004330                   :EPSACHEN-ACCOUNT-NUMBER,
004340                   :EPSACHEN-DRAFT-DAY,
004350                   :EPSACHEN-ENROLL-STATUS,
004360                   :EPSACHEN-RETURN-COUNT
004370              FROM EPSACHEN
004380              WHERE APPLICATION_ID = :EPSACHEN-APPLICATION-ID
004390      END-EXEC
004400      EVALUATE SQLCODE
004410          WHEN 0
004420              MOVE 'Y' TO WS-ENROLLMENT-FOUND-SW
004430          WHEN 100
004440              MOVE 'REVERSED - NO ENROLLMENT ON FILE' TO
004450                  WS-ACTION-TEXT
004460              GO TO 2400-EXIT
004470          WHEN OTHER
004480              PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
004490      END-EVALUATE
004500      IF EPSACHEN-ROUTING-NUMBER NOT = EPSACHD-ROUTING-NUMBER
004510          OR EPSACHEN-ACCOUNT-NUMBER NOT = EPSACHD-ACCOUNT-NUMBER
004520          MOVE 'REVERSED - ACCOUNT SINCE CHANGED' TO
004530              WS-ACTION-TEXT
004540          GO TO 2400-EXIT
004550      END-IF
004560      ADD 1 TO EPSACHEN-RETURN-COUNT
004570      IF EPSACE-STATUS-ACTIVE
004580          AND (WS-REVERSAL-REASON NOT = 'N'
004590               OR EPSACHEN-RETURN-COUNT >= WS-SUSPEND-THRESHOLD)
004600          PERFORM 2450-SUSPEND-ENROLLMENT THRU 2450-EXIT
004610          GO TO 2400-EXIT
004620      END-IF
004630      EXEC SQL
004640          UPDATE EPSACHEN
004650              SET RETURN_COUNT = :EPSACHEN-RETURN-COUNT
004660              WHERE APPLICATION_ID = :EPSACHEN-APPLICATION-ID
004670      END-EXEC
004680      IF SQLCODE NOT = 0
004690          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
004700      END-IF.
004710  2400-EXIT.
004720      EXIT.
004730*
004740*****************************************************************
004750* 2450-SUSPEND-ENROLLMENT                                       *
004760*     LOGGED TO EPSACLOG AS ACTION 'S' BY 'EPSACHR', WITH THE   *
004770*     BANK DETAILS UNCHANGED ON BOTH SIDES.                     *
004780*****************************************************************
004790  2450-SUSPEND-ENROLLMENT.
004800      MOVE 'EPSACHR' TO EPSACHEN-UPDATED-BY
004810      EXEC SQL
004820          UPDATE EPSACHEN
004830              SET RETURN_COUNT = :EPSACHEN-RETURN-COUNT,
004840                  ENROLL_STATUS = 'S',
004850                  UPDATED_BY = :EPSACHEN-UPDATED-BY,
004860                  UPDATED_TS = CURRENT TIMESTAMP
004870              WHERE APPLICATION_ID = :EPSACHEN-APPLICATION-ID
004880      END-EXEC
004890      IF SQLCODE NOT = 0
004900          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
004910      END-IF
004920      MOVE 'EPSACHR' TO EPSACLOG-CHANGED-BY
004930      MOVE 'S' TO EPSACLOG-ACTION-CODE
004940      MOVE EPSACHEN-APPLICATION-ID TO EPSACLOG-APPLICATION-ID
004950      MOVE EPSACHEN-ROUTING-NUMBER TO EPSACLOG-OLD-ROUTING
004960      MOVE EPSACHEN-ROUTING-NUMBER TO EPSACLOG-NEW-ROUTING
004970      MOVE EPSACHEN-ACCOUNT-NUMBER TO EPSACLOG-OLD-ACCOUNT
004980      MOVE EPSACHEN-ACCOUNT-NUMBER TO EPSACLOG-NEW-ACCOUNT
004990      MOVE EPSACHEN-DRAFT-DAY TO EPSACLOG-OLD-DRAFT-DAY
005000      MOVE EPSACHEN-DRAFT-DAY TO EPSACLOG-NEW-DRAFT-DAY
005010      MOVE EPSACHEN-ENROLL-STATUS TO EPSACLOG-OLD-STATUS
005020      MOVE 'S' TO EPSACLOG-NEW-STATUS
005030      EXEC SQL
005040          INSERT INTO EPSACLOG
005050              (LOG_TIMESTAMP, CHANGED_BY, ACTION_CODE,
005060               APPLICATION_ID, OLD_ROUTING, NEW_ROUTING,
005070               OLD_ACCOUNT, NEW_ACCOUNT, OLD_DRAFT_DAY,
005080               NEW_DRAFT_DAY, OLD_STATUS, NEW_STATUS)
005090          VALUES
005100              (CURRENT TIMESTAMP, :EPSACLOG-CHANGED-BY,
005110               :EPSACLOG-ACTION-CODE,
005120               :EPSACLOG-APPLICATION-ID,
005130               :EPSACLOG-OLD-ROUTING, :EPSACLOG-NEW-ROUTING,
005140               :EPSACLOG-OLD-ACCOUNT, :EPSACLOG-NEW-ACCOUNT,
005150               :EPSACLOG-OLD-DRAFT-DAY,
005160               :EPSACLOG-NEW-DRAFT-DAY,
005170               :EPSACLOG-OLD-STATUS, :EPSACLOG-NEW-STATUS)
005180      END-EXEC
005190      IF SQLCODE NOT = 0
005200          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
005210      END-IF
005220      MOVE 'S' TO EPSACHEN-ENROLL-STATUS
005230      ADD 1 TO WS-SUSPENDED-COUNT
005240      MOVE 'REVERSED - ENROLLMENT SUSPENDED' TO WS-ACTION-TEXT.
005250  2450-EXIT.
005260      EXIT.
005270*
005280*****************************************************************
005290* 2500-WRITE-RETURN-LINE                                        *
005300*****************************************************************
005310  2500-WRITE-RETURN-LINE.
005320      MOVE EPSACHD-APPLICATION-ID TO WS-DTL-APPLICATION-ID
005330      MOVE EPSACHD-TRACE-NUMBER TO WS-DTL-TRACE-NUMBER
005340      MOVE WS-RETURN-REASON TO WS-DTL-RETURN-REASON
005350      MOVE WS-REVERSAL-REASON TO WS-DTL-REVERSAL-REASON
005360      MOVE EPSACHD-DRAFT-DATE TO WS-DTL-DRAFT-DATE
005370      MOVE EPSACHD-DRAFT-AMOUNT TO WS-DTL-AMOUNT
005380      MOVE EPSACHEN-RETURN-COUNT TO WS-DTL-RETURN-COUNT
005390      MOVE WS-ACTION-TEXT TO WS-DTL-ACTION
005400      WRITE EPSACRRP-LINE FROM WS-DETAIL-LINE
005410      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT.
005420  2500-EXIT.
005430      EXIT.
005440*
005450*****************************************************************
005460* 2800-WRITE-EXCEPTION                                          *
005470*     A RETURN THAT WAS NOT REVERSED, WITH WHAT THE BANK SENT   *
005480*     US AND WHY.                                               *
005490*****************************************************************
005500  2800-WRITE-EXCEPTION.
005510      ADD 1 TO WS-EXCEPTION-COUNT
005520      MOVE WS-HELD-INDIVIDUAL-ID TO WS-DTL-APPLICATION-ID
005530      MOVE WS-HELD-TRACE-NUMBER TO WS-DTL-TRACE-NUMBER
005540      MOVE WS-RETURN-REASON TO WS-DTL-RETURN-REASON
005550      MOVE SPACE TO WS-DTL-REVERSAL-REASON
005560      MOVE SPACES TO WS-DTL-DRAFT-DATE
005570      MOVE WS-HELD-AMOUNT TO WS-DTL-AMOUNT
005580      MOVE 0 TO WS-DTL-RETURN-COUNT
005590      MOVE WS-ACTION-TEXT TO WS-DTL-ACTION
005600      WRITE EPSACRRP-LINE FROM WS-DETAIL-LINE
005610      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT.
005620  2800-EXIT.
005630      EXIT.
005640*
005650*****************************************************************
005660* 2900-ENTRY-WITHOUT-ADDENDA                                    *
005670*     WITHOUT ITS ADDENDA THERE IS NO RETURN REASON AND NO      *
005680*     ORIGINAL TRACE NUMBER TO FIND THE DRAFT BY.               *
005690*****************************************************************
005700  2900-ENTRY-WITHOUT-ADDENDA.
005710      MOVE SPACES TO WS-RETURN-REASON
005720      MOVE 'RETURN ENTRY WITH NO ADDENDA - NOT REVERSED' TO
005730          WS-ACTION-TEXT
005740      PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
005750      MOVE 'N' TO WS-ENTRY-HELD-SW.
005760  2900-EXIT.
005770      EXIT.
005780*
005790*****************************************************************
005800* 3900-CHECK-REPORT-WRITE                                       *
005810*****************************************************************
005820  3900-CHECK-REPORT-WRITE.
005830      IF NOT EPSACRRP-OK
005840          MOVE 'EPSACRRP-FILE WRITE, STATUS=' TO WS-ABORT-MSG
005850          MOVE WS-EPSACRRP-STATUS TO WS-ABORT-MSG (29:2)
005860          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
005870      END-IF.
005880  3900-EXIT.
005890      EXIT.
005900*
005910*****************************************************************
005920* 7000-WRITE-CONTROL-TOTALS                                     *
005930*****************************************************************
005940  7000-WRITE-CONTROL-TOTALS.
005950      MOVE SPACES TO EPSACRRP-LINE
005960      WRITE EPSACRRP-LINE
005970      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT
005980      MOVE 'RETURN FILE RECORDS READ:' TO WS-TOT-LABEL
005990      MOVE WS-RECORDS-READ TO WS-TOT-COUNT
006000      MOVE 0 TO WS-TOT-AMOUNT
006010      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
006020      MOVE 'RETURNED ITEMS:' TO WS-TOT-LABEL
006030      MOVE WS-RETURN-COUNT TO WS-TOT-COUNT
006040      MOVE 0 TO WS-TOT-AMOUNT
006050      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
006060      MOVE 'REVERSALS WRITTEN:' TO WS-TOT-LABEL
006070      MOVE WS-REVERSED-COUNT TO WS-TOT-COUNT
006080      MOVE WS-REVERSED-TOTAL TO WS-TOT-AMOUNT
006090      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
006100      MOVE '  NSF (N):' TO WS-TOT-LABEL
006110      MOVE WS-NSF-COUNT TO WS-TOT-COUNT
006120      MOVE 0 TO WS-TOT-AMOUNT
006130      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
006140      MOVE '  ACCOUNT CLOSED OR INVALID (C):' TO WS-TOT-LABEL
006150      MOVE WS-CLOSED-COUNT TO WS-TOT-COUNT
006160      MOVE 0 TO WS-TOT-AMOUNT
006170      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
006180      MOVE '  OTHER ACH RETURN (A):' TO WS-TOT-LABEL
006190      MOVE WS-OTHER-COUNT TO WS-TOT-COUNT
006200      MOVE 0 TO WS-TOT-AMOUNT
006210      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
006220      MOVE 'ENROLLMENTS SUSPENDED:' TO WS-TOT-LABEL
006230      MOVE WS-SUSPENDED-COUNT TO WS-TOT-COUNT
006240      MOVE 0 TO WS-TOT-AMOUNT
006250      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
006260      MOVE 'EXCEPTIONS - NOT REVERSED:' TO WS-TOT-LABEL
006270      MOVE WS-EXCEPTION-COUNT TO WS-TOT-COUNT
006280      MOVE 0 TO WS-TOT-AMOUNT
006290      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
006300  7000-EXIT.
006310      EXIT.
006320*
006330*****************************************************************
006340* 7100-WRITE-TOTAL-LINE                                         *
006350*****************************************************************
006360  7100-WRITE-TOTAL-LINE.
006370      WRITE EPSACRRP-LINE FROM WS-TOTAL-LINE
006380      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT.
006390  7100-EXIT.
006400      EXIT.
006410*
006420*****************************************************************
006430* 8000-FINALIZE                                                 *
006432*     THE REVERSAL FILE IS COMPLETE -- COMMIT THE RETURNED      *
006434*     DRAFTS AND THE ENROLLMENT UPDATES AS ONE UNIT OF WORK.    *
006440*****************************************************************
006450  8000-FINALIZE.
006451      EXEC SQL
006452          COMMIT
006453      END-EXEC
006454      IF SQLCODE NOT = 0
006455          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
006456      END-IF
006460      CLOSE EPSACRTN-FILE
006470      CLOSE EPSPTRN-FILE
006480      CLOSE EPSACRRP-FILE
006490      DISPLAY 'EPSACHR RETURNED ITEMS:       ' WS-RETURN-COUNT
006500      DISPLAY 'EPSACHR REVERSALS WRITTEN:    ' WS-REVERSED-COUNT
006510      DISPLAY 'EPSACHR ENROLLMENTS SUSPENDED:' WS-SUSPENDED-COUNT
006520      DISPLAY 'EPSACHR EXCEPTIONS:           ' WS-EXCEPTION-COUNT.
006530  8000-EXIT.
006540      EXIT.
006550*
006560*****************************************************************
006570* 9800-ABORT-ON-SQLCODE                                         *
006580*     AN UNEXPECTED SQLCODE MEANS THE RUN CANNOT BE TRUSTED     *
006590*     TO CONTINUE -- STAGE THE CODE INTO THE ABORT MESSAGE      *
006600*     AND STOP.                                                 *
006610*****************************************************************
006620  9800-ABORT-ON-SQLCODE.
006630      MOVE 'ACH RETURN SQL, SQLCODE=' TO WS-ABORT-MSG
006640      MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
006650      MOVE WS-ABORT-SQLCODE-DISPLAY TO WS-ABORT-MSG (25:9)
006660      PERFORM 9900-ABORT-RUN THRU 9900-EXIT.
006670  9800-EXIT.
006680      EXIT.
006690*
006700*****************************************************************
006710* 9900-ABORT-RUN                                                *
006712*     A HALF-WRITTEN REVERSAL FILE MUST NOT LEAVE DRAFTS MARKED *
006714*     RETURNED -- BACK OUT THIS RUN'S UPDATES, DISPLAY WHAT     *
006716*     FAILED AND STOP WITH RETURN CODE 16.                      *
006720*****************************************************************
006730  9900-ABORT-RUN.
006732      EXEC SQL
006734          ROLLBACK
006736      END-EXEC
006740      DISPLAY 'EPSACHR FATAL ERROR -- ' WS-ABORT-MSG
006750      MOVE 16 TO RETURN-CODE
006760      STOP RUN.
006770  9900-EXIT.
006780      EXIT.
006790*
006800  END PROGRAM EPSACHR.
