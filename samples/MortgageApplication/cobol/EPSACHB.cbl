000010  IDENTIFICATION DIVISION.
000020  PROGRAM-ID.    EPSACHB.
000030  AUTHOR.        R PELLETIER.
000040  INSTALLATION.  CONSUMER LENDING SYSTEMS.
000050  DATE-WRITTEN.  10/13/2026.
000060  DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090* EPSACHB                                                       *
000100*     NIGHTLY ACH AUTOPAY DRAFT RUN.  EVERY ACTIVE EPSACHEN     *
000110*     ENROLLMENT ON AN OPEN LOAN WHOSE DRAFT DAY HAS ARRIVED    *
000120*     THIS MONTH, AND THAT HAS NOT BEEN DRAFTED THIS MONTH, IS  *
000130*     DRAFTED FOR THE INSTALLMENT DUE -- P&I PLUS ESCROW PLUS   *
000140*     PMI WHILE THE BALANCE IS ABOVE THE DROP BALANCE, THE      *
000150*     SAME AMOUNT EPSPOST CHECKS A PAYMENT AGAINST.  A RUN      *
000160*     THAT IS MISSED PICKS THE DRAFT UP THE NEXT NIGHT; A       *
000170*     LOAN ENROLLED ON OR AFTER ITS DRAFT DAY WAITS FOR NEXT    *
000180*     MONTH.                                                    *
000190*                                                               *
000200*     FOR EACH DRAFT THE RUN:                                   *
000210*       - WRITES A PPD DEBIT ENTRY TO THE EPSACHN NACHA FILE    *
000220*         FOR THE ORIGINATING BANK (ONE BATCH, EFFECTIVE THE    *
000230*         NEXT WEEKDAY);                                        *
000240*       - WRITES THE MATCHING EPSPTRN PAYMENT, DATED THE DRAFT  *
000250*         DATE, FOR EPSPOST TO POST THE SAME NIGHT;             *
000260*       - RECORDS THE DRAFT ON EPSACHD UNDER ITS TRACE NUMBER,  *
000270*         SO EPSACHR CAN TURN A RETURN BACK INTO A REVERSAL;    *
000280*       - STAMPS THE DRAFT DATE ON THE ENROLLMENT SO THE MONTH  *
000290*         IS NEVER DRAFTED TWICE;                               *
000300*       - LISTS IT ON THE EPSACRPT DRAFT REGISTER.              *
000310*                                                               *
000320*     THE EPSACHC CONTROL CARD CARRIES THE BANK'S ROUTING AND   *
000330*     NAMES FOR THE FILE AND BATCH HEADERS.  TRACE NUMBERS      *
000340*     CONTINUE FROM THE HIGHEST ONE ON EPSACHD FOR THE          *
000350*     ORIGINATING BANK.  A FILE ERROR OR AN UNEXPECTED          *
000360*     SQLCODE ABORTS THE RUN WITH RETURN CODE 16 BEFORE ANY     *
000370*     DRAFT IS COMMITTED.                                       *
000380*                                                               *
000390* MODIFICATION HISTORY                                          *
000400*   10/13/2026  RP   ORIGINAL VERSION.                          *
000402*   10/15/2026  RP   COMMIT THE DRAFTS ONLY AT A CLEAN END OF   *
000404*                    RUN AND ROLL THEM BACK ON ANY ABORT, SO A  *
000406*                    FAILED NACHA FILE LEAVES EVERY LOAN DUE.   *
000410*                                                               *
000420*****************************************************************
000430  ENVIRONMENT DIVISION.
000440  CONFIGURATION SECTION.
000450  SOURCE-COMPUTER.       IBM-370.
000460  OBJECT-COMPUTER.       IBM-370.
000470  INPUT-OUTPUT SECTION.
000480  FILE-CONTROL.
000490      SELECT EPSACHC-FILE     ASSIGN TO EPSACHC
000500          ORGANIZATION IS SEQUENTIAL
000510          FILE STATUS IS WS-EPSACHC-STATUS.
000520      SELECT EPSACHN-FILE     ASSIGN TO EPSACHN
000530          ORGANIZATION IS SEQUENTIAL
000540          FILE STATUS IS WS-EPSACHN-STATUS.
000550      SELECT EPSPTRN-FILE     ASSIGN TO EPSPTRN
000560          ORGANIZATION IS SEQUENTIAL
000570          FILE STATUS IS WS-EPSPTRN-STATUS.
000580      SELECT EPSACRPT-FILE    ASSIGN TO EPSACRPT
000590          ORGANIZATION IS SEQUENTIAL
000600          FILE STATUS IS WS-EPSACRPT-STATUS.
000610*
000620  DATA DIVISION.
000630  FILE SECTION.
000640  FD  EPSACHC-FILE
000650      RECORDING MODE IS F.
000660  01  EPSACHC-RECORD.
000670      05  EPSACHC-IMMED-DEST          PIC X(09).
000680      05  EPSACHC-ODFI-ROUTING        PIC X(08).
000690      05  EPSACHC-COMPANY-ID          PIC X(10).
000700      05  EPSACHC-COMPANY-NAME        PIC X(16).
000710      05  EPSACHC-DEST-NAME           PIC X(23).
000720      05  FILLER                      PIC X(14).
000730*
000740  FD  EPSACHN-FILE
000750      RECORDING MODE IS F.
000760      COPY EPSACHN.
000770*
000780  FD  EPSPTRN-FILE
000790      RECORDING MODE IS F.
000800      COPY EPSPTRN.
000810*
000820  FD  EPSACRPT-FILE
000830      RECORDING MODE IS F.
000840  01  EPSACRPT-LINE                   PIC X(132).
000850*
000860  WORKING-STORAGE SECTION.
000870  01  WS-FILE-STATUS-FIELDS.
000880      05  WS-EPSACHC-STATUS           PIC X(02).
000890          88  EPSACHC-OK                  VALUE '00'.
000900          88  EPSACHC-EOF                 VALUE '10'.
000910      05  WS-EPSACHN-STATUS           PIC X(02).
000920          88  EPSACHN-OK                  VALUE '00'.
000930      05  WS-EPSPTRN-STATUS           PIC X(02).
000940          88  EPSPTRN-OK                  VALUE '00'.
000950      05  WS-EPSACRPT-STATUS          PIC X(02).
000960          88  EPSACRPT-OK                 VALUE '00'.
000970  01  WS-ABORT-MSG                 PIC X(40).
000980  01  WS-ABORT-SQLCODE-DISPLAY     PIC -9(8).
000990*
001000  01  WS-SWITCHES.
001010      05  WS-EOF-ENROLLMENTS          PIC X(01)   VALUE 'N'.
001020          88  EOF-ENROLLMENTS             VALUE 'Y'.
001030      05  WS-BATCH-OPEN-SW            PIC X(01)   VALUE 'N'.
001040          88  BATCH-OPEN                  VALUE 'Y'.
001050*
001060  01  WS-COUNTERS.
001070      05  WS-SELECTED-COUNT           PIC 9(9) COMP VALUE ZERO.
001080      05  WS-DRAFT-COUNT              PIC 9(9) COMP VALUE ZERO.
001090      05  WS-NOT-YET-COUNT            PIC 9(9) COMP VALUE ZERO.
001100      05  WS-NOTHING-DUE-COUNT        PIC 9(9) COMP VALUE ZERO.
001110      05  WS-NO-BORROWER-COUNT        PIC 9(9) COMP VALUE ZERO.
001120      05  WS-NACHA-RECORD-COUNT       PIC 9(9) COMP VALUE ZERO.
001130      05  WS-BATCH-COUNT              PIC 9(9) COMP VALUE ZERO.
001140      05  WS-BLOCK-COUNT              PIC 9(9) COMP VALUE ZERO.
001150      05  WS-FILLER-COUNT             PIC 9(9) COMP VALUE ZERO.
001160*
001170  01  WS-TOTALS.
001180      05  WS-DRAFT-TOTAL              PIC S9(13)V99 COMP-3
001190                                      VALUE ZERO.
001200      05  WS-ENTRY-HASH-TOTAL         PIC S9(15) COMP-3
001210                                      VALUE ZERO.
001220*
001230  01  WS-RUN-DATE                     PIC X(10).
001240  01  WS-RUN-TIME                     PIC X(08).
001250  01  WS-RUN-DAY                      PIC S9(4) COMP.
001260  01  WS-EFFECTIVE-DATE               PIC X(10).
001270  01  WS-MONTH-START                  PIC X(10).
001280  01  WS-RUN-YYMMDD                   PIC X(06).
001290  01  WS-EFFECTIVE-YYMMDD             PIC X(06).
001300  01  WS-DRAFT-DATE                   PIC X(10).
001310  01  WS-DRAFT-DAY-DISPLAY            PIC 9(02).
001320  01  WS-AMOUNT-DUE                   PIC S9(9)V99 COMP-3.
001330  01  WS-ENTRY-HASH                   PIC 9(10).
001340*
001350* THE HIGHEST TRACE SEQUENCE ALREADY USED FOR THE ORIGINATING
001360* BANK, AND THE TRACE NUMBER BUILT FOR EACH NEW ENTRY.
001370  01  WS-LAST-TRACE-SEQ               PIC X(07).
001380  01  WS-LAST-TRACE-SEQ-N REDEFINES WS-LAST-TRACE-SEQ
001390                                      PIC 9(07).
001400  01  WS-TRACE-NUMBER.
001410      05  WS-TRACE-ODFI               PIC X(08).
001420      05  WS-TRACE-SEQ                PIC 9(07).
001430*
001440  01  WS-REPORT-LINES.
001450      05  WS-HEADER-LINE.
001460          10  FILLER                  PIC X(35)
001470              VALUE 'EPSACHB ACH AUTOPAY DRAFT REGISTER'.
001480          10  FILLER                  PIC X(14)
001490              VALUE '-- RUN DATE   '.
001500          10  FILLER                  PIC X(01) VALUE SPACES.
001510          10  WS-HDR-RUN-DATE         PIC X(10).
001520          10  FILLER                  PIC X(14)
001530              VALUE '   EFFECTIVE '.
001540          10  WS-HDR-EFFECTIVE-DATE   PIC X(10).
001550          10  FILLER                  PIC X(48) VALUE SPACES.
001560      05  WS-COLUMN-LINE.
001570          10  FILLER                  PIC X(12)
001580              VALUE 'APPLICATION'.
001590          10  FILLER                  PIC X(24)
001600              VALUE 'BORROWER'.
001610          10  FILLER                  PIC X(11)
001620              VALUE 'ROUTING'.
001630          10  FILLER                  PIC X(10)
001640              VALUE 'ACCOUNT'.
001650          10  FILLER                  PIC X(12)
001660              VALUE 'DRAFT DATE'.
001670          10  FILLER                  PIC X(16)
001680              VALUE '        AMOUNT'.
001690          10  FILLER                  PIC X(15)
001700              VALUE 'TRACE NUMBER'.
001710          10  FILLER                  PIC X(32) VALUE SPACES.
001720      05  WS-DETAIL-LINE.
001730          10  WS-DTL-APPLICATION-ID   PIC X(10).
001740          10  FILLER                  PIC X(02) VALUE SPACES.
001750          10  WS-DTL-BORROWER-NAME    PIC X(22).
001760          10  FILLER                  PIC X(02) VALUE SPACES.
001770          10  WS-DTL-ROUTING          PIC X(09).
001780          10  FILLER                  PIC X(02) VALUE SPACES.
001790          10  WS-DTL-ACCOUNT-TYPE     PIC X(08).
001800          10  FILLER                  PIC X(02) VALUE SPACES.
001810          10  WS-DTL-DRAFT-DATE       PIC X(10).
001820          10  FILLER                  PIC X(02) VALUE SPACES.
001830          10  WS-DTL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
001840          10  FILLER                  PIC X(02) VALUE SPACES.
001850          10  WS-DTL-TRACE-NUMBER     PIC X(15).
001860          10  FILLER                  PIC X(32) VALUE SPACES.
001870      05  WS-TOTAL-LINE.
001880          10  WS-TOT-LABEL            PIC X(40).
001890          10  WS-TOT-COUNT            PIC ZZZ,ZZZ,ZZ9.
001900          10  FILLER                  PIC X(04) VALUE SPACES.
001910          10  WS-TOT-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001920          10  FILLER                  PIC X(59) VALUE SPACES.
001930*
001940      COPY EPSACHEN.
001950*
001960      COPY EPSACHD.
001970*
001980      COPY EPSLMST.
001990*
002000      COPY EPSBMST.
002010*
002020      COPY SQLCA.
002030*
002040  PROCEDURE DIVISION.
002050*
002060*****************************************************************
002070* 0000-MAINLINE                                                 *
002080*****************************************************************
002090  0000-MAINLINE.
002100      PERFORM 1000-INITIALIZE THRU 1000-EXIT
002110      PERFORM 2000-DRAFT-ENROLLMENTS THRU 2000-EXIT
002120      PERFORM 3000-CLOSE-NACHA-FILE THRU 3000-EXIT
002130      PERFORM 7000-WRITE-CONTROL-TOTALS THRU 7000-EXIT
002140      PERFORM 8000-FINALIZE THRU 8000-EXIT
002150      GOBACK.
002160  0000-EXIT.
002170      EXIT.
002180*
002190*****************************************************************
002200* 1000-INITIALIZE                                               *
002210*     THE RUN DATE, TIME AND DAY OF MONTH COME FROM DB2 SO      *
002220*     THEY MATCH THE DATES STAMPED ON THE ROWS.  THE EFFECTIVE  *
002230*     ENTRY DATE IS THE NEXT WEEKDAY -- THE ACH OPERATOR        *
002240*     SETTLES ON ITS OWN NEXT BANKING DAY IF THAT IS A          *
002250*     HOLIDAY.                                                  *
002260*****************************************************************
002270  1000-INITIALIZE.
002280      PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT
002290      OPEN OUTPUT EPSACHN-FILE
002300      IF NOT EPSACHN-OK
002310          MOVE 'EPSACHN-FILE OPEN, STATUS=' TO WS-ABORT-MSG
002320          MOVE WS-EPSACHN-STATUS TO WS-ABORT-MSG (27:2)
002330          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
002340      END-IF
002350      OPEN OUTPUT EPSPTRN-FILE
002360      IF NOT EPSPTRN-OK
002370          MOVE 'EPSPTRN-FILE OPEN, STATUS=' TO WS-ABORT-MSG
002380          MOVE WS-EPSPTRN-STATUS TO WS-ABORT-MSG (27:2)
002390          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
002400      END-IF
002410      OPEN OUTPUT EPSACRPT-FILE
002420      IF NOT EPSACRPT-OK
002430          MOVE 'EPSACRPT-FILE OPEN, STATUS=' TO WS-ABORT-MSG
002440          MOVE WS-EPSACRPT-STATUS TO WS-ABORT-MSG (28:2)
002450          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
002460      END-IF
002470      EXEC SQL
002480          SELECT CHAR(CURRENT DATE, ISO),
002490                 CHAR(CURRENT TIME, ISO),
002500                 DAY(CURRENT DATE),
002510                 CHAR(CASE DAYOFWEEK(CURRENT DATE + 1 DAY)
002520                          WHEN 7 THEN CURRENT DATE + 3 DAYS
002530                          WHEN 1 THEN CURRENT DATE + 2 DAYS
002540                          ELSE CURRENT DATE + 1 DAY
002550                      END, ISO)
002560              INTO :WS-RUN-DATE,
002570                   :WS-RUN-TIME,
002580                   :WS-RUN-DAY,
002590                   :WS-EFFECTIVE-DATE
002600              FROM SYSIBM.SYSDUMMY1
002610      END-EXEC
002620      IF SQLCODE NOT = 0
002630          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
002640      END-IF
002650      MOVE WS-RUN-DATE TO WS-MONTH-START
002660      MOVE '01' TO WS-MONTH-START (9:2)
002670      STRING WS-RUN-DATE (3:2) WS-RUN-DATE (6:2)
002680             WS-RUN-DATE (9:2) DELIMITED BY SIZE
002690          INTO WS-RUN-YYMMDD
002700      END-STRING
002710      STRING WS-EFFECTIVE-DATE (3:2) WS-EFFECTIVE-DATE (6:2)
002720             WS-EFFECTIVE-DATE (9:2) DELIMITED BY SIZE
002730          INTO WS-EFFECTIVE-YYMMDD
002740      END-STRING
002750      PERFORM 1200-FETCH-LAST-TRACE THRU 1200-EXIT
002760      PERFORM 1300-WRITE-FILE-HEADER THRU 1300-EXIT
002770      MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
002780      MOVE WS-EFFECTIVE-DATE TO WS-HDR-EFFECTIVE-DATE
002790      WRITE EPSACRPT-LINE FROM WS-HEADER-LINE
002800      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT
002810      MOVE SPACES TO EPSACRPT-LINE
002820      WRITE EPSACRPT-LINE
002830      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT
002840      WRITE EPSACRPT-LINE FROM WS-COLUMN-LINE
002850      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT.
002860  1000-EXIT.
002870      EXIT.
002880*
002890*****************************************************************
002900* 1100-READ-CONTROL-CARD                                        *
002910*     THE BANK'S ROUTING NUMBERS AND OUR COMPANY ID AND NAME    *
002920*     GO ON EVERY FILE; A FILE WITHOUT THEM WOULD BE REJECTED   *
002930*     WHOLE BY THE BANK, SO THE RUN STOPS BEFORE IT STARTS.     *
002940*****************************************************************
002950  1100-READ-CONTROL-CARD.
002960      OPEN INPUT EPSACHC-FILE
002970      IF NOT EPSACHC-OK
002980          MOVE 'EPSACHC-FILE OPEN, STATUS=' TO WS-ABORT-MSG
002990          MOVE WS-EPSACHC-STATUS TO WS-ABORT-MSG (27:2)
003000          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
003010      END-IF
003020      READ EPSACHC-FILE
003030          AT END
003040              MOVE SPACES TO EPSACHC-RECORD
003050      END-READ
003060      IF NOT EPSACHC-OK AND NOT EPSACHC-EOF
003070          MOVE 'EPSACHC-FILE READ, STATUS=' TO WS-ABORT-MSG
003080          MOVE WS-EPSACHC-STATUS TO WS-ABORT-MSG (27:2)
003090          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
003100      END-IF
003110      CLOSE EPSACHC-FILE
003120      IF EPSACHC-IMMED-DEST NOT NUMERIC
003130          MOVE 'IMMEDIATE DESTINATION INVALID ON EPSACHC' TO
003140              WS-ABORT-MSG
003150          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
003160      END-IF
003170      IF EPSACHC-ODFI-ROUTING NOT NUMERIC
003180          MOVE 'ORIGINATING ROUTING INVALID ON EPSACHC' TO
003190              WS-ABORT-MSG
003200          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
003210      END-IF
003220      IF EPSACHC-COMPANY-ID = SPACES
003230          OR EPSACHC-COMPANY-NAME = SPACES
003240          MOVE 'COMPANY ID AND NAME REQUIRED ON EPSACHC' TO
003250              WS-ABORT-MSG
003260          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
003270      END-IF.
003280  1100-EXIT.
003290      EXIT.
003300*
003310*****************************************************************
003320* 1200-FETCH-LAST-TRACE                                         *
003330*     A TRACE NUMBER IS THE ORIGINATING BANK'S 8-DIGIT          *
003340*     ROUTING AND A 7-DIGIT SEQUENCE, AND MUST NEVER REPEAT --  *
003350*     EPSACHR FINDS A RETURNED DRAFT BY IT.  CONTINUE FROM THE  *
003360*     HIGHEST SEQUENCE ALREADY ON EPSACHD FOR THIS BANK.        *
003370*****************************************************************
003380  1200-FETCH-LAST-TRACE.
003390      MOVE EPSACHC-ODFI-ROUTING TO WS-TRACE-ODFI
003400      EXEC SQL
003410          SELECT COALESCE(MAX(SUBSTR(TRACE_NUMBER, 9, 7)),
003420                          '0000000')
003430              INTO :WS-LAST-TRACE-SEQ
003440              FROM EPSACHD
003450              WHERE SUBSTR(TRACE_NUMBER, 1, 8) = :WS-TRACE-ODFI
003460      END-EXEC
003470      IF SQLCODE NOT = 0
003480          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
003490      END-IF
003500      MOVE WS-LAST-TRACE-SEQ-N TO WS-TRACE-SEQ.
003510  1200-EXIT.
003520      EXIT.
003530*
003540*****************************************************************
003550* 1300-WRITE-FILE-HEADER                                        *
003560*****************************************************************
003570  1300-WRITE-FILE-HEADER.
003580      MOVE SPACES TO EPSACHN-FILE-HEADER-REC
003590      MOVE '1' TO EPSACHN-FH-RECORD-TYPE
003600      MOVE '01' TO EPSACHN-FH-PRIORITY-CODE
003610      MOVE EPSACHC-IMMED-DEST TO EPSACHN-FH-IMMED-DEST (2:9)
003620      MOVE EPSACHC-COMPANY-ID TO EPSACHN-FH-IMMED-ORIGIN
003630      MOVE WS-RUN-YYMMDD TO EPSACHN-FH-CREATION-DATE
003640      STRING WS-RUN-TIME (1:2) WS-RUN-TIME (4:2)
003650          DELIMITED BY SIZE
003660          INTO EPSACHN-FH-CREATION-TIME
003670      END-STRING
003680      MOVE 'A' TO EPSACHN-FH-FILE-ID-MODIFIER
003690      MOVE '094' TO EPSACHN-FH-RECORD-SIZE
003700      MOVE '10' TO EPSACHN-FH-BLOCKING-FACTOR
003710      MOVE '1' TO EPSACHN-FH-FORMAT-CODE
003720      MOVE EPSACHC-DEST-NAME TO EPSACHN-FH-DEST-NAME
003730      MOVE EPSACHC-COMPANY-NAME TO EPSACHN-FH-ORIGIN-NAME
003740      PERFORM 3100-WRITE-NACHA-RECORD THRU 3100-EXIT.
003750  1300-EXIT.
003760      EXIT.
003770*
003780*****************************************************************
003790* 2000-DRAFT-ENROLLMENTS                                        *
003800*     AN ENROLLMENT IS DUE WHEN ITS DRAFT DAY HAS COME THIS     *
003810*     MONTH AND ITS LAST DRAFT WAS IN AN EARLIER MONTH.  THE    *
003820*     BORROWER NAME IS A LEFT JOIN -- A LOAN WITH NO BORROWER   *
003830*     MASTER ROW IS STILL DRAFTED, UNDER ITS APPLICATION ID.    *
003840*****************************************************************
003850  2000-DRAFT-ENROLLMENTS.
003860      EXEC SQL
003870          DECLARE DRAFT-CURSOR CURSOR FOR
003880              SELECT E.APPLICATION_ID, E.ROUTING_NUMBER,
003890                     E.ACCOUNT_NUMBER, E.ACCOUNT_TYPE,
003900                     E.DRAFT_DAY, CHAR(E.ENROLL_DATE, ISO),
003910                     L.CURRENT_BALANCE, L.PI_PAYMENT,
003920                     L.ESCROW_PAYMENT, L.PMI_PAYMENT,
003930                     L.PMI_DROP_BALANCE,
003940                     COALESCE(B.BORROWER_NAME, ' ')
003950              FROM EPSACHEN E
003960              INNER JOIN EPSLMST L
003970                ON L.APPLICATION_ID = E.APPLICATION_ID
003980              LEFT OUTER JOIN EPSBMST B
003990                ON B.APPLICATION_ID = E.APPLICATION_ID
004000              WHERE E.ENROLL_STATUS = 'A'
004010                AND L.LOAN_STATUS = 'O'
004020                AND E.DRAFT_DAY <= :WS-RUN-DAY
004030                AND E.LAST_DRAFT_DATE < DATE(:WS-MONTH-START)
004040              ORDER BY E.APPLICATION_ID
004050      END-EXEC
004060      EXEC SQL
004070          OPEN DRAFT-CURSOR
004080      END-EXEC
004090      IF SQLCODE NOT = 0
004100          MOVE 'DRAFT-CURSOR OPEN, SQLCODE=' TO WS-ABORT-MSG
004110          MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
004120          MOVE WS-ABORT-SQLCODE-DISPLAY TO WS-ABORT-MSG (28:9)
004130          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
004140      END-IF
004150      PERFORM 2100-DRAFT-ONE-LOAN THRU 2100-EXIT
004160          UNTIL EOF-ENROLLMENTS
004170      EXEC SQL
004180          CLOSE DRAFT-CURSOR
004190      END-EXEC.
004200  2000-EXIT.
004210      EXIT.
004220*
004230*****************************************************************
004240* 2100-DRAFT-ONE-LOAN                                           *
004250*     THE DRAFT DATE IS THE DRAFT DAY OF THE RUN MONTH.  A      *
004260*     LOAN ENROLLED (OR RE-KEYED) ON OR AFTER THAT DATE IS      *
004270*     HELD FOR NEXT MONTH, SO NOBODY IS DRAFTED THE DAY THEY    *
004280*     GIVE US THEIR ACCOUNT.                                    *
004290*****************************************************************
004300  2100-DRAFT-ONE-LOAN.
004310      EXEC SQL
004320          FETCH DRAFT-CURSOR
004330              INTO :EPSACHEN-APPLICATION-ID,
004340                   :EPSACHEN-ROUTING-NUMBER,
004350                   :EPSACHEN-ACCOUNT-NUMBER,
004360                   :EPSACHEN-ACCOUNT-TYPE,
004370                   :EPSACHEN-DRAFT-DAY,
004380                   :EPSACHEN-ENROLL-DATE,
004390                   :EPSLMST-CURRENT-BALANCE,
004400                   :EPSLMST-PI-PAYMENT,
004410                   :EPSLMST-ESCROW-PAYMENT,
004420                   :EPSLMST-PMI-PAYMENT,
004430                   :EPSLMST-PMI-DROP-BALANCE,
004440                   :EPSBMST-BORROWER-NAME
004450      END-EXEC
004460      EVALUATE SQLCODE
004470          WHEN 0
004480              CONTINUE
004490          WHEN 100
004500              MOVE 'Y' TO WS-EOF-ENROLLMENTS
004510              GO TO 2100-EXIT
004520          WHEN OTHER
004530              MOVE 'DRAFT-CURSOR FETCH, SQLCODE=' TO
004540                  WS-ABORT-MSG
004550              MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
004560              MOVE WS-ABORT-SQLCODE-DISPLAY TO
004570                  WS-ABORT-MSG (29:9)
004580              PERFORM 9900-ABORT-RUN THRU 9900-EXIT
004590      END-EVALUATE
004600      ADD 1 TO WS-SELECTED-COUNT
004610      MOVE EPSACHEN-DRAFT-DAY TO WS-DRAFT-DAY-DISPLAY
004620      MOVE WS-RUN-DATE TO WS-DRAFT-DATE
004630      MOVE WS-DRAFT-DAY-DISPLAY TO WS-DRAFT-DATE (9:2)
004640      IF EPSACHEN-ENROLL-DATE NOT < WS-DRAFT-DATE
004650          ADD 1 TO WS-NOT-YET-COUNT
004660          GO TO 2100-EXIT
004670      END-IF
004680      PERFORM 2150-COMPUTE-AMOUNT-DUE THRU 2150-EXIT
004690      IF WS-AMOUNT-DUE NOT > 0
004700          ADD 1 TO WS-NOTHING-DUE-COUNT
004710          GO TO 2100-EXIT
004720      END-IF
004730      IF EPSBMST-BORROWER-NAME = SPACES
004740          ADD 1 TO WS-NO-BORROWER-COUNT
004750          MOVE EPSACHEN-APPLICATION-ID TO EPSBMST-BORROWER-NAME
004760      END-IF
004770      ADD 1 TO WS-TRACE-SEQ
004780      PERFORM 2200-WRITE-ENTRY THRU 2200-EXIT
004790      PERFORM 2300-WRITE-PAYMENT THRU 2300-EXIT
004800      PERFORM 2400-RECORD-DRAFT THRU 2400-EXIT
004810      PERFORM 2500-WRITE-REGISTER-LINE THRU 2500-EXIT
004820      ADD 1 TO WS-DRAFT-COUNT
004830      ADD WS-AMOUNT-DUE TO WS-DRAFT-TOTAL.
004840  2100-EXIT.
004850      EXIT.
004860*
004870*****************************************************************
004880* 2150-COMPUTE-AMOUNT-DUE                                       *
004890*     THE INSTALLMENT EXACTLY AS EPSPOST'S 3300 PARAGRAPH       *
004900*     PRICES IT, SO A DRAFT IS NEVER REJECTED AS SHORT.  LATE   *
004910*     CHARGES ARE NOT DRAFTED; THE BORROWER PAYS THEM           *
004920*     SEPARATELY.                                               *
004930*****************************************************************
004940  2150-COMPUTE-AMOUNT-DUE.
004950      COMPUTE WS-AMOUNT-DUE =
004960          EPSLMST-PI-PAYMENT + EPSLMST-ESCROW-PAYMENT
004970      IF EPSLMST-PMI-PAYMENT > 0
004980          AND EPSLMST-CURRENT-BALANCE > EPSLMST-PMI-DROP-BALANCE
004990          ADD EPSLMST-PMI-PAYMENT TO WS-AMOUNT-DUE
005000      END-IF.
005010  2150-EXIT.
005020      EXIT.
005030*
005040*****************************************************************
005050* 2200-WRITE-ENTRY                                              *
005060*     ONE PPD DEBIT ENTRY -- TRANSACTION CODE 27 FROM A         *
005070*     CHECKING ACCOUNT, 37 FROM SAVINGS.  THE RDFI ROUTING IS   *
005080*     THE FIRST EIGHT DIGITS OF THE ROUTING NUMBER AND THE      *
005090*     CHECK DIGIT THE NINTH; THE ENTRY HASH IS THE SUM OF THE   *
005100*     EIGHT-DIGIT PARTS.  THE BATCH HEADER GOES OUT WITH THE    *
005110*     FIRST ENTRY, SO A NIGHT WITH NOTHING DUE SENDS AN EMPTY   *
005120*     FILE RATHER THAN AN EMPTY BATCH.                          *
005130*****************************************************************
005140  2200-WRITE-ENTRY.
005150      IF NOT BATCH-OPEN
005160          PERFORM 2210-WRITE-BATCH-HEADER THRU 2210-EXIT
005170      END-IF
005180      MOVE SPACES TO EPSACHN-ENTRY-REC
005190      MOVE '6' TO EPSACHN-EN-RECORD-TYPE
005200      IF EPSACE-SAVINGS
005210          MOVE '37' TO EPSACHN-EN-TRAN-CODE
005220      ELSE
005230          MOVE '27' TO EPSACHN-EN-TRAN-CODE
005240      END-IF
005250      MOVE EPSACHEN-ROUTING-NUMBER (1:8) TO
005260          EPSACHN-EN-RDFI-ROUTING
005270      MOVE EPSACHEN-ROUTING-NUMBER (9:1) TO
005280          EPSACHN-EN-CHECK-DIGIT
005290      MOVE EPSACHEN-ACCOUNT-NUMBER TO EPSACHN-EN-DFI-ACCOUNT
005300      MOVE WS-AMOUNT-DUE TO EPSACHN-EN-AMOUNT
005310      MOVE EPSACHEN-APPLICATION-ID TO EPSACHN-EN-INDIVIDUAL-ID
005320      MOVE EPSBMST-BORROWER-NAME TO EPSACHN-EN-INDIVIDUAL-NAME
005330      MOVE '0' TO EPSACHN-EN-ADDENDA-IND
005340      MOVE WS-TRACE-NUMBER TO EPSACHN-EN-TRACE-NUMBER
005350      ADD EPSACHN-EN-RDFI-ROUTING-N TO WS-ENTRY-HASH-TOTAL
005360      PERFORM 3100-WRITE-NACHA-RECORD THRU 3100-EXIT.
005370  2200-EXIT.
005380      EXIT.
005390*
005400*****************************************************************
005410* 2210-WRITE-BATCH-HEADER                                       *
005420*     SERVICE CLASS 225 (DEBITS ONLY), STANDARD ENTRY CLASS     *
005430*     PPD, ONE BATCH PER FILE.                                  *
005440*****************************************************************
005450  2210-WRITE-BATCH-HEADER.
005460      MOVE SPACES TO EPSACHN-BATCH-HEADER-REC
005470      MOVE '5' TO EPSACHN-BH-RECORD-TYPE
005480      MOVE '225' TO EPSACHN-BH-SERVICE-CLASS
005490      MOVE EPSACHC-COMPANY-NAME TO EPSACHN-BH-COMPANY-NAME
005500      MOVE EPSACHC-COMPANY-ID TO EPSACHN-BH-COMPANY-ID
005510      MOVE 'PPD' TO EPSACHN-BH-SEC-CODE
005520      MOVE 'MORTGAGE' TO EPSACHN-BH-ENTRY-DESC
005530      MOVE WS-RUN-YYMMDD TO EPSACHN-BH-DESCRIPTIVE-DATE
005540      MOVE WS-EFFECTIVE-YYMMDD TO EPSACHN-BH-EFFECTIVE-DATE
005550      MOVE '1' TO EPSACHN-BH-ORIGINATOR-STAT
005560      MOVE EPSACHC-ODFI-ROUTING TO EPSACHN-BH-ODFI-ROUTING
005570      ADD 1 TO WS-BATCH-COUNT
005580      MOVE WS-BATCH-COUNT TO EPSACHN-BH-BATCH-NUMBER
005590      PERFORM 3100-WRITE-NACHA-RECORD THRU 3100-EXIT
005600      MOVE 'Y' TO WS-BATCH-OPEN-SW.
005610  2210-EXIT.
005620      EXIT.
005630*
005640*****************************************************************
005650* 2300-WRITE-PAYMENT                                            *
005660*     THE EPSPTRN PAYMENT EPSPOST POSTS FOR THE DRAFT.  ITS     *
005670*     PAYMENT DATE AND AMOUNT ARE THE DRAFT'S, SO A RETURN      *
005680*     REVERSES EXACTLY THIS POSTING.                            *
005690*****************************************************************
005700  2300-WRITE-PAYMENT.
005710      MOVE SPACES TO EPSPTRN-RECORD
005720      MOVE EPSACHEN-APPLICATION-ID TO EPSPTRN-APPLICATION-ID
005730      MOVE WS-DRAFT-DATE TO EPSPTRN-PAYMENT-DATE
005740      MOVE WS-AMOUNT-DUE TO EPSPTRN-PAYMENT-AMOUNT
005750      MOVE 'P' TO EPSPTRN-TRAN-TYPE
005760      MOVE SPACE TO EPSPTRN-REVERSAL-REASON
005770      WRITE EPSPTRN-RECORD
005780      IF NOT EPSPTRN-OK
005790          MOVE 'EPSPTRN-FILE WRITE, STATUS=' TO WS-ABORT-MSG
005800          MOVE WS-EPSPTRN-STATUS TO WS-ABORT-MSG (28:2)
005810          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
005820      END-IF.
005830  2300-EXIT.
005840      EXIT.
005850*
005860*****************************************************************
005870* 2400-RECORD-DRAFT                                             *
005880*     THE DRAFT GOES ON EPSACHD UNDER ITS TRACE NUMBER AND THE  *
005890*     ENROLLMENT IS STAMPED WITH THE DRAFT DATE.  A DUPLICATE   *
005900*     TRACE NUMBER MEANS THE SEQUENCE HAS GONE WRONG AND THE    *
005910*     FILE CANNOT BE SENT -- IT ABORTS LIKE ANY SQL ERROR.      *
005920*****************************************************************
005930  2400-RECORD-DRAFT.
005940      MOVE WS-TRACE-NUMBER TO EPSACHD-TRACE-NUMBER
005950      MOVE EPSACHEN-APPLICATION-ID TO EPSACHD-APPLICATION-ID
005960      MOVE WS-DRAFT-DATE TO EPSACHD-DRAFT-DATE
005970      MOVE WS-AMOUNT-DUE TO EPSACHD-DRAFT-AMOUNT
005980      MOVE EPSACHEN-ROUTING-NUMBER TO EPSACHD-ROUTING-NUMBER
005990      MOVE EPSACHEN-ACCOUNT-NUMBER TO EPSACHD-ACCOUNT-NUMBER
006000      MOVE WS-EFFECTIVE-DATE TO EPSACHD-EFFECTIVE-DATE
006010      EXEC SQL
006020          INSERT INTO EPSACHD
006030              (TRACE_NUMBER, APPLICATION_ID, DRAFT_DATE,
006040               DRAFT_AMOUNT, ROUTING_NUMBER, ACCOUNT_NUMBER,
006050               EFFECTIVE_DATE, CREATED_TS, DRAFT_STATUS,
006060               RETURN_REASON, RETURN_DATE)
006070          VALUES
006080              (:EPSACHD-TRACE-NUMBER,
006090               :EPSACHD-APPLICATION-ID,
006100               DATE(:EPSACHD-DRAFT-DATE),
006110               :EPSACHD-DRAFT-AMOUNT,
006120               :EPSACHD-ROUTING-NUMBER,
006130               :EPSACHD-ACCOUNT-NUMBER,
006140               DATE(:EPSACHD-EFFECTIVE-DATE),
006150               CURRENT TIMESTAMP, 'S', ' ',
006160               DATE('0001-01-01'))
006170      END-EXEC
006180      IF SQLCODE NOT = 0
006190          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
006200      END-IF
006210      MOVE WS-DRAFT-DATE TO EPSACHEN-LAST-DRAFT-DATE
006220      EXEC SQL
006230          UPDATE EPSACHEN
006240              SET LAST_DRAFT_DATE =
006250                      DATE(:EPSACHEN-LAST-DRAFT-DATE)
006260              WHERE APPLICATION_ID = :EPSACHEN-APPLICATION-ID
006270      END-EXEC
006280      IF SQLCODE NOT = 0
006290          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
006300      END-IF.
006310  2400-EXIT.
006320      EXIT.
006330*
006340*****************************************************************
006350* 2500-WRITE-REGISTER-LINE                                      *
006360*     THE BANK ACCOUNT NUMBER IS LEFT OFF THE PRINTED           *
006370*     REGISTER; THE TRACE NUMBER FINDS THE DRAFT ON EPSACHD.    *
006380*****************************************************************
006390  2500-WRITE-REGISTER-LINE.
006400      MOVE EPSACHEN-APPLICATION-ID TO WS-DTL-APPLICATION-ID
006410      MOVE EPSBMST-BORROWER-NAME TO WS-DTL-BORROWER-NAME
006420      MOVE EPSACHEN-ROUTING-NUMBER TO WS-DTL-ROUTING
006430      IF EPSACE-SAVINGS
006440          MOVE 'SAVINGS' TO WS-DTL-ACCOUNT-TYPE
006450      ELSE
006460          MOVE 'CHECKING' TO WS-DTL-ACCOUNT-TYPE
006470      END-IF
006480      MOVE WS-DRAFT-DATE TO WS-DTL-DRAFT-DATE
006490      MOVE WS-AMOUNT-DUE TO WS-DTL-AMOUNT
006500      MOVE WS-TRACE-NUMBER TO WS-DTL-TRACE-NUMBER
006510      WRITE EPSACRPT-LINE FROM WS-DETAIL-LINE
006520      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT.
006530  2500-EXIT.
006540      EXIT.
006550*
006560*****************************************************************
006570* 3000-CLOSE-NACHA-FILE                                         *
006580*     BATCH CONTROL (WHEN A BATCH WAS OPENED), FILE CONTROL,    *
006590*     THEN ALL-9 RECORDS TO FILL THE LAST BLOCK OF TEN.  THE    *
006600*     ENTRY HASH KEEPS ONLY ITS LOW-ORDER TEN DIGITS.           *
006610*****************************************************************
006620  3000-CLOSE-NACHA-FILE.
006630      MOVE WS-ENTRY-HASH-TOTAL TO WS-ENTRY-HASH
006640      IF BATCH-OPEN
006650          MOVE SPACES TO EPSACHN-BATCH-CONTROL-REC
006660          MOVE '8' TO EPSACHN-BC-RECORD-TYPE
006670          MOVE '225' TO EPSACHN-BC-SERVICE-CLASS
006680          MOVE WS-DRAFT-COUNT TO EPSACHN-BC-ENTRY-COUNT
006690          MOVE WS-ENTRY-HASH TO EPSACHN-BC-ENTRY-HASH
006700          MOVE WS-DRAFT-TOTAL TO EPSACHN-BC-TOTAL-DEBITS
006710          MOVE 0 TO EPSACHN-BC-TOTAL-CREDITS
006720          MOVE EPSACHC-COMPANY-ID TO EPSACHN-BC-COMPANY-ID
006730          MOVE EPSACHC-ODFI-ROUTING TO EPSACHN-BC-ODFI-ROUTING
006740          MOVE WS-BATCH-COUNT TO EPSACHN-BC-BATCH-NUMBER
006750          PERFORM 3100-WRITE-NACHA-RECORD THRU 3100-EXIT
006760      END-IF
006770      COMPUTE WS-BLOCK-COUNT =
006780          (WS-NACHA-RECORD-COUNT + 10) / 10
006790      COMPUTE WS-FILLER-COUNT =
006800          WS-BLOCK-COUNT * 10 - WS-NACHA-RECORD-COUNT - 1
006810      MOVE SPACES TO EPSACHN-FILE-CONTROL-REC
006820      MOVE '9' TO EPSACHN-FC-RECORD-TYPE
006830      MOVE WS-BATCH-COUNT TO EPSACHN-FC-BATCH-COUNT
006840      MOVE WS-BLOCK-COUNT TO EPSACHN-FC-BLOCK-COUNT
006850      MOVE WS-DRAFT-COUNT TO EPSACHN-FC-ENTRY-COUNT
006860      MOVE WS-ENTRY-HASH TO EPSACHN-FC-ENTRY-HASH
006870      MOVE WS-DRAFT-TOTAL TO EPSACHN-FC-TOTAL-DEBITS
006880      MOVE 0 TO EPSACHN-FC-TOTAL-CREDITS
006890      PERFORM 3100-WRITE-NACHA-RECORD THRU 3100-EXIT
006900      PERFORM 3200-WRITE-FILLER-RECORD THRU 3200-EXIT
006910          WS-FILLER-COUNT TIMES.
006920  3000-EXIT.
006930      EXIT.
006940*
006950*****************************************************************
006960* 3100-WRITE-NACHA-RECORD                                       *
006970*****************************************************************
006980  3100-WRITE-NACHA-RECORD.
006990      WRITE EPSACHN-RECORD
007000      IF NOT EPSACHN-OK
007010          MOVE 'EPSACHN-FILE WRITE, STATUS=' TO WS-ABORT-MSG
007020          MOVE WS-EPSACHN-STATUS TO WS-ABORT-MSG (28:2)
007030          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
007040      END-IF
007050      ADD 1 TO WS-NACHA-RECORD-COUNT.
007060  3100-EXIT.
007070      EXIT.
007080*
007090*****************************************************************
007100* 3200-WRITE-FILLER-RECORD                                      *
007110*****************************************************************
007120  3200-WRITE-FILLER-RECORD.
007130      MOVE ALL '9' TO EPSACHN-RECORD
007140      PERFORM 3100-WRITE-NACHA-RECORD THRU 3100-EXIT.
007150  3200-EXIT.
007160      EXIT.
007170*
007180*****************************************************************
007190* 3900-CHECK-REPORT-WRITE                                       *
007200*****************************************************************
007210  3900-CHECK-REPORT-WRITE.
007220      IF NOT EPSACRPT-OK
007230          MOVE 'EPSACRPT-FILE WRITE, STATUS=' TO WS-ABORT-MSG
007240          MOVE WS-EPSACRPT-STATUS TO WS-ABORT-MSG (29:2)
007250          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
007260      END-IF.
007270  3900-EXIT.
007280      EXIT.
007290*
007300*****************************************************************
007310* 7000-WRITE-CONTROL-TOTALS                                     *
007320*****************************************************************
007330  7000-WRITE-CONTROL-TOTALS.
007340      MOVE SPACES TO EPSACRPT-LINE
007350      WRITE EPSACRPT-LINE
007360      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT
007370      MOVE 'ENROLLMENTS DUE THIS MONTH:' TO WS-TOT-LABEL
007380      MOVE WS-SELECTED-COUNT TO WS-TOT-COUNT
007390      MOVE 0 TO WS-TOT-AMOUNT
007400      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
007410      MOVE 'DRAFTS WRITTEN:' TO WS-TOT-LABEL
007420      MOVE WS-DRAFT-COUNT TO WS-TOT-COUNT
007430      MOVE WS-DRAFT-TOTAL TO WS-TOT-AMOUNT
007440      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
007450      MOVE 'HELD - ENROLLED ON/AFTER DRAFT DAY:' TO WS-TOT-LABEL
007460      MOVE WS-NOT-YET-COUNT TO WS-TOT-COUNT
007470      MOVE 0 TO WS-TOT-AMOUNT
007480      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
007490      MOVE 'HELD - NO INSTALLMENT DUE:' TO WS-TOT-LABEL
007500      MOVE WS-NOTHING-DUE-COUNT TO WS-TOT-COUNT
007510      MOVE 0 TO WS-TOT-AMOUNT
007520      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
007530      MOVE 'DRAFTED WITHOUT A BORROWER NAME:' TO WS-TOT-LABEL
007540      MOVE WS-NO-BORROWER-COUNT TO WS-TOT-COUNT
007550      MOVE 0 TO WS-TOT-AMOUNT
007560      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
007570      MOVE 'NACHA RECORDS WRITTEN:' TO WS-TOT-LABEL
007580      MOVE WS-NACHA-RECORD-COUNT TO WS-TOT-COUNT
007590      MOVE 0 TO WS-TOT-AMOUNT
007600      PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
007610  7000-EXIT.
007620      EXIT.
007630*
007640*****************************************************************
007650* 7100-WRITE-TOTAL-LINE                                         *
007660*****************************************************************
007670  7100-WRITE-TOTAL-LINE.
007680      WRITE EPSACRPT-LINE FROM WS-TOTAL-LINE
007690      PERFORM 3900-CHECK-REPORT-WRITE THRU 3900-EXIT.
007700  7100-EXIT.
007710      EXIT.
007720*
007730*****************************************************************
007740* 8000-FINALIZE                                                 *
007742*     THE NACHA FILE IS COMPLETE -- COMMIT THE EPSACHD DRAFTS   *
007744*     AND THE ENROLLMENT DRAFT DATES AS ONE UNIT OF WORK.       *
007750*****************************************************************
007760  8000-FINALIZE.
007761      EXEC SQL
007762          COMMIT
007763      END-EXEC
007764      IF SQLCODE NOT = 0
007765          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
007766      END-IF
007770      CLOSE EPSACHN-FILE
007780      CLOSE EPSPTRN-FILE
007790      CLOSE EPSACRPT-FILE
007800      DISPLAY 'EPSACHB ENROLLMENTS DUE:      ' WS-SELECTED-COUNT
007810      DISPLAY 'EPSACHB DRAFTS WRITTEN:       ' WS-DRAFT-COUNT
007820      DISPLAY 'EPSACHB HELD TO NEXT MONTH:   ' WS-NOT-YET-COUNT
007830      DISPLAY 'EPSACHB NACHA RECORDS:        '
007840          WS-NACHA-RECORD-COUNT.
007850  8000-EXIT.
007860      EXIT.
007870*
007880*****************************************************************
007890* 9800-ABORT-ON-SQLCODE                                         *
007900*     AN UNEXPECTED SQLCODE MEANS THE RUN CANNOT BE TRUSTED     *
007910*     TO CONTINUE -- STAGE THE CODE INTO THE ABORT MESSAGE      *
007920*     AND STOP.                                                 *
007930*****************************************************************
007940  9800-ABORT-ON-SQLCODE.
007950      MOVE 'ACH DRAFT SQL, SQLCODE=' TO WS-ABORT-MSG
007960      MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
007970      MOVE WS-ABORT-SQLCODE-DISPLAY TO WS-ABORT-MSG (24:9)
007980      PERFORM 9900-ABORT-RUN THRU 9900-EXIT.
007990  9800-EXIT.
008000      EXIT.
008010*
008020*****************************************************************
008030* 9900-ABORT-RUN                                                *
008032*     A HALF-BUILT NACHA FILE MUST NEVER BE SENT, AND NOTHING   *
008034*     IS COMMITTED UNTIL 8000-FINALIZE -- BACK OUT THE DRAFTS,  *
008036*     DISPLAY WHAT FAILED AND STOP WITH RETURN CODE 16.         *
008060*****************************************************************
008070  9900-ABORT-RUN.
008072      EXEC SQL
008074          ROLLBACK
008076      END-EXEC
008080      DISPLAY 'EPSACHB FATAL ERROR -- ' WS-ABORT-MSG
008090      MOVE 16 TO RETURN-CODE
008100      STOP RUN.
008110  9900-EXIT.
008120      EXIT.
008130*
008140  END PROGRAM EPSACHB.
