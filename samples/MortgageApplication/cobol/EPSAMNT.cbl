000010  IDENTIFICATION DIVISION.
000020  PROGRAM-ID.    EPSAMNT.
000030  AUTHOR.        R PELLETIER.
000040  INSTALLATION.  CONSUMER LENDING SYSTEMS.
000050  DATE-WRITTEN.  10/13/2026.
000060  DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090* EPSAMNT                                                       *
000100*     ACH AUTOPAY ENROLLMENT MAINTENANCE TRANSACTION, IN THE    *
000110*     EPSBMNT MOLD.  OPS ENROLLS A BOARDED LOAN FOR AUTOMATIC   *
000120*     PAYMENT DRAFTING, CHANGES ITS BANK ROUTING AND ACCOUNT    *
000130*     OR DRAFT DAY, AND CANCELS THE ENROLLMENT THROUGH THE      *
000140*     EPSACCOM COMMAREA.  THE ROWS LIVE ON THE EPSACHEN         *
000150*     ENROLLMENT TABLE THE EPSACHB DRAFT RUN WORKS FROM, AND    *
000160*     EVERY CHANGE IS WRITTEN TO THE EPSACLOG CHANGE LOG WITH   *
000170*     WHO DID IT AND THE BEFORE/AFTER IMAGE.                    *
000180*                                                               *
000190*     A ROUTING NUMBER MUST BE NINE DIGITS THAT PASS THE ABA    *
000200*     CHECK-DIGIT TEST, SO A MIS-KEYED TRANSIT NUMBER IS        *
000210*     CAUGHT HERE RATHER THAN COMING BACK AS A RETURNED ITEM.   *
000220*     ONLY A LOAN THAT IS OPEN ON EPSLMST CAN BE ENROLLED OR    *
000230*     REINSTATED.                                               *
000240*                                                               *
000250*     A CHANGE RE-KEYS THE BANK DETAILS AND DRAFT DAY, AND      *
000260*     PUTS A SUSPENDED OR CANCELLED ENROLLMENT BACK TO ACTIVE   *
000270*     WITH ITS RETURN COUNT CLEARED -- THE BORROWER HAS GIVEN   *
000280*     US AN ACCOUNT THAT WORKS.  THE INQUIRE ACTION FETCHES A   *
000290*     ROW WITHOUT CHANGING OR LOGGING ANYTHING.                 *
000300*                                                               *
000310* MODIFICATION HISTORY                                          *
000320*   10/13/2026  RP   ORIGINAL VERSION.                          *
000330*                                                               *
000340*****************************************************************
000350  ENVIRONMENT DIVISION.
000360  DATA DIVISION.
000370  WORKING-STORAGE SECTION.
000380  01  WS-WORK-FIELDS.
000390      05  WS-COMMAREA-LEN-OK          PIC X(01).
000400          88  COMMAREA-LEN-OK             VALUE 'Y'.
000410          88  COMMAREA-LEN-NOT-OK         VALUE 'N'.
000420      05  WS-MIN-SAFE-COMMAREA-LEN    PIC S9(4) COMP.
000430      05  WS-SQLCODE-DISPLAY          PIC -9(8).
000440      05  WS-ABA-WEIGHTED-SUM         PIC S9(4) COMP.
000450      05  WS-ABA-QUOTIENT             PIC S9(4) COMP.
000460      05  WS-ABA-REMAINDER            PIC S9(4) COMP.
000470*
000480      COPY EPSACHEN.
000490*
000500      COPY EPSACLOG.
000510*
000520      COPY EPSLMST.
000530*
000540      COPY SQLCA.
000550*
000560  LINKAGE SECTION.
000570  01  DFHEIBLK.
000580      05  EIBTIME                     PIC S9(7) COMP-3.
000590      05  EIBDATE                     PIC S9(7) COMP-3.
000600      05  EIBTRNID                    PIC X(4).
000610      05  EIBTASKN                    PIC S9(7) COMP-3.
000620      05  EIBTRMID                    PIC X(4).
000630      05  EIBCPOSN                    PIC S9(4) COMP-5.
000640      05  EIBCALEN                    PIC S9(4) COMP-5.
000650      05  EIBAID                      PIC X(1).
000660      05  EIBFN                       PIC X(2).
000670      05  EIBRCODE                    PIC X(6).
000680      05  EIBDS                       PIC X(8).
000690      05  EIBREQID                    PIC X(8).
000700      05  EIBRSRCE                    PIC X(8).
000710      05  EIBSYNC                     PIC X.
000720      05  EIBFREE                     PIC X.
000730      05  EIBRECV                     PIC X.
000740      05  EIBSEND                     PIC X.
000750      05  EIBATT                      PIC X.
000760      05  EIBEOC                      PIC X.
000770      05  EIBFMH                      PIC X.
000780      05  EIBCOMPL                    PIC X(1).
000790      05  EIBSIG                      PIC X(1).
000800      05  EIBCONF                     PIC X(1).
000810      05  EIBERR                      PIC X(1).
000820      05  EIBERRCD                    PIC X(4).
000830      05  EIBSYNRB                    PIC X.
000840      05  EIBNODAT                    PIC X.
000850      05  EIBRESP                     PIC S9(8) COMP.
000860      05  EIBRESP2                    PIC S9(8) COMP.
000870      05  EIBRLDBK                    PIC X(1).
000880*
000890      COPY EPSACCOM.
000900*
000910  PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
000920*
000930*****************************************************************
000940* 0000-MAINLINE                                                 *
000950*****************************************************************
000960  0000-MAINLINE.
000970      PERFORM 1000-VALIDATE-COMMAREA-LENGTH THRU 1000-EXIT
000980      IF COMMAREA-LEN-OK
000990          PERFORM 1100-VALIDATE-REQUEST THRU 1100-EXIT
001000      END-IF
001010      IF COMMAREA-LEN-OK AND EPSAC0-REQUEST-SUCCESS
001020          PERFORM 2000-DISPATCH-ACTION THRU 2000-EXIT
001030      END-IF
001040      PERFORM 9000-RETURN-TO-CICS THRU 9000-EXIT.
001050  0000-EXIT.
001060      EXIT.
001070*
001080*****************************************************************
001090* 1000-VALIDATE-COMMAREA-LENGTH                                 *
001100*     SAME GUARD EPSBMNT APPLIES -- NOTHING IS MOVED INTO       *
001110*     DFHCOMMAREA UNTIL EIBCALEN SHOWS THE CALLER'S REAL        *
001120*     STORAGE CAN HOLD WHAT WE WOULD WRITE.  THE MINIMUM SAFE   *
001130*     LENGTH COVERS EVERYTHING UP TO AND INCLUDING THE          *
001140*     RETCODE; A CALLER THAT SHORT GETS ONLY EIBCALEN BYTES     *
001150*     ECHOED BACK.                                              *
001160*****************************************************************
001170  1000-VALIDATE-COMMAREA-LENGTH.
001180      COMPUTE WS-MIN-SAFE-COMMAREA-LEN =
001190          LENGTH OF DFHCOMMAREA
001200          - LENGTH OF EPSACC-RETURN-ROW
001210      IF EIBCALEN = LENGTH OF DFHCOMMAREA
001220          MOVE 'Y' TO WS-COMMAREA-LEN-OK
001230          MOVE 0 TO EPSACC-PROGRAM-RETCODE
001240          MOVE SPACES TO EPSACC-ERRMSG
001250      ELSE
001260          MOVE 'N' TO WS-COMMAREA-LEN-OK
001270          IF EIBCALEN >= WS-MIN-SAFE-COMMAREA-LEN
001280              MOVE 0020 TO EPSACC-PROGRAM-RETCODE
001290              MOVE 'DFHCOMMAREA LENGTH DOES NOT MATCH EPSACCOM'
001300                  TO EPSACC-ERRMSG
001310          END-IF
001320      END-IF.
001330  1000-EXIT.
001340      EXIT.
001350*
001360*****************************************************************
001370* 1100-VALIDATE-REQUEST                                         *
001380*     EVERY ACTION NEEDS THE ROW KEY AND THE CHANGING ACTIONS   *
001390*     A USER.  ENROLL AND CHANGE ALSO NEED A COMPLETE SET OF    *
001400*     BANK DETAILS -- A ROUTING NUMBER THAT PASSES THE CHECK    *
001410*     DIGIT, AN ACCOUNT NUMBER, CHECKING OR SAVINGS, AND A      *
001420*     DRAFT DAY EVERY MONTH HAS (1-28).                         *
001430*****************************************************************
001440  1100-VALIDATE-REQUEST.
001450      IF NOT EPSACC-ACTION-ADD
001460          AND NOT EPSACC-ACTION-CHANGE
001470          AND NOT EPSACC-ACTION-CANCEL
001480          AND NOT EPSACC-ACTION-INQUIRE
001490          MOVE 0004 TO EPSACC-PROGRAM-RETCODE
001500          MOVE 'ACTION MUST BE A, C, X OR I' TO EPSACC-ERRMSG
001510          GO TO 1100-EXIT
001520      END-IF
001530      IF EPSACC-APPLICATION-ID = SPACES
001540          MOVE 0008 TO EPSACC-PROGRAM-RETCODE
001550          MOVE 'APPLICATION ID IS REQUIRED' TO EPSACC-ERRMSG
001560          GO TO 1100-EXIT
001570      END-IF
001580      IF NOT EPSACC-ACTION-INQUIRE
001590          AND EPSACC-USER-ID = SPACES
001600          MOVE 0008 TO EPSACC-PROGRAM-RETCODE
001610          MOVE 'USER ID IS REQUIRED' TO EPSACC-ERRMSG
001620          GO TO 1100-EXIT
001630      END-IF
001640      IF NOT EPSACC-ACTION-ADD AND NOT EPSACC-ACTION-CHANGE
001650          GO TO 1100-EXIT
001660      END-IF
001670      PERFORM 1200-VALIDATE-ROUTING THRU 1200-EXIT
001680      IF NOT EPSAC0-REQUEST-SUCCESS
001690          GO TO 1100-EXIT
001700      END-IF
001710      IF EPSACC-NEW-ACCOUNT-NUMBER = SPACES
001720          MOVE 0012 TO EPSACC-PROGRAM-RETCODE
001730          MOVE 'BANK ACCOUNT NUMBER IS REQUIRED' TO
001740              EPSACC-ERRMSG
001750          GO TO 1100-EXIT
001760      END-IF
001770      IF NOT EPSACC-ACCOUNT-TYPE-VALID
001780          MOVE 0012 TO EPSACC-PROGRAM-RETCODE
001790          MOVE 'ACCOUNT TYPE MUST BE C (CHECKING) OR S (SAVINGS)'
001800              TO EPSACC-ERRMSG
001810          GO TO 1100-EXIT
001820      END-IF
001830      IF EPSACC-NEW-DRAFT-DAY NOT NUMERIC
001840          OR EPSACC-NEW-DRAFT-DAY < 1
001850          OR EPSACC-NEW-DRAFT-DAY > 28
001860          MOVE 0012 TO EPSACC-PROGRAM-RETCODE
001870          MOVE 'DRAFT DAY MUST BE 01 THROUGH 28' TO
001880              EPSACC-ERRMSG
001890      END-IF.
001900  1100-EXIT.
001910      EXIT.
001920*
001930*****************************************************************
001940* 1200-VALIDATE-ROUTING                                         *
001950*     THE ABA CHECK DIGIT: THE NINE DIGITS WEIGHTED 3, 7, 1,    *
001960*     3, 7, 1, 3, 7, 1 MUST SUM TO A MULTIPLE OF TEN.           *
001970*****************************************************************
001980  1200-VALIDATE-ROUTING.
001990      IF EPSACC-NEW-ROUTING-NUMBER NOT NUMERIC
002000          MOVE 0012 TO EPSACC-PROGRAM-RETCODE
002010          MOVE 'ROUTING NUMBER MUST BE 9 DIGITS' TO
002020              EPSACC-ERRMSG
002030          GO TO 1200-EXIT
002040      END-IF
002050      COMPUTE WS-ABA-WEIGHTED-SUM =
002060          3 * (EPSACC-ROUTING-DIGIT (1)
002070             + EPSACC-ROUTING-DIGIT (4)
002080             + EPSACC-ROUTING-DIGIT (7))
002090        + 7 * (EPSACC-ROUTING-DIGIT (2)
002100             + EPSACC-ROUTING-DIGIT (5)
002110             + EPSACC-ROUTING-DIGIT (8))
002120        +     (EPSACC-ROUTING-DIGIT (3)
002130             + EPSACC-ROUTING-DIGIT (6)
002140             + EPSACC-ROUTING-DIGIT (9))
002150      DIVIDE WS-ABA-WEIGHTED-SUM BY 10
002160          GIVING WS-ABA-QUOTIENT
002170          REMAINDER WS-ABA-REMAINDER
002180      IF WS-ABA-WEIGHTED-SUM = 0 OR WS-ABA-REMAINDER NOT = 0
002190          MOVE 0012 TO EPSACC-PROGRAM-RETCODE
002200          MOVE 'ROUTING NUMBER FAILS THE ABA CHECK DIGIT' TO
002210              EPSACC-ERRMSG
002220      END-IF.
002230  1200-EXIT.
002240      EXIT.
002250*
002260*****************************************************************
002270* 2000-DISPATCH-ACTION                                          *
002280*     EVERY ACTION EXCEPT ADD STARTS FROM THE ROW AS IT         *
002290*     STANDS, BOTH TO VALIDATE THE ACTION AND TO CAPTURE THE    *
002300*     BEFORE IMAGE FOR THE CHANGE LOG.  ENROLL AND CHANGE ALSO  *
002310*     NEED THE LOAN TO BE OPEN.                                 *
002320*****************************************************************
002330  2000-DISPATCH-ACTION.
002340      MOVE EPSACC-APPLICATION-ID TO EPSACHEN-APPLICATION-ID
002350      IF NOT EPSACC-ACTION-ADD
002360          PERFORM 2100-FETCH-CURRENT-ROW THRU 2100-EXIT
002370      END-IF
002380      IF EPSAC0-REQUEST-SUCCESS
002390          AND (EPSACC-ACTION-ADD OR EPSACC-ACTION-CHANGE)
002400          PERFORM 2200-CHECK-LOAN-OPEN THRU 2200-EXIT
002410      END-IF
002420      IF EPSAC0-REQUEST-SUCCESS
002430          EVALUATE TRUE
002440              WHEN EPSACC-ACTION-ADD
002450                  PERFORM 3100-ADD-ENROLLMENT THRU 3100-EXIT
002460              WHEN EPSACC-ACTION-CHANGE
002470                  PERFORM 3200-CHANGE-ENROLLMENT THRU 3200-EXIT
002480              WHEN EPSACC-ACTION-CANCEL
002490                  PERFORM 3300-CANCEL-ENROLLMENT THRU 3300-EXIT
002500              WHEN EPSACC-ACTION-INQUIRE
002510                  CONTINUE
002520          END-EVALUATE
002530      END-IF
002540      IF EPSAC0-REQUEST-SUCCESS
002550          IF NOT EPSACC-ACTION-INQUIRE
002560              PERFORM 5000-LOG-CHANGE THRU 5000-EXIT
002570          END-IF
002580          PERFORM 6000-ECHO-ROW-BACK THRU 6000-EXIT
002590      END-IF.
002600  2000-EXIT.
002610      EXIT.
002620*
002630*****************************************************************
002640* 2100-FETCH-CURRENT-ROW                                        *
002650*     THE ROW AS IT STANDS -- THE BEFORE IMAGE FOR THE LOG,     *
002660*     THE FACTS THE ACTION RULES ARE CHECKED AGAINST, AND THE   *
002670*     WHOLE ANSWER FOR AN INQUIRE.                              *
002680*****************************************************************
002690  2100-FETCH-CURRENT-ROW.
002700      EXEC SQL
002710          SELECT ROUTING_NUMBER, ACCOUNT_NUMBER, ACCOUNT_TYPE,
002720                 DRAFT_DAY, ENROLL_STATUS,
002730                 CHAR(ENROLL_DATE, ISO), RETURN_COUNT,
002740                 CHAR(LAST_DRAFT_DATE, ISO)
002750              INTO :EPSACHEN-ROUTING-NUMBER,
002760                   :EPSACHEN-ACCOUNT-NUMBER,
002770                   :EPSACHEN-ACCOUNT-TYPE,
002780                   :EPSACHEN-DRAFT-DAY,
002790                   :EPSACHEN-ENROLL-STATUS,
002800                   :EPSACHEN-ENROLL-DATE,
002810                   :EPSACHEN-RETURN-COUNT,
002820                   :EPSACHEN-LAST-DRAFT-DATE
002830              FROM EPSACHEN
002840              WHERE APPLICATION_ID = :EPSACHEN-APPLICATION-ID
002850      END-EXEC
002860      EVALUATE SQLCODE
002870          WHEN 0
002880              CONTINUE
002890          WHEN 100
002900              MOVE 0016 TO EPSACC-PROGRAM-RETCODE
002910              MOVE 'NO ACH ENROLLMENT FOR THAT APPLICATION ID' TO
002920                  EPSACC-ERRMSG
002930          WHEN OTHER
002940              PERFORM 8000-SET-SQL-ERROR THRU 8000-EXIT
002950      END-EVALUATE.
002960  2100-EXIT.
002970      EXIT.
002980*
002990*****************************************************************
003000* 2200-CHECK-LOAN-OPEN                                          *
003010*     ONLY AN OPEN LOAN HAS A PAYMENT TO DRAFT.  A LOAN THAT    *
003020*     HAS NOT BOARDED YET HAS NO EPSLMST ROW AT ALL.            *
003030*****************************************************************
003040  2200-CHECK-LOAN-OPEN.
003050      MOVE EPSACC-APPLICATION-ID TO EPSLMST-APPLICATION-ID
003060      EXEC SQL
003070          SELECT LOAN_STATUS
003080              INTO :EPSLMST-LOAN-STATUS
003090              FROM EPSLMST
003100              WHERE APPLICATION_ID = :EPSLMST-APPLICATION-ID
003110      END-EXEC
003120      EVALUATE SQLCODE
003130          WHEN 0
003140              IF NOT EPSLMS-STATUS-OPEN
003150                  MOVE 0028 TO EPSACC-PROGRAM-RETCODE
003160                  MOVE 'LOAN IS NOT OPEN - CANNOT DRAFT IT' TO
003170                      EPSACC-ERRMSG
003180              END-IF
003190          WHEN 100
003200              MOVE 0016 TO EPSACC-PROGRAM-RETCODE
003210              MOVE 'NO BOARDED LOAN FOR THAT APPLICATION ID' TO
003220                  EPSACC-ERRMSG
003230          WHEN OTHER
003240              PERFORM 8000-SET-SQL-ERROR THRU 8000-EXIT
003250      END-EVALUATE.
003260  2200-EXIT.
003270      EXIT.
003280*
003290*****************************************************************
003300* 3100-ADD-ENROLLMENT                                           *
003310*     A NEW ROW GOES IN ACTIVE WITH NO RETURNS AND NO DRAFT     *
003320*     TAKEN YET.  A DUPLICATE KEY (SQLCODE -803) MEANS THE      *
003330*     LOAN IS ALREADY ENROLLED -- USE CHANGE INSTEAD.           *
003340*****************************************************************
003350  3100-ADD-ENROLLMENT.
003360      MOVE SPACES TO EPSACLOG-OLD-ROUTING
003370      MOVE SPACES TO EPSACLOG-OLD-ACCOUNT
003380      MOVE 0 TO EPSACLOG-OLD-DRAFT-DAY
003390      MOVE SPACE TO EPSACLOG-OLD-STATUS
003400      MOVE EPSACC-NEW-ROUTING-NUMBER TO EPSACHEN-ROUTING-NUMBER
003410      MOVE EPSACC-NEW-ACCOUNT-NUMBER TO EPSACHEN-ACCOUNT-NUMBER
003420      MOVE EPSACC-NEW-ACCOUNT-TYPE TO EPSACHEN-ACCOUNT-TYPE
003430      MOVE EPSACC-NEW-DRAFT-DAY TO EPSACHEN-DRAFT-DAY
003440      MOVE 'A' TO EPSACHEN-ENROLL-STATUS
003450      MOVE 0 TO EPSACHEN-RETURN-COUNT
003460      MOVE '0001-01-01' TO EPSACHEN-LAST-DRAFT-DATE
003470      MOVE EPSACC-USER-ID TO EPSACHEN-UPDATED-BY
003480      EXEC SQL
003490          INSERT INTO EPSACHEN
003500              (APPLICATION_ID, ROUTING_NUMBER, ACCOUNT_NUMBER,
003510               ACCOUNT_TYPE, DRAFT_DAY, ENROLL_STATUS,
003520               ENROLL_DATE, RETURN_COUNT, LAST_DRAFT_DATE,
003530               UPDATED_BY, UPDATED_TS)
003540          VALUES
003550              (:EPSACHEN-APPLICATION-ID,
003560               :EPSACHEN-ROUTING-NUMBER,
003570               :EPSACHEN-ACCOUNT-NUMBER,
003580               :EPSACHEN-ACCOUNT-TYPE,
003590               :EPSACHEN-DRAFT-DAY, 'A',
003600               CURRENT DATE, 0, DATE('0001-01-01'),
003610               :EPSACHEN-UPDATED-BY, CURRENT TIMESTAMP)
003620      END-EXEC
003630      EVALUATE SQLCODE
003640          WHEN 0
003650              PERFORM 3900-FETCH-ENROLL-DATE THRU 3900-EXIT
003660          WHEN -803
003670              MOVE 0024 TO EPSACC-PROGRAM-RETCODE
003680              MOVE 'LOAN IS ALREADY ENROLLED FOR ACH' TO
003690                  EPSACC-ERRMSG
003700          WHEN OTHER
003710              PERFORM 8000-SET-SQL-ERROR THRU 8000-EXIT
003720      END-EVALUATE.
003730  3100-EXIT.
003740      EXIT.
003750*
003760*****************************************************************
003770* 3200-CHANGE-ENROLLMENT                                        *
003780*     RE-KEY THE BANK DETAILS AND DRAFT DAY IN PLACE.  THE      *
003790*     ROW COMES BACK ACTIVE WITH ITS RETURN COUNT CLEARED AND   *
003800*     ITS ENROLL DATE MOVED TO TODAY, SO A SUSPENDED OR         *
003810*     CANCELLED ENROLLMENT IS REINSTATED BY THIS ACTION AND     *
003820*     NOTHING IS DRAFTED FROM THE NEW ACCOUNT THE SAME DAY.     *
003830*****************************************************************
003840  3200-CHANGE-ENROLLMENT.
003850      MOVE EPSACHEN-ROUTING-NUMBER TO EPSACLOG-OLD-ROUTING
003860      MOVE EPSACHEN-ACCOUNT-NUMBER TO EPSACLOG-OLD-ACCOUNT
003870      MOVE EPSACHEN-DRAFT-DAY TO EPSACLOG-OLD-DRAFT-DAY
003880      MOVE EPSACHEN-ENROLL-STATUS TO EPSACLOG-OLD-STATUS
003890      MOVE EPSACC-NEW-ROUTING-NUMBER TO EPSACHEN-ROUTING-NUMBER
003900      MOVE EPSACC-NEW-ACCOUNT-NUMBER TO EPSACHEN-ACCOUNT-NUMBER
003910      MOVE EPSACC-NEW-ACCOUNT-TYPE TO EPSACHEN-ACCOUNT-TYPE
003920      MOVE EPSACC-NEW-DRAFT-DAY TO EPSACHEN-DRAFT-DAY
003930      MOVE 'A' TO EPSACHEN-ENROLL-STATUS
003940      MOVE 0 TO EPSACHEN-RETURN-COUNT
003950      MOVE EPSACC-USER-ID TO EPSACHEN-UPDATED-BY
003960      EXEC SQL
003970          UPDATE EPSACHEN
003980              SET ROUTING_NUMBER = :EPSACHEN-ROUTING-NUMBER,
003990                  ACCOUNT_NUMBER = :EPSACHEN-ACCOUNT-NUMBER,
004000                  ACCOUNT_TYPE = :EPSACHEN-ACCOUNT-TYPE,
004010                  DRAFT_DAY = :EPSACHEN-DRAFT-DAY,
004020                  ENROLL_STATUS = 'A',
004030                  ENROLL_DATE = CURRENT DATE,
004040                  RETURN_COUNT = 0,
004050                  UPDATED_BY = :EPSACHEN-UPDATED-BY,
004060                  UPDATED_TS = CURRENT TIMESTAMP
004070              WHERE APPLICATION_ID = :EPSACHEN-APPLICATION-ID
004080      END-EXEC
004090      IF SQLCODE NOT = 0
004100          PERFORM 8000-SET-SQL-ERROR THRU 8000-EXIT
004110      ELSE
004120          PERFORM 3900-FETCH-ENROLL-DATE THRU 3900-EXIT
004130      END-IF.
004140  3200-EXIT.
004150      EXIT.
004160*
004170*****************************************************************
004180* 3300-CANCEL-ENROLLMENT                                        *
004190*     THE ROW STAYS ON FILE (THE EPSACHD DRAFTS POINT AT IT)    *
004200*     BUT IS NEVER DRAFTED AGAIN UNTIL A CHANGE REINSTATES IT.  *
004210*****************************************************************
004220  3300-CANCEL-ENROLLMENT.
004230      IF EPSACE-STATUS-CANCELLED
004240          MOVE 0028 TO EPSACC-PROGRAM-RETCODE
004250          MOVE 'ACH ENROLLMENT IS ALREADY CANCELLED' TO
004260              EPSACC-ERRMSG
004270          GO TO 3300-EXIT
004280      END-IF
004290      MOVE EPSACHEN-ROUTING-NUMBER TO EPSACLOG-OLD-ROUTING
004300      MOVE EPSACHEN-ACCOUNT-NUMBER TO EPSACLOG-OLD-ACCOUNT
004310      MOVE EPSACHEN-DRAFT-DAY TO EPSACLOG-OLD-DRAFT-DAY
004320      MOVE EPSACHEN-ENROLL-STATUS TO EPSACLOG-OLD-STATUS
004330      MOVE 'X' TO EPSACHEN-ENROLL-STATUS
004340      MOVE EPSACC-USER-ID TO EPSACHEN-UPDATED-BY
004350      EXEC SQL
004360          UPDATE EPSACHEN
004370              SET ENROLL_STATUS = 'X',
004380                  UPDATED_BY = :EPSACHEN-UPDATED-BY,
004390                  UPDATED_TS = CURRENT TIMESTAMP
004400              WHERE APPLICATION_ID = :EPSACHEN-APPLICATION-ID
004410      END-EXEC
004420      IF SQLCODE NOT = 0
004430          PERFORM 8000-SET-SQL-ERROR THRU 8000-EXIT
004440      END-IF.
004450  3300-EXIT.
004460      EXIT.
004470*
004480*****************************************************************
004490* 3900-FETCH-ENROLL-DATE                                        *
004500*     THE DATE DB2 STAMPED ON THE ROW, FOR THE ECHO.            *
004510*****************************************************************
004520  3900-FETCH-ENROLL-DATE.
004530      EXEC SQL
004540          SELECT CHAR(ENROLL_DATE, ISO),
004550                 CHAR(LAST_DRAFT_DATE, ISO)
004560              INTO :EPSACHEN-ENROLL-DATE,
004570                   :EPSACHEN-LAST-DRAFT-DATE
004580              FROM EPSACHEN
004590              WHERE APPLICATION_ID = :EPSACHEN-APPLICATION-ID
004600      END-EXEC
004610      IF SQLCODE NOT = 0
004620          PERFORM 8000-SET-SQL-ERROR THRU 8000-EXIT
004630      END-IF.
004640  3900-EXIT.
004650      EXIT.
004660*
004670*****************************************************************
004680* 5000-LOG-CHANGE                                               *
004690*     ONE EPSACLOG ROW PER SUCCESSFUL CHANGING ACTION.  THE     *
004700*     LOG INSERT IS PART OF THE ACTION: IF IT CANNOT BE         *
004710*     WRITTEN THE ACTION COMES BACK AS AN ERROR AND THE UNIT    *
004720*     OF WORK BACKS OUT, THE SAME RULE EPSBMNT APPLIES TO THE   *
004730*     BORROWER-MASTER LOG.                                      *
004740*****************************************************************
004750  5000-LOG-CHANGE.
004760      MOVE EPSACC-USER-ID TO EPSACLOG-CHANGED-BY
004770      MOVE EPSACC-ACTION-CODE TO EPSACLOG-ACTION-CODE
004780      MOVE EPSACC-APPLICATION-ID TO EPSACLOG-APPLICATION-ID
004790      MOVE EPSACHEN-ROUTING-NUMBER TO EPSACLOG-NEW-ROUTING
004800      MOVE EPSACHEN-ACCOUNT-NUMBER TO EPSACLOG-NEW-ACCOUNT
004810      MOVE EPSACHEN-DRAFT-DAY TO EPSACLOG-NEW-DRAFT-DAY
004820      MOVE EPSACHEN-ENROLL-STATUS TO EPSACLOG-NEW-STATUS
004830      EXEC SQL
004840          INSERT INTO EPSACLOG
004850              (LOG_TIMESTAMP, CHANGED_BY, ACTION_CODE,
004860               APPLICATION_ID, OLD_ROUTING, NEW_ROUTING,
004870               OLD_ACCOUNT, NEW_ACCOUNT, OLD_DRAFT_DAY,
004880               NEW_DRAFT_DAY, OLD_STATUS, NEW_STATUS)
004890          VALUES
004900              (CURRENT TIMESTAMP, :EPSACLOG-CHANGED-BY,
004910               :EPSACLOG-ACTION-CODE,
004920               :EPSACLOG-APPLICATION-ID,
004930               :EPSACLOG-OLD-ROUTING, :EPSACLOG-NEW-ROUTING,
004940               :EPSACLOG-OLD-ACCOUNT, :EPSACLOG-NEW-ACCOUNT,
004950               :EPSACLOG-OLD-DRAFT-DAY,
004960               :EPSACLOG-NEW-DRAFT-DAY,
004970               :EPSACLOG-OLD-STATUS, :EPSACLOG-NEW-STATUS)
004980      END-EXEC
004990      IF SQLCODE NOT = 0
005000          PERFORM 8000-SET-SQL-ERROR THRU 8000-EXIT
005010          EXEC CICS SYNCPOINT ROLLBACK
005020          END-EXEC
005030      END-IF.
005040  5000-EXIT.
005050      EXIT.
005060*
005070*****************************************************************
005080* 6000-ECHO-ROW-BACK                                            *
005090*****************************************************************
005100  6000-ECHO-ROW-BACK.
005110      MOVE EPSACHEN-ROUTING-NUMBER TO EPSACC-RETURN-ROUTING
005120      MOVE EPSACHEN-ACCOUNT-NUMBER TO EPSACC-RETURN-ACCOUNT
005130      MOVE EPSACHEN-ACCOUNT-TYPE TO EPSACC-RETURN-ACCT-TYPE
005140      MOVE EPSACHEN-DRAFT-DAY TO EPSACC-RETURN-DRAFT-DAY
005150      MOVE EPSACHEN-ENROLL-STATUS TO EPSACC-RETURN-STATUS
005160      MOVE EPSACHEN-RETURN-COUNT TO EPSACC-RETURN-COUNT
005170      MOVE EPSACHEN-ENROLL-DATE TO EPSACC-RETURN-ENROLL-DATE
005180      MOVE EPSACHEN-LAST-DRAFT-DATE TO EPSACC-RETURN-LAST-DRAFT.
005190  6000-EXIT.
005200      EXIT.
005210*
005220*****************************************************************
005230* 8000-SET-SQL-ERROR                                            *
005240*****************************************************************
005250  8000-SET-SQL-ERROR.
005260      MOVE 0032 TO EPSACC-PROGRAM-RETCODE
005270      MOVE 'EPSACHEN MAINTENANCE FAILED, SQLCODE=' TO
005280          EPSACC-ERRMSG
005290      MOVE SQLCODE TO WS-SQLCODE-DISPLAY
005300      MOVE WS-SQLCODE-DISPLAY TO EPSACC-ERRMSG (38:9).
005310  8000-EXIT.
005320      EXIT.
005330*
005340*****************************************************************
005350* 9000-RETURN-TO-CICS                                           *
005360*     A PLAIN RETURN, THE SAME WAY EPSBMNT RETURNS -- CALLERS   *
005370*     REACH THIS PROGRAM BY LINK, SO THE RESULTS ARE ALREADY    *
005380*     IN THEIR OWN COMMAREA STORAGE.                            *
005390*****************************************************************
005400  9000-RETURN-TO-CICS.
005410      EXEC CICS RETURN
005420      END-EXEC.
005430  9000-EXIT.
005440      EXIT.
005450*
005460  END PROGRAM EPSAMNT.
