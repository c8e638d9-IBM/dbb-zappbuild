000010  IDENTIFICATION DIVISION.
000020  PROGRAM-ID.    EPSGMNT.
000030  AUTHOR.        R PELLETIER.
000040  INSTALLATION.  CONSUMER LENDING SYSTEMS.
000050  DATE-WRITTEN.  10/12/2026.
000060  DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090* EPSGMNT                                                       *
000100*     GENERAL-LEDGER ACCOUNT-MAPPING MAINTENANCE TRANSACTION.   *
000110*     ACCOUNTING ADDS, CHANGES AND INACTIVATES ROWS ON THE      *
000120*     EPSGLMAP TABLE THROUGH THE EPSGLCOM COMMAREA -- ONE ROW   *
000130*     PER FINANCIAL EVENT, NAMING THE GL ACCOUNTS THE EPSGLX    *
000140*     DAILY EXTRACT DEBITS AND CREDITS FOR IT.  A CHANGE TAKES  *
000150*     EFFECT WITH THE NEXT EXTRACT; ENTRIES ALREADY SENT TO     *
000160*     THE LEDGER ARE NOT RESTATED.                              *
000170*                                                               *
000180*     EVERY ACTION IS WRITTEN TO THE EPSGLLOG CHANGE LOG WITH   *
000190*     WHO DID IT AND THE BEFORE/AFTER IMAGE, THE SAME WAY       *
000200*     EPSRMNT LOGS THE PUBLISHED RATE SHEET TO EPSRTLOG.        *
000210*                                                               *
000220* MODIFICATION HISTORY                                          *
000230*   10/12/2026  RP   ORIGINAL VERSION.                          *
000240*                                                               *
000250*****************************************************************
000260  ENVIRONMENT DIVISION.
000270  DATA DIVISION.
000280  WORKING-STORAGE SECTION.
000290  01  WS-WORK-FIELDS.
000300      05  WS-COMMAREA-LEN-OK          PIC X(01).
000310          88  COMMAREA-LEN-OK             VALUE 'Y'.
000320          88  COMMAREA-LEN-NOT-OK         VALUE 'N'.
000330      05  WS-MIN-SAFE-COMMAREA-LEN    PIC S9(4) COMP.
000340      05  WS-SQLCODE-DISPLAY          PIC -9(8).
000350*
000360      COPY EPSGLMAP.
000370*
000380      COPY EPSGLLOG.
000390*
000400      COPY SQLCA.
000410*
000420  LINKAGE SECTION.
000430  01  DFHEIBLK.
000440      05  EIBTIME                     PIC S9(7) COMP-3.
000450      05  EIBDATE                     PIC S9(7) COMP-3.
000460      05  EIBTRNID                    PIC X(4).
000470      05  EIBTASKN                    PIC S9(7) COMP-3.
000480      05  EIBTRMID                    PIC X(4).
000490      05  EIBCPOSN                    PIC S9(4) COMP-5.
000500      05  EIBCALEN                    PIC S9(4) COMP-5.
000510      05  EIBAID                      PIC X(1).
000520      05  EIBFN                       PIC X(2).
000530      05  EIBRCODE                    PIC X(6).
000540      05  EIBDS                       PIC X(8).
000550      05  EIBREQID                    PIC X(8).
000560      05  EIBRSRCE                    PIC X(8).
000570      05  EIBSYNC                     PIC X.
000580      05  EIBFREE                     PIC X.
000590      05  EIBRECV                     PIC X.
000600      05  EIBSEND                     PIC X.
000610      05  EIBATT                      PIC X.
000620      05  EIBEOC                      PIC X.
000630      05  EIBFMH                      PIC X.
000640      05  EIBCOMPL                    PIC X(1).
000650      05  EIBSIG                      PIC X(1).
000660      05  EIBCONF                     PIC X(1).
000670      05  EIBERR                      PIC X(1).
000680      05  EIBERRCD                    PIC X(4).
000690      05  EIBSYNRB                    PIC X.
000700      05  EIBNODAT                    PIC X.
000710      05  EIBRESP                     PIC S9(8) COMP.
000720      05  EIBRESP2                    PIC S9(8) COMP.
000730      05  EIBRLDBK                    PIC X(1).
000740*
000750      COPY EPSGLCOM.
000760*
000770  PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
000780*
000790*****************************************************************
000800* 0000-MAINLINE                                                 *
000810*****************************************************************
000820  0000-MAINLINE.
000830      PERFORM 1000-VALIDATE-COMMAREA-LENGTH THRU 1000-EXIT
000840      IF COMMAREA-LEN-OK
000850          PERFORM 1100-VALIDATE-REQUEST THRU 1100-EXIT
000860      END-IF
000870      IF COMMAREA-LEN-OK AND EPSGL0-REQUEST-SUCCESS
000880          PERFORM 2000-DISPATCH-ACTION THRU 2000-EXIT
000890      END-IF
000900      PERFORM 9000-RETURN-TO-CICS THRU 9000-EXIT.
000910  0000-EXIT.
000920      EXIT.
000930*
000940*****************************************************************
000950* 1000-VALIDATE-COMMAREA-LENGTH                                 *
000960*     SAME GUARD EPSRMNT APPLIES -- NOTHING IS MOVED INTO       *
000970*     DFHCOMMAREA UNTIL EIBCALEN SHOWS THE CALLER'S REAL        *
000980*     STORAGE CAN HOLD WHAT WE WOULD WRITE.  THE MINIMUM SAFE   *
000990*     LENGTH COVERS EVERYTHING UP TO AND INCLUDING THE          *
001000*     RETCODE; A CALLER THAT SHORT GETS ONLY EIBCALEN BYTES     *
001010*     ECHOED BACK.                                              *
001020*****************************************************************
001030  1000-VALIDATE-COMMAREA-LENGTH.
001040      COMPUTE WS-MIN-SAFE-COMMAREA-LEN =
001050          LENGTH OF DFHCOMMAREA
001060          - LENGTH OF EPSGLC-RETURN-ROW
001070      IF EIBCALEN = LENGTH OF DFHCOMMAREA
001080          MOVE 'Y' TO WS-COMMAREA-LEN-OK
001090          MOVE 0 TO EPSGLC-PROGRAM-RETCODE
001100          MOVE SPACES TO EPSGLC-ERRMSG
001110      ELSE
001120          MOVE 'N' TO WS-COMMAREA-LEN-OK
001130          IF EIBCALEN >= WS-MIN-SAFE-COMMAREA-LEN
001140              MOVE 0020 TO EPSGLC-PROGRAM-RETCODE
001150              MOVE 'DFHCOMMAREA LENGTH DOES NOT MATCH EPSGLCOM'
001160                  TO EPSGLC-ERRMSG
001170          END-IF
001180      END-IF.
001190  1000-EXIT.
001200      EXIT.
001210*
001220*****************************************************************
001230* 1100-VALIDATE-REQUEST                                         *
001240*     EVERY ACTION NEEDS A USER (THE CHANGE LOG IS WORTHLESS    *
001250*     WITHOUT ONE) AND ONE OF THE EVENTS THE EXTRACT KNOWS;     *
001260*     ADD AND CHANGE ALSO NEED BOTH ACCOUNTS, AND AN EVENT      *
001270*     THAT DEBITS AND CREDITS THE SAME ACCOUNT WOULD NEVER      *
001280*     REACH THE LEDGER AT ALL.                                  *
001290*****************************************************************
001300  1100-VALIDATE-REQUEST.
001310      IF NOT EPSGLC-ACTION-ADD
001320          AND NOT EPSGLC-ACTION-CHANGE
001330          AND NOT EPSGLC-ACTION-INACTIVATE
001340          MOVE 0004 TO EPSGLC-PROGRAM-RETCODE
001350          MOVE 'ACTION MUST BE A, C OR X' TO EPSGLC-ERRMSG
001360      END-IF
001370      IF EPSGL0-REQUEST-SUCCESS
001380          AND EPSGLC-USER-ID = SPACES
001390          MOVE 0008 TO EPSGLC-PROGRAM-RETCODE
001400          MOVE 'USER ID IS REQUIRED' TO EPSGLC-ERRMSG
001410      END-IF
001420      MOVE EPSGLC-GL-EVENT TO EPSGLMAP-GL-EVENT
001430      IF EPSGL0-REQUEST-SUCCESS
001440          AND NOT EPSGLM-EVENT-VALID
001450          MOVE 0008 TO EPSGLC-PROGRAM-RETCODE
001460          MOVE 'GL EVENT MUST BE FD, IN, PR, ES, PM, LP, OV OR LA'
001470              TO EPSGLC-ERRMSG
001480      END-IF
001490      IF EPSGL0-REQUEST-SUCCESS
001500          AND (EPSGLC-ACTION-ADD OR EPSGLC-ACTION-CHANGE)
001510          AND (EPSGLC-DEBIT-ACCOUNT = SPACES
001520              OR EPSGLC-CREDIT-ACCOUNT = SPACES)
001530          MOVE 0012 TO EPSGLC-PROGRAM-RETCODE
001540          MOVE 'DEBIT AND CREDIT ACCOUNTS ARE BOTH REQUIRED'
001550              TO EPSGLC-ERRMSG
001560      END-IF
001570      IF EPSGL0-REQUEST-SUCCESS
001580          AND (EPSGLC-ACTION-ADD OR EPSGLC-ACTION-CHANGE)
001590          AND EPSGLC-DEBIT-ACCOUNT = EPSGLC-CREDIT-ACCOUNT
001600          MOVE 0012 TO EPSGLC-PROGRAM-RETCODE
001610          MOVE 'DEBIT AND CREDIT ACCOUNTS MUST DIFFER'
001620              TO EPSGLC-ERRMSG
001630      END-IF.
001640  1100-EXIT.
001650      EXIT.
001660*
001670*****************************************************************
001680* 2000-DISPATCH-ACTION                                          *
001690*     EVERY ACTION EXCEPT ADD STARTS FROM THE ROW AS IT         *
001700*     STANDS, BOTH TO VALIDATE THE ACTION AND TO CAPTURE THE    *
001710*     BEFORE IMAGE FOR THE CHANGE LOG.                          *
001720*****************************************************************
001730  2000-DISPATCH-ACTION.
001740      IF NOT EPSGLC-ACTION-ADD
001750          PERFORM 2100-FETCH-CURRENT-ROW THRU 2100-EXIT
001760      END-IF
001770      IF EPSGL0-REQUEST-SUCCESS
001780          EVALUATE TRUE
001790              WHEN EPSGLC-ACTION-ADD
001800                  PERFORM 3100-ADD-MAPPING THRU 3100-EXIT
001810              WHEN EPSGLC-ACTION-CHANGE
001820                  PERFORM 3200-CHANGE-MAPPING THRU 3200-EXIT
001830              WHEN EPSGLC-ACTION-INACTIVATE
001840                  PERFORM 3300-INACTIVATE-MAPPING THRU 3300-EXIT
001850          END-EVALUATE
001860      END-IF
001870      IF EPSGL0-REQUEST-SUCCESS
001880          PERFORM 5000-LOG-CHANGE THRU 5000-EXIT
001890          PERFORM 6000-ECHO-ROW-BACK THRU 6000-EXIT
001900      END-IF.
001910  2000-EXIT.
001920      EXIT.
001930*
001940*****************************************************************
001950* 2100-FETCH-CURRENT-ROW                                        *
001960*     PULL THE ROW'S CURRENT ACCOUNTS, STATUS AND LAST UPDATER  *
001970*     -- THE BEFORE IMAGE FOR THE LOG AND THE FACTS THE ACTION  *
001980*     RULES ARE CHECKED AGAINST.                                *
001990*****************************************************************
002000  2100-FETCH-CURRENT-ROW.
002010      EXEC SQL
002020          SELECT DEBIT_ACCOUNT, CREDIT_ACCOUNT, DESCRIPTION,
002030                 MAP_STATUS, UPDATED_BY
002040              INTO :EPSGLMAP-DEBIT-ACCOUNT,
002050                   :EPSGLMAP-CREDIT-ACCOUNT,
002060                   :EPSGLMAP-DESCRIPTION,
002070                   :EPSGLMAP-MAP-STATUS,
002080                   :EPSGLMAP-UPDATED-BY
002090              FROM EPSGLMAP
002100              WHERE GL_EVENT = :EPSGLMAP-GL-EVENT
002110      END-EXEC
002120      EVALUATE SQLCODE
002130          WHEN 0
002140              CONTINUE
002150          WHEN 100
002160              MOVE 0016 TO EPSGLC-PROGRAM-RETCODE
002170              MOVE 'NO MAPPING ROW FOR THAT GL EVENT' TO
002180                  EPSGLC-ERRMSG
002190          WHEN OTHER
002200              PERFORM 8000-SET-SQL-ERROR THRU 8000-EXIT
002210      END-EVALUATE.
002220  2100-EXIT.
002230      EXIT.
002240*
002250*****************************************************************
002260* 3100-ADD-MAPPING                                              *
002270*     A NEW ROW GOES IN ACTIVE.  A DUPLICATE KEY (SQLCODE       *
002280*     -803) MEANS THE EVENT IS ALREADY MAPPED -- USE CHANGE     *
002290*     INSTEAD.                                                  *
002300*****************************************************************
002310  3100-ADD-MAPPING.
002320      MOVE SPACES TO EPSGLLOG-OLD-DEBIT-ACCOUNT
002330      MOVE SPACES TO EPSGLLOG-OLD-CREDIT-ACCOUNT
002340      MOVE SPACE TO EPSGLLOG-OLD-STATUS
002350      MOVE EPSGLC-DEBIT-ACCOUNT TO EPSGLMAP-DEBIT-ACCOUNT
002360      MOVE EPSGLC-CREDIT-ACCOUNT TO EPSGLMAP-CREDIT-ACCOUNT
002370      MOVE EPSGLC-DESCRIPTION TO EPSGLMAP-DESCRIPTION
002380      MOVE EPSGLC-USER-ID TO EPSGLMAP-UPDATED-BY
002390      EXEC SQL
002400          INSERT INTO EPSGLMAP
002410              (GL_EVENT, DEBIT_ACCOUNT, CREDIT_ACCOUNT,
002420               DESCRIPTION, MAP_STATUS, UPDATED_BY, UPDATED_TS)
002430          VALUES
002440              (:EPSGLMAP-GL-EVENT,
002450               :EPSGLMAP-DEBIT-ACCOUNT,
002460               :EPSGLMAP-CREDIT-ACCOUNT,
002470               :EPSGLMAP-DESCRIPTION, 'A',
002480               :EPSGLMAP-UPDATED-BY, CURRENT TIMESTAMP)
002490      END-EXEC
002500      EVALUATE SQLCODE
002510          WHEN 0
002520              MOVE 'A' TO EPSGLMAP-MAP-STATUS
002530          WHEN -803
002540              MOVE 0024 TO EPSGLC-PROGRAM-RETCODE
002550              MOVE 'GL EVENT IS ALREADY MAPPED' TO
002560                  EPSGLC-ERRMSG
002570          WHEN OTHER
002580              PERFORM 8000-SET-SQL-ERROR THRU 8000-EXIT
002590      END-EVALUATE.
002600  3100-EXIT.
002610      EXIT.
002620*
002630*****************************************************************
002640* 3200-CHANGE-MAPPING                                           *
002650*     RE-POINTS AN EVENT AT NEW ACCOUNTS AND RE-STAMPS THE      *
002660*     UPDATER.  THE TABLE HOLDS ONE ROW PER EVENT, SO A CHANGE  *
002670*     TO AN INACTIVE ROW ALSO PUTS IT BACK IN PLAY -- THAT IS   *
002680*     HOW AN EVENT TAKEN OUT FOR A KEYING ERROR IS REINSTATED.  *
002690*****************************************************************
002700  3200-CHANGE-MAPPING.
002710      MOVE EPSGLMAP-DEBIT-ACCOUNT TO EPSGLLOG-OLD-DEBIT-ACCOUNT
002720      MOVE EPSGLMAP-CREDIT-ACCOUNT TO
002730          EPSGLLOG-OLD-CREDIT-ACCOUNT
002740      MOVE EPSGLMAP-MAP-STATUS TO EPSGLLOG-OLD-STATUS
002750      MOVE EPSGLC-DEBIT-ACCOUNT TO EPSGLMAP-DEBIT-ACCOUNT
002760      MOVE EPSGLC-CREDIT-ACCOUNT TO EPSGLMAP-CREDIT-ACCOUNT
002770      IF EPSGLC-DESCRIPTION NOT = SPACES
002780          MOVE EPSGLC-DESCRIPTION TO EPSGLMAP-DESCRIPTION
002790      END-IF
002800      MOVE 'A' TO EPSGLMAP-MAP-STATUS
002810      MOVE EPSGLC-USER-ID TO EPSGLMAP-UPDATED-BY
002820      EXEC SQL
002830          UPDATE EPSGLMAP
002840              SET DEBIT_ACCOUNT = :EPSGLMAP-DEBIT-ACCOUNT,
002850                  CREDIT_ACCOUNT = :EPSGLMAP-CREDIT-ACCOUNT,
002860                  DESCRIPTION = :EPSGLMAP-DESCRIPTION,
002870                  MAP_STATUS = 'A',
002880                  UPDATED_BY = :EPSGLMAP-UPDATED-BY,
002890                  UPDATED_TS = CURRENT TIMESTAMP
002900              WHERE GL_EVENT = :EPSGLMAP-GL-EVENT
002910      END-EXEC
002920      IF SQLCODE NOT = 0
002930          PERFORM 8000-SET-SQL-ERROR THRU 8000-EXIT
002940      END-IF.
002950  3200-EXIT.
002960      EXIT.
002970*
002980*****************************************************************
002990* 3300-INACTIVATE-MAPPING                                       *
003000*     TAKES AN EVENT'S MAPPING OUT OF PLAY.  THE EXTRACT        *
003010*     REFUSES TO RUN WITH ANY EVENT UNMAPPED, SO THIS IS FOR    *
003020*     A ROW KEYED IN ERROR; A CHANGE REINSTATES IT.             *
003030*****************************************************************
003040  3300-INACTIVATE-MAPPING.
003050      IF EPSGLM-STATUS-INACTIVE
003060          MOVE 0028 TO EPSGLC-PROGRAM-RETCODE
003070          MOVE 'ROW IS ALREADY INACTIVE' TO EPSGLC-ERRMSG
003080      ELSE
003090          MOVE EPSGLMAP-DEBIT-ACCOUNT TO
003100              EPSGLLOG-OLD-DEBIT-ACCOUNT
003110          MOVE EPSGLMAP-CREDIT-ACCOUNT TO
003120              EPSGLLOG-OLD-CREDIT-ACCOUNT
003130          MOVE EPSGLMAP-MAP-STATUS TO EPSGLLOG-OLD-STATUS
003140          MOVE 'I' TO EPSGLMAP-MAP-STATUS
003150          MOVE EPSGLC-USER-ID TO EPSGLMAP-UPDATED-BY
003160          EXEC SQL
003170              UPDATE EPSGLMAP
003180                  SET MAP_STATUS = 'I',
003190                      UPDATED_BY = :EPSGLMAP-UPDATED-BY,
003200                      UPDATED_TS = CURRENT TIMESTAMP
003210                  WHERE GL_EVENT = :EPSGLMAP-GL-EVENT
003220          END-EXEC
003230          IF SQLCODE NOT = 0
003240              PERFORM 8000-SET-SQL-ERROR THRU 8000-EXIT
003250          END-IF
003260      END-IF.
003270  3300-EXIT.
003280      EXIT.
003290*
003300*****************************************************************
003310* 5000-LOG-CHANGE                                               *
003320*     ONE EPSGLLOG ROW PER SUCCESSFUL ACTION -- WHO, WHAT,      *
003330*     AND THE BEFORE/AFTER IMAGE.  THE LOG INSERT IS PART OF    *
003340*     THE ACTION: IF IT CANNOT BE WRITTEN THE ACTION COMES      *
003350*     BACK AS AN ERROR AND THE UNIT OF WORK BACKS OUT, THE      *
003360*     SAME RULE EPSRMNT APPLIES TO THE RATE SHEET.              *
003370*****************************************************************
003380  5000-LOG-CHANGE.
003390      MOVE EPSGLC-USER-ID TO EPSGLLOG-CHANGED-BY
003400      MOVE EPSGLC-ACTION-CODE TO EPSGLLOG-ACTION-CODE
003410      MOVE EPSGLMAP-GL-EVENT TO EPSGLLOG-GL-EVENT
003420      MOVE EPSGLMAP-DEBIT-ACCOUNT TO EPSGLLOG-NEW-DEBIT-ACCOUNT
003430      MOVE EPSGLMAP-CREDIT-ACCOUNT TO EPSGLLOG-NEW-CREDIT-ACCOUNT
003440      MOVE EPSGLMAP-MAP-STATUS TO EPSGLLOG-NEW-STATUS
003450      EXEC SQL
003460          INSERT INTO EPSGLLOG
003470              (LOG_TIMESTAMP, CHANGED_BY, ACTION_CODE,
003480               GL_EVENT, OLD_DEBIT_ACCOUNT, NEW_DEBIT_ACCOUNT,
003490               OLD_CREDIT_ACCOUNT, NEW_CREDIT_ACCOUNT,
003500               OLD_STATUS, NEW_STATUS)
003510          VALUES
003520              (CURRENT TIMESTAMP, :EPSGLLOG-CHANGED-BY,
003530               :EPSGLLOG-ACTION-CODE, :EPSGLLOG-GL-EVENT,
003540               :EPSGLLOG-OLD-DEBIT-ACCOUNT,
003550               :EPSGLLOG-NEW-DEBIT-ACCOUNT,
003560               :EPSGLLOG-OLD-CREDIT-ACCOUNT,
003570               :EPSGLLOG-NEW-CREDIT-ACCOUNT,
003580               :EPSGLLOG-OLD-STATUS, :EPSGLLOG-NEW-STATUS)
003590      END-EXEC
003600      IF SQLCODE NOT = 0
003610          PERFORM 8000-SET-SQL-ERROR THRU 8000-EXIT
003620          EXEC CICS SYNCPOINT ROLLBACK
003630          END-EXEC
003640      END-IF.
003650  5000-EXIT.
003660      EXIT.
003670*
003680*****************************************************************
003690* 6000-ECHO-ROW-BACK                                            *
003700*****************************************************************
003710  6000-ECHO-ROW-BACK.
003720      MOVE EPSGLMAP-DEBIT-ACCOUNT TO EPSGLC-RETURN-DEBIT-ACCOUNT
003730      MOVE EPSGLMAP-CREDIT-ACCOUNT TO
003740          EPSGLC-RETURN-CREDIT-ACCOUNT
003750      MOVE EPSGLMAP-MAP-STATUS TO EPSGLC-RETURN-STATUS
003760      MOVE EPSGLMAP-UPDATED-BY TO EPSGLC-RETURN-UPDATED-BY.
003770  6000-EXIT.
003780      EXIT.
003790*
003800*****************************************************************
003810* 8000-SET-SQL-ERROR                                            *
003820*****************************************************************
003830  8000-SET-SQL-ERROR.
003840      MOVE 0032 TO EPSGLC-PROGRAM-RETCODE
003850      MOVE 'EPSGLMAP MAINTENANCE FAILED, SQLCODE=' TO
003860          EPSGLC-ERRMSG
003870      MOVE SQLCODE TO WS-SQLCODE-DISPLAY
003880      MOVE WS-SQLCODE-DISPLAY TO EPSGLC-ERRMSG (38:9).
003890  8000-EXIT.
003900      EXIT.
003910*
003920*****************************************************************
003930* 9000-RETURN-TO-CICS                                           *
003940*     A PLAIN RETURN, WITHOUT THE COMMAREA OPTION, THE SAME     *
003950*     WAY EPSRMNT RETURNS -- CALLERS REACH THIS PROGRAM BY      *
003960*     LINK, SO THE RESULTS ARE ALREADY IN THEIR OWN COMMAREA    *
003970*     STORAGE, AND RETURN COMMAREA BELOW THE HIGHEST LOGICAL    *
003980*     LEVEL RAISES INVREQ.                                      *
003990*****************************************************************
004000  9000-RETURN-TO-CICS.
004010      EXEC CICS RETURN
004020      END-EXEC.
004030  9000-EXIT.
004040      EXIT.
004050*
004060  END PROGRAM EPSGMNT.
