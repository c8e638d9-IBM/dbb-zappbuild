000010  IDENTIFICATION DIVISION.
000020  PROGRAM-ID.    EPSIMNT.
000030  AUTHOR.        R PELLETIER.
000040  INSTALLATION.  CONSUMER LENDING SYSTEMS.
000050  DATE-WRITTEN.  10/11/2026.
000060  DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090* EPSIMNT                                                       *
000100*     ARM INDEX-RATE MAINTENANCE TRANSACTION.  THE RATE DESK    *
000110*     ADDS, CHANGES AND INACTIVATES ROWS ON THE EPSINDX INDEX   *
000120*     TABLE THROUGH THE EPSIXCOM COMMAREA.  THE TABLE HOLDS     *
000130*     ANY NUMBER OF EFFECTIVE DATES AT ONCE, AND THE EPSARMR    *
000140*     RESET RUN PRICES EACH ADJUSTABLE-RATE LOAN'S NEXT RATE    *
000150*     FROM THE NEWEST ACTIVE VALUE IN EFFECT ON THE DAY IT      *
000160*     SETS THAT RATE -- SO THE DESK CAN KEY A NEW INDEX VALUE   *
000170*     AS SOON AS IT IS PUBLISHED.                               *
000180*                                                               *
000190*     EVERY ACTION IS WRITTEN TO THE EPSIXLOG CHANGE LOG WITH   *
000200*     WHO DID IT AND THE BEFORE/AFTER IMAGE, THE SAME WAY       *
000210*     EPSRMNT LOGS THE PUBLISHED RATE SHEET TO EPSRTLOG.        *
000220*                                                               *
000230* MODIFICATION HISTORY                                          *
000240*   10/11/2026  RP   ORIGINAL VERSION.                          *
000250*                                                               *
000260*****************************************************************
000270  ENVIRONMENT DIVISION.
000280  DATA DIVISION.
000290  WORKING-STORAGE SECTION.
000300  01  WS-WORK-FIELDS.
000310      05  WS-COMMAREA-LEN-OK          PIC X(01).
000320          88  COMMAREA-LEN-OK             VALUE 'Y'.
000330          88  COMMAREA-LEN-NOT-OK         VALUE 'N'.
000340      05  WS-MIN-SAFE-COMMAREA-LEN    PIC S9(4) COMP.
000350      05  WS-SQLCODE-DISPLAY          PIC -9(8).
000360      05  WS-MAX-INDEX-RATE           PIC S9(2)V9(3) COMP-3
000370                                          VALUE 25.000.
000380*
000390      COPY EPSINDX.
000400*
000410      COPY EPSIXLOG.
000420*
000430      COPY SQLCA.
000440*
000450  LINKAGE SECTION.
000460  01  DFHEIBLK.
000470      05  EIBTIME                     PIC S9(7) COMP-3.
000480      05  EIBDATE                     PIC S9(7) COMP-3.
000490      05  EIBTRNID                    PIC X(4).
000500      05  EIBTASKN                    PIC S9(7) COMP-3.
000510      05  EIBTRMID                    PIC X(4).
000520      05  EIBCPOSN                    PIC S9(4) COMP-5.
000530      05  EIBCALEN                    PIC S9(4) COMP-5.
000540      05  EIBAID                      PIC X(1).
000550      05  EIBFN                       PIC X(2).
000560      05  EIBRCODE                    PIC X(6).
000570      05  EIBDS                       PIC X(8).
000580      05  EIBREQID                    PIC X(8).
000590      05  EIBRSRCE                    PIC X(8).
000600      05  EIBSYNC                     PIC X.
000610      05  EIBFREE                     PIC X.
000620      05  EIBRECV                     PIC X.
000630      05  EIBSEND                     PIC X.
000640      05  EIBATT                      PIC X.
000650      05  EIBEOC                      PIC X.
000660      05  EIBFMH                      PIC X.
000670      05  EIBCOMPL                    PIC X(1).
000680      05  EIBSIG                      PIC X(1).
000690      05  EIBCONF                     PIC X(1).
000700      05  EIBERR                      PIC X(1).
000710      05  EIBERRCD                    PIC X(4).
000720      05  EIBSYNRB                    PIC X.
000730      05  EIBNODAT                    PIC X.
000740      05  EIBRESP                     PIC S9(8) COMP.
000750      05  EIBRESP2                    PIC S9(8) COMP.
000760      05  EIBRLDBK                    PIC X(1).
000770*
000780      COPY EPSIXCOM.
000790*
000800  PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
000810*
000820*****************************************************************
000830* 0000-MAINLINE                                                 *
000840*****************************************************************
000850  0000-MAINLINE.
000860      PERFORM 1000-VALIDATE-COMMAREA-LENGTH THRU 1000-EXIT
000870      IF COMMAREA-LEN-OK
000880          PERFORM 1100-VALIDATE-REQUEST THRU 1100-EXIT
000890      END-IF
000900      IF COMMAREA-LEN-OK AND EPSIX0-REQUEST-SUCCESS
000910          PERFORM 2000-DISPATCH-ACTION THRU 2000-EXIT
000920      END-IF
000930      PERFORM 9000-RETURN-TO-CICS THRU 9000-EXIT.
000940  0000-EXIT.
000950      EXIT.
000960*
000970*****************************************************************
000980* 1000-VALIDATE-COMMAREA-LENGTH                                 *
000990*     SAME GUARD EPSRMNT APPLIES -- NOTHING IS MOVED INTO       *
001000*     DFHCOMMAREA UNTIL EIBCALEN SHOWS THE CALLER'S REAL        *
001010*     STORAGE CAN HOLD WHAT WE WOULD WRITE.  THE MINIMUM SAFE   *
001020*     LENGTH COVERS EVERYTHING UP TO AND INCLUDING THE          *
001030*     RETCODE; A CALLER THAT SHORT GETS ONLY EIBCALEN BYTES     *
001040*     ECHOED BACK.                                              *
001050*****************************************************************
001060  1000-VALIDATE-COMMAREA-LENGTH.
001070      COMPUTE WS-MIN-SAFE-COMMAREA-LEN =
001080          LENGTH OF DFHCOMMAREA
001090          - LENGTH OF EPSIXC-RETURN-ROW
001100      IF EIBCALEN = LENGTH OF DFHCOMMAREA
001110          MOVE 'Y' TO WS-COMMAREA-LEN-OK
001120          MOVE 0 TO EPSIXC-PROGRAM-RETCODE
001130          MOVE SPACES TO EPSIXC-ERRMSG
001140      ELSE
001150          MOVE 'N' TO WS-COMMAREA-LEN-OK
001160          IF EIBCALEN >= WS-MIN-SAFE-COMMAREA-LEN
001170              MOVE 0020 TO EPSIXC-PROGRAM-RETCODE
001180              MOVE 'DFHCOMMAREA LENGTH DOES NOT MATCH EPSIXCOM'
001190                  TO EPSIXC-ERRMSG
001200          END-IF
001210      END-IF.
001220  1000-EXIT.
001230      EXIT.
001240*
001250*****************************************************************
001260* 1100-VALIDATE-REQUEST                                         *
001270*     EVERY ACTION NEEDS A USER (THE CHANGE LOG IS WORTHLESS    *
001280*     WITHOUT ONE) AND THE EFFECTIVE DATE; ADD AND CHANGE ALSO  *
001290*     NEED AN INDEX VALUE, WHICH MAY BE ZERO BUT NOT NEGATIVE   *
001300*     AND NOT ABOVE THE SAME CEILING THE RATE SHEET OBSERVES.   *
001310*****************************************************************
001320  1100-VALIDATE-REQUEST.
001330      IF NOT EPSIXC-ACTION-ADD
001340          AND NOT EPSIXC-ACTION-CHANGE
001350          AND NOT EPSIXC-ACTION-INACTIVATE
001360          MOVE 0004 TO EPSIXC-PROGRAM-RETCODE
001370          MOVE 'ACTION MUST BE A, C OR X' TO EPSIXC-ERRMSG
001380      END-IF
001390      IF EPSIX0-REQUEST-SUCCESS
001400          AND EPSIXC-USER-ID = SPACES
001410          MOVE 0008 TO EPSIXC-PROGRAM-RETCODE
001420          MOVE 'USER ID IS REQUIRED' TO EPSIXC-ERRMSG
001430      END-IF
001440      IF EPSIX0-REQUEST-SUCCESS
001450          AND EPSIXC-EFFECTIVE-DATE = SPACES
001460          MOVE 0008 TO EPSIXC-PROGRAM-RETCODE
001470          MOVE 'EFFECTIVE DATE IS REQUIRED' TO EPSIXC-ERRMSG
001480      END-IF
001490      IF EPSIX0-REQUEST-SUCCESS
001500          AND (EPSIXC-ACTION-ADD OR EPSIXC-ACTION-CHANGE)
001510          AND (EPSIXC-NEW-RATE < 0
001520              OR EPSIXC-NEW-RATE > WS-MAX-INDEX-RATE)
001530          MOVE 0012 TO EPSIXC-PROGRAM-RETCODE
001540          MOVE 'INDEX RATE MUST NOT BE NEGATIVE OR ABOVE CEILING'
001550              TO EPSIXC-ERRMSG
001560      END-IF.
001570  1100-EXIT.
001580      EXIT.
001590*
001600*****************************************************************
001610* 2000-DISPATCH-ACTION                                          *
001620*     EVERY ACTION EXCEPT ADD STARTS FROM THE ROW AS IT         *
001630*     STANDS, BOTH TO VALIDATE THE ACTION AND TO CAPTURE THE    *
001640*     BEFORE IMAGE FOR THE CHANGE LOG.                          *
001650*****************************************************************
001660  2000-DISPATCH-ACTION.
001670      MOVE EPSIXC-EFFECTIVE-DATE TO EPSINDX-EFFECTIVE-DATE
001680      IF NOT EPSIXC-ACTION-ADD
001690          PERFORM 2100-FETCH-CURRENT-ROW THRU 2100-EXIT
001700      END-IF
001710      IF EPSIX0-REQUEST-SUCCESS
001720          EVALUATE TRUE
001730              WHEN EPSIXC-ACTION-ADD
001740                  PERFORM 3100-ADD-INDEX THRU 3100-EXIT
001750              WHEN EPSIXC-ACTION-CHANGE
001760                  PERFORM 3200-CHANGE-INDEX THRU 3200-EXIT
001770              WHEN EPSIXC-ACTION-INACTIVATE
001780                  PERFORM 3300-INACTIVATE-INDEX THRU 3300-EXIT
001790          END-EVALUATE
001800      END-IF
001810      IF EPSIX0-REQUEST-SUCCESS
001820          PERFORM 5000-LOG-CHANGE THRU 5000-EXIT
001830          PERFORM 6000-ECHO-ROW-BACK THRU 6000-EXIT
001840      END-IF.
001850  2000-EXIT.
001860      EXIT.
001870*
001880*****************************************************************
001890* 2100-FETCH-CURRENT-ROW                                        *
001900*     PULL THE ROW'S CURRENT RATE, STATUS AND ENTERER -- THE    *
001910*     BEFORE IMAGE FOR THE LOG AND THE FACTS THE ACTION RULES   *
001920*     ARE CHECKED AGAINST.                                      *
001930*****************************************************************
001940  2100-FETCH-CURRENT-ROW.
001950      EXEC SQL
001960          SELECT INDEX_RATE, INDEX_STATUS, ENTERED_BY
001970              INTO :EPSINDX-INDEX-RATE,
001980                   :EPSINDX-INDEX-STATUS,
001990                   :EPSINDX-ENTERED-BY
002000              FROM EPSINDX
002010              WHERE EFFECTIVE_DATE =
002020                    DATE(:EPSINDX-EFFECTIVE-DATE)
002030      END-EXEC
002040      EVALUATE SQLCODE
002050          WHEN 0
002060              CONTINUE
002070          WHEN 100
002080              MOVE 0016 TO EPSIXC-PROGRAM-RETCODE
002090              MOVE 'NO INDEX ROW FOR THAT EFFECTIVE DATE' TO
002100                  EPSIXC-ERRMSG
002110          WHEN OTHER
002120              PERFORM 8000-SET-SQL-ERROR THRU 8000-EXIT
002130      END-EVALUATE.
002140  2100-EXIT.
002150      EXIT.
002160*
002170*****************************************************************
002180* 3100-ADD-INDEX                                                *
002190*     A NEW ROW GOES IN ACTIVE.  A DUPLICATE KEY (SQLCODE       *
002200*     -803) MEANS A VALUE FOR THAT DATE ALREADY EXISTS -- USE   *
002210*     CHANGE INSTEAD.                                           *
002220*****************************************************************
002230  3100-ADD-INDEX.
002240      MOVE 0 TO EPSIXLOG-OLD-RATE
002250      MOVE SPACE TO EPSIXLOG-OLD-STATUS
002260      MOVE EPSIXC-NEW-RATE TO EPSINDX-INDEX-RATE
002270      MOVE EPSIXC-USER-ID TO EPSINDX-ENTERED-BY
002280      EXEC SQL
002290          INSERT INTO EPSINDX
002300              (EFFECTIVE_DATE, INDEX_RATE, INDEX_STATUS,
002310               ENTERED_BY, ENTERED_TS)
002320          VALUES
002330              (DATE(:EPSINDX-EFFECTIVE-DATE),
002340               :EPSINDX-INDEX-RATE, 'A',
002350               :EPSINDX-ENTERED-BY, CURRENT TIMESTAMP)
002360      END-EXEC
002370      EVALUATE SQLCODE
002380          WHEN 0
002390              MOVE 'A' TO EPSINDX-INDEX-STATUS
002400          WHEN -803
002410              MOVE 0024 TO EPSIXC-PROGRAM-RETCODE
002420              MOVE 'INDEX ROW ALREADY EXISTS FOR THAT DATE' TO
002430                  EPSIXC-ERRMSG
002440          WHEN OTHER
002450              PERFORM 8000-SET-SQL-ERROR THRU 8000-EXIT
002460      END-EVALUATE.
002470  3100-EXIT.
002480      EXIT.
002490*
002500*****************************************************************
002510* 3200-CHANGE-INDEX                                             *
002520*     RE-KEYS THE VALUE OF AN ACTIVE ROW AND RE-STAMPS THE      *
002530*     ENTERER.  A RATE ALREADY ANNOUNCED TO A BORROWER IS HELD  *
002540*     ON THE LOAN MASTER, SO A CORRECTION HERE CHANGES ONLY     *
002550*     THE RATES EPSARMR SETS FROM NOW ON.  AN INACTIVE ROW      *
002560*     STAYS OUT OF PLAY -- ADD A NEW EFFECTIVE DATE INSTEAD.    *
002570*****************************************************************
002580  3200-CHANGE-INDEX.
002590      IF NOT EPSIDX-STATUS-ACTIVE
002600          MOVE 0028 TO EPSIXC-PROGRAM-RETCODE
002610          MOVE 'ONLY AN ACTIVE ROW CAN BE CHANGED' TO
002620              EPSIXC-ERRMSG
002630      ELSE
002640          MOVE EPSINDX-INDEX-RATE TO EPSIXLOG-OLD-RATE
002650          MOVE EPSINDX-INDEX-STATUS TO EPSIXLOG-OLD-STATUS
002660          MOVE EPSIXC-NEW-RATE TO EPSINDX-INDEX-RATE
002670          MOVE EPSIXC-USER-ID TO EPSINDX-ENTERED-BY
002680          EXEC SQL
002690              UPDATE EPSINDX
002700                  SET INDEX_RATE = :EPSINDX-INDEX-RATE,
002710                      ENTERED_BY = :EPSINDX-ENTERED-BY,
002720                      ENTERED_TS = CURRENT TIMESTAMP
002730                  WHERE EFFECTIVE_DATE =
002740                        DATE(:EPSINDX-EFFECTIVE-DATE)
002750                    AND INDEX_STATUS = 'A'
002760          END-EXEC
002770          IF SQLCODE NOT = 0
002780              PERFORM 8000-SET-SQL-ERROR THRU 8000-EXIT
002790          END-IF
002800      END-IF.
002810  3200-EXIT.
002820      EXIT.
002830*
002840*****************************************************************
002850* 3300-INACTIVATE-INDEX                                         *
002860*     TAKES A ROW KEYED IN ERROR OUT OF PLAY.  EPSARMR NEVER    *
002870*     SELECTS AN INACTIVE ROW.                                  *
002880*****************************************************************
002890  3300-INACTIVATE-INDEX.
002900      IF EPSIDX-STATUS-INACTIVE
002910          MOVE 0028 TO EPSIXC-PROGRAM-RETCODE
002920          MOVE 'ROW IS ALREADY INACTIVE' TO EPSIXC-ERRMSG
002930      ELSE
002940          MOVE EPSINDX-INDEX-RATE TO EPSIXLOG-OLD-RATE
002950          MOVE EPSINDX-INDEX-STATUS TO EPSIXLOG-OLD-STATUS
002960          MOVE 'I' TO EPSINDX-INDEX-STATUS
002970          EXEC SQL
002980              UPDATE EPSINDX
002990                  SET INDEX_STATUS = 'I'
003000                  WHERE EFFECTIVE_DATE =
003010                        DATE(:EPSINDX-EFFECTIVE-DATE)
003020          END-EXEC
003030          IF SQLCODE NOT = 0
003040              PERFORM 8000-SET-SQL-ERROR THRU 8000-EXIT
003050          END-IF
003060      END-IF.
003070  3300-EXIT.
003080      EXIT.
003090*
003100*****************************************************************
003110* 5000-LOG-CHANGE                                               *
003120*     ONE EPSIXLOG ROW PER SUCCESSFUL ACTION -- WHO, WHAT,      *
003130*     AND THE BEFORE/AFTER IMAGE.  THE LOG INSERT IS PART OF    *
003140*     THE ACTION: IF IT CANNOT BE WRITTEN THE ACTION COMES      *
003150*     BACK AS AN ERROR AND THE UNIT OF WORK BACKS OUT, THE      *
003160*     SAME RULE EPSRMNT APPLIES TO THE RATE SHEET.              *
003170*****************************************************************
003180  5000-LOG-CHANGE.
003190      MOVE EPSIXC-USER-ID TO EPSIXLOG-CHANGED-BY
003200      MOVE EPSIXC-ACTION-CODE TO EPSIXLOG-ACTION-CODE
003210      MOVE EPSIXC-EFFECTIVE-DATE TO EPSIXLOG-EFFECTIVE-DATE
003220      MOVE EPSINDX-INDEX-RATE TO EPSIXLOG-NEW-RATE
003230      MOVE EPSINDX-INDEX-STATUS TO EPSIXLOG-NEW-STATUS
003240      EXEC SQL
003250          INSERT INTO EPSIXLOG
003260              (LOG_TIMESTAMP, CHANGED_BY, ACTION_CODE,
003270               EFFECTIVE_DATE, OLD_RATE, NEW_RATE,
003280               OLD_STATUS, NEW_STATUS)
003290          VALUES
003300              (CURRENT TIMESTAMP, :EPSIXLOG-CHANGED-BY,
003310               :EPSIXLOG-ACTION-CODE,
003320               DATE(:EPSIXLOG-EFFECTIVE-DATE),
003330               :EPSIXLOG-OLD-RATE, :EPSIXLOG-NEW-RATE,
003340               :EPSIXLOG-OLD-STATUS, :EPSIXLOG-NEW-STATUS)
003350      END-EXEC
003360      IF SQLCODE NOT = 0
003370          PERFORM 8000-SET-SQL-ERROR THRU 8000-EXIT
003380          EXEC CICS SYNCPOINT ROLLBACK
003390          END-EXEC
003400      END-IF.
003410  5000-EXIT.
003420      EXIT.
003430*
003440*****************************************************************
003450* 6000-ECHO-ROW-BACK                                            *
003460*****************************************************************
003470  6000-ECHO-ROW-BACK.
003480      MOVE EPSINDX-INDEX-RATE TO EPSIXC-RETURN-RATE
003490      MOVE EPSINDX-INDEX-STATUS TO EPSIXC-RETURN-STATUS
003500      MOVE EPSINDX-ENTERED-BY TO EPSIXC-RETURN-ENTERED-BY.
003510  6000-EXIT.
003520      EXIT.
003530*
003540*****************************************************************
003550* 8000-SET-SQL-ERROR                                            *
003560*****************************************************************
003570  8000-SET-SQL-ERROR.
003580      MOVE 0032 TO EPSIXC-PROGRAM-RETCODE
003590      MOVE 'EPSINDX MAINTENANCE FAILED, SQLCODE=' TO
003600          EPSIXC-ERRMSG
003610      MOVE SQLCODE TO WS-SQLCODE-DISPLAY
003620      MOVE WS-SQLCODE-DISPLAY TO EPSIXC-ERRMSG (37:9).
003630  8000-EXIT.
003640      EXIT.
003650*
003660*****************************************************************
003670* 9000-RETURN-TO-CICS                                           *
003680*     A PLAIN RETURN, WITHOUT THE COMMAREA OPTION, THE SAME     *
003690*     WAY EPSRMNT RETURNS -- CALLERS REACH THIS PROGRAM BY      *
003700*     LINK, SO THE RESULTS ARE ALREADY IN THEIR OWN COMMAREA    *
003710*     STORAGE, AND RETURN COMMAREA BELOW THE HIGHEST LOGICAL    *
003720*     LEVEL RAISES INVREQ.                                      *
003730*****************************************************************
003740  9000-RETURN-TO-CICS.
003750      EXEC CICS RETURN
003760      END-EXEC.
003770  9000-EXIT.
003780      EXIT.
003790*
003800  END PROGRAM EPSIMNT.
