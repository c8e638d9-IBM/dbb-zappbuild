000010  IDENTIFICATION DIVISION.
000020  PROGRAM-ID.    EPSESCD.
000030  AUTHOR.        R PELLETIER.
000040  INSTALLATION.  CONSUMER LENDING SYSTEMS.
000050  DATE-WRITTEN.  10/07/2026.
000060  DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090* EPSESCD                                                       *
000100*     ESCROW DISBURSEMENT POSTING RUN.  READS THE EPSEDSB FILE  *
000110*     OF PROPERTY-TAX AND HAZARD-INSURANCE BILLS PAID OUT OF    *
000120*     BORROWERS' ESCROW ACCOUNTS, MATCHES EACH TO ITS OPEN      *
000130*     LOAN ON THE EPSLMST LOAN MASTER BY APPLICATION ID,        *
000140*     CHARGES IT TO THE LOAN'S ESCROW_BALANCE, AND RECORDS IT   *
000150*     ON THE EPSEHIST ESCROW HISTORY WITH THE DATE PAID AND     *
000160*     THE PAYEE -- THE HISTORY THE EPSESCA ANNUAL ANALYSIS      *
000170*     PROJECTS NEXT YEAR'S BILLS FROM.                          *
000180*                                                               *
000190*     A BILL IS PAID WHEN IT IS DUE WHETHER OR NOT THE ESCROW   *
000200*     ACCOUNT HOLDS ENOUGH TO COVER IT, SO A DISBURSEMENT THAT  *
000210*     TAKES THE BALANCE BELOW ZERO STILL POSTS (THE SERVICER    *
000220*     ADVANCES THE DIFFERENCE) BUT ALSO GOES TO THE EPSEEXC     *
000230*     EXCEPTION FILE SO THE ADVANCE IS FOLLOWED UP.  AN         *
000240*     UNMATCHED OR INVALID DISBURSEMENT IS NOT POSTED AND GOES  *
000250*     TO THE EXCEPTION FILE WITH ONE REASON CODE AND TEXT       *
000260*     APPENDED, THE SAME SHAPE AS AN EPSPOST EXCEPTION.  A      *
000270*     FILE ERROR OR AN UNEXPECTED SQLCODE ABORTS THE RUN.       *
000280*                                                               *
000290* MODIFICATION HISTORY                                          *
000300*   10/07/2026  RP   ORIGINAL VERSION.                          *
000310*                                                               *
000320*****************************************************************
000330  ENVIRONMENT DIVISION.
000340  CONFIGURATION SECTION.
000350  SOURCE-COMPUTER.       IBM-370.
000360  OBJECT-COMPUTER.       IBM-370.
000370  INPUT-OUTPUT SECTION.
000380  FILE-CONTROL.
000390      SELECT EPSEDSB-FILE     ASSIGN TO EPSEDSB
000400          ORGANIZATION IS SEQUENTIAL
000410          FILE STATUS IS WS-EPSEDSB-STATUS.
000420      SELECT EPSEEXC-FILE     ASSIGN TO EPSEEXC
000430          ORGANIZATION IS SEQUENTIAL
000440          FILE STATUS IS WS-EPSEEXC-STATUS.
000450*
000460  DATA DIVISION.
000470  FILE SECTION.
000480  FD  EPSEDSB-FILE
000490      RECORDING MODE IS F.
000500      COPY EPSEDSB.
000510*
000520  FD  EPSEEXC-FILE
000530      RECORDING MODE IS F.
000540* THE IMAGE FIELD MUST MATCH THE LENGTH OF EPSEDSB-RECORD --
000550* REVISIT IT WHENEVER A FIELD IS APPENDED TO THAT COPYBOOK.
000560  01  EPSEEXC-RECORD.
000570      05  EPSEEXC-EDSB-IMAGE          PIC X(80).
000580      05  EPSEEXC-REASON-CODE         PIC X(4).
000590      05  EPSEEXC-REASON-TEXT         PIC X(40).
000600*
000610  WORKING-STORAGE SECTION.
000620  01  WS-FILE-STATUS-FIELDS.
000630      05  WS-EPSEDSB-STATUS           PIC X(02).
000640          88  EPSEDSB-OK                  VALUE '00'.
000650          88  EPSEDSB-EOF                 VALUE '10'.
000660      05  WS-EPSEEXC-STATUS           PIC X(02).
000670          88  EPSEEXC-OK                  VALUE '00'.
000680  01  WS-ABORT-MSG                 PIC X(40).
000690  01  WS-ABORT-SQLCODE-DISPLAY     PIC -9(8).
000700*
000710  01  WS-SWITCHES.
000720      05  WS-EOF-DISBURSEMENTS        PIC X(01)   VALUE 'N'.
000730          88  EOF-DISBURSEMENTS           VALUE 'Y'.
000740      05  WS-RECORD-OK                PIC X(01)   VALUE 'Y'.
000750          88  RECORD-OK                   VALUE 'Y'.
000760          88  RECORD-REJECTED             VALUE 'N'.
000770*
000780  01  WS-COUNTERS.
000790      05  WS-RECORD-COUNT             PIC 9(9) COMP VALUE ZERO.
000800      05  WS-POSTED-COUNT             PIC 9(9) COMP VALUE ZERO.
000810      05  WS-OVERDRAWN-COUNT          PIC 9(9) COMP VALUE ZERO.
000820      05  WS-EXCEPTION-COUNT          PIC 9(9) COMP VALUE ZERO.
000830*
000840  01  WS-TOTALS.
000850      05  WS-TAX-TOTAL                PIC S9(11)V99 COMP-3
000860                                      VALUE ZERO.
000870      05  WS-HAZARD-TOTAL             PIC S9(11)V99 COMP-3
000880                                      VALUE ZERO.
000890      05  WS-TOTAL-DISPLAY            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000900*
000910  01  WS-REJECT-REASON.
000920      05  WS-REJECT-REASON-CODE       PIC X(4).
000930      05  WS-REJECT-REASON-TEXT       PIC X(40).
000940*
000950  01  WS-ADVANCE-DISPLAY              PIC ZZZ,ZZZ,ZZ9.99.
000960*
000970      COPY EPSLMST.
000980*
000990      COPY EPSEHIST.
001000*
001010      COPY SQLCA.
001020*
001030  PROCEDURE DIVISION.
001040*
001050*****************************************************************
001060* 0000-MAINLINE                                                 *
001070*****************************************************************
001080  0000-MAINLINE.
001090      PERFORM 1000-INITIALIZE THRU 1000-EXIT
001100      PERFORM 2000-READ-DISBURSEMENT THRU 2000-EXIT
001110      PERFORM 3000-POST-DISBURSEMENT THRU 3000-EXIT
001120          UNTIL EOF-DISBURSEMENTS
001130      PERFORM 8000-FINALIZE THRU 8000-EXIT
001140      GOBACK.
001150  0000-EXIT.
001160      EXIT.
001170*
001180*****************************************************************
001190* 1000-INITIALIZE                                               *
001200*****************************************************************
001210  1000-INITIALIZE.
001220      OPEN INPUT EPSEDSB-FILE
001230      IF NOT EPSEDSB-OK
001240          MOVE 'EPSEDSB-FILE OPEN, STATUS=' TO WS-ABORT-MSG
001250          MOVE WS-EPSEDSB-STATUS TO WS-ABORT-MSG (27:2)
001260          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
001270      END-IF
001280      OPEN OUTPUT EPSEEXC-FILE
001290      IF NOT EPSEEXC-OK
001300          MOVE 'EPSEEXC-FILE OPEN, STATUS=' TO WS-ABORT-MSG
001310          MOVE WS-EPSEEXC-STATUS TO WS-ABORT-MSG (27:2)
001320          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
001330      END-IF.
001340  1000-EXIT.
001350      EXIT.
001360*
001370*****************************************************************
001380* 2000-READ-DISBURSEMENT                                        *
001390*****************************************************************
001400  2000-READ-DISBURSEMENT.
001410      READ EPSEDSB-FILE
001420          AT END
001430              MOVE 'Y' TO WS-EOF-DISBURSEMENTS
001440      END-READ
001450      IF NOT EPSEDSB-OK AND NOT EOF-DISBURSEMENTS
001460          MOVE 'EPSEDSB-FILE READ, STATUS=' TO WS-ABORT-MSG
001470          MOVE WS-EPSEDSB-STATUS TO WS-ABORT-MSG (27:2)
001480          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
001490      END-IF.
001500  2000-EXIT.
001510      EXIT.
001520*
001530*****************************************************************
001540* 3000-POST-DISBURSEMENT                                        *
001550*     ONE DISBURSEMENT: VALIDATE IT, MATCH IT TO ITS OPEN       *
001560*     LOAN, AND CHARGE IT TO THE ESCROW ACCOUNT.  THE FIRST     *
001570*     PROBLEM FOUND SENDS IT TO THE EXCEPTION FILE; ONLY THE    *
001580*     OVERDRAWN CASE BOTH POSTS AND EXCEPTS.                    *
001590*****************************************************************
001600  3000-POST-DISBURSEMENT.
001610      ADD 1 TO WS-RECORD-COUNT
001620      MOVE 'Y' TO WS-RECORD-OK
001630      MOVE SPACES TO WS-REJECT-REASON
001640      PERFORM 3100-VALIDATE-DISBURSEMENT THRU 3100-EXIT
001650      IF RECORD-OK
001660          PERFORM 3200-FETCH-ESCROW-LOAN THRU 3200-EXIT
001670      END-IF
001680      IF RECORD-OK
001690          PERFORM 3300-CHARGE-ESCROW THRU 3300-EXIT
001700      END-IF
001710      IF RECORD-REJECTED
001720          ADD 1 TO WS-EXCEPTION-COUNT
001730          PERFORM 5100-WRITE-EXCEPTION THRU 5100-EXIT
001740      END-IF
001750      PERFORM 2000-READ-DISBURSEMENT THRU 2000-EXIT.
001760  3000-EXIT.
001770      EXIT.
001780*
001790*****************************************************************
001800* 3100-VALIDATE-DISBURSEMENT                                    *
001810*****************************************************************
001820  3100-VALIDATE-DISBURSEMENT.
001830      IF EPSEDSB-APPLICATION-ID = SPACES
001840          MOVE 'E001' TO WS-REJECT-REASON-CODE
001850          MOVE 'APPLICATION ID IS BLANK' TO
001860              WS-REJECT-REASON-TEXT
001870          MOVE 'N' TO WS-RECORD-OK
001880          GO TO 3100-EXIT
001890      END-IF
001900      IF NOT EPSEDS-TYPE-VALID
001910          MOVE 'E002' TO WS-REJECT-REASON-CODE
001920          MOVE 'DISBURSEMENT TYPE IS NOT T OR H' TO
001930              WS-REJECT-REASON-TEXT
001940          MOVE 'N' TO WS-RECORD-OK
001950          GO TO 3100-EXIT
001960      END-IF
001970      IF EPSEDSB-DISB-AMOUNT NOT NUMERIC
001980          MOVE 'E003' TO WS-REJECT-REASON-CODE
001990          MOVE 'DISBURSEMENT AMOUNT IS NOT NUMERIC' TO
002000              WS-REJECT-REASON-TEXT
002010          MOVE 'N' TO WS-RECORD-OK
002020          GO TO 3100-EXIT
002030      END-IF
002040      IF EPSEDSB-DISB-AMOUNT NOT > 0
002050          MOVE 'E004' TO WS-REJECT-REASON-CODE
002060          MOVE 'DISBURSEMENT AMOUNT MUST BE ABOVE ZERO' TO
002070              WS-REJECT-REASON-TEXT
002080          MOVE 'N' TO WS-RECORD-OK
002090          GO TO 3100-EXIT
002100      END-IF
002110      IF EPSEDSB-PAYEE = SPACES
002120          MOVE 'E005' TO WS-REJECT-REASON-CODE
002130          MOVE 'PAYEE IS BLANK' TO WS-REJECT-REASON-TEXT
002140          MOVE 'N' TO WS-RECORD-OK
002150      END-IF.
002160  3100-EXIT.
002170      EXIT.
002180*
002190*****************************************************************
002200* 3200-FETCH-ESCROW-LOAN                                        *
002210*     ONLY AN OPEN LOAN HAS A LIVE ESCROW ACCOUNT TO PAY FROM.  *
002220*****************************************************************
002230  3200-FETCH-ESCROW-LOAN.
002240      MOVE EPSEDSB-APPLICATION-ID TO EPSLMST-APPLICATION-ID
002250      EXEC SQL
002260          SELECT ESCROW_BALANCE
002270              INTO :EPSLMST-ESCROW-BALANCE
002280              FROM EPSLMST
002290              WHERE APPLICATION_ID = :EPSLMST-APPLICATION-ID
002300                AND LOAN_STATUS = 'O'
002310      END-EXEC
002320      EVALUATE SQLCODE
002330          WHEN 0
002340              CONTINUE
002350          WHEN 100
002360              MOVE 'E006' TO WS-REJECT-REASON-CODE
002370              MOVE 'NO OPEN BOARDED LOAN FOR APPLICATION' TO
002380                  WS-REJECT-REASON-TEXT
002390              MOVE 'N' TO WS-RECORD-OK
002400          WHEN OTHER
002410              PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
002420      END-EVALUATE.
002430  3200-EXIT.
002440      EXIT.
002450*
002460*****************************************************************
002470* 3300-CHARGE-ESCROW                                            *
002480*     TAKE THE BILL OUT OF THE ESCROW BALANCE AND RECORD IT.    *
002490*     A BALANCE LEFT BELOW ZERO IS AN ADVANCE -- POSTED, BUT    *
002500*     EXCEPTED WITH THE AMOUNT ADVANCED IN THE REASON TEXT.     *
002510*****************************************************************
002520  3300-CHARGE-ESCROW.
002530      SUBTRACT EPSEDSB-DISB-AMOUNT FROM EPSLMST-ESCROW-BALANCE
002540      EXEC SQL
002550          UPDATE EPSLMST
002560              SET ESCROW_BALANCE = :EPSLMST-ESCROW-BALANCE
002570              WHERE APPLICATION_ID = :EPSLMST-APPLICATION-ID
002580                AND LOAN_STATUS = 'O'
002590      END-EXEC
002600      IF SQLCODE NOT = 0
002610          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
002620      END-IF
002630      MOVE EPSLMST-APPLICATION-ID TO EPSEHIST-APPLICATION-ID
002640      MOVE EPSEDSB-DISB-TYPE TO EPSEHIST-ACTIVITY-TYPE
002650      MOVE EPSEDSB-DISB-DATE TO EPSEHIST-ACTIVITY-DATE
002660      COMPUTE EPSEHIST-AMOUNT = 0 - EPSEDSB-DISB-AMOUNT
002670      MOVE EPSLMST-ESCROW-BALANCE TO EPSEHIST-BALANCE-AFTER
002680      MOVE EPSEDSB-PAYEE TO EPSEHIST-PAYEE
002690      EXEC SQL
002700          INSERT INTO EPSEHIST
002710              (APPLICATION_ID, ACTIVITY_TS, ACTIVITY_TYPE,
002720               ACTIVITY_DATE, AMOUNT, BALANCE_AFTER, PAYEE)
002730              VALUES
002740              (:EPSEHIST-APPLICATION-ID, CURRENT TIMESTAMP,
002750               :EPSEHIST-ACTIVITY-TYPE,
002760               :EPSEHIST-ACTIVITY-DATE,
002770               :EPSEHIST-AMOUNT,
002780               :EPSEHIST-BALANCE-AFTER,
002790               :EPSEHIST-PAYEE)
002800      END-EXEC
002810      IF SQLCODE NOT = 0
002820          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
002830      END-IF
002840      ADD 1 TO WS-POSTED-COUNT
002850      IF EPSEDS-TYPE-TAX
002860          ADD EPSEDSB-DISB-AMOUNT TO WS-TAX-TOTAL
002870      ELSE
002880          ADD EPSEDSB-DISB-AMOUNT TO WS-HAZARD-TOTAL
002890      END-IF
002900      IF EPSLMST-ESCROW-BALANCE < 0
002910          ADD 1 TO WS-OVERDRAWN-COUNT
002920          MOVE 'E007' TO WS-REJECT-REASON-CODE
002930          MOVE 'OVERDRAWN - ADVANCED:' TO
002940              WS-REJECT-REASON-TEXT
002950          COMPUTE WS-ADVANCE-DISPLAY =
002960              0 - EPSLMST-ESCROW-BALANCE
002970          MOVE WS-ADVANCE-DISPLAY TO
002980              WS-REJECT-REASON-TEXT (23:14)
002990          MOVE 'N' TO WS-RECORD-OK
003000      END-IF.
003010  3300-EXIT.
003020      EXIT.
003030*
003040*****************************************************************
003050* 5100-WRITE-EXCEPTION                                          *
003060*****************************************************************
003070  5100-WRITE-EXCEPTION.
003080      MOVE EPSEDSB-RECORD TO EPSEEXC-EDSB-IMAGE
003090      MOVE WS-REJECT-REASON-CODE TO EPSEEXC-REASON-CODE
003100      MOVE WS-REJECT-REASON-TEXT TO EPSEEXC-REASON-TEXT
003110      WRITE EPSEEXC-RECORD
003120      IF NOT EPSEEXC-OK
003130          MOVE 'EPSEEXC-FILE WRITE, STATUS=' TO WS-ABORT-MSG
003140          MOVE WS-EPSEEXC-STATUS TO WS-ABORT-MSG (28:2)
003150          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
003160      END-IF.
003170  5100-EXIT.
003180      EXIT.
003190*
003200*****************************************************************
003210* 8000-FINALIZE                                                 *
003220*****************************************************************
003230  8000-FINALIZE.
003240      CLOSE EPSEDSB-FILE
003250      CLOSE EPSEEXC-FILE
003260      DISPLAY 'EPSESCD DISBURSEMENTS READ:   ' WS-RECORD-COUNT
003270      DISPLAY 'EPSESCD DISBURSEMENTS POSTED: ' WS-POSTED-COUNT
003280      DISPLAY 'EPSESCD ACCOUNTS OVERDRAWN:   ' WS-OVERDRAWN-COUNT
003290      DISPLAY 'EPSESCD EXCEPTIONS:           ' WS-EXCEPTION-COUNT
003300      MOVE WS-TAX-TOTAL TO WS-TOTAL-DISPLAY
003310      DISPLAY 'EPSESCD TAXES PAID:           ' WS-TOTAL-DISPLAY
003320      MOVE WS-HAZARD-TOTAL TO WS-TOTAL-DISPLAY
003330      DISPLAY 'EPSESCD INSURANCE PAID:       ' WS-TOTAL-DISPLAY.
003340  8000-EXIT.
003350      EXIT.
003360*
003370*****************************************************************
003380* 9800-ABORT-ON-SQLCODE                                         *
003390*     AN UNEXPECTED SQLCODE MEANS THE RUN CANNOT BE TRUSTED     *
003400*     TO CONTINUE -- STAGE THE CODE INTO THE ABORT MESSAGE      *
003410*     AND STOP.                                                 *
003420*****************************************************************
003430  9800-ABORT-ON-SQLCODE.
003440      MOVE 'ESCROW DISBURSING SQL, SQLCODE=' TO WS-ABORT-MSG
003450      MOVE SQLCODE TO WS-ABORT-SQLCODE-DISPLAY
003460      MOVE WS-ABORT-SQLCODE-DISPLAY TO WS-ABORT-MSG (32:9)
003470      PERFORM 9900-ABORT-RUN THRU 9900-EXIT.
003480  9800-EXIT.
003490      EXIT.
003500*
003510*****************************************************************
003520* 9900-ABORT-RUN                                                *
003530*     A FILE STATUS OR SQLCODE THIS PROGRAM CANNOT CONTINUE     *
003540*     PAST -- DISPLAY WHAT FAILED AND STOP RATHER THAN PAY      *
003550*     BILLS THE RUN CANNOT ACCOUNT FOR.                         *
003560*****************************************************************
003570  9900-ABORT-RUN.
003580      DISPLAY 'EPSESCD FATAL ERROR -- ' WS-ABORT-MSG
003590      MOVE 16 TO RETURN-CODE
003600      STOP RUN.
003610  9900-EXIT.
003620      EXIT.
003630*
003640  END PROGRAM EPSESCD.
