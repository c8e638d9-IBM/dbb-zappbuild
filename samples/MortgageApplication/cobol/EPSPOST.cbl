000310*     POSTED UP TO THE PAYOFF AND THE EXCESS REPORTED FOR       *
000320*     REFUND.  A FILE ERROR OR AN UNEXPECTED SQLCODE ABORTS     *
000330*     THE RUN.                                                  *
000331*                                                               *
000332*     EVERY POSTING IS JOURNALED TO EPSLTRAN WITH ITS SPLIT     *
000333*     AND THE BEFORE/AFTER BALANCE, PAID-THROUGH PERIOD AND     *
000334*     STATUS.  AN 'R' TRANSACTION REVERSES AN EARLIER POSTING   *
000335*     (NSF, MISAPPLIED, KEYED IN ERROR, OR AN ACH AUTOPAY       *
000336*     DRAFT RETURNED AS CLOSED/INVALID OR FOR ANOTHER REASON)   *
000337*     BY FINDING THE JOURNALED ORIGINAL AND UNWINDING IT        *
000345*     EXACTLY -- THE PRINCIPAL GOES BACK ON THE BALANCE, THE    *
000346*     PAID-THROUGH PERIOD STEPS BACK, AND A LOAN THE ORIGINAL   *
000347*     PAID OFF IS REOPENED.  A REVERSAL WHOSE ORIGINAL CANNOT   *
000348*     BE FOUND GOES TO THE EXCEPTION FILE.                      *
000350*                                                               *
000351*     A PAYMENT IS APPLIED IN THIS PRIORITY: INTEREST, ESCROW   *
000352*     (AND PMI), THE SCHEDULED PRINCIPAL OF THE P&I PAYMENT,    *
000353*     THEN ANY OUTSTANDING LATE CHARGES THE EPSDLQ AGING RUN    *
000354*     HAS ASSESSED, THEN ADDITIONAL PRINCIPAL, AND ONLY THEN A  *
000355*     REFUND OF WHAT IS LEFT PAST THE PAYOFF.  A LATE CHARGE    *
000356*     IS NEVER TAKEN OUT OF THE REGULAR INSTALLMENT, SO ONE     *
000357*     LATE PAYMENT CANNOT MAKE EVERY LATER PAYMENT SHORT.       *
000358*                                                               *
000359*     THE TAX-AND-INSURANCE PART OF THE ESCROW PORTION (NOT     *
000360*     THE PMI, WHICH GOES TO THE INSURER) IS CREDITED TO THE    *
000361*     LOAN'S ESCROW BALANCE AND RECORDED ON THE EPSEHIST        *
000362*     ESCROW HISTORY; A REVERSAL TAKES THE SAME DEPOSIT BACK.   *
000363*                                                               *
000364*     AT END OF RUN ONE EPSCTL CONTROL-TOTALS RECORD IS         *
000365*     WRITTEN FOR THE EPSBAL BALANCING STEP: TRANSACTIONS       *
000366*     READ, POSTINGS AND REVERSALS APPLIED, TRANSACTIONS NOT    *
000367*     APPLIED, AND THE NET DOLLARS APPLIED (PAYMENTS POSTED     *
000368*     LESS PAYMENTS REVERSED) -- THE CASH THE EPSGLX GENERAL-   *
000369*     LEDGER EXTRACT MUST JOURNAL FOR THE SAME POSTINGS.        *
000370*                                                               *
000371* MODIFICATION HISTORY                                          *
000372*   08/25/2026  RP   ORIGINAL VERSION.                          *
000373*   10/05/2026  RP   JOURNAL EVERY POSTING TO EPSLTRAN AND POST *
000374*                    'R' REVERSALS (NSF, MISAPPLIED, KEYED IN   *
000375*                    ERROR) BY UNWINDING THE JOURNALED          *
000376*                    ORIGINAL -- NEW REASONS P007-P010.         *
000377*   10/06/2026  RP   APPLY THE PART OF A PAYMENT ABOVE THE      *
000378*                    INSTALLMENT TO OUTSTANDING LATE CHARGES    *
000379*                    BEFORE ADDITIONAL PRINCIPAL; JOURNAL IT    *
000380*                    AND PUT IT BACK ON A REVERSAL.             *
000381*   10/07/2026  RP   CREDIT THE ESCROW DEPOSIT TO THE LOAN'S    *
000382*                    ESCROW BALANCE AND EPSEHIST; JOURNAL THE   *
000383*                    PMI PART OF THE ESCROW PORTION SEPARATELY. *
000384*   10/12/2026  RP   WRITE AN EPSCTL CONTROL-TOTALS RECORD AT   *
000385*                    END OF RUN FOR THE EPSBAL BALANCING STEP,  *
000386*                    CARRYING THE NET DOLLARS POSTED.           *
000388*   10/13/2026  RP   ACCEPT REVERSAL REASONS C (ACH ACCOUNT     *
000390*                    CLOSED/INVALID) AND A (OTHER ACH RETURN)   *
000392*                    FROM THE EPSACHR RETURN RUN.               *
000394*                                                               *
000396*****************************************************************
000398  ENVIRONMENT DIVISION.
000400  CONFIGURATION SECTION.
000410  SOURCE-COMPUTER.       IBM-370.
000420  OBJECT-COMPUTER.       IBM-370.
000480      SELECT EPSPEXC-FILE     ASSIGN TO EPSPEXC
000490          ORGANIZATION IS SEQUENTIAL
000500          FILE STATUS IS WS-EPSPEXC-STATUS.
000502      SELECT EPSCTL-FILE      ASSIGN TO EPSCTL
000504          ORGANIZATION IS SEQUENTIAL
000506          FILE STATUS IS WS-EPSCTL-STATUS.
000510*
000520  DATA DIVISION.
000530  FILE SECTION.
000630      05  EPSPEXC-PTRN-IMAGE          PIC X(51).
000640      05  EPSPEXC-REASON-CODE         PIC X(4).
000650      05  EPSPEXC-REASON-TEXT         PIC X(40).
000652*
000654  FD  EPSCTL-FILE
000656      RECORDING MODE IS F.
000658      COPY EPSCTL.
000660*
000670  WORKING-STORAGE SECTION.
000680  01  WS-FILE-STATUS-FIELDS.
000710          88  EPSPTRN-EOF                 VALUE '10'.
000720      05  WS-EPSPEXC-STATUS           PIC X(02).
000730          88  EPSPEXC-OK                  VALUE '00'.
000732      05  WS-EPSCTL-STATUS            PIC X(02).
000734          88  EPSCTL-OK                   VALUE '00'.
000740  01  WS-ABORT-MSG                 PIC X(40).
000750  01  WS-ABORT-SQLCODE-DISPLAY     PIC -9(8).
000760*
000860      05  WS-POSTED-COUNT             PIC 9(9) COMP VALUE ZERO.
000870      05  WS-PAID-OFF-COUNT           PIC 9(9) COMP VALUE ZERO.
000880      05  WS-EXCEPTION-COUNT          PIC 9(9) COMP VALUE ZERO.
000882      05  WS-REVERSED-COUNT           PIC 9(9) COMP VALUE ZERO.
000884      05  WS-REOPENED-COUNT           PIC 9(9) COMP VALUE ZERO.
000885      05  WS-APPLIED-COUNT            PIC 9(9) COMP VALUE ZERO.
000886      05  WS-NOT-APPLIED-COUNT        PIC 9(9) COMP VALUE ZERO.
000887*
000888* PAYMENTS POSTED LESS PAYMENTS REVERSED, AT THE FULL AMOUNT OF
000889* EACH TRANSACTION -- AN OVERPAYMENT'S EXCESS IS CASH RECEIVED
000890* (AND OWED BACK) JUST THE SAME.
000891  01  WS-NET-POSTED-AMOUNT            PIC S9(13)V99 COMP-3
000892                                          VALUE ZERO.
000893*
000894  01  WS-RUN-DATE-FIELDS.
000895      05  WS-ACCEPT-DATE              PIC 9(8).
000896      05  WS-ISO-RUN-DATE             PIC X(10).
000897*
000900  01  WS-REJECT-REASON.
000910      05  WS-REJECT-REASON-CODE       PIC X(4).
000920      05  WS-REJECT-REASON-TEXT       PIC X(40).
000990      05  WS-AMOUNT-DUE               PIC S9(9)V99 COMP-3.
001000      05  WS-PRINCIPAL-PORTION        PIC S9(9)V99 COMP-3.
001010      05  WS-EXCESS-AMOUNT            PIC S9(9)V99 COMP-3.
001012      05  WS-EXCESS-DISPLAY           PIC ZZZ,ZZZ,ZZ9.99.
001014      05  WS-EXTRA-AMOUNT             PIC S9(9)V99 COMP-3.
001015      05  WS-LATE-FEE-PORTION         PIC S9(7)V99 COMP-3.
001016      05  WS-PMI-PORTION              PIC S9(7)V99 COMP-3.
001017      05  WS-ESCROW-DEPOSIT           PIC S9(7)V99 COMP-3.
001021*
001022* THE LOAN AS IT STOOD BEFORE THIS TRANSACTION TOUCHED IT, FOR
001023* THE BEFORE HALF OF THE EPSLTRAN JOURNAL IMAGE.
001024  01  WS-BEFORE-IMAGE.
001025      05  WS-BALANCE-BEFORE           PIC S9(9)V99 COMP-3.
001026      05  WS-PERIOD-BEFORE            PIC S9(9) COMP.
001027      05  WS-STATUS-BEFORE            PIC X(01).
001030*
001040      COPY EPSLMST.
001042*
001044      COPY EPSLTRAN.
001050*
001052      COPY EPSEHIST.
001054*
001060      COPY SQLCA.
001070*
001080  PROCEDURE DIVISION.
001610*     LOAN, SPLIT IT, AND ROLL THE LOAN FORWARD.  THE FIRST     *
001620*     PROBLEM FOUND SENDS THE TRANSACTION TO THE EXCEPTION      *
001630*     FILE; ONLY THE OVERPAID CASE BOTH POSTS AND EXCEPTS.      *
001632*     A REVERSAL TAKES THE 4000 PATH INSTEAD.                   *
001640*****************************************************************
001650  3000-POST-PAYMENT.
001660      ADD 1 TO WS-RECORD-COUNT
001670      MOVE 'Y' TO WS-RECORD-OK
001680      MOVE SPACES TO WS-REJECT-REASON
001690      PERFORM 3100-VALIDATE-TRANSACTION THRU 3100-EXIT
001692      IF RECORD-OK AND EPSPTR-REVERSAL
001694          PERFORM 4000-REVERSE-POSTING THRU 4000-EXIT
001696      END-IF
001700      IF RECORD-OK AND EPSPTR-PAYMENT
001710          PERFORM 3200-FETCH-BOARDED-LOAN THRU 3200-EXIT
001720      END-IF
001730      IF RECORD-OK AND EPSPTR-PAYMENT
001740          PERFORM 3300-SPLIT-PAYMENT THRU 3300-EXIT
001750      END-IF
001760      IF RECORD-OK AND EPSPTR-PAYMENT
001770          PERFORM 3500-ROLL-LOAN-FORWARD THRU 3500-EXIT
001780      END-IF
001790      IF RECORD-REJECTED
001860*
001870*****************************************************************
001880* 3100-VALIDATE-TRANSACTION                                     *
001882*     A REVERSAL IS EDITED LIKE A PAYMENT -- ITS DATE AND       *
001884*     AMOUNT ARE THOSE OF THE PAYMENT BEING REVERSED -- AND     *
001886*     MUST ALSO CARRY A KNOWN REVERSAL REASON.                  *
001890*****************************************************************
001900  3100-VALIDATE-TRANSACTION.
001910      IF EPSPTRN-APPLICATION-ID = SPACES
002070          MOVE 'PAYMENT AMOUNT MUST BE ABOVE ZERO' TO
002080              WS-REJECT-REASON-TEXT
002090          MOVE 'N' TO WS-RECORD-OK
002091          GO TO 3100-EXIT
002092      END-IF
002093      IF NOT EPSPTR-PAYMENT AND NOT EPSPTR-REVERSAL
002094          MOVE 'P007' TO WS-REJECT-REASON-CODE
002095          MOVE 'TRANSACTION TYPE IS NOT P OR R' TO
002096              WS-REJECT-REASON-TEXT
002097          MOVE 'N' TO WS-RECORD-OK
002098          GO TO 3100-EXIT
002099      END-IF
002100      IF EPSPTR-REVERSAL AND NOT EPSPTR-REASON-VALID
002101          MOVE 'P008' TO WS-REJECT-REASON-CODE
002102          MOVE 'REVERSAL REASON IS NOT N, M, K, C OR A' TO
002103              WS-REJECT-REASON-TEXT
002104          MOVE 'N' TO WS-RECORD-OK
002105      END-IF.
002110  3100-EXIT.
002120      EXIT.
002130*
002220      EXEC SQL
002230          SELECT CURRENT_BALANCE, BOARD_RATE, YEAR_MONTH_IND,
002240                 PI_PAYMENT, ESCROW_PAYMENT, PMI_PAYMENT,
002250                 PMI_DROP_BALANCE, PAID_THRU_PERIOD,
002252                 LATE_FEE_BALANCE, ESCROW_BALANCE
002260              INTO :EPSLMST-CURRENT-BALANCE,
002270                   :EPSLMST-BOARD-RATE,
002280                   :EPSLMST-YEAR-MONTH-IND,
002300                   :EPSLMST-ESCROW-PAYMENT,
002310                   :EPSLMST-PMI-PAYMENT,
002320                   :EPSLMST-PMI-DROP-BALANCE,
002330                   :EPSLMST-PAID-THRU-PERIOD,
002332                   :EPSLMST-LATE-FEE-BALANCE,
002334                   :EPSLMST-ESCROW-BALANCE
002340              FROM EPSLMST
002350              WHERE APPLICATION_ID = :EPSLMST-APPLICATION-ID
002360                AND LOAN_STATUS = 'O'
002600*     ESCROW IS NOT POSTED; A PAYMENT PAST THE PAYOFF IS        *
002610*     CAPPED AT THE BALANCE, THE SAME WAY THE WHAT-IF WALK      *
002620*     CAPS A CURTAILMENT, AND THE EXCESS IS REPORTED.           *
002622*     WHATEVER IS PAID ABOVE THE INSTALLMENT GOES FIRST TO      *
002624*     OUTSTANDING LATE CHARGES AND ONLY THE REST TO PRINCIPAL.  *
002630*****************************************************************
002640  3300-SPLIT-PAYMENT.
002650      EVALUATE EPSLMST-YEAR-MONTH-IND
002750      COMPUTE WS-INTEREST-PORTION ROUNDED =
002760          EPSLMST-CURRENT-BALANCE * WS-PERIOD-RATE
002770      MOVE EPSLMST-ESCROW-PAYMENT TO WS-ESCROW-PORTION
002772      MOVE 0 TO WS-PMI-PORTION
002780      IF EPSLMST-PMI-PAYMENT > 0
002790          AND EPSLMST-CURRENT-BALANCE > EPSLMST-PMI-DROP-BALANCE
002792          MOVE EPSLMST-PMI-PAYMENT TO WS-PMI-PORTION
002800          ADD EPSLMST-PMI-PAYMENT TO WS-ESCROW-PORTION
002810      END-IF
002820      COMPUTE WS-AMOUNT-DUE =
002900      END-IF
002910      COMPUTE WS-PRINCIPAL-PORTION =
002920          EPSPTRN-PAYMENT-AMOUNT - WS-INTEREST-PORTION -
002921          WS-ESCROW-PORTION
002922      MOVE 0 TO WS-LATE-FEE-PORTION
002923      COMPUTE WS-EXTRA-AMOUNT =
002924          EPSPTRN-PAYMENT-AMOUNT - WS-AMOUNT-DUE
002925      IF WS-EXTRA-AMOUNT > 0 AND EPSLMST-LATE-FEE-BALANCE > 0
002926          IF WS-EXTRA-AMOUNT < EPSLMST-LATE-FEE-BALANCE
002927              MOVE WS-EXTRA-AMOUNT TO WS-LATE-FEE-PORTION
002928          ELSE
002929              MOVE EPSLMST-LATE-FEE-BALANCE TO
002930                  WS-LATE-FEE-PORTION
002931          END-IF
002932          SUBTRACT WS-LATE-FEE-PORTION FROM WS-PRINCIPAL-PORTION
002933      END-IF
002940      MOVE 0 TO WS-EXCESS-AMOUNT
002950      IF WS-PRINCIPAL-PORTION NOT < EPSLMST-CURRENT-BALANCE
002960          COMPUTE WS-EXCESS-AMOUNT =
003070*     BALANCE REACHES ZERO.  AN OVERPAYMENT STILL POSTS THE     *
003080*     PAYOFF BUT GOES TO THE EXCEPTION FILE TOO, WITH THE       *
003090*     EXCESS TO BE REFUNDED IN THE REASON TEXT.                 *
003092*     THE ESCROW DEPOSIT GOES INTO THE ESCROW BALANCE.          *
003100*****************************************************************
003110  3500-ROLL-LOAN-FORWARD.
003112      MOVE EPSLMST-CURRENT-BALANCE TO WS-BALANCE-BEFORE
003114      MOVE EPSLMST-PAID-THRU-PERIOD TO WS-PERIOD-BEFORE
003116      MOVE 'O' TO WS-STATUS-BEFORE
003120      SUBTRACT WS-PRINCIPAL-PORTION FROM EPSLMST-CURRENT-BALANCE
003130      ADD 1 TO EPSLMST-PAID-THRU-PERIOD
003132      SUBTRACT WS-LATE-FEE-PORTION FROM EPSLMST-LATE-FEE-BALANCE
003134      COMPUTE WS-ESCROW-DEPOSIT =
003136          WS-ESCROW-PORTION - WS-PMI-PORTION
003138      ADD WS-ESCROW-DEPOSIT TO EPSLMST-ESCROW-BALANCE
003140      IF EPSLMST-CURRENT-BALANCE = 0
003150          MOVE 'P' TO EPSLMST-LOAN-STATUS
003160      ELSE
003200          UPDATE EPSLMST
003210              SET CURRENT_BALANCE = :EPSLMST-CURRENT-BALANCE,
003220                  PAID_THRU_PERIOD = :EPSLMST-PAID-THRU-PERIOD,
003230                  LOAN_STATUS = :EPSLMST-LOAN-STATUS,
003232                  LATE_FEE_BALANCE = :EPSLMST-LATE-FEE-BALANCE,
003234                  ESCROW_BALANCE = :EPSLMST-ESCROW-BALANCE
003240              WHERE APPLICATION_ID = :EPSLMST-APPLICATION-ID
003250                AND LOAN_STATUS = 'O'
003260      END-EXEC
003270      IF SQLCODE NOT = 0
003280          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
003290      END-IF
003292      PERFORM 3600-JOURNAL-PAYMENT THRU 3600-EXIT
003293      IF WS-ESCROW-DEPOSIT NOT = 0
003294          MOVE 'D' TO EPSEHIST-ACTIVITY-TYPE
003295          MOVE EPSPTRN-PAYMENT-DATE TO EPSEHIST-ACTIVITY-DATE
003296          MOVE WS-ESCROW-DEPOSIT TO EPSEHIST-AMOUNT
003297          PERFORM 5300-INSERT-ESCROW-HISTORY THRU 5300-EXIT
003298      END-IF
003300      ADD 1 TO WS-POSTED-COUNT
003302      ADD EPSPTRN-PAYMENT-AMOUNT TO WS-NET-POSTED-AMOUNT
003310      IF EPSLMST-LOAN-STATUS = 'P'
003320          ADD 1 TO WS-PAID-OFF-COUNT
003330      END-IF
003410          MOVE 'N' TO WS-RECORD-OK
003420      END-IF.
003430  3500-EXIT.
003431      EXIT.
003432*
003433*****************************************************************
003434* 3600-JOURNAL-PAYMENT                                          *
003435*     RECORD THE POSTING JUST MADE ON THE EPSLTRAN JOURNAL --   *
003436*     THE SPLIT, ANY EXCESS REPORTED FOR REFUND, AND THE LOAN   *
003437*     BEFORE AND AFTER -- SO IT CAN BE REVERSED LATER.          *
003438*****************************************************************
003439  3600-JOURNAL-PAYMENT.
003440      MOVE EPSLMST-APPLICATION-ID TO EPSLTRAN-APPLICATION-ID
003441      MOVE 'P' TO EPSLTRAN-TRAN-TYPE
003442      MOVE EPSPTRN-PAYMENT-DATE TO EPSLTRAN-PAYMENT-DATE
003443      MOVE EPSPTRN-PAYMENT-AMOUNT TO EPSLTRAN-PAYMENT-AMOUNT
003444      MOVE WS-INTEREST-PORTION TO EPSLTRAN-INTEREST-AMOUNT
003445      MOVE WS-PRINCIPAL-PORTION TO EPSLTRAN-PRINCIPAL-AMOUNT
003446      MOVE WS-ESCROW-PORTION TO EPSLTRAN-ESCROW-AMOUNT
003447      MOVE WS-EXCESS-AMOUNT TO EPSLTRAN-EXCESS-AMOUNT
003448      MOVE WS-LATE-FEE-PORTION TO EPSLTRAN-LATE-FEE-AMOUNT
003449      MOVE WS-PMI-PORTION TO EPSLTRAN-PMI-AMOUNT
003450      MOVE WS-BALANCE-BEFORE TO EPSLTRAN-BALANCE-BEFORE
003451      MOVE EPSLMST-CURRENT-BALANCE TO EPSLTRAN-BALANCE-AFTER
003452      MOVE WS-PERIOD-BEFORE TO EPSLTRAN-PERIOD-BEFORE
003453      MOVE EPSLMST-PAID-THRU-PERIOD TO EPSLTRAN-PERIOD-AFTER
003454      MOVE WS-STATUS-BEFORE TO EPSLTRAN-STATUS-BEFORE
003455      MOVE EPSLMST-LOAN-STATUS TO EPSLTRAN-STATUS-AFTER
003456      MOVE SPACE TO EPSLTRAN-REVERSAL-REASON
003457      MOVE 'N' TO EPSLTRAN-REVERSED-IND
003458      PERFORM 5200-INSERT-JOURNAL-ROW THRU 5200-EXIT.
003459  3600-EXIT.
003460      EXIT.
003461*
003462*****************************************************************
003463* 4000-REVERSE-POSTING                                          *
003464*     ONE REVERSAL: FIND THE LOAN, FIND THE JOURNALED PAYMENT   *
003465*     IT NAMES, UNWIND THAT PAYMENT, AND JOURNAL THE REVERSAL.  *
003466*****************************************************************
003467  4000-REVERSE-POSTING.
003468      PERFORM 4100-FETCH-LOAN-TO-REVERSE THRU 4100-EXIT
003469      IF RECORD-OK
003470          PERFORM 4200-FETCH-ORIGINAL-POSTING THRU 4200-EXIT
003471      END-IF
003472      IF RECORD-OK
003473          PERFORM 4300-UNWIND-LOAN THRU 4300-EXIT
003474          PERFORM 4400-JOURNAL-REVERSAL THRU 4400-EXIT
003475      END-IF.
003476  4000-EXIT.
003477      EXIT.
003478*
003479*****************************************************************
003480* 4100-FETCH-LOAN-TO-REVERSE                                    *
003481*     UNLIKE A PAYMENT, A REVERSAL CAN LAND ON A LOAN THE       *
003482*     ORIGINAL PAID OFF -- ONLY A CLOSED OR NEVER-BOARDED LOAN  *
003483*     IS UNMATCHED.                                             *
003484*****************************************************************
003485  4100-FETCH-LOAN-TO-REVERSE.
003486      MOVE EPSPTRN-APPLICATION-ID TO EPSLMST-APPLICATION-ID
003487      EXEC SQL
003488          SELECT CURRENT_BALANCE, PAID_THRU_PERIOD, LOAN_STATUS,
003489                 LATE_FEE_BALANCE, ESCROW_BALANCE
003490              INTO :EPSLMST-CURRENT-BALANCE,
003491                   :EPSLMST-PAID-THRU-PERIOD,
003492                   :EPSLMST-LOAN-STATUS,
003493                   :EPSLMST-LATE-FEE-BALANCE,
003494                   :EPSLMST-ESCROW-BALANCE
003495              FROM EPSLMST
003496              WHERE APPLICATION_ID = :EPSLMST-APPLICATION-ID
003497                AND LOAN_STATUS IN ('O', 'P')
003498      END-EXEC
003499      EVALUATE SQLCODE
003500          WHEN 0
003501              CONTINUE
003502          WHEN 100
003503              MOVE 'P009' TO WS-REJECT-REASON-CODE
003504              MOVE 'NO OPEN OR PAID-OFF LOAN TO REVERSE' TO
003505                  WS-REJECT-REASON-TEXT
003506              MOVE 'N' TO WS-RECORD-OK
003507          WHEN OTHER
003508              PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
003509      END-EVALUATE.
003510  4100-EXIT.
003511      EXIT.
003512*
003513*****************************************************************
003514* 4200-FETCH-ORIGINAL-POSTING                                   *
003515*     THE NEWEST UNREVERSED PAYMENT ON THE JOURNAL FOR THIS     *
003516*     LOAN WITH THE SAME PAYMENT DATE AND AMOUNT.  A PAYMENT    *
003517*     ALREADY REVERSED ONCE DOES NOT MATCH AGAIN.               *
003518*****************************************************************
003519  4200-FETCH-ORIGINAL-POSTING.
003520      MOVE EPSPTRN-APPLICATION-ID TO EPSLTRAN-APPLICATION-ID
003521      MOVE EPSPTRN-PAYMENT-DATE TO EPSLTRAN-PAYMENT-DATE
003522      MOVE EPSPTRN-PAYMENT-AMOUNT TO EPSLTRAN-PAYMENT-AMOUNT
003523      EXEC SQL
003524          SELECT POSTED_TS, INTEREST_AMOUNT, PRINCIPAL_AMOUNT,
003525                 ESCROW_AMOUNT, EXCESS_AMOUNT, LATE_FEE_AMOUNT,
003526                 PMI_AMOUNT
003527              INTO :EPSLTRAN-POSTED-TS,
003528                   :EPSLTRAN-INTEREST-AMOUNT,
003529                   :EPSLTRAN-PRINCIPAL-AMOUNT,
003530                   :EPSLTRAN-ESCROW-AMOUNT,
003531                   :EPSLTRAN-EXCESS-AMOUNT,
003532                   :EPSLTRAN-LATE-FEE-AMOUNT,
003533                   :EPSLTRAN-PMI-AMOUNT
003534              FROM EPSLTRAN
003535              WHERE APPLICATION_ID = :EPSLTRAN-APPLICATION-ID
003536                AND TRAN_TYPE = 'P'
003537                AND PAYMENT_DATE = :EPSLTRAN-PAYMENT-DATE
003538                AND PAYMENT_AMOUNT = :EPSLTRAN-PAYMENT-AMOUNT
003539                AND REVERSED_IND = 'N'
003540              ORDER BY POSTED_TS DESC
003541              FETCH FIRST 1 ROW ONLY
003542      END-EXEC
003543      EVALUATE SQLCODE
003544          WHEN 0
003545              CONTINUE
003546          WHEN 100
003547              MOVE 'P010' TO WS-REJECT-REASON-CODE
003548              MOVE 'ORIGINAL POSTING NOT FOUND FOR REVERSAL' TO
003549                  WS-REJECT-REASON-TEXT
003550              MOVE 'N' TO WS-RECORD-OK
003551          WHEN OTHER
003552              PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
003553      END-EVALUATE.
003554  4200-EXIT.
003555      EXIT.
003556*
003557*****************************************************************
003558* 4300-UNWIND-LOAN                                              *
003559*     PUT THE ORIGINAL'S PRINCIPAL BACK ON THE BALANCE AND      *
003560*     STEP THE PAID-THROUGH PERIOD BACK ONE -- THE EXACT        *
003561*     BEFORE IMAGE WHEN THE ORIGINAL IS STILL THE LATEST        *
003562*     POSTING, AND THE SAME NET EFFECT WHEN IT IS NOT.  A LOAN  *
003563*     THE ORIGINAL PAID OFF IS REOPENED, AND ANY LATE CHARGES   *
003564*     IT PAID ARE OWED AGAIN.  ITS ESCROW DEPOSIT COMES BACK    *
003565*     OUT OF THE ESCROW BALANCE.                                *
003566*****************************************************************
003567  4300-UNWIND-LOAN.
003568      MOVE EPSLMST-CURRENT-BALANCE TO WS-BALANCE-BEFORE
003569      MOVE EPSLMST-PAID-THRU-PERIOD TO WS-PERIOD-BEFORE
003570      MOVE EPSLMST-LOAN-STATUS TO WS-STATUS-BEFORE
003571      ADD EPSLTRAN-PRINCIPAL-AMOUNT TO EPSLMST-CURRENT-BALANCE
003572      SUBTRACT 1 FROM EPSLMST-PAID-THRU-PERIOD
003573      ADD EPSLTRAN-LATE-FEE-AMOUNT TO EPSLMST-LATE-FEE-BALANCE
003574      COMPUTE WS-ESCROW-DEPOSIT =
003575          EPSLTRAN-ESCROW-AMOUNT - EPSLTRAN-PMI-AMOUNT
003576      SUBTRACT WS-ESCROW-DEPOSIT FROM EPSLMST-ESCROW-BALANCE
003578      IF EPSLMST-CURRENT-BALANCE > 0
003579          MOVE 'O' TO EPSLMST-LOAN-STATUS
003580      END-IF
003581      EXEC SQL
003582          UPDATE EPSLMST
003583              SET CURRENT_BALANCE = :EPSLMST-CURRENT-BALANCE,
003584                  PAID_THRU_PERIOD = :EPSLMST-PAID-THRU-PERIOD,
003585                  LOAN_STATUS = :EPSLMST-LOAN-STATUS,
003586                  LATE_FEE_BALANCE = :EPSLMST-LATE-FEE-BALANCE,
003587                  ESCROW_BALANCE = :EPSLMST-ESCROW-BALANCE
003588              WHERE APPLICATION_ID = :EPSLMST-APPLICATION-ID
003589                AND LOAN_STATUS IN ('O', 'P')
003590      END-EXEC
003591      IF SQLCODE NOT = 0
003592          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
003593      END-IF
003594      ADD 1 TO WS-REVERSED-COUNT
003595      SUBTRACT EPSPTRN-PAYMENT-AMOUNT FROM WS-NET-POSTED-AMOUNT
003596      IF WS-STATUS-BEFORE = 'P' AND EPSLMST-LOAN-STATUS = 'O'
003597          ADD 1 TO WS-REOPENED-COUNT
003598      END-IF.
003599  4300-EXIT.
003600      EXIT.
003601*
003602*****************************************************************
003603* 4400-JOURNAL-REVERSAL                                         *
003604*     FLAG THE ORIGINAL REVERSED SO IT CANNOT BE REVERSED       *
003605*     TWICE, THEN JOURNAL THE REVERSAL ITSELF CARRYING THE      *
003606*     ORIGINAL'S SPLIT AND THE REASON.                          *
003607*****************************************************************
003608  4400-JOURNAL-REVERSAL.
003609      EXEC SQL
003610          UPDATE EPSLTRAN
003611              SET REVERSED_IND = 'Y'
003612              WHERE APPLICATION_ID = :EPSLTRAN-APPLICATION-ID
003613                AND POSTED_TS = :EPSLTRAN-POSTED-TS
003614      END-EXEC
003615      IF SQLCODE NOT = 0
003616          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
003617      END-IF
003618      MOVE 'R' TO EPSLTRAN-TRAN-TYPE
003619      MOVE WS-BALANCE-BEFORE TO EPSLTRAN-BALANCE-BEFORE
003620      MOVE EPSLMST-CURRENT-BALANCE TO EPSLTRAN-BALANCE-AFTER
003621      MOVE WS-PERIOD-BEFORE TO EPSLTRAN-PERIOD-BEFORE
003622      MOVE EPSLMST-PAID-THRU-PERIOD TO EPSLTRAN-PERIOD-AFTER
003623      MOVE WS-STATUS-BEFORE TO EPSLTRAN-STATUS-BEFORE
003624      MOVE EPSLMST-LOAN-STATUS TO EPSLTRAN-STATUS-AFTER
003625      MOVE EPSPTRN-REVERSAL-REASON TO EPSLTRAN-REVERSAL-REASON
003626      MOVE 'N' TO EPSLTRAN-REVERSED-IND
003627      PERFORM 5200-INSERT-JOURNAL-ROW THRU 5200-EXIT
003628      IF WS-ESCROW-DEPOSIT NOT = 0
003629          MOVE 'V' TO EPSEHIST-ACTIVITY-TYPE
003630          MOVE EPSPTRN-PAYMENT-DATE TO EPSEHIST-ACTIVITY-DATE
003631          COMPUTE EPSEHIST-AMOUNT = 0 - WS-ESCROW-DEPOSIT
003632          PERFORM 5300-INSERT-ESCROW-HISTORY THRU 5300-EXIT
003633      END-IF.
003634  4400-EXIT.
003635      EXIT.
003636*
003637*****************************************************************
003638* 5100-WRITE-EXCEPTION                                          *
003639*****************************************************************
003640  5100-WRITE-EXCEPTION.
003641      MOVE EPSPTRN-RECORD TO EPSPEXC-PTRN-IMAGE
003642      MOVE WS-REJECT-REASON-CODE TO EPSPEXC-REASON-CODE
003643      MOVE WS-REJECT-REASON-TEXT TO EPSPEXC-REASON-TEXT
003644      WRITE EPSPEXC-RECORD
003645      IF NOT EPSPEXC-OK
003646          MOVE 'EPSPEXC-FILE WRITE, STATUS=' TO WS-ABORT-MSG
003647          MOVE WS-EPSPEXC-STATUS TO WS-ABORT-MSG (28:2)
003648          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
003649      END-IF.
003650  5100-EXIT.
003651      EXIT.
003652*
003653*****************************************************************
003654* 5200-INSERT-JOURNAL-ROW                                       *
003655*     THE CALLER HAS FILLED EPSLTRAN-ROW; THE POSTING           *
003656*     TIMESTAMP IS THE ROW'S KEY WITHIN THE LOAN.               *
003657*****************************************************************
003658  5200-INSERT-JOURNAL-ROW.
003659      EXEC SQL
003660          INSERT INTO EPSLTRAN
003661              (APPLICATION_ID, POSTED_TS, TRAN_TYPE,
003662               PAYMENT_DATE, PAYMENT_AMOUNT, INTEREST_AMOUNT,
003663               PRINCIPAL_AMOUNT, ESCROW_AMOUNT, EXCESS_AMOUNT,
003664               BALANCE_BEFORE, BALANCE_AFTER, PERIOD_BEFORE,
003665               PERIOD_AFTER, STATUS_BEFORE, STATUS_AFTER,
003666               REVERSAL_REASON, REVERSED_IND, LATE_FEE_AMOUNT,
003667               PMI_AMOUNT)
003668              VALUES
003669              (:EPSLTRAN-APPLICATION-ID, CURRENT TIMESTAMP,
003670               :EPSLTRAN-TRAN-TYPE,
003671               :EPSLTRAN-PAYMENT-DATE,
003672               :EPSLTRAN-PAYMENT-AMOUNT,
003673               :EPSLTRAN-INTEREST-AMOUNT,
003674               :EPSLTRAN-PRINCIPAL-AMOUNT,
003675               :EPSLTRAN-ESCROW-AMOUNT,
003676               :EPSLTRAN-EXCESS-AMOUNT,
003677               :EPSLTRAN-BALANCE-BEFORE,
003678               :EPSLTRAN-BALANCE-AFTER,
003679               :EPSLTRAN-PERIOD-BEFORE,
003680               :EPSLTRAN-PERIOD-AFTER,
003681               :EPSLTRAN-STATUS-BEFORE,
003682               :EPSLTRAN-STATUS-AFTER,
003683               :EPSLTRAN-REVERSAL-REASON,
003684               :EPSLTRAN-REVERSED-IND,
003685               :EPSLTRAN-LATE-FEE-AMOUNT,
003686               :EPSLTRAN-PMI-AMOUNT)
003687      END-EXEC
003688      IF SQLCODE NOT = 0
003689          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
003690      END-IF.
003691  5200-EXIT.
003692      EXIT.
003693*
003694*****************************************************************
003695* 5300-INSERT-ESCROW-HISTORY                                    *
003696*     THE CALLER HAS SET THE ACTIVITY TYPE, DATE AND SIGNED     *
003697*     AMOUNT; THE LOAN'S NEW ESCROW BALANCE IS THE BALANCE      *
003698*     AFTER.                                                    *
003699*****************************************************************
003700  5300-INSERT-ESCROW-HISTORY.
003701      MOVE EPSLMST-APPLICATION-ID TO EPSEHIST-APPLICATION-ID
003702      MOVE EPSLMST-ESCROW-BALANCE TO EPSEHIST-BALANCE-AFTER
003703      MOVE SPACES TO EPSEHIST-PAYEE
003704      EXEC SQL
003705          INSERT INTO EPSEHIST
003706              (APPLICATION_ID, ACTIVITY_TS, ACTIVITY_TYPE,
003707               ACTIVITY_DATE, AMOUNT, BALANCE_AFTER, PAYEE)
003708              VALUES
003709              (:EPSEHIST-APPLICATION-ID, CURRENT TIMESTAMP,
003710               :EPSEHIST-ACTIVITY-TYPE,
003711               :EPSEHIST-ACTIVITY-DATE,
003712               :EPSEHIST-AMOUNT,
003713               :EPSEHIST-BALANCE-AFTER,
003714               :EPSEHIST-PAYEE)
003715      END-EXEC
003716      IF SQLCODE NOT = 0
003717          PERFORM 9800-ABORT-ON-SQLCODE THRU 9800-EXIT
003718      END-IF.
003719  5300-EXIT.
003720      EXIT.
003721*
003722*****************************************************************
003723* 8000-FINALIZE                                                 *
003724*****************************************************************
003725  8000-FINALIZE.
003726      CLOSE EPSPTRN-FILE
003727      CLOSE EPSPEXC-FILE
003728      DISPLAY 'EPSPOST TRANSACTIONS READ: ' WS-RECORD-COUNT
003729      DISPLAY 'EPSPOST PAYMENTS POSTED:   ' WS-POSTED-COUNT
003730      DISPLAY 'EPSPOST LOANS PAID OFF:    ' WS-PAID-OFF-COUNT
003731      DISPLAY 'EPSPOST POSTINGS REVERSED: ' WS-REVERSED-COUNT
003732      DISPLAY 'EPSPOST LOANS REOPENED:    ' WS-REOPENED-COUNT
003733      DISPLAY 'EPSPOST EXCEPTIONS:        ' WS-EXCEPTION-COUNT
003734      DISPLAY 'EPSPOST NET AMOUNT POSTED: ' WS-NET-POSTED-AMOUNT
003735      PERFORM 8100-WRITE-CONTROL-RECORD THRU 8100-EXIT.
003736  8000-EXIT.
003737      EXIT.
003740*
003741*****************************************************************
003742* 8100-WRITE-CONTROL-RECORD                                     *
003743*     ONE EPSCTL CONTROL-TOTALS RECORD FOR THE EPSBAL           *
003744*     BALANCING STEP, THE SAME SHAPE EPSBATCH WRITES.  RECORDS  *
003745*     OUT AND SUCCESSES ARE THE POSTINGS AND REVERSALS          *
003746*     APPLIED; FAILURES ARE THE TRANSACTIONS NOT APPLIED AT     *
003747*     ALL (AN OVERPAYMENT IS APPLIED EVEN THOUGH IT ALSO GOES   *
003748*     TO THE EXCEPTION FILE).  THE DOLLAR TOTAL IS THE NET      *
003749*     POSTED.                                                   *
003750*****************************************************************
003751  8100-WRITE-CONTROL-RECORD.
003752      OPEN OUTPUT EPSCTL-FILE
003753      IF NOT EPSCTL-OK
003754          MOVE 'EPSCTL-FILE OPEN, STATUS=' TO WS-ABORT-MSG
003755          MOVE WS-EPSCTL-STATUS TO WS-ABORT-MSG (26:2)
003756          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
003757      END-IF
003758      ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
003759      MOVE WS-ACCEPT-DATE (1:4) TO WS-ISO-RUN-DATE (1:4)
003760      MOVE '-' TO WS-ISO-RUN-DATE (5:1)
003761      MOVE WS-ACCEPT-DATE (5:2) TO WS-ISO-RUN-DATE (6:2)
003762      MOVE '-' TO WS-ISO-RUN-DATE (8:1)
003763      MOVE WS-ACCEPT-DATE (7:2) TO WS-ISO-RUN-DATE (9:2)
003764      COMPUTE WS-APPLIED-COUNT =
003765          WS-POSTED-COUNT + WS-REVERSED-COUNT
003766      COMPUTE WS-NOT-APPLIED-COUNT =
003767          WS-RECORD-COUNT - WS-APPLIED-COUNT
003768      MOVE 'EPSPOST' TO EPSCTL-STEP-NAME
003769      MOVE WS-ISO-RUN-DATE TO EPSCTL-RUN-DATE
003770      MOVE WS-RECORD-COUNT TO EPSCTL-RECORDS-IN
003771      MOVE WS-APPLIED-COUNT TO EPSCTL-RECORDS-OUT
003772      MOVE WS-APPLIED-COUNT TO EPSCTL-SUCCESS-COUNT
003773      MOVE WS-NOT-APPLIED-COUNT TO EPSCTL-FAILURE-COUNT
003774      MOVE WS-NET-POSTED-AMOUNT TO EPSCTL-PRINCIPAL-TOTAL
003775      WRITE EPSCTL-RECORD
003776      IF NOT EPSCTL-OK
003777          MOVE 'EPSCTL-FILE WRITE, STATUS=' TO WS-ABORT-MSG
003778          MOVE WS-EPSCTL-STATUS TO WS-ABORT-MSG (27:2)
003779          PERFORM 9900-ABORT-RUN THRU 9900-EXIT
003780      END-IF
003781      CLOSE EPSCTL-FILE.
003782  8100-EXIT.
003783      EXIT.
003784*
003785*****************************************************************
003786* 9800-ABORT-ON-SQLCODE                                         *
003787*     AN UNEXPECTED SQLCODE MEANS THE RUN CANNOT BE TRUSTED     *
003788*     TO CONTINUE -- STAGE THE CODE INTO THE ABORT MESSAGE      *
003790*     AND STOP.                                                 *
003800*****************************************************************
003810  9800-ABORT-ON-SQLCODE.
