000270*            PAID_THRU_PERIOD   INTEGER        NOT NULL,        *
000280*            RATE_SOURCE        CHAR(1)        NOT NULL,        *
000290*            LOAN_STATUS        CHAR(1)        NOT NULL,        *
000291*            NEXT_DUE_DATE      DATE           NOT NULL         *
000292*                               WITH DEFAULT,                   *
000293*            DAYS_PAST_DUE      INTEGER        NOT NULL         *
000294*                               WITH DEFAULT,                   *
000295*            DELINQ_STATUS      CHAR(1)        NOT NULL         *
000296*                               WITH DEFAULT '0',               *
000297*            LATE_FEE_BALANCE   DECIMAL(9,2)   NOT NULL         *
000298*                               WITH DEFAULT,                   *
000299*            LATE_CHG_PERIOD    INTEGER        NOT NULL         *
000300*                               WITH DEFAULT,                   *
000302*            ESCROW_BALANCE     DECIMAL(11,2)  NOT NULL         *
000303*                               WITH DEFAULT,                   *
000304*            LAST_STMT_TS       TIMESTAMP      NOT NULL         *
000305*                               WITH DEFAULT,                   *
000306*            ORIG_POINTS        DECIMAL(5,3)   NOT NULL         *
000307*                               WITH DEFAULT,                   *
000308*            ARM_FIXED_YEARS    SMALLINT       NOT NULL         *
000309*                               WITH DEFAULT,                   *
000310*            ARM_ADJUST_YEARS   SMALLINT       NOT NULL         *
000311*                               WITH DEFAULT,                   *
000312*            ARM_MARGIN         DECIMAL(5,3)   NOT NULL         *
000313*                               WITH DEFAULT,                   *
000314*            ARM_PERIODIC_CAP   DECIMAL(5,3)   NOT NULL         *
000315*                               WITH DEFAULT,                   *
000316*            ARM_LIFETIME_CAP   DECIMAL(5,3)   NOT NULL         *
000317*                               WITH DEFAULT,                   *
000318*            ARM_INITIAL_RATE   DECIMAL(5,3)   NOT NULL         *
000319*                               WITH DEFAULT,                   *
000320*            NEXT_RESET_DATE    DATE           NOT NULL         *
000321*                               WITH DEFAULT,                   *
000322*            ARM_NEXT_RATE      DECIMAL(5,3)   NOT NULL         *
000323*                               WITH DEFAULT,                   *
000324*            ARM_NOTICE_IND     CHAR(1)        NOT NULL         *
000325*                               WITH DEFAULT 'N',               *
000326*            PRIMARY KEY (APPLICATION_ID))                      *
000327*                                                               *
000328*     ESCROW_PAYMENT IS THE PER-PERIOD TAX-PLUS-INSURANCE       *
000330*     PORTION; PMI_PAYMENT IS CHARGED ON TOP OF IT ONLY WHILE   *
000340*     CURRENT_BALANCE IS STILL ABOVE PMI_DROP_BALANCE -- THE    *
000350*     SAME LOAN-TO-VALUE CUTOFF RULE EPSCALC APPLIES ON THE     *
000360*     SCHEDULE WALK.  PAID_THRU_PERIOD IS ROLLED FORWARD BY     *
000370*     THE EPSPOST NIGHTLY PAYMENT POSTING RUN, AND STEPPED      *
000372*     BACK WHEN EPSPOST REVERSES A POSTING.                     *
000380*                                                               *
000390*     LOAN_STATUS IS 'O' WHILE THE LOAN IS OPEN, 'P' ONCE A     *
000400*     POSTED PAYMENT TAKES THE BALANCE TO ZERO, AND 'C' WHEN    *
000410*     THE LOAN IS ADMINISTRATIVELY CLOSED.  A REVERSAL OF THE   *
000412*     PAYMENT THAT PAID A LOAN OFF PUTS IT BACK TO 'O'.         *
000413*                                                               *
000414*     THE DELINQUENCY COLUMNS ARE KEPT BY THE EPSDLQ NIGHTLY    *
000415*     AGING RUN (WITH DEFAULT, SO THE BOARDING INSERTS NEED     *
000416*     NOT NAME THEM).  NEXT_DUE_DATE IS THE DUE DATE OF THE     *
000417*     FIRST UNPAID PERIOD, COUNTED FROM BOARD_DATE AT THE       *
000418*     PAYMENT FREQUENCY; DAYS_PAST_DUE IS HOW FAR TODAY IS      *
000419*     BEYOND IT (ZERO WHEN IT IS STILL AHEAD).  DELINQ_STATUS   *
000420*     IS THE AGING BUCKET: '0' CURRENT (UNDER 30 DAYS), '1'     *
000421*     30, '2' 60, '3' 90 AND '4' 120 OR MORE DAYS PAST DUE.     *
000422*     LATE_FEE_BALANCE IS THE LATE CHARGES ASSESSED AND NOT     *
000423*     YET PAID -- EPSPOST APPLIES A PAYMENT TO IT AFTER THE     *
000424*     REGULAR INSTALLMENT.  LATE_CHG_PERIOD IS THE LAST PERIOD  *
000425*     A LATE CHARGE WAS ASSESSED FOR, SO EACH MISSED PERIOD IS  *
000426*     CHARGED ONCE.                                             *
000427*                                                               *
000428*     ESCROW_BALANCE IS WHAT THE LOAN'S ESCROW ACCOUNT HOLDS    *
000429*     TOWARD TAXES AND HAZARD INSURANCE: EPSPOST CREDITS THE    *
000430*     ESCROW_PAYMENT DEPOSIT OF EVERY POSTED PAYMENT (AND       *
000431*     TAKES IT BACK ON A REVERSAL), EPSESCD CHARGES EACH TAX    *
000432*     OR INSURANCE BILL PAID, AND THE EPSESCA ANNUAL ANALYSIS   *
000433*     REFUNDS ANY SURPLUS AND RESETS ESCROW_PAYMENT.  IT GOES   *
000434*     NEGATIVE WHEN A BILL IS PAID BEFORE ENOUGH HAS BEEN       *
000435*     COLLECTED -- THE SERVICER ADVANCES THE DIFFERENCE.  EACH  *
000436*     MOVEMENT IS RECORDED ON THE EPSEHIST ESCROW HISTORY.      *
000437*                                                               *
000438*     LAST_STMT_TS IS WHEN THE EPSSTMT BILLING RUN LAST WROTE   *
000439*     THE LOAN A STATEMENT; THE NEXT STATEMENT LISTS THE        *
000440*     EPSLTRAN ACTIVITY POSTED AFTER IT.                        *
000441*                                                               *
000442*     ORIG_POINTS IS THE DISCOUNT POINTS (PERCENT OF PRINCIPAL) *
000443*     THE BORROWER PAID AT ORIGINATION, CARRIED BY EPSBORD AND  *
000444*     EPSBORDB FROM THE BOARDED EPSQHIST QUOTE SO THE EPS1098   *
000445*     YEAR-END RUN CAN REPORT THEM FOR THE YEAR OF BOARDING.    *
000446*                                                               *
000447*     THE ARM_ COLUMNS ARE THE ADJUSTABLE-RATE TERMS CARRIED    *
000448*     FROM THE BOARDED EPSQHIST QUOTE -- ALL ZERO ON A FIXED-   *
000449*     RATE LOAN, WHICH IS HOW THE EPSARMR RESET RUN TELLS THE   *
000450*     TWO APART (ARM_ADJUST_YEARS > 0).  ARM_INITIAL_RATE IS    *
000451*     THE RATE THE LOAN WAS BOARDED AT, WHICH THE LIFETIME CAP  *
000452*     IS MEASURED FROM.  NEXT_RESET_DATE IS THE DATE THE NEXT   *
000453*     RATE CHANGE TAKES EFFECT: BOARD_DATE PLUS THE FIXED       *
000454*     YEARS AT BOARDING, THEN ADVANCED BY THE ADJUSTMENT        *
000455*     INTERVAL AT EVERY RESET.  WHEN EPSARMR SENDS THE ADVANCE  *
000456*     RATE-CHANGE NOTICE IT SETS ARM_NOTICE_IND TO 'Y' AND      *
000457*     HOLDS THE RATE IT ANNOUNCED IN ARM_NEXT_RATE; THE RESET   *
000458*     ITSELF APPLIES THAT RATE TO BOARD_RATE, RE-AMORTIZES      *
000459*     PI_PAYMENT OVER THE PERIODS LEFT AND PUTS ARM_NOTICE_IND  *
000460*     BACK TO 'N' FOR THE NEXT INTERVAL.                        *
000461*                                                               *
000462*****************************************************************
000463 01  EPSLMST-ROW.
000464     05  EPSLMST-APPLICATION-ID      PIC X(10).
000465     05  EPSLMST-BOARD-DATE          PIC X(10).
000470     05  EPSLMST-ORIG-PRINCIPAL      PIC S9(9)V99 COMP-3.
000480     05  EPSLMST-CURRENT-BALANCE     PIC S9(9)V99 COMP-3.
000490     05  EPSLMST-TERM-YEARS          PIC S9(4) COMP.
000600         88  EPSLMS-STATUS-OPEN          VALUE 'O'.
000610         88  EPSLMS-STATUS-PAID-OFF      VALUE 'P'.
000620         88  EPSLMS-STATUS-CLOSED        VALUE 'C'.
000630     05  EPSLMST-NEXT-DUE-DATE       PIC X(10).
000640     05  EPSLMST-DAYS-PAST-DUE       PIC S9(9) COMP.
000650     05  EPSLMST-DELINQ-STATUS       PIC X.
000660         88  EPSLMS-DLQ-CURRENT          VALUE '0'.
000670         88  EPSLMS-DLQ-30-DAYS          VALUE '1'.
000680         88  EPSLMS-DLQ-60-DAYS          VALUE '2'.
000690         88  EPSLMS-DLQ-90-DAYS          VALUE '3'.
000700         88  EPSLMS-DLQ-120-PLUS         VALUE '4'.
000710     05  EPSLMST-LATE-FEE-BALANCE    PIC S9(7)V99 COMP-3.
000720     05  EPSLMST-LATE-CHG-PERIOD     PIC S9(9) COMP.
000730     05  EPSLMST-ESCROW-BALANCE      PIC S9(9)V99 COMP-3.
000740     05  EPSLMST-LAST-STMT-TS        PIC X(26).
000750     05  EPSLMST-ORIG-POINTS         PIC S9(2)V9(3) COMP-3.
000760     05  EPSLMST-ARM-FIXED-YEARS     PIC S9(4) COMP.
000770     05  EPSLMST-ARM-ADJUST-YEARS    PIC S9(4) COMP.
000780     05  EPSLMST-ARM-MARGIN          PIC S9(2)V9(3) COMP-3.
000790     05  EPSLMST-ARM-PERIODIC-CAP    PIC S9(2)V9(3) COMP-3.
000800     05  EPSLMST-ARM-LIFETIME-CAP    PIC S9(2)V9(3) COMP-3.
000810     05  EPSLMST-ARM-INITIAL-RATE    PIC S9(2)V9(3) COMP-3.
000820     05  EPSLMST-NEXT-RESET-DATE     PIC X(10).
000830     05  EPSLMST-ARM-NEXT-RATE       PIC S9(2)V9(3) COMP-3.
000840     05  EPSLMST-ARM-NOTICE-IND      PIC X.
000850         88  EPSLMS-ARM-NOTICE-PENDING   VALUE 'N'.
000860         88  EPSLMS-ARM-NOTICE-SENT      VALUE 'Y'.
