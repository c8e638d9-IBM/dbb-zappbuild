000010*****************************************************************
000020*                                                               *
000030* EPSLTRAN                                                      *
000040*     HOST VARIABLE LAYOUT FOR THE EPSLTRAN DB2 LOAN            *
000050*     TRANSACTION JOURNAL.  ONE ROW PER FINANCIAL EVENT THE     *
000060*     EPSPOST NIGHTLY POSTING RUN APPLIES TO AN EPSLMST LOAN,   *
000070*     CARRYING THE INTEREST/PRINCIPAL/ESCROW SPLIT IT MADE AND  *
000080*     THE BEFORE/AFTER IMAGE OF THE BALANCE, PAID-THROUGH       *
000090*     PERIOD AND LOAN STATUS, SO A POSTING CAN BE UNWOUND       *
000100*     EXACTLY AND EVERY MOVEMENT OF THE BALANCE CAN BE          *
000110*     RECONSTRUCTED WITHOUT TOUCHING THE LOAN MASTER.  MATCHES: *
000120*                                                               *
000130*         CREATE TABLE EPSLTRAN                                 *
000140*           (APPLICATION_ID     CHAR(10)       NOT NULL,        *
000150*            POSTED_TS          TIMESTAMP      NOT NULL,        *
000160*            TRAN_TYPE          CHAR(1)        NOT NULL,        *
000170*            PAYMENT_DATE       DATE           NOT NULL,        *
000180*            PAYMENT_AMOUNT     DECIMAL(11,2)  NOT NULL,        *
000190*            INTEREST_AMOUNT    DECIMAL(9,2)   NOT NULL,        *
000200*            PRINCIPAL_AMOUNT   DECIMAL(11,2)  NOT NULL,        *
000210*            ESCROW_AMOUNT      DECIMAL(9,2)   NOT NULL,        *
000220*            EXCESS_AMOUNT      DECIMAL(11,2)  NOT NULL,        *
000230*            BALANCE_BEFORE     DECIMAL(11,2)  NOT NULL,        *
000240*            BALANCE_AFTER      DECIMAL(11,2)  NOT NULL,        *
000250*            PERIOD_BEFORE      INTEGER        NOT NULL,        *
000260*            PERIOD_AFTER       INTEGER        NOT NULL,        *
000270*            STATUS_BEFORE      CHAR(1)        NOT NULL,        *
000280*            STATUS_AFTER       CHAR(1)        NOT NULL,        *
000290*            REVERSAL_REASON    CHAR(1)        NOT NULL,        *
000300*            REVERSED_IND       CHAR(1)        NOT NULL,        *
000302*            LATE_FEE_AMOUNT    DECIMAL(9,2)   NOT NULL         *
000304*                               WITH DEFAULT,                   *
000306*            PMI_AMOUNT         DECIMAL(9,2)   NOT NULL         *
000308*                               WITH DEFAULT,                   *
000310*            PRIMARY KEY (APPLICATION_ID, POSTED_TS))           *
000320*                                                               *
000330*     TRAN_TYPE IS 'P' A POSTED PAYMENT OR 'R' THE REVERSAL OF  *
000340*     ONE.  A REVERSAL ROW CARRIES THE SAME SPLIT AS THE        *
000350*     PAYMENT IT UNWOUND, ITS OWN BEFORE/AFTER IMAGE, AND THE   *
000360*     REVERSAL_REASON FROM THE EPSPTRN INPUT ('N' NSF, 'M'      *
000370*     MISAPPLIED, 'K' KEYED IN ERROR, 'C' ACH ACCOUNT CLOSED,   *
000372*     'A' OTHER ACH RETURN) -- SPACE ON A PAYMENT.              *
000380*     REVERSED_IND IS 'N' UNTIL A REVERSAL UNWINDS THE ROW,     *
000390*     THEN 'Y', SO THE SAME PAYMENT CANNOT BE REVERSED TWICE.   *
000400*     EXCESS_AMOUNT IS THE OVERPAYMENT PAST THE PAYOFF THAT     *
000410*     WAS REPORTED FOR REFUND RATHER THAN POSTED.               *
000411*                                                               *
000412*     TRAN_TYPE 'L' IS A LATE CHARGE ASSESSED BY THE EPSDLQ     *
000413*     NIGHTLY AGING RUN: PAYMENT_AMOUNT AND LATE_FEE_AMOUNT     *
000414*     ARE THE CHARGE, PAYMENT_DATE THE DAY IT WAS ASSESSED,     *
000415*     AND THE BALANCE AND PERIOD IMAGES ARE UNCHANGED.  ON A    *
000416*     PAYMENT OR REVERSAL LATE_FEE_AMOUNT IS THE PART OF THE    *
000417*     PAYMENT APPLIED TO OUTSTANDING LATE CHARGES.              *
000418*                                                               *
000419*     PMI_AMOUNT IS THE PMI PART OF ESCROW_AMOUNT, PASSED ON    *
000420*     TO THE MORTGAGE INSURER; THE REST OF ESCROW_AMOUNT IS     *
000421*     THE TAX-AND-INSURANCE DEPOSIT CREDITED TO THE LOAN'S      *
000422*     EPSLMST ESCROW_BALANCE (AND TAKEN BACK ON A REVERSAL).    *
000423*                                                               *
000430*****************************************************************
000440 01  EPSLTRAN-ROW.
000450     05  EPSLTRAN-APPLICATION-ID     PIC X(10).
000460     05  EPSLTRAN-POSTED-TS          PIC X(26).
000470     05  EPSLTRAN-TRAN-TYPE          PIC X.
000480         88  EPSLTR-TYPE-PAYMENT         VALUE 'P'.
000490         88  EPSLTR-TYPE-REVERSAL        VALUE 'R'.
000492         88  EPSLTR-TYPE-LATE-CHARGE     VALUE 'L'.
000500     05  EPSLTRAN-PAYMENT-DATE       PIC X(10).
000510     05  EPSLTRAN-PAYMENT-AMOUNT     PIC S9(9)V99 COMP-3.
000520     05  EPSLTRAN-INTEREST-AMOUNT    PIC S9(7)V99 COMP-3.
000530     05  EPSLTRAN-PRINCIPAL-AMOUNT   PIC S9(9)V99 COMP-3.
000540     05  EPSLTRAN-ESCROW-AMOUNT      PIC S9(7)V99 COMP-3.
000550     05  EPSLTRAN-EXCESS-AMOUNT      PIC S9(9)V99 COMP-3.
000560     05  EPSLTRAN-BALANCE-BEFORE     PIC S9(9)V99 COMP-3.
000570     05  EPSLTRAN-BALANCE-AFTER      PIC S9(9)V99 COMP-3.
000580     05  EPSLTRAN-PERIOD-BEFORE      PIC S9(9) COMP.
000590     05  EPSLTRAN-PERIOD-AFTER       PIC S9(9) COMP.
000600     05  EPSLTRAN-STATUS-BEFORE      PIC X.
000610     05  EPSLTRAN-STATUS-AFTER       PIC X.
000620     05  EPSLTRAN-REVERSAL-REASON    PIC X.
000630     05  EPSLTRAN-REVERSED-IND       PIC X.
000640         88  EPSLTR-NOT-REVERSED         VALUE 'N'.
000650         88  EPSLTR-REVERSED             VALUE 'Y'.
000660     05  EPSLTRAN-LATE-FEE-AMOUNT    PIC S9(7)V99 COMP-3.
000670     05  EPSLTRAN-PMI-AMOUNT         PIC S9(7)V99 COMP-3.
