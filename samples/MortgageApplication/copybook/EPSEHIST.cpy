000010*****************************************************************
000020*                                                               *
000030* EPSEHIST                                                      *
000040*     HOST VARIABLE LAYOUT FOR THE EPSEHIST DB2 ESCROW          *
000050*     HISTORY.  ONE ROW PER MOVEMENT OF A LOAN'S EPSLMST        *
000060*     ESCROW_BALANCE -- THE DEPOSIT OUT OF EACH PAYMENT         *
000070*     EPSPOST POSTS, EACH TAX OR HAZARD-INSURANCE BILL EPSESCD  *
000080*     PAYS, AND EACH SURPLUS THE EPSESCA ANNUAL ANALYSIS        *
000090*     REFUNDS -- SO THE BALANCE CAN BE PROVED FROM ITS HISTORY  *
000100*     AND THE ANALYSIS CAN PROJECT NEXT YEAR'S BILLS FROM       *
000110*     THIS YEAR'S.  MATCHES:                                    *
000120*                                                               *
000130*         CREATE TABLE EPSEHIST                                 *
000140*           (APPLICATION_ID     CHAR(10)       NOT NULL,        *
000150*            ACTIVITY_TS        TIMESTAMP      NOT NULL,        *
000160*            ACTIVITY_TYPE      CHAR(1)        NOT NULL,        *
000170*            ACTIVITY_DATE      DATE           NOT NULL,        *
000180*            AMOUNT             DECIMAL(11,2)  NOT NULL,        *
000190*            BALANCE_AFTER      DECIMAL(11,2)  NOT NULL,        *
000200*            PAYEE              CHAR(20)       NOT NULL,        *
000210*            PRIMARY KEY (APPLICATION_ID, ACTIVITY_TS))         *
000220*                                                               *
000230*     ACTIVITY_TYPE IS 'D' A DEPOSIT FROM A POSTED PAYMENT,     *
000240*     'V' A DEPOSIT TAKEN BACK BY A REVERSAL, 'T' A PROPERTY    *
000250*     TAX DISBURSEMENT, 'H' A HAZARD-INSURANCE DISBURSEMENT,    *
000260*     OR 'F' A SURPLUS REFUNDED TO THE BORROWER.  AMOUNT IS     *
000270*     SIGNED -- POSITIVE INTO THE ACCOUNT, NEGATIVE OUT OF IT   *
000280*     -- SO THE SUM OF A LOAN'S ROWS IS ITS ESCROW BALANCE.     *
000290*     ACTIVITY_DATE IS THE PAYMENT DATE OF A DEPOSIT, THE DATE  *
000300*     A BILL WAS PAID, OR THE ANALYSIS DATE OF A REFUND.        *
000310*     PAYEE IS THE TAXING AUTHORITY OR INSURER ON A             *
000320*     DISBURSEMENT AND SPACES OTHERWISE.                        *
000330*                                                               *
000340*****************************************************************
000350 01  EPSEHIST-ROW.
000360     05  EPSEHIST-APPLICATION-ID     PIC X(10).
000370     05  EPSEHIST-ACTIVITY-TS        PIC X(26).
000380     05  EPSEHIST-ACTIVITY-TYPE      PIC X.
000390         88  EPSEHS-TYPE-DEPOSIT         VALUE 'D'.
000400         88  EPSEHS-TYPE-DEPOSIT-REVERSED
000410                                         VALUE 'V'.
000420         88  EPSEHS-TYPE-TAX             VALUE 'T'.
000430         88  EPSEHS-TYPE-HAZARD          VALUE 'H'.
000440         88  EPSEHS-TYPE-REFUND          VALUE 'F'.
000450     05  EPSEHIST-ACTIVITY-DATE      PIC X(10).
000460     05  EPSEHIST-AMOUNT             PIC S9(9)V99 COMP-3.
000470     05  EPSEHIST-BALANCE-AFTER      PIC S9(9)V99 COMP-3.
000480     05  EPSEHIST-PAYEE              PIC X(20).
