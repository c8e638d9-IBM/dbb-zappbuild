000010*****************************************************************
000020*                                                               *
000030* EPSPOFF                                                       *
000040*     HOST VARIABLE LAYOUT FOR THE EPSPOFF DB2 PAYOFF-QUOTE     *
000050*     LOG.  ONE ROW PER PAYOFF FIGURE GIVEN OUT BY THE EPSPAYQ  *
000060*     TRANSACTION, CARRYING WHO ASKED FOR IT, WHO IT WAS FOR    *
000070*     AND EVERY PART OF THE FIGURE AS QUOTED -- WHEN THE FUNDS  *
000080*     ARRIVE SHORT, THIS IS WHAT THE TITLE COMPANY WAS TOLD.    *
000090*     MATCHES:                                                  *
000100*                                                               *
000110*         CREATE TABLE EPSPOFF                                  *
000120*           (APPLICATION_ID     CHAR(10)       NOT NULL,        *
000130*            QUOTE_TS           TIMESTAMP      NOT NULL,        *
000140*            REQUESTED_BY       CHAR(8)        NOT NULL,        *
000150*            REQUESTED_FOR      CHAR(30)       NOT NULL,        *
000160*            GOOD_THRU_DATE     DATE           NOT NULL,        *
000170*            PAID_THRU_DATE     DATE           NOT NULL,        *
000180*            INTEREST_DAYS      INTEGER        NOT NULL,        *
000190*            BOARD_RATE         DECIMAL(5,3)   NOT NULL,        *
000200*            PRINCIPAL_BALANCE  DECIMAL(11,2)  NOT NULL,        *
000210*            ACCRUED_INTEREST   DECIMAL(9,2)   NOT NULL,        *
000220*            PER_DIEM           DECIMAL(7,2)   NOT NULL,        *
000230*            LATE_FEES          DECIMAL(9,2)   NOT NULL,        *
000240*            ESCROW_REFUND      DECIMAL(11,2)  NOT NULL,        *
000250*            PAYOFF_AMOUNT      DECIMAL(11,2)  NOT NULL,        *
000260*            LETTER_IND         CHAR(1)        NOT NULL         *
000270*                               WITH DEFAULT 'N',               *
000280*            PRIMARY KEY (APPLICATION_ID, QUOTE_TS))            *
000290*                                                               *
000300*     REQUESTED_BY IS THE USER ID THAT KEYED THE QUOTE;         *
000310*     REQUESTED_FOR IS THE TITLE COMPANY OR OTHER PARTY THE     *
000320*     FIGURE WAS GIVEN TO, SPACES WHEN IT WAS FOR THE BORROWER. *
000330*     PAID_THRU_DATE IS THE DUE DATE OF THE LOAN'S LAST PAID    *
000340*     PERIOD (THE BOARD DATE IF NONE), WHICH INTEREST IS        *
000350*     ACCRUED FROM.  ESCROW_REFUND IS THE ESCROW BALANCE        *
000360*     CREDITED AGAINST THE PAYOFF -- ZERO WHEN THE LOAN HAS NO  *
000370*     ESCROW, NEGATIVE WHEN THE SERVICER HAS ADVANCED FUNDS.    *
000380*     LETTER_IND IS 'N' UNTIL THE EPSPAYL RUN PRINTS THE        *
000390*     PAYOFF LETTER AND 'Y' AFTER.                              *
000400*                                                               *
000410*****************************************************************
000420 01  EPSPOFF-ROW.
000430     05  EPSPOFF-APPLICATION-ID      PIC X(10).
000440     05  EPSPOFF-QUOTE-TS            PIC X(26).
000450     05  EPSPOFF-REQUESTED-BY        PIC X(8).
000460     05  EPSPOFF-REQUESTED-FOR       PIC X(30).
000470     05  EPSPOFF-GOOD-THRU-DATE      PIC X(10).
000480     05  EPSPOFF-PAID-THRU-DATE      PIC X(10).
000490     05  EPSPOFF-INTEREST-DAYS       PIC S9(9) COMP.
000500     05  EPSPOFF-BOARD-RATE          PIC S9(2)V9(3) COMP-3.
000510     05  EPSPOFF-PRINCIPAL-BALANCE   PIC S9(9)V99 COMP-3.
000520     05  EPSPOFF-ACCRUED-INTEREST    PIC S9(7)V99 COMP-3.
000530     05  EPSPOFF-PER-DIEM            PIC S9(5)V99 COMP-3.
000540     05  EPSPOFF-LATE-FEES           PIC S9(7)V99 COMP-3.
000550     05  EPSPOFF-ESCROW-REFUND       PIC S9(9)V99 COMP-3.
000560     05  EPSPOFF-PAYOFF-AMOUNT       PIC S9(9)V99 COMP-3.
000570     05  EPSPOFF-LETTER-IND          PIC X.
000580         88  EPSPOF-LETTER-PENDING       VALUE 'N'.
000590         88  EPSPOF-LETTER-PRINTED       VALUE 'Y'.
