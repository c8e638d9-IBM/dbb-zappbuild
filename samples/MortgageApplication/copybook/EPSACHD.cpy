000010*****************************************************************
000020*                                                               *
000030* EPSACHD                                                       *
000040*     HOST VARIABLE LAYOUT FOR THE EPSACHD DB2 ACH DRAFT        *
000050*     HISTORY.  ONE ROW PER DEBIT ENTRY THE EPSACHB DRAFT RUN   *
000060*     PUTS ON A NACHA FILE, KEYED BY THE ENTRY'S TRACE NUMBER   *
000070*     SO THE EPSACHR RETURN RUN CAN FIND THE DRAFT A RETURNED   *
000080*     ITEM BELONGS TO.  MATCHES:                                *
000090*                                                               *
000100*         CREATE TABLE EPSACHD                                  *
000110*           (TRACE_NUMBER       CHAR(15)       NOT NULL,        *
000120*            APPLICATION_ID     CHAR(10)       NOT NULL,        *
000130*            DRAFT_DATE         DATE           NOT NULL,        *
000140*            DRAFT_AMOUNT       DECIMAL(11,2)  NOT NULL,        *
000150*            ROUTING_NUMBER     CHAR(9)        NOT NULL,        *
000160*            ACCOUNT_NUMBER     CHAR(17)       NOT NULL,        *
000170*            EFFECTIVE_DATE     DATE           NOT NULL,        *
000180*            CREATED_TS         TIMESTAMP      NOT NULL,        *
000190*            DRAFT_STATUS       CHAR(1)        NOT NULL,        *
000200*            RETURN_REASON      CHAR(3)        NOT NULL,        *
000210*            RETURN_DATE        DATE           NOT NULL,        *
000220*            PRIMARY KEY (TRACE_NUMBER))                        *
000230*                                                               *
000240*     DRAFT_DATE IS THE PAYMENT DATE ON THE EPSPTRN PAYMENT     *
000250*     RECORD WRITTEN WITH THE DRAFT, AND DRAFT_AMOUNT ITS       *
000260*     AMOUNT, SO A RETURN CAN BE TURNED INTO AN EPSPTRN         *
000270*     REVERSAL THAT EPSPOST MATCHES TO THE JOURNALED PAYMENT.   *
000280*     EFFECTIVE_DATE IS THE SETTLEMENT DATE ASKED FOR ON THE    *
000290*     BATCH HEADER.                                             *
000300*                                                               *
000310*     DRAFT_STATUS IS 'S' SENT OR 'R' RETURNED; A RETURNED      *
000320*     ROW CARRIES THE NACHA RETURN REASON (R01, R02 ...) AND    *
000330*     THE DAY THE RETURN WAS TAKEN IN, '0001-01-01' UNTIL THEN. *
000340*                                                               *
000350*****************************************************************
000360 01  EPSACHD-ROW.
000370     05  EPSACHD-TRACE-NUMBER        PIC X(15).
000380     05  EPSACHD-APPLICATION-ID      PIC X(10).
000390     05  EPSACHD-DRAFT-DATE          PIC X(10).
000400     05  EPSACHD-DRAFT-AMOUNT        PIC S9(9)V99 COMP-3.
000410     05  EPSACHD-ROUTING-NUMBER      PIC X(9).
000420     05  EPSACHD-ACCOUNT-NUMBER      PIC X(17).
000430     05  EPSACHD-EFFECTIVE-DATE      PIC X(10).
000440     05  EPSACHD-DRAFT-STATUS        PIC X.
000450         88  EPSACD-STATUS-SENT          VALUE 'S'.
000460         88  EPSACD-STATUS-RETURNED      VALUE 'R'.
000470     05  EPSACHD-RETURN-REASON       PIC X(3).
000480     05  EPSACHD-RETURN-DATE         PIC X(10).
