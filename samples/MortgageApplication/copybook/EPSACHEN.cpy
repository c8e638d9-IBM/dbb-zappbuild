000010*****************************************************************
000020*                                                               *
000030* EPSACHEN                                                      *
000040*     HOST VARIABLE LAYOUT FOR THE EPSACHEN DB2 ACH AUTOPAY     *
000050*     ENROLLMENT TABLE.  ONE ROW PER BOARDED LOAN WHOSE         *
000060*     BORROWER HAS ASKED FOR THE PAYMENT TO BE DRAFTED FROM A   *
000070*     BANK ACCOUNT, MAINTAINED ONLINE BY EPSAMNT WITH EVERY     *
000080*     CHANGE LOGGED TO EPSACLOG.  MATCHES:                      *
000090*                                                               *
000100*         CREATE TABLE EPSACHEN                                 *
000110*           (APPLICATION_ID     CHAR(10)       NOT NULL,        *
000120*            ROUTING_NUMBER     CHAR(9)        NOT NULL,        *
000130*            ACCOUNT_NUMBER     CHAR(17)       NOT NULL,        *
000140*            ACCOUNT_TYPE       CHAR(1)        NOT NULL,        *
000150*            DRAFT_DAY          SMALLINT       NOT NULL,        *
000160*            ENROLL_STATUS      CHAR(1)        NOT NULL,        *
000170*            ENROLL_DATE        DATE           NOT NULL,        *
000180*            RETURN_COUNT       SMALLINT       NOT NULL,        *
000190*            LAST_DRAFT_DATE    DATE           NOT NULL,        *
000200*            UPDATED_BY         CHAR(8)        NOT NULL,        *
000210*            UPDATED_TS         TIMESTAMP      NOT NULL,        *
000220*            PRIMARY KEY (APPLICATION_ID))                      *
000230*                                                               *
000240*     ACCOUNT_TYPE IS 'C' CHECKING OR 'S' SAVINGS.  DRAFT_DAY   *
000250*     IS THE DAY OF THE MONTH (1-28, SO EVERY MONTH HAS ONE)    *
000260*     THE EPSACHB DRAFT RUN TAKES THE PAYMENT.                  *
000270*                                                               *
000280*     ENROLL_STATUS IS 'A' ACTIVE, 'S' SUSPENDED BY THE         *
000290*     EPSACHR RETURN RUN AFTER REPEATED RETURNS, OR 'X'         *
000300*     CANCELLED.  ONLY AN ACTIVE ROW IS DRAFTED; A CHANGE       *
000310*     THROUGH EPSAMNT REINSTATES A SUSPENDED OR CANCELLED       *
000320*     ROW AND CLEARS RETURN_COUNT.                              *
000330*                                                               *
000340*     ENROLL_DATE IS THE DAY THE BANK DETAILS WERE LAST KEYED,  *
000350*     SO A DRAFT IS NEVER TAKEN ON THE DAY OF ENROLLMENT.       *
000360*     LAST_DRAFT_DATE IS THE DRAFT DATE OF THE LAST DRAFT       *
000370*     SENT ('0001-01-01' BEFORE THE FIRST), SO A MONTH IS       *
000380*     NEVER DRAFTED TWICE.  RETURN_COUNT IS THE NUMBER OF       *
000390*     DRAFTS RETURNED SINCE THE ROW WAS LAST KEYED.             *
000400*                                                               *
000410*****************************************************************
000420 01  EPSACHEN-ROW.
000430     05  EPSACHEN-APPLICATION-ID     PIC X(10).
000440     05  EPSACHEN-ROUTING-NUMBER     PIC X(9).
000450     05  EPSACHEN-ACCOUNT-NUMBER     PIC X(17).
000460     05  EPSACHEN-ACCOUNT-TYPE       PIC X.
000470         88  EPSACE-CHECKING             VALUE 'C'.
000480         88  EPSACE-SAVINGS              VALUE 'S'.
000490     05  EPSACHEN-DRAFT-DAY          PIC S9(4) COMP.
000500     05  EPSACHEN-ENROLL-STATUS      PIC X.
000510         88  EPSACE-STATUS-ACTIVE        VALUE 'A'.
000520         88  EPSACE-STATUS-SUSPENDED     VALUE 'S'.
000530         88  EPSACE-STATUS-CANCELLED     VALUE 'X'.
000540     05  EPSACHEN-ENROLL-DATE        PIC X(10).
000550     05  EPSACHEN-RETURN-COUNT       PIC S9(4) COMP.
000560     05  EPSACHEN-LAST-DRAFT-DATE    PIC X(10).
000570     05  EPSACHEN-UPDATED-BY         PIC X(8).
000580     05  EPSACHEN-UPDATED-TS         PIC X(26).
