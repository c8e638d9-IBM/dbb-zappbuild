000010*****************************************************************
000020*                                                               *
000030* EPSGLMAP                                                      *
000040*     HOST VARIABLE LAYOUT FOR THE EPSGLMAP DB2 GENERAL-LEDGER  *
000050*     ACCOUNT-MAPPING TABLE.  ONE ROW PER KIND OF FINANCIAL     *
000060*     EVENT THE EPSGLX EXTRACT JOURNALS, NAMING THE GL ACCOUNT  *
000070*     DEBITED AND THE GL ACCOUNT CREDITED WHEN IT HAPPENS.      *
000080*     ACCOUNTING KEEPS IT THROUGH THE EPSGMNT MAINTENANCE       *
000090*     TRANSACTION, SO A CHART-OF-ACCOUNTS CHANGE NEEDS NO       *
000100*     PROGRAM CHANGE.  MATCHES:                                 *
000110*                                                               *
000120*         CREATE TABLE EPSGLMAP                                 *
000130*           (GL_EVENT           CHAR(2)        NOT NULL,        *
000140*            DEBIT_ACCOUNT      CHAR(12)       NOT NULL,        *
000150*            CREDIT_ACCOUNT     CHAR(12)       NOT NULL,        *
000160*            DESCRIPTION        CHAR(30)       NOT NULL,        *
000170*            MAP_STATUS         CHAR(1)        NOT NULL,        *
000180*            UPDATED_BY         CHAR(8)        NOT NULL,        *
000190*            UPDATED_TS         TIMESTAMP      NOT NULL,        *
000200*            PRIMARY KEY (GL_EVENT))                            *
000210*                                                               *
000220*     GL_EVENT IS ONE OF:                                       *
000230*       'FD' LOAN FUNDED AT BOARDING (ORIGINAL PRINCIPAL)       *
000240*       'IN' INTEREST RECEIVED ON A POSTED PAYMENT              *
000250*       'PR' PRINCIPAL REDUCTION ON A POSTED PAYMENT            *
000260*       'ES' ESCROW (TAX AND INSURANCE) RECEIVED                *
000270*       'PM' PMI RECEIVED, OWED ON TO THE INSURER               *
000280*       'LP' LATE CHARGES COLLECTED ON A POSTED PAYMENT         *
000290*       'OV' OVERPAYMENT HELD FOR REFUND                        *
000300*       'LA' LATE CHARGE ASSESSED BY THE EPSDLQ AGING RUN       *
000310*     A REVERSAL IS JOURNALED UNDER THE SAME EVENTS AS THE      *
000320*     PAYMENT IT UNWINDS, WITH DEBIT AND CREDIT SWAPPED.        *
000330*     MAP_STATUS IS 'A' ACTIVE OR 'I' INACTIVE; THE EXTRACT     *
000340*     WILL NOT RUN WITHOUT AN ACTIVE ROW FOR EVERY EVENT.       *
000350*                                                               *
000360*****************************************************************
000370 01  EPSGLMAP-ROW.
000380     05  EPSGLMAP-GL-EVENT           PIC X(2).
000390         88  EPSGLM-EVENT-VALID          VALUE 'FD' 'IN' 'PR'
000400                                               'ES' 'PM' 'LP'
000410                                               'OV' 'LA'.
000420     05  EPSGLMAP-DEBIT-ACCOUNT      PIC X(12).
000430     05  EPSGLMAP-CREDIT-ACCOUNT     PIC X(12).
000440     05  EPSGLMAP-DESCRIPTION        PIC X(30).
000450     05  EPSGLMAP-MAP-STATUS         PIC X.
000460         88  EPSGLM-STATUS-ACTIVE        VALUE 'A'.
000470         88  EPSGLM-STATUS-INACTIVE      VALUE 'I'.
000480     05  EPSGLMAP-UPDATED-BY         PIC X(8).
