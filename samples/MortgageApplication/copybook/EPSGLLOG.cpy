000010*****************************************************************
000020*                                                               *
000030* EPSGLLOG                                                      *
000040*     HOST VARIABLE LAYOUT FOR THE EPSGLLOG DB2 ACCOUNT-MAPPING *
000050*     CHANGE LOG.  ONE ROW PER EPSGMNT MAINTENANCE ACTION       *
000060*     AGAINST THE EPSGLMAP TABLE, CARRYING WHO DID WHAT AND     *
000070*     THE BEFORE/AFTER IMAGE OF THE ACCOUNTS AND STATUS, SO     *
000080*     THE ACCOUNTS ANY DAY'S GL EXTRACT POSTED TO CAN BE        *
000090*     RECONSTRUCTED.  MATCHES:                                  *
000100*                                                               *
000110*         CREATE TABLE EPSGLLOG                                 *
000120*           (LOG_TIMESTAMP      TIMESTAMP      NOT NULL,        *
000130*            CHANGED_BY         CHAR(8)        NOT NULL,        *
000140*            ACTION_CODE        CHAR(1)        NOT NULL,        *
000150*            GL_EVENT           CHAR(2)        NOT NULL,        *
000160*            OLD_DEBIT_ACCOUNT  CHAR(12)       NOT NULL,        *
000170*            NEW_DEBIT_ACCOUNT  CHAR(12)       NOT NULL,        *
000180*            OLD_CREDIT_ACCOUNT CHAR(12)       NOT NULL,        *
000190*            NEW_CREDIT_ACCOUNT CHAR(12)       NOT NULL,        *
000200*            OLD_STATUS         CHAR(1)        NOT NULL,        *
000210*            NEW_STATUS         CHAR(1)        NOT NULL)        *
000220*                                                               *
000230*     ACTION_CODE IS 'A' ADD, 'C' CHANGE OR 'X' INACTIVATE.     *
000240*                                                               *
000250*****************************************************************
000260 01  EPSGLLOG-ROW.
000270     05  EPSGLLOG-CHANGED-BY         PIC X(8).
000280     05  EPSGLLOG-ACTION-CODE        PIC X.
000290     05  EPSGLLOG-GL-EVENT           PIC X(2).
000300     05  EPSGLLOG-OLD-DEBIT-ACCOUNT  PIC X(12).
000310     05  EPSGLLOG-NEW-DEBIT-ACCOUNT  PIC X(12).
000320     05  EPSGLLOG-OLD-CREDIT-ACCOUNT PIC X(12).
000330     05  EPSGLLOG-NEW-CREDIT-ACCOUNT PIC X(12).
000340     05  EPSGLLOG-OLD-STATUS         PIC X.
000350     05  EPSGLLOG-NEW-STATUS         PIC X.
