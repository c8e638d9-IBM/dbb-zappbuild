000010*****************************************************************
000020*                                                               *
000030* EPSIXLOG                                                      *
000040*     HOST VARIABLE LAYOUT FOR THE EPSIXLOG DB2 INDEX-RATE      *
000050*     CHANGE LOG.  ONE ROW PER EPSIMNT MAINTENANCE ACTION       *
000060*     AGAINST THE EPSINDX ARM INDEX TABLE, CARRYING WHO DID     *
000070*     WHAT AND THE BEFORE/AFTER IMAGE OF THE RATE AND STATUS,   *
000080*     SO THE INDEX VALUE BEHIND ANY BORROWER'S RATE CHANGE CAN  *
000090*     BE RECONSTRUCTED.  MATCHES:                               *
000100*                                                               *
000110*         CREATE TABLE EPSIXLOG                                 *
000120*           (LOG_TIMESTAMP      TIMESTAMP      NOT NULL,        *
000130*            CHANGED_BY         CHAR(8)        NOT NULL,        *
000140*            ACTION_CODE        CHAR(1)        NOT NULL,        *
000150*            EFFECTIVE_DATE     DATE           NOT NULL,        *
000160*            OLD_RATE           DECIMAL(5,3)   NOT NULL,        *
000170*            NEW_RATE           DECIMAL(5,3)   NOT NULL,        *
000180*            OLD_STATUS         CHAR(1)        NOT NULL,        *
000190*            NEW_STATUS         CHAR(1)        NOT NULL)        *
000200*                                                               *
000210*     ACTION_CODE IS 'A' ADD, 'C' CHANGE OR 'X' INACTIVATE.     *
000220*                                                               *
000230*****************************************************************
000240 01  EPSIXLOG-ROW.
000250     05  EPSIXLOG-CHANGED-BY         PIC X(8).
000260     05  EPSIXLOG-ACTION-CODE        PIC X.
000270     05  EPSIXLOG-EFFECTIVE-DATE     PIC X(10).
000280     05  EPSIXLOG-OLD-RATE           PIC S9(2)V9(3) COMP-3.
000290     05  EPSIXLOG-NEW-RATE           PIC S9(2)V9(3) COMP-3.
000300     05  EPSIXLOG-OLD-STATUS         PIC X.
000310     05  EPSIXLOG-NEW-STATUS         PIC X.
