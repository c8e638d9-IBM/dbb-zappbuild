000010*****************************************************************
000020*                                                               *
000030* EPSACLOG                                                      *
000040*     HOST VARIABLE LAYOUT FOR THE EPSACLOG DB2 ACH-ENROLLMENT  *
000050*     CHANGE LOG.  ONE ROW PER CHANGE TO AN EPSACHEN AUTOPAY    *
000060*     ENROLLMENT, CARRYING WHO DID WHAT AND THE BEFORE/AFTER    *
000070*     IMAGE OF THE BANK DETAILS, DRAFT DAY AND STATUS -- THE    *
000080*     SAME DISCIPLINE EPSBMLOG APPLIES TO THE BORROWER MASTER.  *
000090*     MATCHES:                                                  *
000100*                                                               *
000110*         CREATE TABLE EPSACLOG                                 *
000120*           (LOG_TIMESTAMP      TIMESTAMP      NOT NULL,        *
000130*            CHANGED_BY         CHAR(8)        NOT NULL,        *
000140*            ACTION_CODE        CHAR(1)        NOT NULL,        *
000150*            APPLICATION_ID     CHAR(10)       NOT NULL,        *
000160*            OLD_ROUTING        CHAR(9)        NOT NULL,        *
000170*            NEW_ROUTING        CHAR(9)        NOT NULL,        *
000180*            OLD_ACCOUNT        CHAR(17)       NOT NULL,        *
000190*            NEW_ACCOUNT        CHAR(17)       NOT NULL,        *
000200*            OLD_DRAFT_DAY      SMALLINT       NOT NULL,        *
000210*            NEW_DRAFT_DAY      SMALLINT       NOT NULL,        *
000220*            OLD_STATUS         CHAR(1)        NOT NULL,        *
000230*            NEW_STATUS         CHAR(1)        NOT NULL)        *
000240*                                                               *
000250*     ACTION_CODE IS 'A' ENROLL, 'C' CHANGE OR 'X' CANCEL FROM  *
000260*     EPSAMNT, OR 'S' WHEN THE EPSACHR RETURN RUN SUSPENDS THE  *
000270*     ENROLLMENT (CHANGED_BY 'EPSACHR').  THE INQUIRE ACTION    *
000280*     CHANGES NOTHING AND IS NOT LOGGED.                        *
000290*                                                               *
000300*****************************************************************
000310 01  EPSACLOG-ROW.
000320     05  EPSACLOG-CHANGED-BY         PIC X(8).
000330     05  EPSACLOG-ACTION-CODE        PIC X.
000340     05  EPSACLOG-APPLICATION-ID     PIC X(10).
000350     05  EPSACLOG-OLD-ROUTING        PIC X(9).
000360     05  EPSACLOG-NEW-ROUTING        PIC X(9).
000370     05  EPSACLOG-OLD-ACCOUNT        PIC X(17).
000380     05  EPSACLOG-NEW-ACCOUNT        PIC X(17).
000390     05  EPSACLOG-OLD-DRAFT-DAY      PIC S9(4) COMP.
000400     05  EPSACLOG-NEW-DRAFT-DAY      PIC S9(4) COMP.
000410     05  EPSACLOG-OLD-STATUS         PIC X.
000420     05  EPSACLOG-NEW-STATUS         PIC X.
