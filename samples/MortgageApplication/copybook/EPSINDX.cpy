000010*****************************************************************
000020*                                                               *
000030* EPSINDX                                                       *
000040*     HOST VARIABLE LAYOUT FOR THE EPSINDX DB2 ARM INDEX-RATE   *
000050*     TABLE -- ONE ROW PER EFFECTIVE DATE OF THE INDEX OUR      *
000060*     ADJUSTABLE-RATE NOTES ARE WRITTEN AGAINST, SO HISTORY     *
000070*     AND PRE-STAGED FUTURE VALUES CAN COEXIST.  THE EPSARMR    *
000080*     RESET RUN READS THE NEWEST ACTIVE ROW WHOSE EFFECTIVE     *
000090*     DATE IS ON OR BEFORE THE DAY IT SETS A LOAN'S NEXT RATE.  *
000100*     MAINTAINED BY THE EPSIMNT TRANSACTION, WHICH LOGS EVERY   *
000110*     ACTION TO EPSIXLOG.  MATCHES:                             *
000120*                                                               *
000130*         CREATE TABLE EPSINDX                                  *
000140*           (EFFECTIVE_DATE     DATE           NOT NULL,        *
000150*            INDEX_RATE         DECIMAL(5,3)   NOT NULL,        *
000160*            INDEX_STATUS       CHAR(1)        NOT NULL,        *
000170*            ENTERED_BY         CHAR(8)        NOT NULL,        *
000180*            ENTERED_TS         TIMESTAMP      NOT NULL,        *
000190*            PRIMARY KEY (EFFECTIVE_DATE))                      *
000200*                                                               *
000210*     INDEX_STATUS IS 'A' ACTIVE OR 'I' INACTIVATED -- A ROW    *
000220*     KEYED IN ERROR IS INACTIVATED RATHER THAN DELETED, AND    *
000230*     EPSARMR NEVER SELECTS AN INACTIVE ROW.                    *
000240*                                                               *
000250*****************************************************************
000260 01  EPSINDX-ROW.
000270     05  EPSINDX-EFFECTIVE-DATE      PIC X(10).
000280     05  EPSINDX-INDEX-RATE          PIC S9(2)V9(3) COMP-3.
000290     05  EPSINDX-INDEX-STATUS        PIC X.
000300         88  EPSIDX-STATUS-ACTIVE        VALUE 'A'.
000310         88  EPSIDX-STATUS-INACTIVE      VALUE 'I'.
000320     05  EPSINDX-ENTERED-BY          PIC X(8).
000330     05  EPSINDX-ENTERED-TS          PIC X(26).
