000010*****************************************************************
000020*                                                               *
000030* EPS1098                                                       *
000040*     HOST VARIABLE LAYOUT FOR THE EPS1098 DB2 TABLE OF FORM    *
000050*     1098 MORTGAGE INTEREST STATEMENTS AS FILED -- ONE ROW PER *
000060*     LOAN PER TAX YEAR, WRITTEN BY THE EPS1098 YEAR-END RUN    *
000070*     FOR EVERY STATEMENT IT ISSUES.  IT IS WHAT A CORRECTED    *
000080*     RUN COMPARES AGAINST: ONLY A LOAN WHOSE RECOMPUTED        *
000090*     AMOUNTS DIFFER FROM ITS FILED ROW IS REISSUED, AND THE    *
000100*     ROW IS THEN UPDATED TO THE CORRECTED AMOUNTS.  MATCHES:   *
000110*                                                               *
000120*         CREATE TABLE EPS1098                                  *
000130*           (APPLICATION_ID     CHAR(10)       NOT NULL,        *
000140*            TAX_YEAR           SMALLINT       NOT NULL,        *
000150*            INTEREST_PAID      DECIMAL(11,2)  NOT NULL,        *
000160*            POINTS_PAID        DECIMAL(11,2)  NOT NULL,        *
000170*            START_PRINCIPAL    DECIMAL(11,2)  NOT NULL,        *
000180*            FILED_TS           TIMESTAMP      NOT NULL,        *
000190*            CORRECTED_IND      CHAR(1)        NOT NULL,        *
000200*            PRIMARY KEY (APPLICATION_ID, TAX_YEAR))            *
000210*                                                               *
000220*     INTEREST_PAID IS THE INTEREST ON THE YEAR'S POSTED        *
000230*     PAYMENTS NOT SINCE REVERSED; POINTS_PAID IS THE DOLLAR    *
000240*     VALUE OF THE LOAN'S ORIG_POINTS, REPORTED FOR THE YEAR    *
000250*     THE LOAN WAS BOARDED ONLY; START_PRINCIPAL IS THE         *
000260*     PRINCIPAL OUTSTANDING ON JANUARY 1 (OR AT BOARDING, FOR A *
000270*     LOAN BOARDED DURING THE YEAR).  FILED_TS IS WHEN THE      *
000280*     STATEMENT WAS LAST ISSUED.  CORRECTED_IND IS 'N' FOR AN   *
000290*     ORIGINAL FILING AND 'Y' ONCE A CORRECTION HAS BEEN        *
000300*     ISSUED.                                                   *
000310*                                                               *
000320*****************************************************************
000330 01  EPS1098-ROW.
000340     05  EPS1098-APPLICATION-ID      PIC X(10).
000350     05  EPS1098-TAX-YEAR            PIC S9(4) COMP.
000360     05  EPS1098-INTEREST-PAID       PIC S9(9)V99 COMP-3.
000370     05  EPS1098-POINTS-PAID         PIC S9(9)V99 COMP-3.
000380     05  EPS1098-START-PRINCIPAL     PIC S9(9)V99 COMP-3.
000390     05  EPS1098-FILED-TS            PIC X(26).
000400     05  EPS1098-CORRECTED-IND       PIC X.
000410         88  EPS109-ORIGINAL             VALUE 'N'.
000420         88  EPS109-CORRECTED            VALUE 'Y'.
