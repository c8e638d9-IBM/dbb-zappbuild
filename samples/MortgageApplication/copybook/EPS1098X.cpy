000010*****************************************************************
000020*                                                               *
000030* EPS1098X                                                      *
000040*     ONE RECORD OF THE FORM 1098 ELECTRONIC FILING EXTRACT     *
000050*     WRITTEN BY THE EPS1098 YEAR-END RUN FOR TRANSMISSION TO   *
000060*     THE TAX AGENCY.  FIXED 250 BYTES, ALL AMOUNTS UNSIGNED    *
000070*     ZONED DECIMAL WITH TWO IMPLIED DECIMAL PLACES:            *
000080*                                                               *
000090*       'H' HEADER   -- ONE, FIRST: THE TAX YEAR, WHETHER THE   *
000100*                       FILE IS AN ORIGINAL ('O') OR A          *
000110*                       CORRECTION ('C') FILING, THE RUN DATE   *
000120*                       AND THE LENDER.                         *
000130*       'D' DETAIL   -- ONE PER STATEMENT ISSUED: THE BORROWER, *
000140*                       THE ACCOUNT (APPLICATION ID), INTEREST  *
000150*                       RECEIVED, PRINCIPAL OUTSTANDING AT THE  *
000160*                       START OF THE YEAR, ORIGINATION DATE     *
000170*                       AND POINTS.  CORRECTED-IND IS 'G' ON A  *
000180*                       CORRECTION OF A STATEMENT ALREADY       *
000190*                       FILED AND SPACE OTHERWISE.              *
000200*       'T' TRAILER  -- ONE, LAST: THE DETAIL COUNT AND DOLLAR  *
000210*                       TOTALS, WHICH THE EPS1098 CONTROL       *
000220*                       REPORT ALSO PRINTS.                     *
000230*                                                               *
000240*****************************************************************
000250 01  EPS1098X-RECORD.
000260     05  EPS1098X-RECORD-TYPE        PIC X.
000270         88  EPS10X-HEADER               VALUE 'H'.
000280         88  EPS10X-DETAIL               VALUE 'D'.
000290         88  EPS10X-TRAILER              VALUE 'T'.
000300     05  EPS1098X-TAX-YEAR           PIC 9(4).
000310     05  EPS1098X-BODY               PIC X(245).
000320     05  EPS1098X-HEADER-BODY REDEFINES EPS1098X-BODY.
000330         10  EPS1098X-H-TYPE         PIC X.
000340             88  EPS10X-ORIGINAL-FILING  VALUE 'O'.
000350             88  EPS10X-CORRECTED-FILING VALUE 'C'.
000360         10  EPS1098X-H-RUN-DATE     PIC X(10).
000370         10  EPS1098X-H-LENDER       PIC X(40).
000380         10  FILLER                  PIC X(194).
000390     05  EPS1098X-DETAIL-BODY REDEFINES EPS1098X-BODY.
000400         10  EPS1098X-D-CORR-IND     PIC X.
000410         10  EPS1098X-D-ACCOUNT      PIC X(10).
000420         10  EPS1098X-D-NAME         PIC X(30).
000430         10  EPS1098X-D-ADDR-1       PIC X(30).
000440         10  EPS1098X-D-ADDR-2       PIC X(30).
000450         10  EPS1098X-D-CITY         PIC X(20).
000460         10  EPS1098X-D-STATE        PIC X(2).
000470         10  EPS1098X-D-ZIP          PIC X(9).
000480         10  EPS1098X-D-INTEREST     PIC 9(10)V99.
000490         10  EPS1098X-D-PRINCIPAL    PIC 9(10)V99.
000500         10  EPS1098X-D-ORIG-DATE    PIC X(10).
000510         10  EPS1098X-D-POINTS       PIC 9(10)V99.
000520         10  FILLER                  PIC X(67).
000530     05  EPS1098X-TRAILER-BODY REDEFINES EPS1098X-BODY.
000540         10  EPS1098X-T-COUNT        PIC 9(9).
000550         10  EPS1098X-T-INTEREST     PIC 9(13)V99.
000560         10  EPS1098X-T-PRINCIPAL    PIC 9(13)V99.
000570         10  EPS1098X-T-POINTS       PIC 9(13)V99.
000580         10  FILLER                  PIC X(191).
