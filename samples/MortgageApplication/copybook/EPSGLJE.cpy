000010*****************************************************************
000020*                                                               *
000030* EPSGLJE                                                       *
000040*     ONE LINE OF THE DAILY GENERAL-LEDGER JOURNAL EXTRACT      *
000050*     WRITTEN BY EPSGLX FOR THE GL INTERFACE.  EVERY FINANCIAL  *
000060*     EVENT BECOMES ONE JOURNAL ENTRY OF TWO LINES -- A DEBIT   *
000070*     AND A CREDIT OF THE SAME AMOUNT TO THE ACCOUNTS EPSGLMAP  *
000080*     NAMES FOR THE EVENT -- SHARING ONE ENTRY NUMBER, SO THE   *
000090*     FILE BALANCES ENTRY BY ENTRY.  AMOUNTS ARE NEVER          *
000100*     NEGATIVE: A REVERSAL (ENTRY TYPE 'R') SWAPS THE SIDES.    *
000110*                                                               *
000120*     SOURCE STEP IS THE PROGRAM THAT MADE THE EVENT --         *
000130*     'EPSPOST' FOR PAYMENTS AND REVERSALS, 'EPSDLQ' FOR LATE   *
000140*     CHARGES AND 'BOARDING' FOR A LOAN FUNDED BY EPSBORD OR    *
000150*     EPSBORDB -- SO THE EPSBAL BALANCING STEP CAN PROVE EACH   *
000160*     SOURCE'S DOLLARS AGAINST WHAT WAS POSTED.                 *
000170*                                                               *
000180*****************************************************************
000190 01  EPSGLJE-RECORD.
000200     05  EPSGLJE-RUN-DATE            PIC X(10).
000210     05  EPSGLJE-ENTRY-NUMBER        PIC 9(7).
000220     05  EPSGLJE-GL-ACCOUNT          PIC X(12).
000230     05  EPSGLJE-DEBIT-CREDIT        PIC X.
000240         88  EPSGLJ-DEBIT                VALUE 'D'.
000250         88  EPSGLJ-CREDIT               VALUE 'C'.
000260     05  EPSGLJE-AMOUNT              PIC 9(11)V99.
000270     05  EPSGLJE-GL-EVENT            PIC X(2).
000280     05  EPSGLJE-ENTRY-TYPE          PIC X.
000290         88  EPSGLJ-ORIGINAL             VALUE 'O'.
000300         88  EPSGLJ-REVERSAL             VALUE 'R'.
000310     05  EPSGLJE-SOURCE-STEP         PIC X(8).
000320     05  EPSGLJE-APPLICATION-ID      PIC X(10).
000330     05  EPSGLJE-SOURCE-TS           PIC X(26).
000340     05  EPSGLJE-DESCRIPTION         PIC X(30).
000350     05  FILLER                      PIC X(10).
