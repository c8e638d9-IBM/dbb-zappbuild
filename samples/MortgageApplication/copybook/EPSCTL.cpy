000070*     STREAM) ITS PROCESSED/SUCCESS/FAILURE COUNTS AND          *
000080*     PRINCIPAL DOLLAR TOTAL, AND EPSAUDR THE DAY'S ONLINE      *
000090*     EPSCMORT ACTIVITY FROM THE EPSAUDT AUDIT EXTRACT.  THE    *
000091*     MONEY STEPS WRITE ONE TOO -- EPSPOST ITS PAYMENTS         *
000092*     APPLIED WITH THE NET DOLLARS POSTED (REVERSALS TAKEN      *
000093*     OFF) IN THE PRINCIPAL TOTAL, EPSBORDB THE LOANS IT        *
000094*     BOARDED AND THEIR ORIGINAL PRINCIPAL, AND EPSGLX THE      *
000095*     GL JOURNAL LINES IT WROTE WITH THEIR TOTAL DEBITS.  THE   *
000100*     EPSBAL BALANCING STEP READS THEM ALL (ONE CONCATENATED    *
000110*     FILE) AND CROSS-FOOTS THE CYCLE BEFORE THE NIGHT IS       *
000120*     ALLOWED TO END CLEAN.                                     *
