000010*****************************************************************
000020*                                                               *
000030* EPSGLCOM                                                      *
000040*     MAINTENANCE REQUEST/RESPONSE COMMUNICATION AREA FOR THE   *
000050*     EPSGMNT GL ACCOUNT-MAPPING MAINTENANCE TRANSACTION.       *
000060*     ACCOUNTING ADDS, CHANGES AND INACTIVATES EPSGLMAP ROWS    *
000070*     THROUGH THIS COMMAREA; EVERY ACTION IS LOGGED TO          *
000080*     EPSGLLOG WITH A BEFORE/AFTER IMAGE.                       *
000090*                                                               *
000100*     ONLY APPEND NEW FIELDS AT THE END OF THIS LAYOUT SO       *
000110*     CALLERS BUILT AGAINST AN EARLIER COPY KEEP WORKING.       *
000120*                                                               *
000130*****************************************************************
000140 01  DFHCOMMAREA.
000150     05  EPSGLC-ACTION-CODE          PIC X.
000160         88  EPSGLC-ACTION-ADD           VALUE 'A'.
000170         88  EPSGLC-ACTION-CHANGE        VALUE 'C'.
000180         88  EPSGLC-ACTION-INACTIVATE    VALUE 'X'.
000190     05  EPSGLC-USER-ID              PIC X(8).
000200     05  EPSGLC-GL-EVENT             PIC X(2).
000210     05  EPSGLC-DEBIT-ACCOUNT        PIC X(12).
000220     05  EPSGLC-CREDIT-ACCOUNT       PIC X(12).
000230     05  EPSGLC-DESCRIPTION          PIC X(30).
000240     05  EPSGLC-ERRMSG               PIC X(80).
000250     05  EPSGLC-PROGRAM-RETCODE      PIC 9(4).
000260         88  EPSGL0-REQUEST-SUCCESS      VALUE 0.
000270         88  EPSGL0-INVALID-ACTION       VALUE 4.
000280         88  EPSGL0-INVALID-KEY          VALUE 8.
000290         88  EPSGL0-INVALID-ACCOUNT      VALUE 12.
000300         88  EPSGL0-ROW-NOT-FOUND        VALUE 16.
000310         88  EPSGL0-INVALID-COMMAREA-LEN VALUE 20.
000320         88  EPSGL0-DUPLICATE-ROW        VALUE 24.
000330         88  EPSGL0-ACTION-ERROR         VALUE 28.
000340         88  EPSGL0-SQL-ERROR            VALUE 32.
000350     05  EPSGLC-PROGRAM-RETCODE-RDF REDEFINES
000360         EPSGLC-PROGRAM-RETCODE     PIC X(4).
000370*    THE ROW AS IT STOOD AFTER THE ACTION, ECHOED BACK SO
000380*    ACCOUNTING SEES WHAT IT JUST DID.
000390     05  EPSGLC-RETURN-ROW.
000400         10  EPSGLC-RETURN-DEBIT-ACCOUNT
000410                                     PIC X(12).
000420         10  EPSGLC-RETURN-CREDIT-ACCOUNT
000430                                     PIC X(12).
000440         10  EPSGLC-RETURN-STATUS    PIC X.
000450         10  EPSGLC-RETURN-UPDATED-BY
000460                                     PIC X(8).
