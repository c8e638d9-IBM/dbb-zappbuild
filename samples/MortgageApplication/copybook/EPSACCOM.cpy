000010*****************************************************************
000020*                                                               *
000030* EPSACCOM                                                      *
000040*     MAINTENANCE REQUEST/RESPONSE COMMUNICATION AREA FOR THE   *
000050*     EPSAMNT ACH AUTOPAY ENROLLMENT TRANSACTION, IN THE        *
000060*     EPSBMCOM MOLD.  OPS ENROLLS A BOARDED LOAN, CHANGES ITS   *
000070*     BANK DETAILS OR DRAFT DAY, AND CANCELS THE ENROLLMENT     *
000080*     THROUGH THIS COMMAREA, EVERY CHANGE LOGGED TO EPSACLOG    *
000090*     WITH A BEFORE/AFTER IMAGE; THE INQUIRE ACTION FETCHES A   *
000100*     ROW WITHOUT CHANGING OR LOGGING ANYTHING.                 *
000110*                                                               *
000120*     ONLY APPEND NEW FIELDS AT THE END OF THIS LAYOUT SO       *
000130*     CALLERS BUILT AGAINST AN EARLIER COPY KEEP WORKING.       *
000140*                                                               *
000150*****************************************************************
000160 01  DFHCOMMAREA.
000170     05  EPSACC-ACTION-CODE          PIC X.
000180         88  EPSACC-ACTION-ADD           VALUE 'A'.
000190         88  EPSACC-ACTION-CHANGE        VALUE 'C'.
000200         88  EPSACC-ACTION-CANCEL        VALUE 'X'.
000210         88  EPSACC-ACTION-INQUIRE       VALUE 'I'.
000220     05  EPSACC-USER-ID              PIC X(8).
000230     05  EPSACC-APPLICATION-ID       PIC X(10).
000240     05  EPSACC-NEW-ROUTING-NUMBER   PIC X(9).
000250     05  EPSACC-NEW-ROUTING-DIGITS REDEFINES
000260         EPSACC-NEW-ROUTING-NUMBER.
000270         10  EPSACC-ROUTING-DIGIT    PIC 9 OCCURS 9 TIMES.
000280     05  EPSACC-NEW-ACCOUNT-NUMBER   PIC X(17).
000290     05  EPSACC-NEW-ACCOUNT-TYPE     PIC X.
000300         88  EPSACC-ACCOUNT-TYPE-VALID   VALUE 'C' 'S'.
000310     05  EPSACC-NEW-DRAFT-DAY        PIC 9(2).
000320     05  EPSACC-ERRMSG               PIC X(80).
000330     05  EPSACC-PROGRAM-RETCODE      PIC 9(4).
000340         88  EPSAC0-REQUEST-SUCCESS      VALUE 0.
000350         88  EPSAC0-INVALID-ACTION       VALUE 4.
000360         88  EPSAC0-INVALID-KEY          VALUE 8.
000370         88  EPSAC0-INVALID-DATA         VALUE 12.
000380         88  EPSAC0-ROW-NOT-FOUND        VALUE 16.
000390         88  EPSAC0-INVALID-COMMAREA-LEN VALUE 20.
000400         88  EPSAC0-DUPLICATE-ROW        VALUE 24.
000410         88  EPSAC0-STATUS-ERROR         VALUE 28.
000420         88  EPSAC0-SQL-ERROR            VALUE 32.
000430     05  EPSACC-PROGRAM-RETCODE-RDF REDEFINES
000440         EPSACC-PROGRAM-RETCODE     PIC X(4).
000450*    THE ROW AS IT STOOD AFTER THE ACTION (OR AS FETCHED BY
000460*    AN INQUIRE), ECHOED BACK TO THE CALLER.
000470     05  EPSACC-RETURN-ROW.
000480         10  EPSACC-RETURN-ROUTING   PIC X(9).
000490         10  EPSACC-RETURN-ACCOUNT   PIC X(17).
000500         10  EPSACC-RETURN-ACCT-TYPE PIC X.
000510         10  EPSACC-RETURN-DRAFT-DAY PIC 9(2).
000520         10  EPSACC-RETURN-STATUS    PIC X.
000530         10  EPSACC-RETURN-COUNT     PIC 9(4).
000540         10  EPSACC-RETURN-ENROLL-DATE
000550                                     PIC X(10).
000560         10  EPSACC-RETURN-LAST-DRAFT
000570                                     PIC X(10).
