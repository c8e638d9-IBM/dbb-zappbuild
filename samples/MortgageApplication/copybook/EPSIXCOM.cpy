000010*****************************************************************
000020*                                                               *
000030* EPSIXCOM                                                      *
000040*     MAINTENANCE REQUEST/RESPONSE COMMUNICATION AREA FOR THE   *
000050*     EPSIMNT ARM INDEX-RATE MAINTENANCE TRANSACTION.  THE      *
000060*     RATE DESK ADDS, CHANGES AND INACTIVATES EPSINDX ROWS      *
000070*     THROUGH THIS COMMAREA; EVERY ACTION IS LOGGED TO          *
000080*     EPSIXLOG WITH A BEFORE/AFTER IMAGE.                       *
000090*                                                               *
000100*     ONLY APPEND NEW FIELDS AT THE END OF THIS LAYOUT SO       *
000110*     CALLERS BUILT AGAINST AN EARLIER COPY KEEP WORKING.       *
000120*                                                               *
000130*****************************************************************
000140 01  DFHCOMMAREA.
000150     05  EPSIXC-ACTION-CODE          PIC X.
000160         88  EPSIXC-ACTION-ADD           VALUE 'A'.
000170         88  EPSIXC-ACTION-CHANGE        VALUE 'C'.
000180         88  EPSIXC-ACTION-INACTIVATE    VALUE 'X'.
000190     05  EPSIXC-USER-ID              PIC X(8).
000200     05  EPSIXC-EFFECTIVE-DATE       PIC X(10).
000210     05  EPSIXC-NEW-RATE             PIC S9(2)V9(3) COMP.
000220     05  EPSIXC-ERRMSG               PIC X(80).
000230     05  EPSIXC-PROGRAM-RETCODE      PIC 9(4).
000240         88  EPSIX0-REQUEST-SUCCESS      VALUE 0.
000250         88  EPSIX0-INVALID-ACTION       VALUE 4.
000260         88  EPSIX0-INVALID-KEY          VALUE 8.
000270         88  EPSIX0-INVALID-RATE         VALUE 12.
000280         88  EPSIX0-ROW-NOT-FOUND        VALUE 16.
000290         88  EPSIX0-INVALID-COMMAREA-LEN VALUE 20.
000300         88  EPSIX0-DUPLICATE-ROW        VALUE 24.
000310         88  EPSIX0-ACTION-ERROR         VALUE 28.
000320         88  EPSIX0-SQL-ERROR            VALUE 32.
000330     05  EPSIXC-PROGRAM-RETCODE-RDF REDEFINES
000340         EPSIXC-PROGRAM-RETCODE     PIC X(4).
000350*    THE ROW AS IT STOOD AFTER THE ACTION, ECHOED BACK SO THE
000360*    DESK SEES WHAT IT JUST DID.
000370     05  EPSIXC-RETURN-ROW.
000380         10  EPSIXC-RETURN-RATE      PIC S9(2)V9(3) COMP.
000390         10  EPSIXC-RETURN-STATUS    PIC X.
000400         10  EPSIXC-RETURN-ENTERED-BY
000410                                     PIC X(8).
