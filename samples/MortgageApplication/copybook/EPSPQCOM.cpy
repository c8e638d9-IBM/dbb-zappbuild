000010*****************************************************************
000020*                                                               *
000030* EPSPQCOM                                                      *
000040*     REQUEST/RESPONSE COMMUNICATION AREA FOR THE EPSPAYQ       *
000050*     ONLINE PAYOFF-QUOTE TRANSACTION.  THE DESK KEYS THE       *
000060*     APPLICATION ID, THE GOOD-THROUGH DATE AND (WHEN A TITLE   *
000070*     COMPANY OR CLOSING AGENT IS ASKING) WHO THE FIGURE IS     *
000080*     FOR; EPSPAYQ ANSWERS WITH THE PAYOFF AMOUNT AND ITS       *
000090*     PARTS, AND LOGS THE QUOTE TO EPSPOFF UNDER THE USER ID    *
000100*     SO THE EPSPAYL RUN CAN PRINT THE PAYOFF LETTER.           *
000110*                                                               *
000120*     ONLY APPEND NEW FIELDS AT THE END OF THIS LAYOUT SO       *
000130*     CALLERS BUILT AGAINST AN EARLIER COPY KEEP WORKING.       *
000140*                                                               *
000150*****************************************************************
000160 01  DFHCOMMAREA.
000170     05  EPSPQC-USER-ID              PIC X(8).
000180     05  EPSPQC-APPLICATION-ID       PIC X(10).
000190     05  EPSPQC-GOOD-THRU-DATE       PIC X(10).
000200     05  EPSPQC-REQUESTED-FOR        PIC X(30).
000210     05  EPSPQC-ERRMSG               PIC X(80).
000220     05  EPSPQC-PROGRAM-RETCODE      PIC 9(4).
000230         88  EPSPQ0-REQUEST-SUCCESS      VALUE 0.
000240         88  EPSPQ0-INVALID-KEY          VALUE 4.
000250         88  EPSPQ0-INVALID-DATE         VALUE 8.
000260         88  EPSPQ0-LOAN-NOT-FOUND       VALUE 12.
000270         88  EPSPQ0-LOAN-NOT-OPEN        VALUE 16.
000280         88  EPSPQ0-INVALID-COMMAREA-LEN VALUE 20.
000290         88  EPSPQ0-SQL-ERROR            VALUE 32.
000300     05  EPSPQC-PROGRAM-RETCODE-RDF REDEFINES
000310         EPSPQC-PROGRAM-RETCODE     PIC X(4).
000320*    THE QUOTE AS LOGGED.  PAYOFF-AMOUNT IS THE PRINCIPAL
000330*    BALANCE, PLUS THE INTEREST ACCRUED FROM THE PAID-THROUGH
000340*    DATE TO THE GOOD-THROUGH DATE, PLUS UNPAID LATE CHARGES,
000350*    LESS THE ESCROW BALANCE REFUNDED (A NEGATIVE ESCROW
000360*    BALANCE -- AN ADVANCE -- IS COLLECTED INSTEAD).  PER-DIEM
000370*    IS ONE DAY'S INTEREST, TO BE ADDED FOR EACH DAY THE FUNDS
000380*    ARRIVE AFTER THE GOOD-THROUGH DATE.
000390     05  EPSPQC-RETURN-QUOTE.
000400         10  EPSPQC-QUOTE-TIMESTAMP  PIC X(26).
000410         10  EPSPQC-BORROWER-NAME    PIC X(30).
000420         10  EPSPQC-PAID-THRU-DATE   PIC X(10).
000430         10  EPSPQC-INTEREST-DAYS    PIC S9(4) COMP.
000440         10  EPSPQC-BOARD-RATE       PIC S9(2)V9(3) COMP.
000450         10  EPSPQC-PRINCIPAL-BALANCE
000460                                     PIC S9(9)V99 COMP.
000470         10  EPSPQC-ACCRUED-INTEREST PIC S9(7)V99 COMP.
000480         10  EPSPQC-PER-DIEM         PIC S9(5)V99 COMP.
000490         10  EPSPQC-LATE-FEES        PIC S9(7)V99 COMP.
000500         10  EPSPQC-ESCROW-REFUND    PIC S9(9)V99 COMP.
000510         10  EPSPQC-PAYOFF-AMOUNT    PIC S9(9)V99 COMP.
