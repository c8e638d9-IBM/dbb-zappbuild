000010*****************************************************************
000020*                                                               *
000030* EPSACHN                                                       *
000040*     ONE 94-BYTE RECORD OF A NACHA ACH FILE, WITH A VIEW FOR   *
000050*     EACH RECORD TYPE THE AUTOPAY RUNS USE.  EPSACHB WRITES    *
000060*     THE DEBIT FILE SENT TO THE ORIGINATING BANK (FILE         *
000070*     HEADER '1', BATCH HEADER '5', ENTRY DETAIL '6', BATCH     *
000080*     CONTROL '8', FILE CONTROL '9', BLOCKED TO TEN RECORDS     *
000090*     WITH ALL-9 FILLER RECORDS); EPSACHR READS THE RETURN      *
000100*     FILE THE BANK SENDS BACK, WHERE EACH RETURNED ENTRY       *
000110*     DETAIL IS FOLLOWED BY A '7' RETURN ADDENDA CARRYING THE   *
000120*     RETURN REASON AND THE TRACE NUMBER OF OUR ORIGINAL        *
000130*     ENTRY.  DATES ARE YYMMDD AND AMOUNTS CARRY TWO IMPLIED    *
000140*     DECIMALS, AS THE NACHA RULES LAY THEM OUT.                *
000150*                                                               *
000160*****************************************************************
000170 01  EPSACHN-RECORD.
000180     05  EPSACHN-RECORD-TYPE         PIC X(01).
000190         88  EPSACN-FILE-HEADER          VALUE '1'.
000200         88  EPSACN-BATCH-HEADER         VALUE '5'.
000210         88  EPSACN-ENTRY-DETAIL         VALUE '6'.
000220         88  EPSACN-ADDENDA              VALUE '7'.
000230         88  EPSACN-BATCH-CONTROL        VALUE '8'.
000240         88  EPSACN-FILE-CONTROL         VALUE '9'.
000250     05  FILLER                      PIC X(93).
000260*
000270 01  EPSACHN-FILE-HEADER-REC.
000280     05  EPSACHN-FH-RECORD-TYPE      PIC X(01).
000290     05  EPSACHN-FH-PRIORITY-CODE    PIC X(02).
000300     05  EPSACHN-FH-IMMED-DEST       PIC X(10).
000310     05  EPSACHN-FH-IMMED-ORIGIN     PIC X(10).
000320     05  EPSACHN-FH-CREATION-DATE    PIC X(06).
000330     05  EPSACHN-FH-CREATION-TIME    PIC X(04).
000340     05  EPSACHN-FH-FILE-ID-MODIFIER PIC X(01).
000350     05  EPSACHN-FH-RECORD-SIZE      PIC X(03).
000360     05  EPSACHN-FH-BLOCKING-FACTOR  PIC X(02).
000370     05  EPSACHN-FH-FORMAT-CODE      PIC X(01).
000380     05  EPSACHN-FH-DEST-NAME        PIC X(23).
000390     05  EPSACHN-FH-ORIGIN-NAME      PIC X(23).
000400     05  EPSACHN-FH-REFERENCE-CODE   PIC X(08).
000410*
000420 01  EPSACHN-BATCH-HEADER-REC.
000430     05  EPSACHN-BH-RECORD-TYPE      PIC X(01).
000440     05  EPSACHN-BH-SERVICE-CLASS    PIC X(03).
000450     05  EPSACHN-BH-COMPANY-NAME     PIC X(16).
000460     05  EPSACHN-BH-DISCRETIONARY    PIC X(20).
000470     05  EPSACHN-BH-COMPANY-ID       PIC X(10).
000480     05  EPSACHN-BH-SEC-CODE         PIC X(03).
000490     05  EPSACHN-BH-ENTRY-DESC       PIC X(10).
000500     05  EPSACHN-BH-DESCRIPTIVE-DATE PIC X(06).
000510     05  EPSACHN-BH-EFFECTIVE-DATE   PIC X(06).
000520     05  EPSACHN-BH-SETTLEMENT-DATE  PIC X(03).
000530     05  EPSACHN-BH-ORIGINATOR-STAT  PIC X(01).
000540     05  EPSACHN-BH-ODFI-ROUTING     PIC X(08).
000550     05  EPSACHN-BH-BATCH-NUMBER     PIC 9(07).
000560*
000570 01  EPSACHN-ENTRY-REC.
000580     05  EPSACHN-EN-RECORD-TYPE      PIC X(01).
000590     05  EPSACHN-EN-TRAN-CODE        PIC X(02).
000600         88  EPSACN-CHECKING-DEBIT       VALUE '27'.
000610         88  EPSACN-SAVINGS-DEBIT        VALUE '37'.
000620     05  EPSACHN-EN-RDFI-ROUTING     PIC X(08).
000630     05  EPSACHN-EN-RDFI-ROUTING-N REDEFINES
000640         EPSACHN-EN-RDFI-ROUTING     PIC 9(08).
000650     05  EPSACHN-EN-CHECK-DIGIT      PIC X(01).
000660     05  EPSACHN-EN-DFI-ACCOUNT      PIC X(17).
000670     05  EPSACHN-EN-AMOUNT           PIC 9(08)V99.
000680     05  EPSACHN-EN-INDIVIDUAL-ID    PIC X(15).
000690     05  EPSACHN-EN-INDIVIDUAL-NAME  PIC X(22).
000700     05  EPSACHN-EN-DISCRETIONARY    PIC X(02).
000710     05  EPSACHN-EN-ADDENDA-IND      PIC X(01).
000720     05  EPSACHN-EN-TRACE-NUMBER     PIC X(15).
000730*
000740 01  EPSACHN-RETURN-ADDENDA-REC.
000750     05  EPSACHN-RA-RECORD-TYPE      PIC X(01).
000760     05  EPSACHN-RA-ADDENDA-TYPE     PIC X(02).
000770     05  EPSACHN-RA-RETURN-REASON    PIC X(03).
000780     05  EPSACHN-RA-ORIG-TRACE       PIC X(15).
000790     05  EPSACHN-RA-DATE-OF-DEATH    PIC X(06).
000800     05  EPSACHN-RA-ORIG-RDFI        PIC X(08).
000810     05  EPSACHN-RA-ADDENDA-INFO     PIC X(44).
000820     05  EPSACHN-RA-TRACE-NUMBER     PIC X(15).
000830*
000840 01  EPSACHN-BATCH-CONTROL-REC.
000850     05  EPSACHN-BC-RECORD-TYPE      PIC X(01).
000860     05  EPSACHN-BC-SERVICE-CLASS    PIC X(03).
000870     05  EPSACHN-BC-ENTRY-COUNT      PIC 9(06).
000880     05  EPSACHN-BC-ENTRY-HASH       PIC 9(10).
000890     05  EPSACHN-BC-TOTAL-DEBITS     PIC 9(10)V99.
000900     05  EPSACHN-BC-TOTAL-CREDITS    PIC 9(10)V99.
000910     05  EPSACHN-BC-COMPANY-ID       PIC X(10).
000920     05  EPSACHN-BC-AUTH-CODE        PIC X(19).
000930     05  EPSACHN-BC-RESERVED         PIC X(06).
000940     05  EPSACHN-BC-ODFI-ROUTING     PIC X(08).
000950     05  EPSACHN-BC-BATCH-NUMBER     PIC 9(07).
000960*
000970 01  EPSACHN-FILE-CONTROL-REC.
000980     05  EPSACHN-FC-RECORD-TYPE      PIC X(01).
000990     05  EPSACHN-FC-BATCH-COUNT      PIC 9(06).
001000     05  EPSACHN-FC-BLOCK-COUNT      PIC 9(06).
001010     05  EPSACHN-FC-ENTRY-COUNT      PIC 9(08).
001020     05  EPSACHN-FC-ENTRY-HASH       PIC 9(10).
001030     05  EPSACHN-FC-TOTAL-DEBITS     PIC 9(10)V99.
001040     05  EPSACHN-FC-TOTAL-CREDITS    PIC 9(10)V99.
001050     05  EPSACHN-FC-RESERVED         PIC X(39).
