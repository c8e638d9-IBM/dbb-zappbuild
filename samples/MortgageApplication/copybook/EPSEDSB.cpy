000010*****************************************************************
000020*                                                               *
000030* EPSEDSB                                                       *
000040*     ONE ESCROW DISBURSEMENT ON THE EPSESCD INPUT FILE -- A    *
000050*     PROPERTY-TAX OR HAZARD-INSURANCE BILL PAID OUT OF A       *
000060*     LOAN'S ESCROW ACCOUNT.  THE LOAN IS FOUND ON THE EPSLMST  *
000070*     LOAN MASTER BY APPLICATION ID; THE AMOUNT IS CHARGED TO   *
000080*     ITS ESCROW_BALANCE AND RECORDED ON THE EPSEHIST ESCROW    *
000090*     HISTORY WITH THE DATE PAID AND THE PAYEE, WHICH IS WHAT   *
000100*     THE EPSESCA ANNUAL ANALYSIS PROJECTS NEXT YEAR FROM.      *
000110*                                                               *
000120*****************************************************************
000130 01  EPSEDSB-RECORD.
000140     05  EPSEDSB-APPLICATION-ID      PIC X(10).
000150     05  EPSEDSB-DISB-TYPE           PIC X.
000160         88  EPSEDS-TYPE-TAX             VALUE 'T'.
000170         88  EPSEDS-TYPE-HAZARD          VALUE 'H'.
000180         88  EPSEDS-TYPE-VALID           VALUE 'T' 'H'.
000190     05  EPSEDSB-DISB-DATE           PIC X(10).
000200     05  EPSEDSB-DISB-AMOUNT         PIC S9(9)V99.
000210     05  EPSEDSB-PAYEE               PIC X(20).
000220     05  FILLER                      PIC X(28).
