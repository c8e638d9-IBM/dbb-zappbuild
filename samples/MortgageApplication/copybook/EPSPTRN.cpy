000110*     PRINCIPAL, SO A CURTAILMENT POSTS LIKE ANY OTHER          *
000120*     PAYMENT.                                                  *
000130*                                                               *
000131*     A TRANSACTION TYPE OF 'R' REVERSES AN EARLIER POSTING     *
000132*     INSTEAD (A BOUNCED CHECK, A PAYMENT APPLIED TO THE WRONG  *
000133*     LOAN, OR ONE KEYED IN ERROR): THE APPLICATION ID,         *
000134*     PAYMENT DATE AND PAYMENT AMOUNT THEN IDENTIFY THE         *
000135*     ORIGINAL PAYMENT ON THE EPSLTRAN JOURNAL, AND THE         *
000136*     REVERSAL REASON SAYS WHY.  A SPACE TRANSACTION TYPE IS A  *
000137*     PAYMENT, SO FILES BUILT BEFORE THE TYPE WAS CARVED OUT    *
000138*     OF THE FILLER STILL POST AS THEY ALWAYS DID.  THE RECORD  *
000139*     LENGTH IS UNCHANGED.                                      *
000140*                                                               *
000141*     THE EPSACHR ACH RETURN RUN WRITES REVERSALS OF AUTOPAY    *
000142*     DRAFTS: REASON 'N' FOR AN NSF RETURN, 'C' WHEN THE        *
000143*     ACCOUNT IS CLOSED OR INVALID, AND 'A' FOR ANY OTHER ACH   *
000144*     RETURN.                                                   *
000145*                                                               *
000146*****************************************************************
000150 01  EPSPTRN-RECORD.
000160     05  EPSPTRN-APPLICATION-ID      PIC X(10).
000170     05  EPSPTRN-PAYMENT-DATE        PIC X(10).
000180     05  EPSPTRN-PAYMENT-AMOUNT      PIC S9(9)V99.
000181     05  EPSPTRN-TRAN-TYPE           PIC X.
000182         88  EPSPTR-PAYMENT              VALUE 'P' ' '.
000183         88  EPSPTR-REVERSAL             VALUE 'R'.
000184     05  EPSPTRN-REVERSAL-REASON     PIC X.
000185         88  EPSPTR-REASON-NSF           VALUE 'N'.
000186         88  EPSPTR-REASON-MISAPPLIED    VALUE 'M'.
000187         88  EPSPTR-REASON-KEYED-IN-ERROR
000188                                         VALUE 'K'.
000198         88  EPSPTR-REASON-ACCOUNT-CLOSED
000208                                         VALUE 'C'.
000218         88  EPSPTR-REASON-OTHER-ACH-RETURN
000228                                         VALUE 'A'.
000238         88  EPSPTR-REASON-VALID         VALUE 'N' 'M' 'K' 'C'
000248                                             'A'.
000258     05  FILLER                      PIC X(18).
