000340*                                                               *
000350* MODIFICATION HISTORY                                          *
000360*   08/31/2026  RP   ORIGINAL VERSION.                          *
000362*   10/15/2026  RP   CARRY THE ARM_ TERMS ON THE EPSQHIST       *
000364*                    UNLOAD SO ARCHIVED ARM QUOTES KEEP THEM.   *
000370*                                                               *
000380*****************************************************************
000390  ENVIRONMENT DIVISION.
000780      05  EPSQHUNL-FLAT-FEE           PIC S9(7)V99.
000790      05  EPSQHUNL-PREPAID-FIN-CHGS   PIC S9(7)V99.
000800      05  EPSQHUNL-APR                PIC S9(2)V9(3).
000801      05  EPSQHUNL-ARM-FIXED-YEARS    PIC S9(4).
000802      05  EPSQHUNL-ARM-ADJUST-YEARS   PIC S9(4).
000803      05  EPSQHUNL-ARM-MARGIN         PIC S9(2)V9(3).
000804      05  EPSQHUNL-ARM-PERIODIC-CAP   PIC S9(2)V9(3).
000805      05  EPSQHUNL-ARM-LIFETIME-CAP   PIC S9(2)V9(3).
000810*
000820  FD  EPSRLUNL-FILE
000830      RECORDING MODE IS F.
002010                     QUOTED_RATE, YEAR_MONTH_IND,
002020                     PAYMENT_AMOUNT, RATE_SOURCE,
002030                     ORIG_POINTS, FLAT_FEE, PREPAID_FIN_CHGS,
002040                     APR, ARM_FIXED_YEARS, ARM_ADJUST_YEARS,
002042                     ARM_MARGIN, ARM_PERIODIC_CAP,
002044                     ARM_LIFETIME_CAP
002050              FROM EPSQHIST
002060              WHERE DATE(QUOTE_TIMESTAMP) <
002070                    DATE(:WS-RETENTION-DATE)
002440                   :EPSQHIST-ORIG-POINTS,
002450                   :EPSQHIST-FLAT-FEE,
002460                   :EPSQHIST-PREPAID-FIN-CHGS,
002470                   :EPSQHIST-APR,
002471                   :EPSQHIST-ARM-FIXED-YEARS,
002472                   :EPSQHIST-ARM-ADJUST-YEARS,
002473                   :EPSQHIST-ARM-MARGIN,
002474                   :EPSQHIST-ARM-PERIODIC-CAP,
002475                   :EPSQHIST-ARM-LIFETIME-CAP
002480      END-EXEC
002490      EVALUATE SQLCODE
002500          WHEN 0
002890      MOVE EPSQHIST-PREPAID-FIN-CHGS TO
002900          EPSQHUNL-PREPAID-FIN-CHGS
002910      MOVE EPSQHIST-APR TO EPSQHUNL-APR
002911      MOVE EPSQHIST-ARM-FIXED-YEARS TO
002912          EPSQHUNL-ARM-FIXED-YEARS
002913      MOVE EPSQHIST-ARM-ADJUST-YEARS TO
002914          EPSQHUNL-ARM-ADJUST-YEARS
002915      MOVE EPSQHIST-ARM-MARGIN TO EPSQHUNL-ARM-MARGIN
002916      MOVE EPSQHIST-ARM-PERIODIC-CAP TO
002917          EPSQHUNL-ARM-PERIODIC-CAP
002918      MOVE EPSQHIST-ARM-LIFETIME-CAP TO
002919          EPSQHUNL-ARM-LIFETIME-CAP
002920      WRITE EPSQHUNL-RECORD
002930      IF NOT EPSQHUNL-OK
002940          MOVE 'EPSQHUNL-FILE WRITE, STATUS=' TO WS-ABORT-MSG
