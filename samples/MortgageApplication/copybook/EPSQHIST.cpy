000170*            TERM_YEARS         SMALLINT       NOT NULL,        *
000180*            TERM_MONTHS        SMALLINT       NOT NULL,        *
000190*            QUOTED_RATE        DECIMAL(5,3)   NOT NULL,        *
000191*            YEAR_MONTH_IND     CHAR(1)        NOT NULL,        *
000192*            PAYMENT_AMOUNT     DECIMAL(9,2)   NOT NULL,        *
000193*            RATE_SOURCE        CHAR(1)        NOT NULL,        *
000194*            ORIG_POINTS        DECIMAL(5,3)   NOT NULL,        *
000195*            FLAT_FEE           DECIMAL(9,2)   NOT NULL,        *
000196*            PREPAID_FIN_CHGS   DECIMAL(9,2)   NOT NULL,        *
000197*            APR                DECIMAL(5,3)   NOT NULL,        *
000198*            ARM_FIXED_YEARS    SMALLINT       NOT NULL         *
000199*                               WITH DEFAULT,                   *
000200*            ARM_ADJUST_YEARS   SMALLINT       NOT NULL         *
000201*                               WITH DEFAULT,                   *
000202*            ARM_MARGIN         DECIMAL(5,3)   NOT NULL         *
000203*                               WITH DEFAULT,                   *
000204*            ARM_PERIODIC_CAP   DECIMAL(5,3)   NOT NULL         *
000205*                               WITH DEFAULT,                   *
000206*            ARM_LIFETIME_CAP   DECIMAL(5,3)   NOT NULL         *
000207*                               WITH DEFAULT)                   *
000208*                                                               *
000209*     THE ARM_ COLUMNS ARE THE ADJUSTABLE-RATE TERMS OF AN ARM  *
000210*     QUOTE -- YEARS AT THE INITIAL RATE, YEARS BETWEEN         *
000211*     RESETS, THE MARGIN OVER THE INDEX AND THE PERIODIC AND    *
000212*     LIFETIME CAPS -- SO THE LOAN BOARDED FROM THE QUOTE       *
000213*     CARRIES THEM TO THE EPSARMR RATE-RESET RUN.  ALL ZERO ON  *
000214*     A FIXED-RATE QUOTE.                                       *
000215*                                                               *
000218*     ORIG_POINTS, FLAT_FEE AND PREPAID_FIN_CHGS ARE THE FEE    *
000219*     INPUTS THE QUOTE WAS PRICED WITH AND APR IS THE ANNUAL    *
000220*     PERCENTAGE RATE SOLVED FROM THE FEE-REDUCED PROCEEDS --   *
000390     05  EPSQHIST-FLAT-FEE           PIC S9(7)V99 COMP-3.
000400     05  EPSQHIST-PREPAID-FIN-CHGS   PIC S9(7)V99 COMP-3.
000410     05  EPSQHIST-APR                PIC S9(2)V9(3) COMP-3.
000420     05  EPSQHIST-ARM-FIXED-YEARS    PIC S9(4) COMP.
000430     05  EPSQHIST-ARM-ADJUST-YEARS   PIC S9(4) COMP.
000440     05  EPSQHIST-ARM-MARGIN         PIC S9(2)V9(3) COMP-3.
000450     05  EPSQHIST-ARM-PERIODIC-CAP   PIC S9(2)V9(3) COMP-3.
000460     05  EPSQHIST-ARM-LIFETIME-CAP   PIC S9(2)V9(3) COMP-3.
