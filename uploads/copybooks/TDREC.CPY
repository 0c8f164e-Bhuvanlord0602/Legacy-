      ******************************************************************
      *    COPYBOOK:  TDREC.CPY
      *    RECORD LAYOUT FOR THE TERM DEPOSIT MASTER FILE (TDMAST),
      *    KEYED BY TD-ACCOUNT - THE ACCOUNT MASTER NUMBER OF A TYPE
      *    'T' ACCOUNT.  WRITTEN BY ACCTMNT WHEN THE DEPOSIT IS
      *    OPENED AND ROLLED FORWARD BY THE NIGHTLY TDMATUR BATCH.
      *    TD-MONTHLY-RATE IS THE FIXED RATE FOR THE TERM, ON THE SAME
      *    MONTHLY BASIS AS THE RATETBL SAVINGS TIERS, AND REPLACES
      *    THE TIER RATE WHEN INTPOST CREDITS THE DEPOSIT.
      *    TD-START-DATE/TD-MATURITY-DATE BOUND THE CURRENT TERM -
      *    A RENEWAL STARTS THE NEXT TERM ON THE OLD MATURITY DATE.
      *    TD-INSTRUCTION IS THE CUSTOMER'S STANDING CHOICE AT
      *    MATURITY: 'R' RENEWS FOR THE SAME TERM AT THE SAME RATE,
      *    'P' PAYS THE PROCEEDS TO TD-PAYOUT-ACCOUNT (A CHECKING
      *    ACCOUNT OF THE SAME CUSTOMER) AND CLOSES THE DEPOSIT.
      *    TD-NOTICE-MATURITY IS THE MATURITY DATE LAST LISTED ON THE
      *    MATURITY NOTICE REPORT, SO EACH TERM IS NOTIFIED ONCE.
      ******************************************************************
       01  TERM-DEPOSIT-RECORD.
           05  TD-ACCOUNT              PIC 9(06).
           05  TD-TERM-MONTHS          PIC 9(03).
           05  TD-MONTHLY-RATE         PIC 9V9(06).
           05  TD-OPEN-DATE            PIC 9(08).
           05  TD-START-DATE           PIC 9(08).
           05  TD-MATURITY-DATE        PIC 9(08).
           05  TD-PRINCIPAL            PIC S9(07)V99.
           05  TD-INSTRUCTION          PIC X(01).
               88  TD-RENEW                    VALUE 'R'.
               88  TD-PAY-OUT                  VALUE 'P'.
           05  TD-PAYOUT-ACCOUNT       PIC 9(06).
           05  TD-RENEWAL-COUNT        PIC 9(03).
           05  TD-NOTICE-MATURITY      PIC 9(08).
           05  FILLER                  PIC X(10)  VALUE SPACES.
