      *    STATUS 'R' (REVIEW) IS SET BY THE ATM'S VELOCITY FRAUD
      *    RULES - CASH-OUT IS BLOCKED (DEPOSITS STILL POST) UNTIL
      *    THE FRAUD DESK CLEARS THE CASE THROUGH FRAUDWRK.
      *    STATUS 'W' (CHARGED OFF) IS SET BY THE NIGHTLY ODAGING
      *    BATCH WHEN AN ACCOUNT HAS STAYED OVERDRAWN PAST THE CHARGE-
      *    OFF THRESHOLD - THE NEGATIVE BALANCE IS WRITTEN OFF TO ZERO
      *    AND ALL ATM AND TELLER ACTIVITY IS BLOCKED, EXCEPT THAT A
      *    DEPOSIT AT THE COUNTER OR FROM THE CLEARING HOUSE POSTS AS
      *    A RECOVERY AGAINST THE WRITTEN-OFF AMOUNT (SEE ODAREC.CPY).
      *    TYPE 'T' IS A FIXED-TERM DEPOSIT - ITS TERM, FIXED RATE,
      *    MATURITY DATE AND MATURITY INSTRUCTION ARE CARRIED ON THE
      *    TERM DEPOSIT MASTER (SEE TDREC.CPY) UNDER THE SAME NUMBER.
      ******************************************************************
       01  ACCOUNT-RECORD.
           05  ACCT-NUMBER             PIC 9(06).
               88  ACCT-CLOSED                 VALUE 'C'.
               88  ACCT-DORMANT                VALUE 'D'.
               88  ACCT-REVIEW                 VALUE 'R'.
               88  ACCT-CHARGED-OFF            VALUE 'W'.
           05  ACCT-TYPE               PIC X(01).
               88  ACCT-TYPE-SAVINGS           VALUE 'S'.
               88  ACCT-TYPE-CHECKING          VALUE 'C'.
               88  ACCT-TYPE-TERM              VALUE 'T'.
           05  ACCT-BALANCE            PIC S9(07)V99.
           05  ACCT-OVERDRAFT-LIMIT    PIC 9(06)V99.
           05  ACCT-DAILY-WD-DATE      PIC 9(08).
