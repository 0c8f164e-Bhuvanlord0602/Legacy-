      *    THE REASON CODE WITHIN IT:
      *        LOGIN-OK     (NO REASON)
      *        LOGIN-FAIL   BAD-PIN / NOT-ON-FILE / ACCT-LOCKED /
      *                     ACCT-CLOSED / CHARGED-OFF
      *        LOCKOUT      PIN-TRIES
      *        WD-DECLINE   DAILY-LIMIT / INSUF-FUNDS / UNDER-REVIEW /
      *                     TERM-DEPOSIT / TERM-CASH (THE MACHINE'S
      *                     CASSETTES CANNOT COVER IT) / TERM-OFFLINE
      *                     (TERMINAL RECORD UNREADABLE)
      *        XF-DECLINE   INSUF-FUNDS / NOT-ON-FILE / ACCT-CLOSED /
      *                     CHARGED-OFF / SAME-ACCT / UNDER-REVIEW /
      *                     TERM-DEPOSIT
      *        BP-DECLINE   INSUF-FUNDS / NO-PAYEE / UNDER-REVIEW /
      *                     TERM-DEPOSIT (ATM BILL PAYMENT REFUSED)
      *        FRAUD-HOLD   WD-VELOCITY / NEW-TARGET
      *        FRAUD-CLEAR  (REVIEWER ID AS REASON)
      *        FRAUD-KEEP   (REVIEWER ID AS REASON)
