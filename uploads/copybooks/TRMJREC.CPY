      ******************************************************************
      *    COPYBOOK:  TRMJREC.CPY
      *    RECORD LAYOUT FOR THE ATM TERMINAL JOURNAL (TRMJRNL).  ONE
      *    RECORD IS APPENDED BY TRMMNT FOR EVERY ACTION BRANCH STAFF
      *    TAKE ON A MACHINE, STAMPED WITH THE BUSINESS DATE, THE
      *    CLOCK TIME AND THE STAFF ID:
      *        ADD      TERMINAL REGISTERED ON TERMMAST
      *        LOAD     CASH PUT INTO THE CASSETTES  (TJ-CASH-AMOUNT)
      *        UNLOAD   CASH TAKEN OUT OF THE CASSETTES
      *                                              (TJ-CASH-AMOUNT)
      *        COUNT    CASSETTES COUNTED (TJ-CASH-AMOUNT) AND THE
      *                 DEPOSIT BIN EMPTIED AND COUNTED (TJ-DEP-AMOUNT)
      *        STATUS   TAKEN INTO OR OUT OF SERVICE (TJ-NEW-STATUS)
      *    THE NIGHTLY TRMBAL BALANCING MERGES THE DAY'S LOADS,
      *    UNLOADS AND COUNTS WITH THE TERMINAL'S LOGGED WITHDRAWALS
      *    AND DEPOSITS IN TIME ORDER TO FIND OVERAGES AND SHORTAGES.
      ******************************************************************
       01  TERMINAL-JOURNAL-RECORD.
           05  TJ-DATE                 PIC 9(08).
           05  TJ-TIME                 PIC 9(08).
           05  TJ-TERM-ID              PIC X(08).
           05  TJ-ACTION               PIC X(08).
           05  TJ-CASH-AMOUNT          PIC S9(09)V99.
           05  TJ-DEP-AMOUNT           PIC S9(09)V99.
           05  TJ-STAFF-ID             PIC X(08).
           05  TJ-NEW-STATUS           PIC X(01).
           05  FILLER                  PIC X(07)  VALUE SPACES.
