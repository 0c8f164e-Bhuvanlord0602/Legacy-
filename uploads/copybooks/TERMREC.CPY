      ******************************************************************
      *    COPYBOOK:  TERMREC.CPY
      *    RECORD LAYOUT FOR THE ATM TERMINAL MASTER FILE (TERMMAST),
      *    KEYED BY TERM-ID - ONE RECORD PER MACHINE.  TERM-ID IS THE
      *    ID EACH MACHINE'S MINI-ATM RUNS UNDER (READ FROM ITS OWN
      *    ATMTERM CONTROL FILE) AND THE TXN-OPERATOR STAMPED ON
      *    EVERY ENTRY IT LOGS.
      *    TERM-CASH-LOADED/DISPENSED/DEPOSITED ARE THE MACHINE'S
      *    RUNNING COUNTERS SINCE ITS LAST CASSETTE COUNT: LOADS AND
      *    UNLOADS ARE POSTED BY BRANCH STAFF THROUGH TRMMNT, AND
      *    THE ATM ADDS EVERY NOTE IT PAYS OUT OR ENVELOPE IT TAKES
      *    IN.  LOADED LESS DISPENSED IS THE CASH LEFT IN THE
      *    CASSETTES - THE ATM REFUSES A WITHDRAWAL IT CANNOT COVER.
      *    A COUNT RESETS LOADED TO THE CASH COUNTED (THE CASSETTES
      *    STAY IN THE MACHINE) AND DISPENSED/DEPOSITED TO ZERO (THE
      *    DEPOSIT BIN IS EMPTIED).
      *    TERM-OPEN-/TERM-CLOSE- ARE THE BOOK CASH AND BOOK
      *    DEPOSITS THE NIGHTLY TRMBAL BALANCING CARRIES FROM DAY TO
      *    DAY - CLOSE IS THE POSITION AS OF TERM-LAST-BAL-DATE AND
      *    OPEN THE POSITION THAT DAY STARTED FROM, SO A RERUN OF
      *    THE SAME DATE BALANCES FROM THE SAME STARTING POINT.
      ******************************************************************
       01  TERMINAL-RECORD.
           05  TERM-ID                 PIC X(08).
           05  TERM-LOCATION           PIC X(24).
           05  TERM-STATUS             PIC X(01).
               88  TERM-IN-SERVICE             VALUE 'A'.
               88  TERM-OUT-OF-SERVICE         VALUE 'O'.
           05  TERM-CASH-LOADED        PIC S9(09)V99.
           05  TERM-CASH-DISPENSED     PIC S9(09)V99.
           05  TERM-CASH-DEPOSITED     PIC S9(09)V99.
           05  TERM-LAST-LOAD-DATE     PIC 9(08).
           05  TERM-LAST-COUNT-DATE    PIC 9(08).
           05  TERM-LAST-BAL-DATE      PIC 9(08).
           05  TERM-OPEN-CASH          PIC S9(09)V99.
           05  TERM-OPEN-DEPOSITS      PIC S9(09)V99.
           05  TERM-CLOSE-CASH         PIC S9(09)V99.
           05  TERM-CLOSE-DEPOSITS     PIC S9(09)V99.
           05  FILLER                  PIC X(10)  VALUE SPACES.
