      ******************************************************************
      *    COPYBOOK:  REVREC.CPY
      *    RECORD LAYOUT FOR THE REVERSAL REGISTER (REVLOG), KEYED BY
      *    THE ORIGINAL ENTRY BEING REVERSED - ACCOUNT, DATE, TIME AND
      *    TYPE OF THE TXNLOG RECORD (THE TYPE SEPARATES A WITHDRAWAL
      *    FROM THE OVERDRAFT FEE LOGGED IN THE SAME SECOND).  ONE
      *    RECORD IS WRITTEN BY ACCTMNT FOR EVERY TELLER ERROR
      *    CORRECTION, AFTER A SUPERVISOR HAS APPROVED IT, SO THE SAME
      *    ENTRY CAN NEVER BE REVERSED TWICE AND THE INTEREST RUN CAN
      *    TELL A REVERSED ORIGINAL FROM GENUINE ACTIVITY.
      *    REV-ORIG-CHANNEL/REV-ORIG-OPERATOR ARE CARRIED FROM THE
      *    ORIGINAL SO A DRAWER OR TERMINAL CAN BE TIED OUT NET OF
      *    CORRECTIONS.  REV-TYPE IS THE LINKED CORRECTION ENTRY
      *    POSTED TO TXNLOG (REV-DEPOSIT, REV-WITHDRWL, REV-TLR-DEP,
      *    REV-TLR-WDL, REV-OD-FEE, REV-SVC-FEE, REV-RCVR-FEE,
      *    REV-INTEREST OR REV-EXT-CRED) AT REV-DATE/REV-TIME.
      ******************************************************************
       01  REVERSAL-RECORD.
           05  REV-ORIG-KEY.
               10  REV-ORIG-ACCOUNT    PIC 9(06).
               10  REV-ORIG-DATE       PIC 9(08).
               10  REV-ORIG-TIME       PIC 9(08).
               10  REV-ORIG-TYPE       PIC X(12).
           05  REV-ORIG-AMOUNT         PIC S9(07)V99.
           05  REV-ORIG-CHANNEL        PIC X(03).
           05  REV-ORIG-OPERATOR       PIC X(08).
           05  REV-TYPE                PIC X(12).
           05  REV-DATE                PIC 9(08).
           05  REV-TIME                PIC 9(08).
           05  REV-TELLER-ID           PIC X(08).
           05  REV-SUPERVISOR-ID       PIC X(08).
           05  FILLER                  PIC X(08)  VALUE SPACES.
