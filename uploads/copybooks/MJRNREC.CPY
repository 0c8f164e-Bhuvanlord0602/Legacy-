      ******************************************************************
      *    COPYBOOK:  MJRNREC.CPY
      *    RECORD LAYOUT FOR THE MAINTENANCE JOURNAL (MAINTJRN).  ONE
      *    RECORD IS APPENDED FOR EVERY CHANGE MADE TO AN ACCOUNT
      *    MASTER, CUSTOMER MASTER OR STANDING-ORDER RECORD, HOLDING
      *    THE WHOLE RECORD AS IT STOOD BEFORE THE CHANGE AND AS IT
      *    WAS WRITTEN BACK, SO WHAT CHANGED CAN BE READ OFF FIELD BY
      *    FIELD.  EACH ENTRY IS STAMPED WITH THE BUSINESS DATE, THE
      *    CLOCK TIME, THE PROGRAM THAT MADE THE CHANGE AND THE TELLER
      *    OR REVIEWER ID (A BATCH PROGRAM STAMPS ITS OWN NAME).
      *        MJ-RECORD-TYPE  A - ACCOUNT-RECORD       (ACCTREC.CPY)
      *                        C - CUSTOMER-RECORD      (CUSTREC.CPY)
      *                        S - STANDING-ORDER-RECORD (SORDREC.CPY)
      *    MJ-KEY IS THE CHANGED RECORD'S KEY.  MJ-ACTION NAMES THE
      *    CHANGE - FOR AN ACCOUNT IT IS THE SAME MARKER THE CHANGE
      *    LOGS TO TXNLOG (UNLOCK, PIN-CHANGE, OD-ADJUST ...).  A NEW
      *    RECORD HAS A BEFORE IMAGE OF SPACES.  THE PIN IS NEVER
      *    JOURNALED - THE WRITER ZEROES MJ-BEFORE-PIN AND MJ-AFTER-PIN
      *    ON EVERY ACCOUNT ENTRY, SO A PIN CHANGE SHOWS ONLY AS ITS
      *    PIN-CHANGE ACTION.  THE NIGHTLY MAINTRPT REPORT LISTS THE
      *    DAY'S ENTRIES AND FLAGS THE RISKY ONES FOR SIGN-OFF.
      ******************************************************************
       01  MAINT-JOURNAL-RECORD.
           05  MJ-DATE                 PIC 9(08).
           05  MJ-TIME                 PIC 9(08).
           05  MJ-PROGRAM              PIC X(08).
           05  MJ-USER-ID              PIC X(08).
           05  MJ-RECORD-TYPE          PIC X(01).
               88  MJ-ACCOUNT-CHANGE           VALUE 'A'.
               88  MJ-CUSTOMER-CHANGE          VALUE 'C'.
               88  MJ-ORDER-CHANGE             VALUE 'S'.
           05  MJ-KEY                  PIC 9(06).
           05  MJ-ACTION               PIC X(12).
           05  MJ-BEFORE-IMAGE         PIC X(150).
           05  MJ-BEFORE-ACCT REDEFINES MJ-BEFORE-IMAGE.
               10  FILLER              PIC X(06).
               10  MJ-BEFORE-PIN       PIC 9(04).
               10  FILLER              PIC X(140).
           05  MJ-AFTER-IMAGE          PIC X(150).
           05  MJ-AFTER-ACCT REDEFINES MJ-AFTER-IMAGE.
               10  FILLER              PIC X(06).
               10  MJ-AFTER-PIN        PIC 9(04).
               10  FILLER              PIC X(140).
           05  FILLER                  PIC X(09)  VALUE SPACES.
