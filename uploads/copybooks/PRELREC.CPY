      ******************************************************************
      *    COPYBOOK:  PRELREC.CPY
      *    RECORD LAYOUT FOR THE OUTBOUND PAYMENT RELEASE HISTORY
      *    (PAYRLSE).  ONE RECORD IS APPENDED BY THE NIGHTLY PAYEXPRT
      *    RUN FOR EVERY PAYOUT FILE IT RELEASES TO THE CLEARING
      *    HOUSE, CARRYING THE FILE'S TRAILER COUNT AND AMOUNT TOTAL.
      *    GLEXTR READS THE RECORDS FOR ITS RUN DATE AND MOVES THAT
      *    AMOUNT OUT OF THE EXTERNAL PAYMENTS CLEARING ACCOUNT, WHERE
      *    THE DAY'S EXT-PAYMENT DEBITS WERE HELD, TO CASH.
      ******************************************************************
       01  PAY-RELEASE-RECORD.
           05  PR-RELEASE-DATE         PIC 9(08).
           05  PR-RELEASE-TIME         PIC 9(08).
           05  PR-ITEM-COUNT           PIC 9(07).
           05  PR-AMOUNT-TOTAL         PIC 9(11)V99.
           05  PR-FILE-ID              PIC X(16).
           05  FILLER                  PIC X(08)  VALUE SPACES.
