      ******************************************************************
      *    COPYBOOK:  NTCHREC.CPY
      *    RECORD LAYOUT FOR THE CUSTOMER NOTICE HISTORY FILE
      *    (NTCHIST), KEYED BY NH-KEY - THE CUSTOMER (SEE CUSTREC.CPY),
      *    THE BUSINESS DATE THE NOTICE WAS PRODUCED FOR, AND THE
      *    EVENT'S PLACE IN THAT CUSTOMER'S LETTER.  ONE RECORD IS
      *    WRITTEN BY THE NIGHTLY NTCGEN RUN FOR EVERY EVENT IT PUT IN
      *    A LETTER, SO THE BRANCH CAN ANSWER "DID WE TELL THE
      *    CUSTOMER?" (THE NTCINQ INQUIRY LISTS ONE CUSTOMER'S) - WHAT
      *    HAPPENED (NH-EVENT-CODE, AS ON THE LTRTMPL LETTER
      *    TEMPLATES), ON WHICH ACCOUNT, WHEN, AND WHICH LETTER OF THE
      *    DAY IT WENT OUT IN, TO WHAT NAME AND ZIP.  A RERUN
      *    FOR THE SAME DAY REWRITES THE SAME KEYS RATHER THAN ADDING
      *    A SECOND SET.  EVENT CODES:
      *        LOCKOUT  - ATM CARD LOCKED AFTER BAD PIN TRIES (SECLOG)
      *        FRAUDOPN - ACCOUNT PUT UNDER FRAUD REVIEW (FRAUDQ)
      *        FRAUDCLR - FRAUD REVIEW CLEARED (FRAUDQ)
      *        FRAUDKEP - FRAUD REVIEW BLOCK KEPT (FRAUDQ)
      *        DORMANT  - ACCOUNT FLAGGED DORMANT (FEEASSES)
      *        HOLD-SET - DEPOSIT PLACED ON HOLD (ATM DEPOSIT)
      *        SO-NSF   - STANDING ORDER SKIPPED, INSUFFICIENT FUNDS
      *        PAYREJ   - INCOMING PAYMENT REJECTED (PAYIMPRT)
      ******************************************************************
       01  NOTICE-HISTORY-RECORD.
           05  NH-KEY.
               10  NH-CUST-ID          PIC 9(06).
               10  NH-NOTICE-DATE      PIC 9(08).
               10  NH-EVENT-SEQ        PIC 9(05).
           05  NH-ACCOUNT              PIC 9(06).
           05  NH-EVENT-CODE           PIC X(08).
           05  NH-EVENT-DATE           PIC 9(08).
           05  NH-EVENT-TIME           PIC 9(08).
           05  NH-AMOUNT               PIC S9(07)V99.
           05  NH-REASON               PIC X(20).
           05  NH-LETTER-NO            PIC 9(05).
           05  NH-CUST-NAME            PIC X(30).
           05  NH-CUST-ZIP             PIC X(09).
           05  NH-PRINTED-TIME         PIC 9(08).
           05  FILLER                  PIC X(10)  VALUE SPACES.
