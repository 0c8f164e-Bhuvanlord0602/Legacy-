      ******************************************************************
      *    COPYBOOK:  PREJREC.CPY
      *    RECORD LAYOUT FOR THE PAYMENT REJECT FILE (PAYREJ) WRITTEN
      *    BY THE PAYIMPRT INBOUND PAYMENT IMPORT.  ONE RECORD PER
      *    CLEARING-HOUSE ITEM THAT DID NOT POST - THE ITEM AS
      *    RECEIVED PLUS A REASON CODE FOR RETURN TO THE ORIGINATOR:
      *        BAD-RECORD   NOT-ON-FILE  ACCT-CLOSED  CKPT-PENDING
      *        INSUF-FUNDS  CHARGED-OFF  EXCEEDS-OWED
      *        NO-PAYMENT   NOT-SENT     AMT-MISMATCH  (RETURNS)
      *    RJ-DR-CR IS 'C' CREDIT, 'D' DEBIT OR 'R' RETURN OF ONE OF
      *    OUR OWN BILL PAYMENTS.  THE FILE HOLDS THE REJECTS OF THE
      *    BUSINESS DAY LAST STAMPED FOR PAYIMPRT ON RUNCTL; THE
      *    NIGHTLY NTCGEN RUN WRITES TO THE CUSTOMER ABOUT EACH ONE.
      ******************************************************************
       01  REJECT-RECORD.
           05  RJ-ACCOUNT              PIC 9(06).
           05  RJ-DR-CR                PIC X(01).
           05  RJ-AMOUNT               PIC 9(07)V99.
           05  RJ-ORIG-REF             PIC X(16).
           05  RJ-REASON               PIC X(12).
           05  FILLER                  PIC X(16)  VALUE SPACES.
