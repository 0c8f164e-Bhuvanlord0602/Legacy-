      ******************************************************************
      *    COPYBOOK:  BPAYREC.CPY
      *    RECORD LAYOUT FOR THE BILL-PAYMENT REGISTER (BILLPAY), ONE
      *    RECORD PER PAYMENT TO AN OUTSIDE PAYEE (SEE PAYEEREC.CPY).
      *    KEYED BY BP-KEY - THE PAYING ACCOUNT AND BP-REFERENCE, THE
      *    BUSINESS DATE AND CLOCK TIME THE PAYMENT WAS TAKEN.  THE
      *    SAME DATE AND TIME ARE SET AS THE ACCOUNT'S CHECKPOINT
      *    MOMENT (ACCT-CKPT-DATE/TIME), SO AN ATM LOGIN THAT FINDS A
      *    PENDING CHECKPOINT WITH NO TRANSFER TARGET LOOKS HERE FIRST
      *    TO TELL AN INTERRUPTED BILL PAYMENT FROM A WITHDRAWAL.
      *    BP-REFERENCE TRAVELS AS THE ORIGINATOR'S REFERENCE ON THE
      *    OUTBOUND PAYOUT FILE, AND A RETURNED PAYMENT COMES BACK ON
      *    PAYIN CARRYING THE SAME ACCOUNT AND REFERENCE.
      *        BP-STATUS  I - IN FLIGHT (REGISTERED, DEBIT NOT YET
      *                       CONFIRMED)
      *                   P - PENDING - DEBITED, AWAITING THE NIGHTLY
      *                       PAYEXPRT RELEASE
      *                   S - SENT TO THE CLEARING HOUSE ON
      *                       BP-SENT-DATE
      *                   R - RETURNED AND RE-CREDITED ON
      *                       BP-RETURN-DATE
      *                   X - CANCELLED - NEVER DEBITED, NEVER SENT
      *    THE PAYEE'S NAME, ROUTING NUMBER AND ACCOUNT ARE COPIED IN
      *    AT PAYMENT TIME, SO A LATER CHANGE TO THE PAYEE MASTER DOES
      *    NOT ALTER A PAYMENT ALREADY MADE.
      ******************************************************************
       01  BILL-PAYMENT-RECORD.
           05  BP-KEY.
               10  BP-ACCOUNT          PIC 9(06).
               10  BP-REFERENCE.
                   15  BP-DATE         PIC 9(08).
                   15  BP-TIME         PIC 9(08).
           05  BP-CUST-ID              PIC 9(06).
           05  BP-PAYEE-SEQ            PIC 9(02).
           05  BP-PAYEE-NAME           PIC X(30).
           05  BP-ROUTING              PIC 9(09).
           05  BP-PAYEE-ACCT           PIC X(17).
           05  BP-AMOUNT               PIC 9(07)V99.
           05  BP-CHANNEL              PIC X(03).
           05  BP-OPERATOR             PIC X(08).
           05  BP-STATUS               PIC X(01).
               88  BP-IN-FLIGHT                VALUE 'I'.
               88  BP-PENDING                  VALUE 'P'.
               88  BP-SENT                     VALUE 'S'.
               88  BP-RETURNED                 VALUE 'R'.
               88  BP-CANCELLED                VALUE 'X'.
           05  BP-SENT-DATE            PIC 9(08).
           05  BP-RETURN-DATE          PIC 9(08).
           05  FILLER                  PIC X(10)  VALUE SPACES.
