      ******************************************************************
      *    COPYBOOK:  PAYEEREC.CPY
      *    RECORD LAYOUT FOR THE BILL-PAY PAYEE MASTER (PAYEEMST),
      *    KEYED BY PY-KEY - THE OWNING CUSTOMER'S ID (SEE CUSTREC.CPY)
      *    AND A TWO-DIGIT PAYEE NUMBER WITHIN THAT CUSTOMER.  EACH
      *    RECORD IS ONE OUTSIDE PAYEE THE CUSTOMER MAY SEND MONEY TO -
      *    THE PAYEE'S NAME AND THE ROUTING NUMBER AND ACCOUNT AT THE
      *    OUTSIDE BANK.  PAYEES ARE SET UP AND REMOVED ONLY AT THE
      *    COUNTER THROUGH ACCTMNT; THE ATM AND ACCTMNT PAY BILL
      *    OPTIONS PAY ONLY AN ACTIVE PAYEE OF THE ACCOUNT'S OWN
      *    CUSTOMER.  A REMOVED PAYEE IS KEPT ON FILE (PY-STATUS 'X')
      *    SO PAYMENTS ALREADY MADE TO IT CAN STILL BE TRACED, BUT ITS
      *    NUMBER IS NEVER REUSED.
      ******************************************************************
       01  PAYEE-RECORD.
           05  PY-KEY.
               10  PY-CUST-ID          PIC 9(06).
               10  PY-SEQ              PIC 9(02).
           05  PY-NAME                 PIC X(30).
           05  PY-ROUTING              PIC 9(09).
           05  PY-ACCOUNT              PIC X(17).
           05  PY-STATUS               PIC X(01).
               88  PY-ACTIVE                   VALUE 'A'.
               88  PY-REMOVED                  VALUE 'X'.
           05  PY-ADDED-DATE           PIC 9(08).
           05  PY-ADDED-BY             PIC X(08).
           05  FILLER                  PIC X(10)  VALUE SPACES.
