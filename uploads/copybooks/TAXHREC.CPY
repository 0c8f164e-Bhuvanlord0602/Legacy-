      ******************************************************************
      *    COPYBOOK:  TAXHREC.CPY
      *    RECORD LAYOUT FOR THE YEAR-END TAX FILING HISTORY (TAXHIST),
      *    KEYED BY TAX YEAR AND CUSTOMER.  ONE RECORD PER CUSTOMER
      *    WITH INTEREST IN THE YEAR, WRITTEN BY THE ORIGINAL TAX1099
      *    RUN AND UPDATED BY EVERY CORRECTION RUN.  TH-REPORTED-
      *    AMOUNT IS THE INTEREST ON THE LAST FORM ISSUED (OR THE
      *    LAST AMOUNT COMPUTED, WHEN IT WAS BELOW THE REPORTING
      *    MINIMUM AND NO FORM WENT OUT), SO A CORRECTION RUN ISSUES
      *    AN AMENDED FORM ONLY WHERE A REVERSAL OR A LATE POSTING
      *    HAS ACTUALLY CHANGED THE CUSTOMER'S TOTAL.
      ******************************************************************
       01  TAX-HISTORY-RECORD.
           05  TH-KEY.
               10  TH-TAX-YEAR         PIC 9(04).
               10  TH-CUST-ID          PIC 9(06).
           05  TH-REPORTED-AMOUNT      PIC S9(09)V99.
           05  TH-FORM-ISSUED          PIC X(01).
               88  TH-FORM-ON-FILE             VALUE 'Y'.
           05  TH-FORM-TYPE            PIC X(01).
               88  TH-FORM-ORIGINAL            VALUE 'O'.
               88  TH-FORM-CORRECTED           VALUE 'C'.
           05  TH-CORRECTION-COUNT     PIC 9(03).
           05  TH-LAST-RUN-DATE        PIC 9(08).
           05  TH-TAX-ID               PIC X(09).
           05  FILLER                  PIC X(10)  VALUE SPACES.
