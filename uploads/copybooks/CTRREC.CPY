      ******************************************************************
      *    COPYBOOK:  CTRREC.CPY
      *    RECORD LAYOUT FOR THE CURRENCY TRANSACTION REPORT FILING
      *    FILE (CTRFILE).  ONE RECORD IS WRITTEN BY THE NIGHTLY
      *    CTRRPT STEP FOR EVERY CUSTOMER WHOSE CASH IN OR CASH OUT
      *    FOR THE BUSINESS DAY, SUMMED ACROSS ALL OF THE CUSTOMER'S
      *    ACCOUNTS AND BOTH THE ATM AND THE COUNTER, EXCEEDS THE
      *    REPORTING THRESHOLD.  NAME AND ADDRESS ARE TAKEN FROM THE
      *    CUSTOMER MASTER AT FILING TIME.  CTR-KEY-TYPE 'A' MEANS
      *    THE ACCOUNT HAS NO LINKED CUSTOMER - CTR-CUST-ID THEN HOLDS
      *    THE ACCOUNT NUMBER AND THE ADDRESS MUST BE COMPLETED BY
      *    HAND BEFORE THE FILING GOES OUT.
      ******************************************************************
       01  CTR-RECORD.
           05  CTR-BUS-DATE            PIC 9(08).
           05  CTR-KEY-TYPE            PIC X(01).
               88  CTR-BY-CUSTOMER             VALUE 'C'.
               88  CTR-BY-ACCOUNT              VALUE 'A'.
           05  CTR-CUST-ID             PIC 9(06).
           05  CTR-NAME                PIC X(30).
           05  CTR-ADDR-LINE-1         PIC X(30).
           05  CTR-ADDR-LINE-2         PIC X(30).
           05  CTR-CITY                PIC X(20).
           05  CTR-STATE               PIC X(02).
           05  CTR-ZIP                 PIC X(09).
           05  CTR-CASH-IN             PIC S9(09)V99.
           05  CTR-CASH-OUT            PIC S9(09)V99.
           05  CTR-IN-ITEMS            PIC 9(05).
           05  CTR-OUT-ITEMS           PIC 9(05).
           05  FILLER                  PIC X(10)  VALUE SPACES.
