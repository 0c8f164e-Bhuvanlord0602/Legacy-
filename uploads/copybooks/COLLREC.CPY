      ******************************************************************
      *    COPYBOOK:  COLLREC.CPY
      *    RECORD LAYOUT FOR THE COLLECTION NOTICE FILE (COLLNTC).
      *    ONE RECORD IS WRITTEN BY THE NIGHTLY ODAGING BATCH EACH
      *    TIME AN OVERDRAWN ACCOUNT REACHES A COLLECTION STEP - 30,
      *    60 AND 90 DAYS BELOW ZERO - AND WHEN IT IS CHARGED OFF.
      *    NAME AND ADDRESS ARE TAKEN FROM THE CUSTOMER MASTER AT
      *    NOTICE TIME.  CN-CUST-ID ZERO MEANS THE ACCOUNT HAS NO
      *    LINKED CUSTOMER AND THE ADDRESS MUST BE COMPLETED BY HAND.
      ******************************************************************
       01  COLLECTION-NOTICE-RECORD.
           05  CN-BUS-DATE             PIC 9(08).
           05  CN-ACCOUNT              PIC 9(06).
           05  CN-STAGE                PIC X(02).
               88  CN-STAGE-30                 VALUE '30'.
               88  CN-STAGE-60                 VALUE '60'.
               88  CN-STAGE-90                 VALUE '90'.
               88  CN-STAGE-CHARGE-OFF         VALUE 'CO'.
           05  CN-DAYS-OVERDRAWN       PIC 9(05).
           05  CN-BALANCE              PIC S9(07)V99.
           05  CN-CUST-ID              PIC 9(06).
           05  CN-NAME                 PIC X(30).
           05  CN-ADDR-LINE-1          PIC X(30).
           05  CN-ADDR-LINE-2          PIC X(30).
           05  CN-CITY                 PIC X(20).
           05  CN-STATE                PIC X(02).
           05  CN-ZIP                  PIC X(09).
           05  FILLER                  PIC X(10)  VALUE SPACES.
