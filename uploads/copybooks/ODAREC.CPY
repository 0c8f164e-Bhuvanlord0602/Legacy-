      ******************************************************************
      *    COPYBOOK:  ODAREC.CPY
      *    RECORD LAYOUT FOR THE OVERDRAFT AGING MASTER (ODAGEMST),
      *    KEYED BY OA-ACCOUNT - THE ACCOUNT MASTER NUMBER.  A RECORD
      *    IS STARTED BY THE NIGHTLY ODAGING BATCH THE FIRST NIGHT AN
      *    ACCOUNT IS SEEN BELOW ZERO AND CARRIES THE DATE IT WENT
      *    OVERDRAWN, SO THE DAYS OVERDRAWN ARE COUNTED FROM THE
      *    CALENDAR AND A MISSED NIGHT DOES NOT SHORT THE AGE.
      *    OA-NOTICE-STAGE IS THE LAST COLLECTION STEP NOTIFIED (30,
      *    60 OR 90 DAYS) SO EACH STEP IS NOTIFIED ONCE.  A BALANCE
      *    BACK AT OR ABOVE ZERO CLEARS THE OVERDRAWN DATE AND STAGE.
      *    ONCE THE ACCOUNT PASSES THE CHARGE-OFF THRESHOLD ITS
      *    NEGATIVE BALANCE IS WRITTEN OFF - OA-CHARGEOFF-AMOUNT IS
      *    THE AMOUNT WRITTEN OFF AND OA-RECOVERED-AMOUNT WHAT LATER
      *    DEPOSITS HAVE RECOVERED AGAINST IT (CO-RECOVERY ENTRIES
      *    POSTED BY ACCTMNT AND PAYIMPRT).
      ******************************************************************
       01  OD-AGING-RECORD.
           05  OA-ACCOUNT              PIC 9(06).
           05  OA-OVERDRAWN-SINCE      PIC 9(08).
           05  OA-DAYS-OVERDRAWN       PIC 9(05).
           05  OA-NOTICE-STAGE         PIC 9(02).
           05  OA-LAST-NOTICE-DATE     PIC 9(08).
           05  OA-LAST-AGED-DATE       PIC 9(08).
           05  OA-CHARGEOFF-DATE       PIC 9(08).
           05  OA-CHARGEOFF-AMOUNT     PIC 9(07)V99.
           05  OA-RECOVERED-AMOUNT     PIC 9(07)V99.
           05  FILLER                  PIC X(10)  VALUE SPACES.
