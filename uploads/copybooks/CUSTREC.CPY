      *    ITS OWNER'S CUST-ID IN ACCT-CUST-ID, SO A HOUSEHOLD'S
      *    STATEMENTS CAN BE PULLED TOGETHER BY CUSTOMER.  RECORDS ARE
      *    MAINTAINED THROUGH THE ACCTMNT TELLER PROGRAM.
      *    CUST-TAX-ID IS THE TAXPAYER IDENTIFICATION NUMBER REPORTED
      *    ON THE YEAR-END 1099-INT, WITH CUST-TAX-ID-TYPE TELLING AN
      *    SSN FROM AN EIN (SPACE - NO TIN ON FILE YET).  CUST-
      *    WITHHOLD-FLAG 'Y' MARKS A CUSTOMER UNDER BACKUP WITHHOLDING,
      *    WHO GETS A FORM WHATEVER THE AMOUNT.
      *    RECORD LENGTH 147 BYTES - THE THREE TAX FIELDS LENGTHENED
      *    THE RECORD FROM 136.  A CUSTMAST WRITTEN IN THE OLD 136-BYTE
      *    LAYOUT MUST BE CONVERTED ONCE WITH CUSTCONV BEFORE ANY
      *    PROGRAM COPYING THIS LAYOUT IS RUN AGAINST IT.
      ******************************************************************
       01  CUSTOMER-RECORD.
           05  CUST-ID                 PIC 9(06).
           05  CUST-STATUS             PIC X(01).
               88  CUST-ACTIVE                 VALUE 'A'.
               88  CUST-CLOSED                 VALUE 'C'.
           05  CUST-TAX-ID             PIC X(09).
           05  CUST-TAX-ID-TYPE        PIC X(01).
               88  CUST-TIN-SSN                VALUE 'S'.
               88  CUST-TIN-EIN                VALUE 'E'.
               88  CUST-TIN-NOT-ON-FILE        VALUE ' '.
           05  CUST-WITHHOLD-FLAG      PIC X(01).
               88  CUST-BACKUP-WITHHOLD        VALUE 'Y'.
           05  FILLER                  PIC X(08)  VALUE SPACES.
