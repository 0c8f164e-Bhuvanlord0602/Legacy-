      ******************************************************************
      *    COPYBOOK:  GLHREC.CPY
      *    RECORD LAYOUT FOR THE GENERAL LEDGER DAILY HISTORY (GLHIST).
      *    ONE RECORD IS APPENDED BY GLEXTR FOR EVERY DAY IT RELEASES
      *    A BALANCED GLPOST FILE, CARRYING THAT DAY'S TRAILER TOTALS
      *    AND ITS INTEREST-EXPENSE DEBITS AND CREDITS, SO YEAR-END
      *    WORK CAN TIE BACK TO WHAT THE LEDGER WAS ACTUALLY SENT
      *    AFTER THE DAILY GLPOST FILES ARE GONE.  DATES ASCEND; A
      *    RECORD NOT NEWER THAN THE ONE BEFORE IT IS A RERUN'S
      *    DUPLICATE OF A DAY ALREADY COUNTED.
      ******************************************************************
       01  GL-HISTORY-RECORD.
           05  GH-DATE                 PIC 9(08).
           05  GH-POSTING-COUNT        PIC 9(07).
           05  GH-DR-TOTAL             PIC 9(11)V99.
           05  GH-CR-TOTAL             PIC 9(11)V99.
           05  GH-INTEXP-DR            PIC 9(11)V99.
           05  GH-INTEXP-CR            PIC 9(11)V99.
           05  FILLER                  PIC X(20)  VALUE SPACES.
