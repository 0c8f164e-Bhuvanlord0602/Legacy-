      ******************************************************************
      *    COPYBOOK:  LTMPREC.CPY
      *    RECORD LAYOUT FOR THE CUSTOMER LETTER TEMPLATE FILE
      *    (LTRTMPL) READ BY THE NIGHTLY NTCGEN NOTICE RUN.  EACH
      *    RECORD IS ONE LINE OF LETTER WORDING - LT-EVENT-CODE SAYS
      *    WHICH PART OF THE LETTER IT BELONGS TO.  'HEADER' LINES
      *    OPEN EVERY LETTER, EACH EVENT CODE (SEE NTCHREC.CPY) HAS
      *    THE PARAGRAPH PRINTED UNDER THAT EVENT'S DETAIL LINE, AND
      *    'CLOSING' LINES END THE LETTER.  A PART'S LINES PRINT IN
      *    THE ORDER THEY STAND IN THE FILE - LT-LINE-NO NUMBERS THEM
      *    FOR WHOEVER EDITS THE WORDING, AND A BLANK LT-TEXT PRINTS
      *    AS A BLANK LINE.  THE WORDING IS CHANGED BY EDITING THE
      *    FILE - NO RECOMPILE.  A MISSING FILE IS CREATED WITH THE
      *    STANDARD WORDING ON THE FIRST RUN.
      ******************************************************************
       01  LETTER-TEMPLATE-RECORD.
           05  LT-EVENT-CODE           PIC X(08).
           05  LT-LINE-NO              PIC 9(02).
           05  LT-TEXT                 PIC X(70).
