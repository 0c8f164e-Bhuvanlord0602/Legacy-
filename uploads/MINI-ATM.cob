001480*                     DAY HELD OPEN PAST MIDNIGHT NO LONGER
001490*                     COUNTS THE WHOLE DAY'S WITHDRAWALS AS
001500*                     "RECENT" AND FALSELY BLOCKS THE CUSTOMER.
001510*    10/14/2026 RH    THE HARD-CODED TERMINAL ID "ATM00001" IS
001520*                     GONE - EACH MACHINE NOW READS ITS OWN ID
001530*                     FROM ITS ATMTERM CONTROL FILE AND MUST BE
001540*                     REGISTERED AND IN SERVICE ON THE NEW
001550*                     TERMMAST TERMINAL MASTER (SEE TERMREC.CPY)
001560*                     BEFORE IT WILL OPEN A SESSION. EVERY NOTE
001570*                     PAID OUT AND EVERY DEPOSIT TAKEN IN IS ADDED
001580*                     TO THE TERMINAL'S RUNNING COUNTERS, AND A
001590*                     WITHDRAWAL THE CASH LEFT IN THE CASSETTES
001600*                     CANNOT COVER IS REFUSED (WD-DECLINE /
001610*                     TERM-CASH ON SECLOG).
001620*    10/15/2026 RH    A TERM DEPOSIT (ACCOUNT TYPE T) CANNOT BE
001630*                     DRAWN DOWN OR TRANSFERRED OUT AT THE ATM
001640*                     BEFORE ITS MATURITY DATE ON THE NEW TDMAST
001650*                     MASTER (SEE TDREC.CPY) - EARLY WITHDRAWAL
001660*                     NEEDS A SUPERVISOR AND A PENALTY, SO IT IS A
001670*                     COUNTER TRANSACTION. THE REFUSAL GOES TO
001680*                     SECLOG AS WD-DECLINE OR XF-DECLINE WITH
001690*                     REASON TERM-DEPOSIT.
001700*    10/15/2026 RH    AN ACCOUNT WRITTEN OFF BY THE ODAGING
001710*                     OVERDRAFT AGING RUN (ACCT-STATUS 'W') TAKES
001720*                     NO ATM ACTIVITY - LOGIN IS REFUSED AND IT
001730*                     CANNOT BE A TRANSFER TARGET. THE REFUSAL
001740*                     GOES TO SECLOG AS LOGIN-FAIL OR XF-DECLINE
001750*                     WITH REASON CHARGED-OFF.
001760*    10/15/2026 RH    A PIN LOCKOUT OR A FRAUD REVIEW SET HERE NOW
001770*                     ALSO WRITES THE ACCOUNT RECORD AS IT STOOD
001780*                     BEFORE AND AFTER, WITH THE TERMINAL ID, TO
001790*                     THE MAINTJRN MAINTENANCE JOURNAL (SEE
001800*                     MJRNREC.CPY), SO EVERY STATUS CHANGE IS ON
001810*                     THE JOURNAL WHEREVER IT WAS MADE.
001820*    10/15/2026 RH    ADDED PAY BILL (OPTION 7) - PAYS ONE OF THE
001830*                     CUSTOMER'S OUTSIDE PAYEES ON THE NEW
001840*                     PAYEEMST MASTER (SEE PAYEEREC.CPY), SET UP
001850*                     AT THE COUNTER. THE PAYMENT IS REGISTERED ON
001860*                     THE NEW BILLPAY REGISTER (SEE BPAYREC.CPY),
001870*                     DEBITED AGAINST THE AVAILABLE BALANCE WITH
001880*                     NO OVERDRAFT UNDER THE SAME CHECKPOINT AS A
001890*                     WITHDRAWAL, AND LOGGED AS EXT-PAYMENT FOR
001900*                     THE NIGHTLY PAYEXPRT RUN TO SEND OUT. LOGIN
001910*                     RECOVERY FINDS AN INTERRUPTED BILL PAYMENT
001920*                     ON THE REGISTER BY ITS CHECKPOINT MOMENT AND
001930*                     FINISHES IT. A REFUSAL GOES TO SECLOG AS
001940*                     BP-DECLINE.
001950*    10/15/2026 RH    A DEPOSIT THAT GOES ON HOLD NOW ALSO LOGS A
001960*                     ZERO-EFFECT HOLD-SET MARKER FOR THE AMOUNT
001970*                     HELD, AFTER THE DEPOSIT ITSELF, SO THE
001980*                     NIGHTLY NTCGEN RUN CAN WRITE TO THE
001990*                     CUSTOMER ABOUT THE HOLD.
002000*    10/15/2026 RH    A MAINTJRN MAINTENANCE JOURNAL THAT WILL NOT
002010*                     OPEN NOW ENDS THE SESSION BEFORE LOGIN, THE
002020*                     SAME AS ACCTMNT, SO A LOCKOUT OR FRAUD
002030*                     REVIEW CAN NEVER GO UNJOURNALED.
002040*    10/15/2026 RH    A PENDING CHECKPOINT THAT IS NOT A TRANSFER
002050*                     IS NO LONGER RESOLVED WHEN THE BILLPAY
002060*                     REGISTER WILL NOT OPEN - IT MAY BE A BILL
002070*                     PAYMENT, WHICH MUST NOT BE RESOLVED AS A
002080*                     CASH WITHDRAWAL. THE CHECKPOINT STAYS AND
002090*                     THE SESSION ENDS.
002100******************************************************************
002110
002120 ENVIRONMENT DIVISION.
002130 INPUT-OUTPUT SECTION.
002140 FILE-CONTROL.
002150     SELECT ACCOUNT-MASTER  ASSIGN TO "ACCTMAST"
002160     ORGANIZATION IS INDEXED
002170     ACCESS MODE IS DYNAMIC
002180     RECORD KEY IS ACCT-NUMBER
002190     FILE STATUS IS ATM-ACCT-FS.
002200
002210     SELECT TERMINAL-MASTER ASSIGN TO "TERMMAST"
002220     ORGANIZATION IS INDEXED
002230     ACCESS MODE IS DYNAMIC
002240     RECORD KEY IS TERM-ID
002250     FILE STATUS IS ATM-TERM-FS.
002260
002270     SELECT TERMINAL-ID-FILE ASSIGN TO "ATMTERM"
002280     ORGANIZATION IS LINE SEQUENTIAL
002290     FILE STATUS IS ATM-TID-FS.
002300
002310     SELECT TRANSACTION-LOG ASSIGN TO "TXNLOG"
002320     ORGANIZATION IS LINE SEQUENTIAL
002330     FILE STATUS IS ATM-TXN-FS.
002340
002350     SELECT ARCHIVE-INDEX   ASSIGN TO "TXNARCIX"
002360     ORGANIZATION IS LINE SEQUENTIAL
002370     FILE STATUS IS ATM-ARCIX-FS.
002380
002390     SELECT ARCHIVE-FILE    ASSIGN TO DYNAMIC ATM-ARCHIVE-NAME
002400     ORGANIZATION IS LINE SEQUENTIAL
002410     FILE STATUS IS ATM-ARCH-FS.
002420
002430     SELECT SECURITY-LOG    ASSIGN TO "SECLOG"
002440     ORGANIZATION IS LINE SEQUENTIAL
002450     FILE STATUS IS ATM-SEC-FS.
002460
002470     SELECT FRAUD-QUEUE     ASSIGN TO "FRAUDQ"
002480     ORGANIZATION IS LINE SEQUENTIAL
002490     FILE STATUS IS ATM-FRQ-FS.
002500
002510     SELECT BUSINESS-DATE   ASSIGN TO "BUSDATE"
002520     ORGANIZATION IS LINE SEQUENTIAL
002530     FILE STATUS IS ATM-BD-FS.
002540
002550     SELECT TERM-DEPOSIT-MASTER ASSIGN TO "TDMAST"
002560     ORGANIZATION IS INDEXED
002570     ACCESS MODE IS DYNAMIC
002580     RECORD KEY IS TD-ACCOUNT
002590     FILE STATUS IS ATM-TD-FS.
002600
002610     SELECT MAINT-JOURNAL   ASSIGN TO "MAINTJRN"
002620     ORGANIZATION IS LINE SEQUENTIAL
002630     FILE STATUS IS ATM-JRN-FS.
002640
002650     SELECT PAYEE-MASTER    ASSIGN TO "PAYEEMST"
002660     ORGANIZATION IS INDEXED
002670     ACCESS MODE IS DYNAMIC
002680     RECORD KEY IS PY-KEY
002690     FILE STATUS IS ATM-PY-FS.
002700
002710     SELECT BILL-PAYMENT-REGISTER ASSIGN TO "BILLPAY"
002720     ORGANIZATION IS INDEXED
002730     ACCESS MODE IS DYNAMIC
002740     RECORD KEY IS BP-KEY
002750     FILE STATUS IS ATM-BP-FS.
002760
002770 DATA DIVISION.
002780 FILE SECTION.
002790 FD  ACCOUNT-MASTER
002800     LABEL RECORDS ARE STANDARD.
002810     COPY ACCTREC.
002820
002830 FD  TERMINAL-MASTER
002840     LABEL RECORDS ARE STANDARD.
002850     COPY TERMREC.
002860
002870 FD  TERMINAL-ID-FILE
002880     LABEL RECORDS ARE STANDARD.
002890 01  TERMINAL-ID-RECORD.
002900     05  TID-TERMINAL-ID      PIC X(08).
002910     05  FILLER               PIC X(72).
002920
002930 FD  TRANSACTION-LOG
002940     LABEL RECORDS ARE STANDARD.
002950     COPY TXNREC.
002960
002970 FD  ARCHIVE-INDEX
002980     LABEL RECORDS ARE STANDARD.
002990     COPY ARCIXREC.
003000
003010 FD  ARCHIVE-FILE
003020     LABEL RECORDS ARE STANDARD.
003030 01  ARCHIVE-RECORD          PIC X(69).
003040
003050 FD  SECURITY-LOG
003060     LABEL RECORDS ARE STANDARD.
003070     COPY SECREC.
003080
003090 FD  FRAUD-QUEUE
003100     LABEL RECORDS ARE STANDARD.
003110     COPY FRQREC.
003120
003130 FD  BUSINESS-DATE
003140     LABEL RECORDS ARE STANDARD.
003150     COPY BDREC.
003160
003170 FD  TERM-DEPOSIT-MASTER
003180     LABEL RECORDS ARE STANDARD.
003190     COPY TDREC.
003200
003210 FD  MAINT-JOURNAL
003220     LABEL RECORDS ARE STANDARD.
003230     COPY MJRNREC.
003240
003250 FD  PAYEE-MASTER
003260     LABEL RECORDS ARE STANDARD.
003270     COPY PAYEEREC.
003280
003290 FD  BILL-PAYMENT-REGISTER
003300     LABEL RECORDS ARE STANDARD.
003310     COPY BPAYREC.
003320
003330 WORKING-STORAGE SECTION.
003340******************************************************************
003350*    FILE STATUS AND SWITCHES
003360******************************************************************
003370 01  ATM-ACCT-FS             PIC X(02)  VALUE "00".
003380 01  ATM-TXN-FS              PIC X(02)  VALUE "00".
003390 01  ATM-ARCIX-FS            PIC X(02)  VALUE "00".
003400 01  ATM-ARCH-FS             PIC X(02)  VALUE "00".
003410 01  ATM-SEC-FS              PIC X(02)  VALUE "00".
003420 01  ATM-FRQ-FS              PIC X(02)  VALUE "00".
003430 01  ATM-BD-FS               PIC X(02)  VALUE "00".
003440 01  ATM-TERM-FS             PIC X(02)  VALUE "00".
003450 01  ATM-TID-FS              PIC X(02)  VALUE "00".
003460 01  ATM-TD-FS               PIC X(02)  VALUE "00".
003470 01  ATM-JRN-FS              PIC X(02)  VALUE "00".
003480 01  ATM-PY-FS               PIC X(02)  VALUE "00".
003490 01  ATM-BP-FS               PIC X(02)  VALUE "00".
003500
003510 01  ATM-CONTINUE-SW         PIC X(01)  VALUE 'Y'.
003520
003530 01  ATM-LOGIN-RESULT-SW     PIC X(01)  VALUE 'P'.
003540     88  ATM-LOGIN-OK                VALUE 'O'.
003550     88  ATM-LOGIN-DENIED            VALUE 'D'.
003560     88  ATM-LOGIN-PENDING           VALUE 'P'.
003570
003580 01  ATM-ACCT-FOUND-SW       PIC X(01)  VALUE 'N'.
003590     88  ATM-ACCT-FOUND              VALUE 'Y'.
003600     88  ATM-ACCT-NOT-FOUND          VALUE 'N'.
003610
003620 01  ATM-TXN-EOF-SW          PIC X(01)  VALUE 'N'.
003630     88  ATM-TXN-EOF                 VALUE 'Y'.
003640
003650 01  ATM-ARCIX-EOF-SW        PIC X(01)  VALUE 'N'.
003660     88  ATM-ARCIX-EOF               VALUE 'Y'.
003670
003680 01  ATM-ARCH-EOF-SW         PIC X(01)  VALUE 'N'.
003690     88  ATM-ARCH-EOF                VALUE 'Y'.
003700
003710 01  ATM-ARCHIVE-FOUND-SW    PIC X(01)  VALUE 'N'.
003720     88  ATM-ARCHIVE-FOUND           VALUE 'Y'.
003730
003740 01  ATM-TERM-CASH-SW        PIC X(01)  VALUE 'N'.
003750     88  ATM-TERM-CASH-OK            VALUE 'Y'.
003760
003770 01  ATM-TD-OPEN-SW          PIC X(01)  VALUE 'N'.
003780     88  ATM-TD-OPEN                 VALUE 'Y'.
003790
003800 01  ATM-TD-MATURED-SW       PIC X(01)  VALUE 'N'.
003810     88  ATM-TD-MATURED              VALUE 'Y'.
003820
003830 01  ATM-PY-OPEN-SW          PIC X(01)  VALUE 'N'.
003840     88  ATM-PY-OPEN                 VALUE 'Y'.
003850
003860 01  ATM-PY-EOF-SW           PIC X(01)  VALUE 'N'.
003870     88  ATM-PY-EOF                  VALUE 'Y'.
003880
003890 01  ATM-BP-OPEN-SW          PIC X(01)  VALUE 'N'.
003900     88  ATM-BP-OPEN                 VALUE 'Y'.
003910
003920 01  ATM-BP-FOUND-SW         PIC X(01)  VALUE 'N'.
003930     88  ATM-BP-FOUND                VALUE 'Y'.
003940
003950******************************************************************
003960*    LOGIN AND MENU WORK FIELDS
003970******************************************************************
003980 77  ATM-ENTERED-PIN         PIC 9(04).
003990 77  ATM-PIN-TRIES           PIC 9(01)  VALUE 0.
004000 77  ATM-CHOICE              PIC 9(01).
004010 77  ATM-AMOUNT-INPUT        PIC 9(06)V99.
004020
004030******************************************************************
004040*    TRANSACTION-LOG WORK FIELDS
004050******************************************************************
004060 77  ATM-LOG-TYPE             PIC X(12).
004070 77  ATM-LOG-AMOUNT           PIC S9(07)V99.
004080 77  ATM-CURRENT-DATE         PIC 9(08).
004090 77  ATM-CURRENT-TIME         PIC 9(08).
004100 77  ATM-BUSINESS-DATE        PIC 9(08).
004110 77  ATM-TERMINAL-ID          PIC X(08)  VALUE SPACES.
004120
004130******************************************************************
004140*    SECURITY EVENT LOG WORK FIELDS - SET BY THE CALLER BEFORE
004150*    8600-WRITE-SECLOG APPENDS THE EVENT (SEE SECREC.CPY FOR
004160*    THE EVENT/REASON CODE PAIRS).
004170******************************************************************
004180 77  ATM-SEC-EVENT            PIC X(12).
004190 77  ATM-SEC-REASON           PIC X(12).
004200
004210******************************************************************
004220*    MAINTENANCE JOURNAL WORK FIELDS - THE ACCOUNT AS IT STOOD
004230*    BEFORE A STATUS CHANGE, AND THE CHANGE'S ACTION NAME.
004240******************************************************************
004250 77  ATM-BEFORE-IMAGE         PIC X(150).
004260 77  ATM-JRN-ACTION           PIC X(12).
004270
004280******************************************************************
004290*    DAILY LIMIT / OVERDRAFT CONSTANTS AND WORK FIELDS
004300******************************************************************
004310 77  ATM-DAILY-LIMIT          PIC 9(06)V99 VALUE 500.00.
004320 77  ATM-OVERDRAFT-FEE        PIC 9(04)V99 VALUE 35.00.
004330 77  ATM-PROJECTED-TOTAL      PIC 9(07)V99.
004340 77  ATM-AVAILABLE-OD         PIC S9(08)V99.
004350
004360******************************************************************
004370*    DEPOSIT HOLD CONSTANTS AND WORK FIELDS
004380*    DEPOSITS OVER ATM-HOLD-THRESHOLD POST TO THE BALANCE BUT
004390*    SIT IN ACCT-HELD-AMOUNT UNTIL THE RELEASE DATE (DEPOSIT
004400*    DAY PLUS ATM-HOLD-DAYS). 6050-COMPUTE-AVAILABLE DERIVES
004410*    THE SPENDABLE BALANCE EVERY CASH-OUT PATH CHECKS AGAINST.
004420******************************************************************
004430 77  ATM-HOLD-THRESHOLD       PIC 9(04)V99 VALUE 200.00.
004440 77  ATM-HOLD-DAYS            PIC 9(01)    VALUE 2.
004450 77  ATM-AVAILABLE-BAL        PIC S9(08)V99.
004460
004470******************************************************************
004480*    VELOCITY FRAUD RULE CONSTANTS AND WORK FIELDS
004490*    MORE THAN ATM-VELOCITY-MAX CASH WITHDRAWALS INSIDE THE
004500*    LAST ATM-VELOCITY-WINDOW MINUTES, OR A TRANSFER OVER
004510*    ATM-XFER-REVIEW-LIMIT TO A TARGET THE CUSTOMER HAS NEVER
004520*    TRANSFERRED TO BEFORE, PUTS THE ACCOUNT INTO REVIEW. A
004530*    PRIOR TRANSFER TO A TARGET IS RECOGNIZED BY ITS PAIRED
004540*    TRANSFER-OUT/TRANSFER-IN ENTRIES, WHICH THE ATM AND
004550*    SORDPOST ALWAYS LOG BACK TO BACK ON THE APPEND-ONLY LOG.
004560******************************************************************
004570 77  ATM-VELOCITY-MAX         PIC 9(02)    VALUE 4.
004580 77  ATM-VELOCITY-WINDOW      PIC 9(03)    VALUE 30.
004590 77  ATM-XFER-REVIEW-LIMIT    PIC 9(06)V99 VALUE 1000.00.
004600 77  ATM-WD-IN-WINDOW         PIC 9(04).
004610 77  ATM-NOW-MINUTES          PIC 9(04).
004620 77  ATM-MINUTE-DIFF          PIC S9(04).
004630 77  ATM-ENTRY-MINUTES        PIC 9(04).
004640 01  ATM-TIME-SPLIT.
004650     05  ATM-TS-HH            PIC 9(02).
004660     05  ATM-TS-MM            PIC 9(02).
004670     05  FILLER               PIC X(04).
004680 01  ATM-TARGET-KNOWN-SW      PIC X(01)  VALUE 'N'.
004690     88  ATM-TARGET-KNOWN             VALUE 'Y'.
004700 77  ATM-PREV-ACCOUNT         PIC 9(06).
004710 77  ATM-PREV-TYPE            PIC X(12).
004720 77  ATM-PREV-AMOUNT          PIC S9(07)V99.
004730 77  ATM-PREV-ARCIX-DATE      PIC 9(08).
004740 77  ATM-FRQ-RULE             PIC X(12).
004750 77  ATM-RELEASE-DATE         PIC 9(08).
004760 01  ATM-WORK-DATE.
004770     05  ATM-WORK-YYYY        PIC 9(04).
004780     05  ATM-WORK-MM          PIC 9(02).
004790     05  ATM-WORK-DD          PIC 9(02).
004800 77  ATM-DAYS-TO-ADD          PIC 9(02).
004810 77  ATM-LEAP-QUOT            PIC 9(04).
004820 77  ATM-LEAP-REM             PIC 9(04).
004830 77  ATM-MONTH-LIMIT          PIC 9(02).
004840 01  ATM-MONTH-TABLE-DATA.
004850     05  FILLER               PIC X(24)
004860     VALUE "312831303130313130313031".
004870 01  ATM-MONTH-TABLE REDEFINES ATM-MONTH-TABLE-DATA.
004880     05  ATM-DAYS-IN-MONTH    OCCURS 12 TIMES PIC 9(02).
004890
004900******************************************************************
004910*    MINI STATEMENT TABLE - LAST 10 ENTRIES FOR LOGGED-IN ACCOUNT
004920******************************************************************
004930 01  ATM-STATEMENT-TABLE.
004940     05  ATM-STMT-ENTRY OCCURS 10 TIMES INDEXED BY ATM-STMT-IDX.
004950     10  ATM-STMT-DATE       PIC 9(08).
004960     10  ATM-STMT-TYPE       PIC X(12).
004970     10  ATM-STMT-AMOUNT     PIC S9(07)V99.
004980 77  ATM-STMT-COUNT           PIC 9(02)  VALUE 0.
004990 77  ATM-STMT-NEXT            PIC 9(02)  VALUE 1.
005000 77  ATM-STMT-START           PIC 9(02).
005010 77  ATM-STMT-PRINTED         PIC 9(02).
005020
005030******************************************************************
005040*    CHECKPOINT RECOVERY WORK FIELDS
005050*    HOLD THE LAST TWO TRANSACTION-LOG ENTRIES FOUND FOR THE
005060*    LOGGED-IN ACCOUNT SO 2500-RESOLVE-CHECKPOINT CAN TELL WHETHER
005070*    THE INTERRUPTED WITHDRAWAL (AND FEE) WERE ALREADY POSTED TO
005080*    THE LOG BEFORE THE ABEND.
005090******************************************************************
005100 77  ATM-LAST-TYPE-A          PIC X(12).
005110 77  ATM-LAST-AMT-A           PIC S9(07)V99.
005120 77  ATM-LAST-TYPE-B          PIC X(12).
005130 77  ATM-LAST-AMT-B           PIC S9(07)V99.
005140
005150******************************************************************
005160*    TRANSFER WORK FIELDS
005170*    ATM-SAVED-SOURCE HOLDS THE LOGGED-IN ACCOUNT'S RECORD WHILE
005180*    THE TARGET ACCOUNT OCCUPIES THE ACCOUNT-MASTER RECORD AREA.
005190*    IT IS CUT FROM ACCTREC.CPY ITSELF (NAMES PREFIXED ATMSV-)
005200*    SO IT ALWAYS MATCHES THE MASTER RECORD'S LENGTH - A SHORT
005210*    SAVE AREA WOULD SILENTLY TRUNCATE THE TAIL FIELDS ON EVERY
005220*    SAVE/RESTORE ROUND TRIP.
005230*    THE LOGGED SWITCHES ARE SET BY 2600-FIND-LAST-LOG-ENTRIES SO
005240*    TRANSFER RECOVERY CAN TELL WHICH LEGS WERE ALREADY POSTED.
005250******************************************************************
005260 77  ATM-XFER-TARGET          PIC 9(06).
005270 77  ATM-XFER-AMOUNT          PIC S9(07)V99.
005280     COPY ACCTREC REPLACING
005290     ==ACCOUNT-RECORD== BY ==ATM-SAVED-SOURCE==
005300     LEADING ==ACCT-== BY ==ATMSV-==.
005310 01  ATM-XFER-OUT-LOGGED-SW   PIC X(01)  VALUE 'N'.
005320     88  ATM-XFER-OUT-LOGGED          VALUE 'Y'.
005330 01  ATM-XFER-IN-LOGGED-SW    PIC X(01)  VALUE 'N'.
005340     88  ATM-XFER-IN-LOGGED           VALUE 'Y'.
005350
005360******************************************************************
005370*    TERMINAL CASH WORK FIELDS
005380*    ATM-TERM-REMAINING IS THE CASH LEFT IN THE CASSETTES
005390*    (LOADED LESS DISPENSED). ATM-TERM-CASH-OUT/-IN ARE SET BY
005400*    THE CALLER BEFORE 6950-RECORD-TERMINAL-CASH ADDS THEM TO
005410*    THE MACHINE'S COUNTERS.
005420******************************************************************
005430 77  ATM-TERM-REMAINING       PIC S9(09)V99.
005440 77  ATM-TERM-CASH-OUT        PIC S9(09)V99.
005450 77  ATM-TERM-CASH-IN         PIC S9(09)V99.
005460
005470******************************************************************
005480*    BILL PAYMENT WORK FIELDS
005490*    ATM-PAYEE-COUNT IS THE NUMBER OF ACTIVE PAYEES LISTED FOR THE
005500*    LOGGED-IN ACCOUNT'S CUSTOMER BY 6460-LIST-PAYEES.
005510******************************************************************
005520 77  ATM-PAYEE-INPUT          PIC 9(02).
005530 77  ATM-PAYEE-COUNT          PIC 9(02).
005540
005550******************************************************************
005560*    ARCHIVE ACCESS WORK FIELDS
005570*    ATM-ARCHIVE-NAME IS SET FROM THE NEWEST TXNARCIX INDEX
005580*    ENTRY BY 7050-FIND-LATEST-ARCHIVE, SO THE MINI STATEMENT
005590*    AND CHECKPOINT RECOVERY CAN SCAN THE MOST RECENT CUTOVER
005600*    ARCHIVE AHEAD OF THE LIVE LOG.
005610******************************************************************
005620 77  ATM-ARCHIVE-NAME         PIC X(12).
005630
005640 PROCEDURE DIVISION.
005650******************************************************************
005660*    0000-MAINLINE
005670*    CONTROLLING PARAGRAPH - OPENS THE FILES, LOGS THE CUSTOMER
005680*    IN, RESOLVES ANY LEFTOVER CHECKPOINT, THEN DRIVES THE MENU.
005690******************************************************************
005700 0000-MAINLINE.
005710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005720
005730     IF ATM-CONTINUE-SW = 'Y'
005740     PERFORM 2000-LOGIN THRU 2000-EXIT
005750     IF ATM-LOGIN-OK
005760     PERFORM 2500-RESOLVE-CHECKPOINT THRU 2500-EXIT
005770     PERFORM 3000-MAIN-MENU THRU 3000-EXIT
005780     UNTIL ATM-CONTINUE-SW = 'N'
005790     END-IF
005800     END-IF.
005810
005820     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005830     STOP RUN.
005840
005850******************************************************************
005860*    1000-INITIALIZE
005870*    IDENTIFIES THE MACHINE (SEE 1100), THEN OPENS ACCOUNT-MASTER
005880*    AND TRANSACTION-LOG, CREATING EITHER FILE THE FIRST TIME IT
005890*    IS MISSING. NO SESSION STARTS WITHOUT THE MAINTENANCE
005900*    JOURNAL.
005910******************************************************************
005920 1000-INITIALIZE.
005930     PERFORM 8900-GET-BUSINESS-DATE THRU 8900-EXIT.
005940     DISPLAY "==== WELCOME TO COBOL ATM ====".
005950     MOVE 'Y' TO ATM-CONTINUE-SW.
005960
005970     PERFORM 1100-IDENTIFY-TERMINAL THRU 1100-EXIT.
005980     IF ATM-CONTINUE-SW = 'N'
005990     GO TO 1000-EXIT
006000     END-IF.
006010
006020     OPEN I-O ACCOUNT-MASTER.
006030     IF ATM-ACCT-FS = "35"
006040     PERFORM 1050-CREATE-ACCOUNT-MASTER THRU 1050-EXIT
006050     OPEN I-O ACCOUNT-MASTER
006060     END-IF.
006070
006080     IF ATM-ACCT-FS NOT = "00"
006090     DISPLAY "UNABLE TO OPEN ACCOUNT MASTER FILE. STATUS="
006100     ATM-ACCT-FS
006110     MOVE 'N' TO ATM-CONTINUE-SW
006120     GO TO 1000-EXIT
006130     END-IF.
006140
006150     OPEN EXTEND TRANSACTION-LOG.
006160     IF ATM-TXN-FS = "35"
006170     OPEN OUTPUT TRANSACTION-LOG
006180     CLOSE TRANSACTION-LOG
006190     OPEN EXTEND TRANSACTION-LOG
006200     END-IF.
006210
006220     OPEN EXTEND SECURITY-LOG.
006230     IF ATM-SEC-FS = "35"
006240     OPEN OUTPUT SECURITY-LOG
006250     CLOSE SECURITY-LOG
006260     OPEN EXTEND SECURITY-LOG
006270     END-IF.
006280
006290     OPEN EXTEND FRAUD-QUEUE.
006300     IF ATM-FRQ-FS = "35"
006310     OPEN OUTPUT FRAUD-QUEUE
006320     CLOSE FRAUD-QUEUE
006330     OPEN EXTEND FRAUD-QUEUE
006340     END-IF.
006350
006360     OPEN EXTEND MAINT-JOURNAL.
006370     IF ATM-JRN-FS = "35"
006380     OPEN OUTPUT MAINT-JOURNAL
006390     CLOSE MAINT-JOURNAL
006400     OPEN EXTEND MAINT-JOURNAL
006410     END-IF.
006420     IF ATM-JRN-FS NOT = "00"
006430     DISPLAY "UNABLE TO OPEN MAINTENANCE JOURNAL. STATUS="
006440     ATM-JRN-FS
006450     MOVE 'N' TO ATM-CONTINUE-SW
006460     GO TO 1000-EXIT
006470     END-IF.
006480
006490*    NO TERM DEPOSIT MASTER YET SIMPLY MEANS NONE HAS BEEN OPENED.
006500*    ANY TYPE T ACCOUNT IS THEN TREATED AS NOT YET MATURED.
006510     OPEN INPUT TERM-DEPOSIT-MASTER.
006520     IF ATM-TD-FS = "00"
006530     SET ATM-TD-OPEN TO TRUE
006540     END-IF.
006550
006560*    NO PAYEE MASTER YET SIMPLY MEANS NO PAYEE HAS BEEN SET UP.
006570     OPEN INPUT PAYEE-MASTER.
006580     IF ATM-PY-FS = "00"
006590     SET ATM-PY-OPEN TO TRUE
006600     END-IF.
006610
006620     OPEN I-O BILL-PAYMENT-REGISTER.
006630     IF ATM-BP-FS = "35"
006640     OPEN OUTPUT BILL-PAYMENT-REGISTER
006650     CLOSE BILL-PAYMENT-REGISTER
006660     OPEN I-O BILL-PAYMENT-REGISTER
006670     END-IF.
006680     IF ATM-BP-FS = "00"
006690     SET ATM-BP-OPEN TO TRUE
006700     END-IF.
006710 1000-EXIT.
006720     EXIT.
006730
006740******************************************************************
006750*    1050-CREATE-ACCOUNT-MASTER
006760*    FIRST-RUN SEED OF THE ACCOUNT MASTER - A REAL DEPLOYMENT
006770*    POPULATES THIS THROUGH ACCTMNT, NOT THE ATM. EACH SEEDED
006780*    ACCOUNT GETS AN ACCT-OPEN LOG ENTRY, THE SAME AS ACCTMNT
006790*    WRITES, SO THE FULL-HISTORY BALANCE AUDIT CAN REPLAY EVERY
006800*    ACCOUNT FROM ITS TRUE OPENING.
006810******************************************************************
006820 1050-CREATE-ACCOUNT-MASTER.
006830     OPEN OUTPUT ACCOUNT-MASTER.
006840     OPEN EXTEND TRANSACTION-LOG.
006850     IF ATM-TXN-FS = "35"
006860     OPEN OUTPUT TRANSACTION-LOG
006870     CLOSE TRANSACTION-LOG
006880     OPEN EXTEND TRANSACTION-LOG
006890     END-IF.
006900
006910     MOVE 100001         TO ACCT-NUMBER.
006920     MOVE 1234           TO ACCT-PIN.
006930     MOVE 0               TO ACCT-PIN-TRIES.
006940     SET ACCT-ACTIVE      TO TRUE.
006950     SET ACCT-TYPE-CHECKING TO TRUE.
006960     MOVE 1000.00         TO ACCT-BALANCE.
006970     MOVE 500.00          TO ACCT-OVERDRAFT-LIMIT.
006980     MOVE ZERO            TO ACCT-DAILY-WD-DATE.
006990     MOVE ZERO            TO ACCT-DAILY-WD-TOTAL.
007000     SET ACCT-CKPT-CLEAR  TO TRUE.
007010     MOVE ZERO            TO ACCT-CKPT-AMOUNT.
007020     MOVE ZERO            TO ACCT-CKPT-FEE.
007030     MOVE ZERO            TO ACCT-CKPT-XFER-ACCT.
007040     MOVE ZERO            TO ACCT-HELD-AMOUNT.
007050     MOVE ZERO            TO ACCT-HOLD-RELEASE-DATE.
007060     MOVE ZERO            TO ACCT-CUST-ID.
007070     WRITE ACCOUNT-RECORD.
007080     MOVE ACCT-BALANCE    TO ATM-LOG-AMOUNT.
007090     MOVE "ACCT-OPEN"     TO ATM-LOG-TYPE.
007100     PERFORM 8500-WRITE-LOG THRU 8500-EXIT.
007110
007120     MOVE 100002          TO ACCT-NUMBER.
007130     MOVE 4321            TO ACCT-PIN.
007140     MOVE 0               TO ACCT-PIN-TRIES.
007150     SET ACCT-ACTIVE      TO TRUE.
007160     SET ACCT-TYPE-SAVINGS TO TRUE.
007170     MOVE 2500.00         TO ACCT-BALANCE.
007180     MOVE 0.00            TO ACCT-OVERDRAFT-LIMIT.
007190     MOVE ZERO            TO ACCT-DAILY-WD-DATE.
007200     MOVE ZERO            TO ACCT-DAILY-WD-TOTAL.
007210     SET ACCT-CKPT-CLEAR  TO TRUE.
007220     MOVE ZERO            TO ACCT-CKPT-AMOUNT.
007230     MOVE ZERO            TO ACCT-CKPT-FEE.
007240     MOVE ZERO            TO ACCT-CKPT-XFER-ACCT.
007250     MOVE ZERO            TO ACCT-HELD-AMOUNT.
007260     MOVE ZERO            TO ACCT-HOLD-RELEASE-DATE.
007270     MOVE ZERO            TO ACCT-CUST-ID.
007280     WRITE ACCOUNT-RECORD.
007290     MOVE ACCT-BALANCE    TO ATM-LOG-AMOUNT.
007300     MOVE "ACCT-OPEN"     TO ATM-LOG-TYPE.
007310     PERFORM 8500-WRITE-LOG THRU 8500-EXIT.
007320
007330     CLOSE TRANSACTION-LOG.
007340     CLOSE ACCOUNT-MASTER.
007350 1050-EXIT.
007360     EXIT.
007370
007380******************************************************************
007390*    1100-IDENTIFY-TERMINAL
007400*    THE MACHINE'S OWN ID COMES FROM ITS ATMTERM CONTROL FILE
007410*    AND MUST BE ON THE TERMINAL MASTER AND IN SERVICE - AN
007420*    UNIDENTIFIED OR UNREGISTERED MACHINE WOULD LOG CASH NOBODY
007430*    COULD BALANCE, SO IT REFUSES TO OPEN A SESSION AT ALL.
007440*    THE TERMINAL MASTER STAYS OPEN FOR THE SESSION SO EVERY
007450*    WITHDRAWAL AND DEPOSIT CAN UPDATE THE CASSETTE COUNTERS.
007460******************************************************************
007470 1100-IDENTIFY-TERMINAL.
007480     OPEN INPUT TERMINAL-ID-FILE.
007490     IF ATM-TID-FS NOT = "00"
007500     DISPLAY "TERMINAL ID NOT CONFIGURED. MACHINE OUT OF SERVICE."
007510     MOVE 'N' TO ATM-CONTINUE-SW
007520     GO TO 1100-EXIT
007530     END-IF.
007540     READ TERMINAL-ID-FILE
007550     AT END
007560     MOVE SPACES TO TID-TERMINAL-ID
007570     END-READ.
007580     MOVE TID-TERMINAL-ID TO ATM-TERMINAL-ID.
007590     CLOSE TERMINAL-ID-FILE.
007600     IF ATM-TERMINAL-ID = SPACES
007610     DISPLAY "TERMINAL ID NOT CONFIGURED. MACHINE OUT OF SERVICE."
007620     MOVE 'N' TO ATM-CONTINUE-SW
007630     GO TO 1100-EXIT
007640     END-IF.
007650
007660     OPEN I-O TERMINAL-MASTER.
007670     IF ATM-TERM-FS NOT = "00"
007680     DISPLAY "UNABLE TO OPEN TERMINAL MASTER FILE. STATUS="
007690     ATM-TERM-FS
007700     MOVE 'N' TO ATM-CONTINUE-SW
007710     GO TO 1100-EXIT
007720     END-IF.
007730     MOVE ATM-TERMINAL-ID TO TERM-ID.
007740     READ TERMINAL-MASTER
007750     INVALID KEY
007760     DISPLAY "TERMINAL " ATM-TERMINAL-ID " NOT REGISTERED."
007770     " MACHINE OUT OF SERVICE."
007780     MOVE 'N' TO ATM-CONTINUE-SW
007790     GO TO 1100-EXIT
007800     END-READ.
007810     IF NOT TERM-IN-SERVICE
007820     DISPLAY "TERMINAL " ATM-TERMINAL-ID " IS OUT OF SERVICE."
007830     MOVE 'N' TO ATM-CONTINUE-SW
007840     END-IF.
007850 1100-EXIT.
007860     EXIT.
007870
007880******************************************************************
007890*    2000-LOGIN
007900*    PROMPTS FOR ACCOUNT NUMBER AND PIN AND ALLOWS UP TO 3 TRIES
007910*    BEFORE DENYING ACCESS AND LOCKING THE ACCOUNT.
007920******************************************************************
007930 2000-LOGIN.
007940     MOVE 0 TO ATM-PIN-TRIES.
007950     PERFORM 2100-PROMPT-CREDENTIALS THRU 2100-EXIT
007960     UNTIL ATM-LOGIN-OK OR ATM-LOGIN-DENIED.
007970 2000-EXIT.
007980     EXIT.
007990
008000******************************************************************
008010*    2100-PROMPT-CREDENTIALS
008020*    ONE LOGIN ATTEMPT - LOOKS UP THE ACCOUNT, CHECKS FOR A
008030*    LOCKOUT, THEN COMPARES THE ENTERED PIN.
008040******************************************************************
008050 2100-PROMPT-CREDENTIALS.
008060     SET ATM-ACCT-NOT-FOUND TO TRUE.
008070
008080     DISPLAY "ENTER YOUR ACCOUNT NUMBER: ".
008090     ACCEPT ACCT-NUMBER.
008100     DISPLAY "ENTER YOUR 4-DIGIT PIN: ".
008110     ACCEPT ATM-ENTERED-PIN.
008120
008130     READ ACCOUNT-MASTER
008140     INVALID KEY
008150     DISPLAY "ACCOUNT NOT FOUND."
008160     ADD 1 TO ATM-PIN-TRIES
008170     MOVE "LOGIN-FAIL" TO ATM-SEC-EVENT
008180     MOVE "NOT-ON-FILE" TO ATM-SEC-REASON
008190     PERFORM 8600-WRITE-SECLOG THRU 8600-EXIT
008200     NOT INVALID KEY
008210     SET ATM-ACCT-FOUND TO TRUE
008220     END-READ.
008230
008240     IF ATM-ACCT-FOUND
008250     IF ACCT-CLOSED
008260     DISPLAY "ACCOUNT IS CLOSED. SEE A TELLER."
008270     MOVE "LOGIN-FAIL" TO ATM-SEC-EVENT
008280     MOVE "ACCT-CLOSED" TO ATM-SEC-REASON
008290     PERFORM 8600-WRITE-SECLOG THRU 8600-EXIT
008300     SET ATM-LOGIN-DENIED TO TRUE
008310     MOVE 'N' TO ATM-CONTINUE-SW
008320     GO TO 2100-EXIT
008330     END-IF
008340     IF ACCT-CHARGED-OFF
008350     DISPLAY "ACCOUNT IS CHARGED OFF. SEE A TELLER."
008360     MOVE "LOGIN-FAIL" TO ATM-SEC-EVENT
008370     MOVE "CHARGED-OFF" TO ATM-SEC-REASON
008380     PERFORM 8600-WRITE-SECLOG THRU 8600-EXIT
008390     SET ATM-LOGIN-DENIED TO TRUE
008400     MOVE 'N' TO ATM-CONTINUE-SW
008410     GO TO 2100-EXIT
008420     END-IF
008430     IF ACCT-LOCKED
008440     DISPLAY "ACCOUNT IS LOCKED. SEE A TELLER."
008450     MOVE "LOGIN-FAIL" TO ATM-SEC-EVENT
008460     MOVE "ACCT-LOCKED" TO ATM-SEC-REASON
008470     PERFORM 8600-WRITE-SECLOG THRU 8600-EXIT
008480     SET ATM-LOGIN-DENIED TO TRUE
008490     MOVE 'N' TO ATM-CONTINUE-SW
008500     GO TO 2100-EXIT
008510     END-IF
008520     IF ATM-ENTERED-PIN = ACCT-PIN
008530     SET ATM-LOGIN-OK TO TRUE
008540     MOVE 0 TO ACCT-PIN-TRIES
008550     REWRITE ACCOUNT-RECORD
008560     DISPLAY "LOGIN SUCCESSFUL."
008570     IF ACCT-REVIEW
008580     DISPLAY "ACCOUNT IS UNDER FRAUD REVIEW - CASH-OUT IS"
008590     " BLOCKED. DEPOSITS STILL POST."
008600     END-IF
008610     MOVE "LOGIN-OK" TO ATM-SEC-EVENT
008620     MOVE SPACES TO ATM-SEC-REASON
008630     PERFORM 8600-WRITE-SECLOG THRU 8600-EXIT
008640     GO TO 2100-EXIT
008650     ELSE
008660     DISPLAY "INVALID PIN."
008670     ADD 1 TO ACCT-PIN-TRIES
008680     MOVE "LOGIN-FAIL" TO ATM-SEC-EVENT
008690     MOVE "BAD-PIN" TO ATM-SEC-REASON
008700     PERFORM 8600-WRITE-SECLOG THRU 8600-EXIT
008710     END-IF
008720     END-IF.
008730
008740     PERFORM 2200-LOGIN-FAILED THRU 2200-EXIT.
008750 2100-EXIT.
008760     EXIT.
008770
008780******************************************************************
008790*    2200-LOGIN-FAILED
008800*    THE LOCKOUT COUNT IS KEPT ON THE ACCOUNT ITSELF
008810*    (ACCT-PIN-TRIES) SO IT FOLLOWS THE ACCOUNT THAT WAS ACTUALLY
008820*    MISTYPED, NOT WHATEVER ACCOUNT NUMBER HAPPENED TO BE TYPED
008830*    ON THE LAST ATTEMPT. A RUN OF BAD ACCOUNT NUMBERS (NO
008840*    ACCOUNT FOUND AT ALL) IS CAPPED BY THE SESSION-WIDE
008850*    ATM-PIN-TRIES INSTEAD, SINCE THERE IS NO ACCOUNT RECORD TO
008860*    CHARGE THE ATTEMPT AGAINST.
008870******************************************************************
008880 2200-LOGIN-FAILED.
008890     IF ATM-ACCT-FOUND
008900     REWRITE ACCOUNT-RECORD
008910     IF ACCT-PIN-TRIES >= 3
008920     DISPLAY "TOO MANY INVALID ATTEMPTS. ACCESS DENIED."
008930     SET ATM-LOGIN-DENIED TO TRUE
008940     MOVE 'N' TO ATM-CONTINUE-SW
008950     MOVE ACCOUNT-RECORD TO ATM-BEFORE-IMAGE
008960     SET ACCT-LOCKED TO TRUE
008970     REWRITE ACCOUNT-RECORD
008980     MOVE "LOCKOUT" TO ATM-JRN-ACTION
008990     PERFORM 8650-JOURNAL-ACCOUNT THRU 8650-EXIT
009000     DISPLAY "ACCOUNT LOCKED. SEE A TELLER TO UNLOCK IT."
009010     MOVE "LOCKOUT" TO ATM-SEC-EVENT
009020     MOVE "PIN-TRIES" TO ATM-SEC-REASON
009030     PERFORM 8600-WRITE-SECLOG THRU 8600-EXIT
009040     ELSE
009050     DISPLAY "PLEASE TRY AGAIN."
009060     END-IF
009070     ELSE
009080     IF ATM-PIN-TRIES >= 3
009090     DISPLAY "TOO MANY INVALID ATTEMPTS. ACCESS DENIED."
009100     SET ATM-LOGIN-DENIED TO TRUE
009110     MOVE 'N' TO ATM-CONTINUE-SW
009120     ELSE
009130     DISPLAY "PLEASE TRY AGAIN."
009140     END-IF
009150     END-IF.
009160 2200-EXIT.
009170     EXIT.
009180
009190******************************************************************
009200*    2500-RESOLVE-CHECKPOINT
009210*    RUNS RIGHT AFTER LOGIN, BEFORE MAIN-MENU ACCEPTS ANY NEW
009220*    TRANSACTIONS. IF THE ACCOUNT WAS LEFT WITH A PENDING
009230*    CHECKPOINT (THE JOB DIED SOMEWHERE BETWEEN THE DEBIT AND
009240*    THE FOLLOW-UP REWRITE) THE STORED BALANCE IS STILL THE
009250*    PRE-DEBIT BALANCE, SO THE DEBIT (PRINCIPAL AND ANY OVERDRAFT
009260*    FEE) IS APPLIED EXACTLY ONCE AND THE MARKER IS CLEARED. THE
009270*    RECOVERED PRINCIPAL IS ADDED BACK TO THE DAILY WITHDRAWAL
009280*    WATERMARK ONLY IF THE CHECKPOINT WAS SET TODAY - A WITHDRAWAL
009290*    INTERRUPTED ON AN EARLIER DAY HAS NO BEARING ON TODAY'S LIMIT
009300*    2600-FIND-LAST-LOG-ENTRIES LOOKS ONLY AT LOG ENTRIES WRITTEN
009310*    AT OR AFTER THE CHECKPOINT'S OWN ACCT-CKPT-DATE/TIME, SO IT
009320*    CAN TELL WHETHER THE ORIGINAL RUN (OR A PRIOR, INTERRUPTED
009330*    RECOVERY OF IT) ALREADY GOT AS FAR AS WRITING THE WITHDRAWAL/
009340*    OD-FEE (OR RECOVERY/RCVR-FEE) LOG ENTRIES BEFORE IT DIED,
009350*    RATHER THAN MATCHING AGAINST UNRELATED EARLIER HISTORY FOR
009360*    THE SAME ACCOUNT - SO WE DO NOT LOG THEM A SECOND TIME (WHICH
009370*    WOULD DOUBLE COUNT THE WITHDRAWAL ON THE END-OF-DAY
009380*    RECONCILIATION) OR FAIL TO LOG A DIFFERENT ONE THAT MERELY
009390*    HAPPENS TO MATCH AN OLDER ENTRY'S TYPE AND AMOUNT.
009400*    A CHECKPOINT WITH A TRANSFER TARGET IS A TRANSFER (2550); ONE
009410*    WHOSE MOMENT KEYS A BILLPAY REGISTER RECORD IS A BILL PAYMENT
009420*    (2580); ANYTHING ELSE IS A CASH WITHDRAWAL.
009430*    WITHOUT THE BILLPAY REGISTER THE TWO CANNOT BE TOLD APART,
009440*    SO THE CHECKPOINT IS LEFT IN PLACE AND THE SESSION ENDS -
009450*    RESOLVING A BILL PAYMENT AS CASH WOULD LOG THE WRONG ENTRY
009460*    AND LEAVE ITS REGISTER RECORD UNSENT.
009470******************************************************************
009480 2500-RESOLVE-CHECKPOINT.
009490     IF ACCT-CKPT-PENDING
009500     IF ACCT-CKPT-XFER-ACCT > ZERO
009510     PERFORM 2550-RESOLVE-XFER-CHECKPOINT THRU 2550-EXIT
009520     GO TO 2500-EXIT
009530     END-IF
009540     IF NOT ATM-BP-OPEN
009550     DISPLAY "SERVICE UNAVAILABLE. PLEASE TRY AGAIN LATER."
009560     MOVE 'N' TO ATM-CONTINUE-SW
009570     GO TO 2500-EXIT
009580     END-IF
009590     PERFORM 2570-FIND-BILL-PAYMENT THRU 2570-EXIT
009600     IF ATM-BP-FOUND
009610     PERFORM 2580-RESOLVE-BILLPAY-CHECKPOINT THRU 2580-EXIT
009620     GO TO 2500-EXIT
009630     END-IF
009640     DISPLAY "PRIOR SESSION ENDED MID-WITHDRAWAL. RESOLVING."
009650     PERFORM 2600-FIND-LAST-LOG-ENTRIES THRU 2600-EXIT
009660
009670     SUBTRACT ACCT-CKPT-AMOUNT FROM ACCT-BALANCE
009680     PERFORM 6100-RESET-DAILY-TOTAL THRU 6100-EXIT
009690     IF ACCT-CKPT-DATE = ACCT-DAILY-WD-DATE
009700     ADD ACCT-CKPT-AMOUNT TO ACCT-DAILY-WD-TOTAL
009710     END-IF
009720     IF NOT ((ATM-LAST-TYPE-A = "WITHDRAWAL" OR
009730         ATM-LAST-TYPE-A = "RECOVERY")
009740         AND ATM-LAST-AMT-A = ACCT-CKPT-AMOUNT)
009750     AND NOT ((ATM-LAST-TYPE-B = "WITHDRAWAL" OR
009760         ATM-LAST-TYPE-B = "RECOVERY")
009770         AND ATM-LAST-AMT-B = ACCT-CKPT-AMOUNT)
009780     MOVE ACCT-CKPT-AMOUNT TO ATM-LOG-AMOUNT
009790     MOVE "RECOVERY" TO ATM-LOG-TYPE
009800     PERFORM 8500-WRITE-LOG THRU 8500-EXIT
009810     END-IF
009820
009830     IF ACCT-CKPT-FEE > ZERO
009840     SUBTRACT ACCT-CKPT-FEE FROM ACCT-BALANCE
009850     IF NOT ((ATM-LAST-TYPE-A = "OD-FEE" OR
009860         ATM-LAST-TYPE-A = "RCVR-FEE")
009870         AND ATM-LAST-AMT-A = ACCT-CKPT-FEE)
009880     AND NOT ((ATM-LAST-TYPE-B = "OD-FEE" OR
009890         ATM-LAST-TYPE-B = "RCVR-FEE")
009900         AND ATM-LAST-AMT-B = ACCT-CKPT-FEE)
009910     MOVE ACCT-CKPT-FEE TO ATM-LOG-AMOUNT
009920     MOVE "RCVR-FEE" TO ATM-LOG-TYPE
009930     PERFORM 8500-WRITE-LOG THRU 8500-EXIT
009940     END-IF
009950     END-IF
009960
009970     SET ACCT-CKPT-CLEAR TO TRUE
009980     MOVE ZERO TO ACCT-CKPT-AMOUNT
009990     MOVE ZERO TO ACCT-CKPT-FEE
010000     MOVE ZERO TO ACCT-CKPT-DATE
010010     MOVE ZERO TO ACCT-CKPT-TIME
010020     REWRITE ACCOUNT-RECORD
010030     DISPLAY "RECOVERY COMPLETE. BALANCE ADJUSTED."
010040     END-IF.
010050 2500-EXIT.
010060     EXIT.
010070
010080******************************************************************
010090*    2550-RESOLVE-XFER-CHECKPOINT
010100*    RECOVERY FOR A TRANSFER INTERRUPTED BETWEEN THE DEBIT AND
010110*    THE CREDIT. THE STORED SOURCE BALANCE IS STILL PRE-DEBIT, SO
010120*    THE DEBIT IS REAPPLIED EXACTLY ONCE. EACH LEG'S LOG ENTRY IS
010130*    ONLY WRITTEN IF 2600 DID NOT FIND IT ALREADY POSTED AT OR
010140*    AFTER THE CHECKPOINT MOMENT, AND THE TARGET IS ONLY CREDITED
010150*    WHEN ITS TRANSFER-IN IS MISSING - A LOGGED TRANSFER-IN MEANS
010160*    THE ORIGINAL RUN GOT AS FAR AS THE CREDIT LEG, WHOSE REWRITE
010170*    IMMEDIATELY FOLLOWS THE LOG WRITE. TRANSFERS DO NOT TOUCH
010180*    THE DAILY CASH WITHDRAWAL WATERMARK.
010190******************************************************************
010200 2550-RESOLVE-XFER-CHECKPOINT.
010210     DISPLAY "PRIOR SESSION ENDED MID-TRANSFER. RESOLVING.".
010220     PERFORM 2600-FIND-LAST-LOG-ENTRIES THRU 2600-EXIT.
010230     MOVE ACCT-CKPT-AMOUNT TO ATM-XFER-AMOUNT.
010240     MOVE ACCT-CKPT-XFER-ACCT TO ATM-XFER-TARGET.
010250
010260     SUBTRACT ACCT-CKPT-AMOUNT FROM ACCT-BALANCE.
010270     IF NOT ATM-XFER-OUT-LOGGED
010280     MOVE ATM-XFER-AMOUNT TO ATM-LOG-AMOUNT
010290     MOVE "TRANSFER-OUT" TO ATM-LOG-TYPE
010300     PERFORM 8500-WRITE-LOG THRU 8500-EXIT
010310     END-IF.
010320
010330     IF NOT ATM-XFER-IN-LOGGED
010340     MOVE ACCOUNT-RECORD TO ATM-SAVED-SOURCE
010350     MOVE ATM-XFER-TARGET TO ACCT-NUMBER
010360     READ ACCOUNT-MASTER
010370     INVALID KEY
010380     DISPLAY "TRANSFER TARGET NOT ON FILE. SEE A TELLER."
010390     NOT INVALID KEY
010400     ADD ATM-XFER-AMOUNT TO ACCT-BALANCE
010410     MOVE ATM-XFER-AMOUNT TO ATM-LOG-AMOUNT
010420     MOVE "TRANSFER-IN" TO ATM-LOG-TYPE
010430     PERFORM 8500-WRITE-LOG THRU 8500-EXIT
010440     REWRITE ACCOUNT-RECORD
010450     END-READ
010460     MOVE ATM-SAVED-SOURCE TO ACCOUNT-RECORD
010470     END-IF.
010480
010490     SET ACCT-CKPT-CLEAR TO TRUE.
010500     MOVE ZERO TO ACCT-CKPT-AMOUNT.
010510     MOVE ZERO TO ACCT-CKPT-FEE.
010520     MOVE ZERO TO ACCT-CKPT-DATE.
010530     MOVE ZERO TO ACCT-CKPT-TIME.
010540     MOVE ZERO TO ACCT-CKPT-XFER-ACCT.
010550     REWRITE ACCOUNT-RECORD.
010560     DISPLAY "RECOVERY COMPLETE. BALANCE ADJUSTED.".
010570 2550-EXIT.
010580     EXIT.
010590
010600******************************************************************
010610*    2570-FIND-BILL-PAYMENT
010620*    LOOKS FOR A BILLPAY REGISTER RECORD KEYED BY THE ACCOUNT AND
010630*    THE PENDING CHECKPOINT'S OWN DATE AND TIME - 6550 REGISTERS
010640*    THE PAYMENT UNDER THAT MOMENT BEFORE IT SETS THE CHECKPOINT.
010650******************************************************************
010660 2570-FIND-BILL-PAYMENT.
010670     MOVE 'N' TO ATM-BP-FOUND-SW.
010680     IF NOT ATM-BP-OPEN
010690     GO TO 2570-EXIT
010700     END-IF.
010710     MOVE ACCT-NUMBER    TO BP-ACCOUNT.
010720     MOVE ACCT-CKPT-DATE TO BP-DATE.
010730     MOVE ACCT-CKPT-TIME TO BP-TIME.
010740     READ BILL-PAYMENT-REGISTER
010750     INVALID KEY
010760     GO TO 2570-EXIT
010770     END-READ.
010780     IF NOT BP-CANCELLED
010790     SET ATM-BP-FOUND TO TRUE
010800     END-IF.
010810 2570-EXIT.
010820     EXIT.
010830
010840******************************************************************
010850*    2580-RESOLVE-BILLPAY-CHECKPOINT
010860*    RECOVERY FOR A BILL PAYMENT INTERRUPTED BETWEEN SETTING THE
010870*    CHECKPOINT AND CLEARING IT. THE STORED BALANCE IS STILL
010880*    PRE-DEBIT, SO THE DEBIT IS REAPPLIED EXACTLY ONCE; THE
010890*    EXT-PAYMENT ENTRY IS ONLY LOGGED IF 2600 DID NOT FIND IT AT
010900*    OR AFTER THE CHECKPOINT MOMENT. THE REGISTER RECORD IS THEN
010910*    MARKED PENDING SO THE NIGHTLY PAYEXPRT RUN SENDS IT - UNTIL
010920*    THIS RUNS, PAYEXPRT HOLDS BACK ANY PAYMENT WHOSE ACCOUNT
010930*    STILL CARRIES ITS CHECKPOINT.
010940******************************************************************
010950 2580-RESOLVE-BILLPAY-CHECKPOINT.
010960     DISPLAY "PRIOR SESSION ENDED MID-BILL-PAYMENT. RESOLVING.".
010970     PERFORM 2600-FIND-LAST-LOG-ENTRIES THRU 2600-EXIT.
010980
010990     SUBTRACT ACCT-CKPT-AMOUNT FROM ACCT-BALANCE.
011000     IF NOT (ATM-LAST-TYPE-A = "EXT-PAYMENT"
011010         AND ATM-LAST-AMT-A = ACCT-CKPT-AMOUNT)
011020     AND NOT (ATM-LAST-TYPE-B = "EXT-PAYMENT"
011030         AND ATM-LAST-AMT-B = ACCT-CKPT-AMOUNT)
011040     MOVE ACCT-CKPT-AMOUNT TO ATM-LOG-AMOUNT
011050     MOVE "EXT-PAYMENT" TO ATM-LOG-TYPE
011060     PERFORM 8500-WRITE-LOG THRU 8500-EXIT
011070     END-IF.
011080
011090     IF BP-IN-FLIGHT
011100     SET BP-PENDING TO TRUE
011110     REWRITE BILL-PAYMENT-RECORD
011120     END-IF.
011130
011140     SET ACCT-CKPT-CLEAR TO TRUE.
011150     MOVE ZERO TO ACCT-CKPT-AMOUNT.
011160     MOVE ZERO TO ACCT-CKPT-FEE.
011170     MOVE ZERO TO ACCT-CKPT-DATE.
011180     MOVE ZERO TO ACCT-CKPT-TIME.
011190     REWRITE ACCOUNT-RECORD.
011200     DISPLAY "RECOVERY COMPLETE. BILL PAYMENT TO " BP-PAYEE-NAME.
011210     DISPLAY "WILL BE SENT. BALANCE ADJUSTED.".
011220 2580-EXIT.
011230     EXIT.
011240
011250******************************************************************
011260*    2600-FIND-LAST-LOG-ENTRIES
011270*    SCANS TRANSACTION-LOG FOR THE LOGGED-IN ACCOUNT AND KEEPS THE
011280*    LAST TWO ENTRIES (TYPE AND AMOUNT) LOGGED AT OR AFTER THE
011290*    CHECKPOINT'S OWN ACCT-CKPT-DATE/TIME, SO THE RECOVERY
011300*    PARAGRAPH CAN TELL WHETHER THE WITHDRAWAL AND/OR OVERDRAFT
011310*    FEE THAT WAS CHECKPOINTED WERE ALREADY POSTED TO THE LOG
011320*    BEFORE THE PRIOR RUN DIED, WITHOUT MATCHING AGAINST AN
011330*    EARLIER, UNRELATED ENTRY FOR THE SAME ACCOUNT THAT HAPPENS
011340*    TO SHARE THE SAME TYPE AND AMOUNT. FOR A CHECKPOINTED
011350*    TRANSFER IT ALSO SETS THE XFER-OUT/XFER-IN LOGGED SWITCHES
011360*    WHEN THE MATCHING TRANSFER LEGS ARE FOUND AT OR AFTER THE
011370*    CHECKPOINT MOMENT, ON THE SOURCE AND TARGET RESPECTIVELY.
011380*    EVERY CUTOVER ARCHIVE DATED ON OR AFTER THE CHECKPOINT IS
011390*    SCANNED AHEAD OF THE LIVE LOG (SEE 2650), SO A CHECKPOINT
011400*    SET BEFORE ANY NUMBER OF CUTOVERS STILL FINDS ITS ENTRIES.
011410******************************************************************
011420 2600-FIND-LAST-LOG-ENTRIES.
011430     MOVE SPACES TO ATM-LAST-TYPE-A.
011440     MOVE SPACES TO ATM-LAST-TYPE-B.
011450     MOVE ZERO TO ATM-LAST-AMT-A.
011460     MOVE ZERO TO ATM-LAST-AMT-B.
011470     MOVE 'N' TO ATM-XFER-OUT-LOGGED-SW.
011480     MOVE 'N' TO ATM-XFER-IN-LOGGED-SW.
011490
011500     PERFORM 2650-SCAN-CKPT-ARCHIVES THRU 2650-EXIT.
011510
011520     CLOSE TRANSACTION-LOG.
011530     MOVE 'N' TO ATM-TXN-EOF-SW.
011540
011550     OPEN INPUT TRANSACTION-LOG.
011560     IF ATM-TXN-FS = "00"
011570     PERFORM 7100-READ-LOG-ENTRY THRU 7100-EXIT
011580     PERFORM UNTIL ATM-TXN-EOF
011590     PERFORM 2700-CHECK-LOG-ENTRY THRU 2700-EXIT
011600     PERFORM 7100-READ-LOG-ENTRY THRU 7100-EXIT
011610     END-PERFORM
011620     CLOSE TRANSACTION-LOG
011630     END-IF.
011640
011650     OPEN EXTEND TRANSACTION-LOG.
011660 2600-EXIT.
011670     EXIT.
011680
011690******************************************************************
011700*    2650-SCAN-CKPT-ARCHIVES
011710*    WALKS THE TXNARCIX INDEX AND SCANS EVERY ARCHIVE FILE DATED
011720*    ON OR AFTER THE PENDING CHECKPOINT'S OWN DATE - NOT JUST
011730*    THE NEWEST ONE - SO A CHECKPOINT LEFT PENDING ACROSS TWO OR
011740*    MORE NIGHTLY CUTOVERS STILL FINDS EVERY ENTRY THE ORIGINAL
011750*    RUN MANAGED TO LOG BEFORE IT DIED.
011760******************************************************************
011770 2650-SCAN-CKPT-ARCHIVES.
011780     MOVE 'N' TO ATM-ARCIX-EOF-SW.
011790     OPEN INPUT ARCHIVE-INDEX.
011800     IF ATM-ARCIX-FS NOT = "00"
011810     GO TO 2650-EXIT
011820     END-IF.
011830     PERFORM 7060-READ-INDEX-ENTRY THRU 7060-EXIT.
011840     PERFORM UNTIL ATM-ARCIX-EOF
011850     IF ARCIX-DATE NOT < ACCT-CKPT-DATE
011860     MOVE ARCIX-FILE-NAME TO ATM-ARCHIVE-NAME
011870     PERFORM 2660-SCAN-ONE-ARCHIVE THRU 2660-EXIT
011880     END-IF
011890     PERFORM 7060-READ-INDEX-ENTRY THRU 7060-EXIT
011900     END-PERFORM.
011910     CLOSE ARCHIVE-INDEX.
011920 2650-EXIT.
011930     EXIT.
011940
011950 2660-SCAN-ONE-ARCHIVE.
011960     MOVE 'N' TO ATM-ARCH-EOF-SW.
011970     OPEN INPUT ARCHIVE-FILE.
011980     IF ATM-ARCH-FS = "00"
011990     PERFORM 7150-READ-ARCHIVE-ENTRY THRU 7150-EXIT
012000     PERFORM UNTIL ATM-ARCH-EOF
012010     PERFORM 2700-CHECK-LOG-ENTRY THRU 2700-EXIT
012020     PERFORM 7150-READ-ARCHIVE-ENTRY THRU 7150-EXIT
012030     END-PERFORM
012040     CLOSE ARCHIVE-FILE
012050     END-IF.
012060 2660-EXIT.
012070     EXIT.
012080
012090******************************************************************
012100*    2700-CHECK-LOG-ENTRY
012110*    EXAMINES ONE LOG OR ARCHIVE ENTRY (ALREADY MOVED INTO
012120*    TRANSACTION-RECORD) AGAINST THE PENDING CHECKPOINT - KEEPS
012130*    THE LAST TWO SOURCE-ACCOUNT ENTRIES AT OR AFTER THE
012140*    CHECKPOINT MOMENT AND FLAGS ANY MATCHING TRANSFER LEGS.
012150******************************************************************
012160 2700-CHECK-LOG-ENTRY.
012170     IF TXN-ACCOUNT = ACCT-NUMBER
012180     AND (TXN-DATE > ACCT-CKPT-DATE
012190     OR (TXN-DATE = ACCT-CKPT-DATE
012200         AND TXN-TIME NOT < ACCT-CKPT-TIME))
012210     MOVE ATM-LAST-TYPE-B TO ATM-LAST-TYPE-A
012220     MOVE ATM-LAST-AMT-B TO ATM-LAST-AMT-A
012230     MOVE TXN-TYPE TO ATM-LAST-TYPE-B
012240     MOVE TXN-AMOUNT TO ATM-LAST-AMT-B
012250     END-IF.
012260     IF TXN-DATE > ACCT-CKPT-DATE
012270     OR (TXN-DATE = ACCT-CKPT-DATE
012280         AND TXN-TIME NOT < ACCT-CKPT-TIME)
012290     IF TXN-ACCOUNT = ACCT-NUMBER
012300     AND TXN-TYPE = "TRANSFER-OUT"
012310     AND TXN-AMOUNT = ACCT-CKPT-AMOUNT
012320     SET ATM-XFER-OUT-LOGGED TO TRUE
012330     END-IF
012340     IF TXN-ACCOUNT = ACCT-CKPT-XFER-ACCT
012350     AND TXN-TYPE = "TRANSFER-IN"
012360     AND TXN-AMOUNT = ACCT-CKPT-AMOUNT
012370     SET ATM-XFER-IN-LOGGED TO TRUE
012380     END-IF
012390     END-IF.
012400 2700-EXIT.
012410     EXIT.
012420
012430******************************************************************
012440*    3000-MAIN-MENU
012450*    ONE PASS THROUGH THE MENU - MAINLINE PERFORMS THIS UNTIL
012460*    THE CUSTOMER EXITS.
012470******************************************************************
012480 3000-MAIN-MENU.
012490     DISPLAY "==============================".
012500     DISPLAY "1. CHECK BALANCE".
012510     DISPLAY "2. DEPOSIT MONEY".
012520     DISPLAY "3. WITHDRAW MONEY".
012530     DISPLAY "4. EXIT".
012540     DISPLAY "5. MINI STATEMENT".
012550     DISPLAY "6. TRANSFER".
012560     DISPLAY "7. PAY BILL".
012570     DISPLAY "ENTER YOUR CHOICE: ".
012580     ACCEPT ATM-CHOICE.
012590
012600     EVALUATE ATM-CHOICE
012610     WHEN 1
012620     PERFORM 4000-CHECK-BALANCE THRU 4000-EXIT
012630     WHEN 2
012640     PERFORM 5000-DEPOSIT THRU 5000-EXIT
012650     WHEN 3
012660     PERFORM 6000-WITHDRAW THRU 6000-EXIT
012670     WHEN 4
012680     DISPLAY "THANK YOU FOR USING COBOL ATM."
012690     MOVE 'N' TO ATM-CONTINUE-SW
012700     WHEN 5
012710     PERFORM 7000-MINI-STATEMENT THRU 7000-EXIT
012720     WHEN 6
012730     PERFORM 6400-TRANSFER THRU 6400-EXIT
012740     WHEN 7
012750     PERFORM 6450-PAY-BILL THRU 6450-EXIT
012760     WHEN OTHER
012770     DISPLAY "INVALID CHOICE. TRY AGAIN."
012780     END-EVALUATE.
012790
012800     IF ATM-CONTINUE-SW = 'Y'
012810     DISPLAY "DO YOU WANT TO CONTINUE? (Y/N): "
012820     ACCEPT ATM-CONTINUE-SW
012830     END-IF.
012840 3000-EXIT.
012850     EXIT.
012860
012870******************************************************************
012880*    4000-CHECK-BALANCE
012890******************************************************************
012900 4000-CHECK-BALANCE.
012910     DISPLAY "CURRENT BALANCE: $" ACCT-BALANCE.
012920     PERFORM 6050-COMPUTE-AVAILABLE THRU 6050-EXIT.
012930     DISPLAY "AVAILABLE BALANCE: $" ATM-AVAILABLE-BAL.
012940     IF ACCT-HELD-AMOUNT > ZERO
012950     AND ACCT-HOLD-RELEASE-DATE > ATM-CURRENT-DATE
012960     DISPLAY "FUNDS ON HOLD: $" ACCT-HELD-AMOUNT
012970     " UNTIL " ACCT-HOLD-RELEASE-DATE
012980     END-IF.
012990 4000-EXIT.
013000     EXIT.
013010
013020******************************************************************
013030*    5000-DEPOSIT
013040*    A DEPOSIT OVER THE HOLD THRESHOLD STILL CREDITS THE LEDGER
013050*    BALANCE, BUT THE AMOUNT SITS IN ACCT-HELD-AMOUNT UNTIL ITS
013060*    RELEASE DATE, SO IT CANNOT BE WALKED BACK OUT OF 6000
013070*    BEFORE THE ENVELOPE IS VERIFIED. A SECOND HELD DEPOSIT
013080*    STACKS ONTO THE FIRST AND THE LATER RELEASE DATE WINS.
013090*    A HELD DEPOSIT ALSO LOGS A HOLD-SET MARKER FOR THE AMOUNT
013100*    HELD, WHICH THE NIGHTLY NOTICE RUN PICKS UP. LIKE HOLD-RLSE
013110*    IT HAS NO BALANCE EFFECT.
013120******************************************************************
013130 5000-DEPOSIT.
013140     DISPLAY "ENTER AMOUNT TO DEPOSIT: ".
013150     ACCEPT ATM-AMOUNT-INPUT.
013160
013170     PERFORM 5100-RELEASE-RIPE-HOLD THRU 5100-EXIT.
013180
013190     ADD ATM-AMOUNT-INPUT TO ACCT-BALANCE.
013200
013210     IF ATM-AMOUNT-INPUT > ATM-HOLD-THRESHOLD
013220     PERFORM 8700-COMPUTE-RELEASE-DATE THRU 8700-EXIT
013230     ADD ATM-AMOUNT-INPUT TO ACCT-HELD-AMOUNT
013240     IF ATM-RELEASE-DATE > ACCT-HOLD-RELEASE-DATE
013250     MOVE ATM-RELEASE-DATE TO ACCT-HOLD-RELEASE-DATE
013260     END-IF
013270     DISPLAY "FUNDS AVAILABLE ON " ACCT-HOLD-RELEASE-DATE "."
013280     END-IF
013290     MOVE ATM-AMOUNT-INPUT TO ATM-LOG-AMOUNT.
013300     MOVE "DEPOSIT" TO ATM-LOG-TYPE.
013310     PERFORM 8500-WRITE-LOG THRU 8500-EXIT.
013320     IF ATM-AMOUNT-INPUT > ATM-HOLD-THRESHOLD
013330     MOVE ATM-AMOUNT-INPUT TO ATM-LOG-AMOUNT
013340     MOVE "HOLD-SET" TO ATM-LOG-TYPE
013350     PERFORM 8500-WRITE-LOG THRU 8500-EXIT
013360     END-IF.
013370     MOVE ZERO TO ATM-TERM-CASH-OUT.
013380     MOVE ATM-AMOUNT-INPUT TO ATM-TERM-CASH-IN.
013390     PERFORM 6950-RECORD-TERMINAL-CASH THRU 6950-EXIT.
013400     REWRITE ACCOUNT-RECORD.
013410     DISPLAY "DEPOSIT SUCCESSFUL. NEW BALANCE: $" ACCT-BALANCE.
013420 5000-EXIT.
013430     EXIT.
013440
013450******************************************************************
013460*    5100-RELEASE-RIPE-HOLD
013470*    A HOLD WHOSE RELEASE DATE HAS ARRIVED IS ALREADY SPENDABLE
013480*    (SEE 6050), SO IT MUST NOT BE RE-CAPTURED WHEN A NEW HELD
013490*    DEPOSIT STACKS ON. RELEASE IT HERE EXACTLY AS THE NIGHTLY
013500*    HOLDRLSE SWEEP WOULD - LOG ENTRY AND ALL - SO ONLY AN
013510*    UNRIPE HOLD EVER CARRIES FORWARD INTO A NEW RELEASE DATE.
013520******************************************************************
013530 5100-RELEASE-RIPE-HOLD.
013540     MOVE ATM-BUSINESS-DATE TO ATM-CURRENT-DATE.
013550     IF ACCT-HELD-AMOUNT > ZERO
013560     AND ACCT-HOLD-RELEASE-DATE NOT > ATM-CURRENT-DATE
013570     MOVE ACCT-HELD-AMOUNT TO ATM-LOG-AMOUNT
013580     MOVE "HOLD-RLSE" TO ATM-LOG-TYPE
013590     PERFORM 8500-WRITE-LOG THRU 8500-EXIT
013600     MOVE ZERO TO ACCT-HELD-AMOUNT
013610     MOVE ZERO TO ACCT-HOLD-RELEASE-DATE
013620     END-IF.
013630 5100-EXIT.
013640     EXIT.
013650
013660******************************************************************
013670*    6000-WITHDRAW
013680*    CHECKS THE DAILY LIMIT, THEN POSTS EITHER A NORMAL OR AN
013690*    OVERDRAFT WITHDRAWAL (SEE 6200/6300) THROUGH THE CHECKPOINT.
013700*    BOTH CHECKS RUN AGAINST THE AVAILABLE (UNHELD) BALANCE, SO
013710*    A DEPOSIT STILL ON HOLD CANNOT BE WALKED BACK OUT.
013720******************************************************************
013730 6000-WITHDRAW.
013740     IF ACCT-REVIEW
013750     DISPLAY "ACCOUNT UNDER FRAUD REVIEW. CASH-OUT BLOCKED."
013760     MOVE "WD-DECLINE" TO ATM-SEC-EVENT
013770     MOVE "UNDER-REVIEW" TO ATM-SEC-REASON
013780     PERFORM 8600-WRITE-SECLOG THRU 8600-EXIT
013790     GO TO 6000-EXIT
013800     END-IF.
013810
013820     IF ACCT-TYPE-TERM
013830     PERFORM 6060-CHECK-TERM-MATURED THRU 6060-EXIT
013840     IF NOT ATM-TD-MATURED
013850     DISPLAY "TERM DEPOSIT NOT YET MATURED. SEE A TELLER."
013860     MOVE "WD-DECLINE" TO ATM-SEC-EVENT
013870     MOVE "TERM-DEPOSIT" TO ATM-SEC-REASON
013880     PERFORM 8600-WRITE-SECLOG THRU 8600-EXIT
013890     GO TO 6000-EXIT
013900     END-IF
013910     END-IF.
013920
013930     DISPLAY "ENTER AMOUNT TO WITHDRAW: ".
013940     ACCEPT ATM-AMOUNT-INPUT.
013950     PERFORM 6100-RESET-DAILY-TOTAL THRU 6100-EXIT.
013960
013970     COMPUTE ATM-PROJECTED-TOTAL =
013980     ACCT-DAILY-WD-TOTAL + ATM-AMOUNT-INPUT.
013990
014000     IF ATM-PROJECTED-TOTAL > ATM-DAILY-LIMIT
014010     DISPLAY "DAILY WITHDRAWAL LIMIT EXCEEDED."
014020     MOVE "WD-DECLINE" TO ATM-SEC-EVENT
014030     MOVE "DAILY-LIMIT" TO ATM-SEC-REASON
014040     PERFORM 8600-WRITE-SECLOG THRU 8600-EXIT
014050     GO TO 6000-EXIT
014060     END-IF.
014070
014080     PERFORM 6900-CHECK-TERMINAL-CASH THRU 6900-EXIT.
014090     IF NOT ATM-TERM-CASH-OK
014100     GO TO 6000-EXIT
014110     END-IF.
014120
014130     PERFORM 6600-CHECK-WD-VELOCITY THRU 6600-EXIT.
014140     IF ACCT-REVIEW
014150     GO TO 6000-EXIT
014160     END-IF.
014170
014180     PERFORM 6050-COMPUTE-AVAILABLE THRU 6050-EXIT.
014190     IF ATM-AMOUNT-INPUT <= ATM-AVAILABLE-BAL
014200     PERFORM 6200-POST-WITHDRAWAL THRU 6200-EXIT
014210     ELSE
014220     COMPUTE ATM-AVAILABLE-OD =
014230     ATM-AVAILABLE-BAL + ACCT-OVERDRAFT-LIMIT
014240     IF ATM-AMOUNT-INPUT <= ATM-AVAILABLE-OD
014250     PERFORM 6300-POST-OVERDRAFT-WITHDRAWAL THRU 6300-EXIT
014260     ELSE
014270     DISPLAY "INSUFFICIENT FUNDS."
014280     MOVE "WD-DECLINE" TO ATM-SEC-EVENT
014290     MOVE "INSUF-FUNDS" TO ATM-SEC-REASON
014300     PERFORM 8600-WRITE-SECLOG THRU 8600-EXIT
014310     END-IF
014320     END-IF.
014330 6000-EXIT.
014340     EXIT.
014350
014360******************************************************************
014370*    6050-COMPUTE-AVAILABLE
014380*    SPENDABLE BALANCE = LEDGER BALANCE LESS ANY HOLD STILL
014390*    INSIDE ITS RELEASE DATE. A HOLD WHOSE DATE HAS ARRIVED
014400*    COUNTS AS AVAILABLE EVEN BEFORE THE NIGHTLY RELEASE JOB
014410*    HAS SWEPT IT OFF THE RECORD.
014420******************************************************************
014430 6050-COMPUTE-AVAILABLE.
014440     MOVE ATM-BUSINESS-DATE TO ATM-CURRENT-DATE.
014450     IF ACCT-HELD-AMOUNT > ZERO
014460     AND ACCT-HOLD-RELEASE-DATE > ATM-CURRENT-DATE
014470     COMPUTE ATM-AVAILABLE-BAL =
014480     ACCT-BALANCE - ACCT-HELD-AMOUNT
014490     ELSE
014500     MOVE ACCT-BALANCE TO ATM-AVAILABLE-BAL
014510     END-IF.
014520 6050-EXIT.
014530     EXIT.
014540
014550******************************************************************
014560*    6060-CHECK-TERM-MATURED
014570*    A TERM DEPOSIT IS SPENDABLE AT THE MACHINE ONLY ON OR AFTER
014580*    ITS MATURITY DATE. A MISSING TDMAST RECORD (OR NO TDMAST AT
014590*    ALL) COUNTS AS NOT MATURED - THE COUNTER SORTS IT OUT.
014600******************************************************************
014610 6060-CHECK-TERM-MATURED.
014620     MOVE 'N' TO ATM-TD-MATURED-SW.
014630     IF NOT ATM-TD-OPEN
014640     GO TO 6060-EXIT
014650     END-IF.
014660     MOVE ACCT-NUMBER TO TD-ACCOUNT.
014670     READ TERM-DEPOSIT-MASTER
014680     INVALID KEY
014690     GO TO 6060-EXIT
014700     END-READ.
014710     IF TD-MATURITY-DATE NOT > ATM-BUSINESS-DATE
014720     SET ATM-TD-MATURED TO TRUE
014730     END-IF.
014740 6060-EXIT.
014750     EXIT.
014760
014770******************************************************************
014780*    6100-RESET-DAILY-TOTAL
014790*    ZEROES THE RUNNING WITHDRAWAL TOTAL THE FIRST TIME AN
014800*    ACCOUNT IS TOUCHED ON A NEW CALENDAR DATE.
014810******************************************************************
014820 6100-RESET-DAILY-TOTAL.
014830     MOVE ATM-BUSINESS-DATE TO ATM-CURRENT-DATE.
014840     IF ACCT-DAILY-WD-DATE NOT = ATM-CURRENT-DATE
014850     MOVE ATM-CURRENT-DATE TO ACCT-DAILY-WD-DATE
014860     MOVE ZERO TO ACCT-DAILY-WD-TOTAL
014870     END-IF.
014880 6100-EXIT.
014890     EXIT.
014900
014910******************************************************************
014920*    6200-POST-WITHDRAWAL
014930*    NORMAL (NON-OVERDRAWN) WITHDRAWAL. THE CHECKPOINT MARKER IS
014940*    WRITTEN WITH THE PRE-DEBIT BALANCE STILL ON FILE, THE DEBIT
014950*    IS APPLIED AND LOGGED, AND ONLY THEN IS THE MARKER CLEARED.
014960******************************************************************
014970 6200-POST-WITHDRAWAL.
014980     MOVE ATM-BUSINESS-DATE TO ATM-CURRENT-DATE.
014990     ACCEPT ATM-CURRENT-TIME FROM TIME.
015000     MOVE ATM-AMOUNT-INPUT TO ACCT-CKPT-AMOUNT.
015010     MOVE ZERO TO ACCT-CKPT-FEE.
015020     MOVE ZERO TO ACCT-CKPT-XFER-ACCT.
015030     MOVE ATM-CURRENT-DATE TO ACCT-CKPT-DATE.
015040     MOVE ATM-CURRENT-TIME TO ACCT-CKPT-TIME.
015050     SET ACCT-CKPT-PENDING TO TRUE.
015060     REWRITE ACCOUNT-RECORD.
015070
015080     SUBTRACT ATM-AMOUNT-INPUT FROM ACCT-BALANCE.
015090     ADD ATM-AMOUNT-INPUT TO ACCT-DAILY-WD-TOTAL.
015100     MOVE ATM-AMOUNT-INPUT TO ATM-LOG-AMOUNT.
015110     MOVE "WITHDRAWAL" TO ATM-LOG-TYPE.
015120     PERFORM 8500-WRITE-LOG THRU 8500-EXIT.
015130     MOVE ATM-AMOUNT-INPUT TO ATM-TERM-CASH-OUT.
015140     MOVE ZERO TO ATM-TERM-CASH-IN.
015150     PERFORM 6950-RECORD-TERMINAL-CASH THRU 6950-EXIT.
015160
015170     SET ACCT-CKPT-CLEAR TO TRUE.
015180     MOVE ZERO TO ACCT-CKPT-AMOUNT.
015190     MOVE ZERO TO ACCT-CKPT-DATE.
015200     MOVE ZERO TO ACCT-CKPT-TIME.
015210     REWRITE ACCOUNT-RECORD.
015220     DISPLAY "WITHDRAWAL SUCCESSFUL. NEW BALANCE: $" ACCT-BALANCE.
015230 6200-EXIT.
015240     EXIT.
015250
015260******************************************************************
015270*    6300-POST-OVERDRAFT-WITHDRAWAL
015280*    WITHDRAWAL THAT DIPS INTO THE ACCOUNT'S OVERDRAFT LIMIT.
015290*    POSTS THE WITHDRAWAL AND THE FLAT OVERDRAFT FEE AS TWO
015300*    SEPARATE TRANSACTION-LOG ENTRIES, UNDER THE SAME CHECKPOINT
015310*    PROTECTION AS A NORMAL WITHDRAWAL. THE FEE IS CHECKPOINTED
015320*    RIGHT ALONGSIDE THE PRINCIPAL (ACCT-CKPT-FEE) SO A RESTART
015330*    REAPPLIES BOTH HALVES OF THE DEBIT, NOT JUST THE WITHDRAWAL.
015340******************************************************************
015350 6300-POST-OVERDRAFT-WITHDRAWAL.
015360     MOVE ATM-BUSINESS-DATE TO ATM-CURRENT-DATE.
015370     ACCEPT ATM-CURRENT-TIME FROM TIME.
015380     MOVE ATM-AMOUNT-INPUT TO ACCT-CKPT-AMOUNT.
015390     MOVE ATM-OVERDRAFT-FEE TO ACCT-CKPT-FEE.
015400     MOVE ZERO TO ACCT-CKPT-XFER-ACCT.
015410     MOVE ATM-CURRENT-DATE TO ACCT-CKPT-DATE.
015420     MOVE ATM-CURRENT-TIME TO ACCT-CKPT-TIME.
015430     SET ACCT-CKPT-PENDING TO TRUE.
015440     REWRITE ACCOUNT-RECORD.
015450
015460     SUBTRACT ATM-AMOUNT-INPUT FROM ACCT-BALANCE.
015470     ADD ATM-AMOUNT-INPUT TO ACCT-DAILY-WD-TOTAL.
015480     MOVE ATM-AMOUNT-INPUT TO ATM-LOG-AMOUNT.
015490     MOVE "WITHDRAWAL" TO ATM-LOG-TYPE.
015500     PERFORM 8500-WRITE-LOG THRU 8500-EXIT.
015510     MOVE ATM-AMOUNT-INPUT TO ATM-TERM-CASH-OUT.
015520     MOVE ZERO TO ATM-TERM-CASH-IN.
015530     PERFORM 6950-RECORD-TERMINAL-CASH THRU 6950-EXIT.
015540
015550     SUBTRACT ATM-OVERDRAFT-FEE FROM ACCT-BALANCE.
015560     MOVE ATM-OVERDRAFT-FEE TO ATM-LOG-AMOUNT.
015570     MOVE "OD-FEE" TO ATM-LOG-TYPE.
015580     PERFORM 8500-WRITE-LOG THRU 8500-EXIT.
015590
015600     SET ACCT-CKPT-CLEAR TO TRUE.
015610     MOVE ZERO TO ACCT-CKPT-AMOUNT.
015620     MOVE ZERO TO ACCT-CKPT-FEE.
015630     MOVE ZERO TO ACCT-CKPT-DATE.
015640     MOVE ZERO TO ACCT-CKPT-TIME.
015650     REWRITE ACCOUNT-RECORD.
015660
015670     DISPLAY "OVERDRAFT USED. FEE CHARGED: $" ATM-OVERDRAFT-FEE.
015680     DISPLAY "NEW BALANCE: $" ACCT-BALANCE.
015690 6300-EXIT.
015700     EXIT.
015710
015720******************************************************************
015730*    6400-TRANSFER
015740*    MOVES MONEY BETWEEN TWO MASTER ACCOUNTS IN ONE OPERATION.
015750*    THE DEBIT MAY NOT EXCEED THE SOURCE BALANCE - TRANSFERS
015760*    NEVER DRAW ON THE OVERDRAFT AND DO NOT COUNT AGAINST THE
015770*    DAILY CASH LIMIT. THE TARGET IS VALIDATED UP FRONT, THEN
015780*    6500 POSTS BOTH LEGS UNDER CHECKPOINT PROTECTION.
015790******************************************************************
015800 6400-TRANSFER.
015810     IF ACCT-REVIEW
015820     DISPLAY "ACCOUNT UNDER FRAUD REVIEW. TRANSFERS BLOCKED."
015830     MOVE "XF-DECLINE" TO ATM-SEC-EVENT
015840     MOVE "UNDER-REVIEW" TO ATM-SEC-REASON
015850     PERFORM 8600-WRITE-SECLOG THRU 8600-EXIT
015860     GO TO 6400-EXIT
015870     END-IF.
015880
015890     IF ACCT-TYPE-TERM
015900     PERFORM 6060-CHECK-TERM-MATURED THRU 6060-EXIT
015910     IF NOT ATM-TD-MATURED
015920     DISPLAY "TERM DEPOSIT NOT YET MATURED. SEE A TELLER."
015930     MOVE "XF-DECLINE" TO ATM-SEC-EVENT
015940     MOVE "TERM-DEPOSIT" TO ATM-SEC-REASON
015950     PERFORM 8600-WRITE-SECLOG THRU 8600-EXIT
015960     GO TO 6400-EXIT
015970     END-IF
015980     END-IF.
015990
016000     DISPLAY "ENTER TARGET ACCOUNT NUMBER: ".
016010     ACCEPT ATM-XFER-TARGET.
016020     IF ATM-XFER-TARGET = ACCT-NUMBER
016030     DISPLAY "CANNOT TRANSFER TO THE SAME ACCOUNT."
016040     MOVE "XF-DECLINE" TO ATM-SEC-EVENT
016050     MOVE "SAME-ACCT" TO ATM-SEC-REASON
016060     PERFORM 8600-WRITE-SECLOG THRU 8600-EXIT
016070     GO TO 6400-EXIT
016080     END-IF.
016090
016100     DISPLAY "ENTER AMOUNT TO TRANSFER: ".
016110     ACCEPT ATM-AMOUNT-INPUT.
016120     PERFORM 6050-COMPUTE-AVAILABLE THRU 6050-EXIT.
016130     IF ATM-AMOUNT-INPUT > ATM-AVAILABLE-BAL
016140     DISPLAY "INSUFFICIENT FUNDS. NO OVERDRAFT ON TRANSFERS."
016150     MOVE "XF-DECLINE" TO ATM-SEC-EVENT
016160     MOVE "INSUF-FUNDS" TO ATM-SEC-REASON
016170     PERFORM 8600-WRITE-SECLOG THRU 8600-EXIT
016180     GO TO 6400-EXIT
016190     END-IF.
016200
016210     MOVE ACCOUNT-RECORD TO ATM-SAVED-SOURCE.
016220     MOVE ATM-XFER-TARGET TO ACCT-NUMBER.
016230     READ ACCOUNT-MASTER
016240     INVALID KEY
016250     DISPLAY "TARGET ACCOUNT NOT FOUND."
016260     MOVE ATM-SAVED-SOURCE TO ACCOUNT-RECORD
016270     MOVE "XF-DECLINE" TO ATM-SEC-EVENT
016280     MOVE "NOT-ON-FILE" TO ATM-SEC-REASON
016290     PERFORM 8600-WRITE-SECLOG THRU 8600-EXIT
016300     GO TO 6400-EXIT
016310     END-READ.
016320     IF ACCT-CLOSED
016330     DISPLAY "TARGET ACCOUNT IS CLOSED."
016340     MOVE ATM-SAVED-SOURCE TO ACCOUNT-RECORD
016350     MOVE "XF-DECLINE" TO ATM-SEC-EVENT
016360     MOVE "ACCT-CLOSED" TO ATM-SEC-REASON
016370     PERFORM 8600-WRITE-SECLOG THRU 8600-EXIT
016380     GO TO 6400-EXIT
016390     END-IF.
016400     IF ACCT-CHARGED-OFF
016410     DISPLAY "TARGET ACCOUNT IS CHARGED OFF."
016420     MOVE ATM-SAVED-SOURCE TO ACCOUNT-RECORD
016430     MOVE "XF-DECLINE" TO ATM-SEC-EVENT
016440     MOVE "CHARGED-OFF" TO ATM-SEC-REASON
016450     PERFORM 8600-WRITE-SECLOG THRU 8600-EXIT
016460     GO TO 6400-EXIT
016470     END-IF.
016480     MOVE ATM-SAVED-SOURCE TO ACCOUNT-RECORD.
016490
016500     IF ATM-AMOUNT-INPUT > ATM-XFER-REVIEW-LIMIT
016510     PERFORM 6700-CHECK-NEW-TARGET THRU 6700-EXIT
016520     IF NOT ATM-TARGET-KNOWN
016530     DISPLAY "LARGE TRANSFER TO A NEW TARGET. TRANSFER HELD."
016540     MOVE "NEW-TARGET" TO ATM-FRQ-RULE
016550     PERFORM 6800-RAISE-REVIEW THRU 6800-EXIT
016560     GO TO 6400-EXIT
016570     END-IF
016580     END-IF.
016590
016600     PERFORM 6500-POST-TRANSFER THRU 6500-EXIT.
016610 6400-EXIT.
016620     EXIT.
016630
016640******************************************************************
016650*    6450-PAY-BILL
016660*    PAYS ONE OF THE CUSTOMER'S ACTIVE OUTSIDE PAYEES. LIKE A
016670*    TRANSFER THE PAYMENT MAY NOT EXCEED THE AVAILABLE BALANCE -
016680*    IT NEVER DRAWS ON THE OVERDRAFT AND DOES NOT COUNT
016690*    AGAINST THE DAILY CASH LIMIT. AN ACCOUNT UNDER FRAUD REVIEW
016700*    OR A TERM DEPOSIT BEFORE MATURITY IS REFUSED. PAYEES ARE SET
016710*    UP ONLY AT THE COUNTER. 6550 POSTS THE PAYMENT UNDER
016720*    CHECKPOINT PROTECTION.
016730******************************************************************
016740 6450-PAY-BILL.
016750     IF NOT ATM-BP-OPEN
016760     DISPLAY "BILL PAYMENT IS NOT AVAILABLE. SEE A TELLER."
016770     GO TO 6450-EXIT
016780     END-IF.
016790
016800     IF ACCT-REVIEW
016810     DISPLAY "ACCOUNT UNDER FRAUD REVIEW. BILL PAYMENT BLOCKED."
016820     MOVE "BP-DECLINE" TO ATM-SEC-EVENT
016830     MOVE "UNDER-REVIEW" TO ATM-SEC-REASON
016840     PERFORM 8600-WRITE-SECLOG THRU 8600-EXIT
016850     GO TO 6450-EXIT
016860     END-IF.
016870
016880     IF ACCT-TYPE-TERM
016890     PERFORM 6060-CHECK-TERM-MATURED THRU 6060-EXIT
016900     IF NOT ATM-TD-MATURED
016910     DISPLAY "TERM DEPOSIT NOT YET MATURED. SEE A TELLER."
016920     MOVE "BP-DECLINE" TO ATM-SEC-EVENT
016930     MOVE "TERM-DEPOSIT" TO ATM-SEC-REASON
016940     PERFORM 8600-WRITE-SECLOG THRU 8600-EXIT
016950     GO TO 6450-EXIT
016960     END-IF
016970     END-IF.
016980
016990     PERFORM 6460-LIST-PAYEES THRU 6460-EXIT.
017000     IF ATM-PAYEE-COUNT = ZERO
017010     DISPLAY "NO PAYEES ON FILE. SEE A TELLER TO SET ONE UP."
017020     GO TO 6450-EXIT
017030     END-IF.
017040
017050     DISPLAY "ENTER PAYEE NUMBER: ".
017060     ACCEPT ATM-PAYEE-INPUT.
017070     MOVE ACCT-CUST-ID    TO PY-CUST-ID.
017080     MOVE ATM-PAYEE-INPUT TO PY-SEQ.
017090     READ PAYEE-MASTER
017100     INVALID KEY
017110     MOVE 'X' TO PY-STATUS
017120     END-READ.
017130     IF NOT PY-ACTIVE
017140     DISPLAY "NO SUCH PAYEE."
017150     MOVE "BP-DECLINE" TO ATM-SEC-EVENT
017160     MOVE "NO-PAYEE" TO ATM-SEC-REASON
017170     PERFORM 8600-WRITE-SECLOG THRU 8600-EXIT
017180     GO TO 6450-EXIT
017190     END-IF.
017200
017210     DISPLAY "ENTER AMOUNT TO PAY: ".
017220     ACCEPT ATM-AMOUNT-INPUT.
017230     IF ATM-AMOUNT-INPUT = ZERO
017240     DISPLAY "AMOUNT MUST BE GREATER THAN ZERO."
017250     GO TO 6450-EXIT
017260     END-IF.
017270     PERFORM 6050-COMPUTE-AVAILABLE THRU 6050-EXIT.
017280     IF ATM-AMOUNT-INPUT > ATM-AVAILABLE-BAL
017290     DISPLAY "INSUFFICIENT FUNDS. NO OVERDRAFT ON BILL PAYMENTS."
017300     MOVE "BP-DECLINE" TO ATM-SEC-EVENT
017310     MOVE "INSUF-FUNDS" TO ATM-SEC-REASON
017320     PERFORM 8600-WRITE-SECLOG THRU 8600-EXIT
017330     GO TO 6450-EXIT
017340     END-IF.
017350
017360     PERFORM 6550-POST-BILL-PAYMENT THRU 6550-EXIT.
017370 6450-EXIT.
017380     EXIT.
017390
017400******************************************************************
017410*    6460-LIST-PAYEES
017420*    DISPLAYS THE ACTIVE PAYEES OF THE LOGGED-IN ACCOUNT'S
017430*    CUSTOMER AND COUNTS THEM IN ATM-PAYEE-COUNT.
017440******************************************************************
017450 6460-LIST-PAYEES.
017460     MOVE ZERO TO ATM-PAYEE-COUNT.
017470     IF NOT ATM-PY-OPEN OR ACCT-CUST-ID = ZERO
017480     GO TO 6460-EXIT
017490     END-IF.
017500     MOVE 'N' TO ATM-PY-EOF-SW.
017510     MOVE ACCT-CUST-ID TO PY-CUST-ID.
017520     MOVE ZERO TO PY-SEQ.
017530     START PAYEE-MASTER KEY NOT < PY-KEY
017540     INVALID KEY
017550     GO TO 6460-EXIT
017560     END-START.
017570
017580     PERFORM 6470-READ-PAYEE THRU 6470-EXIT.
017590     PERFORM UNTIL ATM-PY-EOF
017600     IF PY-ACTIVE
017610     ADD 1 TO ATM-PAYEE-COUNT
017620     DISPLAY PY-SEQ ". " PY-NAME
017630     END-IF
017640     PERFORM 6470-READ-PAYEE THRU 6470-EXIT
017650     END-PERFORM.
017660 6460-EXIT.
017670     EXIT.
017680
017690 6470-READ-PAYEE.
017700     READ PAYEE-MASTER NEXT
017710     AT END
017720     MOVE 'Y' TO ATM-PY-EOF-SW
017730     END-READ.
017740     IF NOT ATM-PY-EOF AND PY-CUST-ID NOT = ACCT-CUST-ID
017750     MOVE 'Y' TO ATM-PY-EOF-SW
017760     END-IF.
017770 6470-EXIT.
017780     EXIT.
017790
017800******************************************************************
017810*    6500-POST-TRANSFER
017820*    POSTS THE DEBIT AND CREDIT LEGS. THE CHECKPOINT MARKER IS
017830*    WRITTEN FIRST WITH THE PRE-DEBIT BALANCE AND THE TARGET
017840*    ACCOUNT (ACCT-CKPT-XFER-ACCT) STILL ON FILE, THEN THE DEBIT
017850*    IS APPLIED AND LOGGED, THE TARGET IS CREDITED, LOGGED AND
017860*    REWRITTEN, AND ONLY THEN IS THE MARKER CLEARED - SO AN ABEND
017870*    AT ANY POINT LEAVES ENOUGH ON FILE FOR 2550 TO FINISH THE
017880*    TRANSFER WITHOUT LOSING OR DOUBLING EITHER LEG.
017890******************************************************************
017900 6500-POST-TRANSFER.
017910     MOVE ATM-BUSINESS-DATE TO ATM-CURRENT-DATE.
017920     ACCEPT ATM-CURRENT-TIME FROM TIME.
017930     MOVE ATM-AMOUNT-INPUT TO ACCT-CKPT-AMOUNT.
017940     MOVE ZERO TO ACCT-CKPT-FEE.
017950     MOVE ATM-CURRENT-DATE TO ACCT-CKPT-DATE.
017960     MOVE ATM-CURRENT-TIME TO ACCT-CKPT-TIME.
017970     MOVE ATM-XFER-TARGET TO ACCT-CKPT-XFER-ACCT.
017980     SET ACCT-CKPT-PENDING TO TRUE.
017990     REWRITE ACCOUNT-RECORD.
018000
018010     SUBTRACT ATM-AMOUNT-INPUT FROM ACCT-BALANCE.
018020     MOVE ATM-AMOUNT-INPUT TO ATM-LOG-AMOUNT.
018030     MOVE "TRANSFER-OUT" TO ATM-LOG-TYPE.
018040     PERFORM 8500-WRITE-LOG THRU 8500-EXIT.
018050
018060     MOVE ACCOUNT-RECORD TO ATM-SAVED-SOURCE.
018070     MOVE ATM-XFER-TARGET TO ACCT-NUMBER.
018080     READ ACCOUNT-MASTER
018090     INVALID KEY
018100     DISPLAY "TARGET UNAVAILABLE. TRANSFER RESUMES AT LOGIN."
018110     MOVE 'N' TO ATM-CONTINUE-SW
018120     GO TO 6500-EXIT
018130     NOT INVALID KEY
018140     ADD ATM-AMOUNT-INPUT TO ACCT-BALANCE
018150     MOVE ATM-AMOUNT-INPUT TO ATM-LOG-AMOUNT
018160     MOVE "TRANSFER-IN" TO ATM-LOG-TYPE
018170     PERFORM 8500-WRITE-LOG THRU 8500-EXIT
018180     REWRITE ACCOUNT-RECORD
018190     END-READ.
018200
018210     MOVE ATM-SAVED-SOURCE TO ACCOUNT-RECORD.
018220     SET ACCT-CKPT-CLEAR TO TRUE.
018230     MOVE ZERO TO ACCT-CKPT-AMOUNT.
018240     MOVE ZERO TO ACCT-CKPT-DATE.
018250     MOVE ZERO TO ACCT-CKPT-TIME.
018260     MOVE ZERO TO ACCT-CKPT-XFER-ACCT.
018270     REWRITE ACCOUNT-RECORD.
018280     DISPLAY "TRANSFER SUCCESSFUL. NEW BALANCE: $" ACCT-BALANCE.
018290 6500-EXIT.
018300     EXIT.
018310
018320******************************************************************
018330*    6550-POST-BILL-PAYMENT
018340*    REGISTERS THE PAYMENT ON BILLPAY (IN FLIGHT) UNDER THE
018350*    MOMENT ABOUT TO BE CHECKPOINTED, THEN WRITES THE CHECKPOINT
018360*    MARKER WITH THE PRE-DEBIT BALANCE STILL ON FILE, APPLIES AND
018370*    LOGS THE EXT-PAYMENT DEBIT, MARKS THE PAYMENT PENDING AND
018380*    ONLY THEN CLEARS THE MARKER. THE PAYMENT IS REGISTERED FIRST
018390*    SO AN ABEND AFTER THE MARKER IS SET ALWAYS LEAVES A REGISTER
018400*    RECORD FOR 2570 TO FIND; ONE REGISTERED BUT NEVER
018410*    CHECKPOINTED WAS NEVER DEBITED, AND PAYEXPRT CANCELS IT.
018420******************************************************************
018430 6550-POST-BILL-PAYMENT.
018440     MOVE ATM-BUSINESS-DATE TO ATM-CURRENT-DATE.
018450     ACCEPT ATM-CURRENT-TIME FROM TIME.
018460     MOVE SPACES TO BILL-PAYMENT-RECORD.
018470     MOVE ACCT-NUMBER      TO BP-ACCOUNT.
018480     MOVE ATM-CURRENT-DATE TO BP-DATE.
018490     MOVE ATM-CURRENT-TIME TO BP-TIME.
018500     MOVE ACCT-CUST-ID     TO BP-CUST-ID.
018510     MOVE PY-SEQ           TO BP-PAYEE-SEQ.
018520     MOVE PY-NAME          TO BP-PAYEE-NAME.
018530     MOVE PY-ROUTING       TO BP-ROUTING.
018540     MOVE PY-ACCOUNT       TO BP-PAYEE-ACCT.
018550     MOVE ATM-AMOUNT-INPUT TO BP-AMOUNT.
018560     MOVE "ATM"            TO BP-CHANNEL.
018570     MOVE ATM-TERMINAL-ID  TO BP-OPERATOR.
018580     SET BP-IN-FLIGHT TO TRUE.
018590     MOVE ZERO TO BP-SENT-DATE.
018600     MOVE ZERO TO BP-RETURN-DATE.
018610     WRITE BILL-PAYMENT-RECORD
018620     INVALID KEY
018630     DISPLAY "PAYMENT COULD NOT BE REGISTERED. NOT TAKEN."
018640     GO TO 6550-EXIT
018650     END-WRITE.
018660
018670     MOVE ATM-AMOUNT-INPUT TO ACCT-CKPT-AMOUNT.
018680     MOVE ZERO TO ACCT-CKPT-FEE.
018690     MOVE ZERO TO ACCT-CKPT-XFER-ACCT.
018700     MOVE ATM-CURRENT-DATE TO ACCT-CKPT-DATE.
018710     MOVE ATM-CURRENT-TIME TO ACCT-CKPT-TIME.
018720     SET ACCT-CKPT-PENDING TO TRUE.
018730     REWRITE ACCOUNT-RECORD.
018740
018750     SUBTRACT ATM-AMOUNT-INPUT FROM ACCT-BALANCE.
018760     MOVE ATM-AMOUNT-INPUT TO ATM-LOG-AMOUNT.
018770     MOVE "EXT-PAYMENT" TO ATM-LOG-TYPE.
018780     PERFORM 8500-WRITE-LOG THRU 8500-EXIT.
018790
018800     SET BP-PENDING TO TRUE.
018810     REWRITE BILL-PAYMENT-RECORD.
018820
018830     SET ACCT-CKPT-CLEAR TO TRUE.
018840     MOVE ZERO TO ACCT-CKPT-AMOUNT.
018850     MOVE ZERO TO ACCT-CKPT-DATE.
018860     MOVE ZERO TO ACCT-CKPT-TIME.
018870     REWRITE ACCOUNT-RECORD.
018880     DISPLAY "PAYMENT TO " BP-PAYEE-NAME " ACCEPTED.".
018890     DISPLAY "REFERENCE " BP-REFERENCE " AMOUNT $" BP-AMOUNT.
018900     DISPLAY "NEW BALANCE: $" ACCT-BALANCE.
018910 6550-EXIT.
018920     EXIT.
018930
018940******************************************************************
018950*    6600-CHECK-WD-VELOCITY
018960*    COUNTS THE ACCOUNT'S CASH WITHDRAWALS LOGGED INSIDE THE LAST
018970*    ATM-VELOCITY-WINDOW MINUTES ON THE LIVE LOG (THE WINDOW IS
018980*    FAR SHORTER THAN A DAY, SO THE CUTOVER ARCHIVES CANNOT HOLD
018990*    ANY OF IT). MORE THAN ATM-VELOCITY-MAX PRIOR WITHDRAWALS
019000*    RAISES A REVIEW AND DECLINES THE REQUEST - A STOLEN CARD
019010*    DRAINING AN ACCOUNT IN SMALL BITES TRIPS THIS LONG BEFORE
019020*    THE DAILY LIMIT WOULD.
019030******************************************************************
019040 6600-CHECK-WD-VELOCITY.
019050     MOVE ATM-BUSINESS-DATE TO ATM-CURRENT-DATE.
019060     ACCEPT ATM-CURRENT-TIME FROM TIME.
019070     MOVE ATM-CURRENT-TIME TO ATM-TIME-SPLIT.
019080     COMPUTE ATM-NOW-MINUTES = ATM-TS-HH * 60 + ATM-TS-MM.
019090     MOVE 0 TO ATM-WD-IN-WINDOW.
019100
019110     CLOSE TRANSACTION-LOG.
019120     MOVE 'N' TO ATM-TXN-EOF-SW.
019130     OPEN INPUT TRANSACTION-LOG.
019140     IF ATM-TXN-FS = "00"
019150     PERFORM 7100-READ-LOG-ENTRY THRU 7100-EXIT
019160     PERFORM UNTIL ATM-TXN-EOF
019170     PERFORM 6650-COUNT-ONE-WD THRU 6650-EXIT
019180     PERFORM 7100-READ-LOG-ENTRY THRU 7100-EXIT
019190     END-PERFORM
019200     CLOSE TRANSACTION-LOG
019210     END-IF.
019220     OPEN EXTEND TRANSACTION-LOG.
019230
019240     IF ATM-WD-IN-WINDOW >= ATM-VELOCITY-MAX
019250     DISPLAY "TOO MANY WITHDRAWALS IN A SHORT TIME. REQUEST HELD."
019260     MOVE "WD-VELOCITY" TO ATM-FRQ-RULE
019270     PERFORM 6800-RAISE-REVIEW THRU 6800-EXIT
019280     END-IF.
019290 6600-EXIT.
019300     EXIT.
019310
019320******************************************************************
019330*    6650-COUNT-ONE-WD
019340*    THE AGE OF AN ENTRY IS THE WRAPPED CLOCK DIFFERENCE - A
019350*    BUSINESS DAY HELD OPEN PAST MIDNIGHT PUTS THE WALL CLOCK
019360*    BEHIND THE ENTRY TIMES, SO A PLAIN SUBTRACTION WOULD CALL
019370*    THE WHOLE DAY "RECENT" AND FALSELY TRIP THE RULE.
019380******************************************************************
019390 6650-COUNT-ONE-WD.
019400     IF TXN-ACCOUNT = ACCT-NUMBER
019410     AND TXN-TYPE = "WITHDRAWAL"
019420     AND TXN-DATE = ATM-CURRENT-DATE
019430     MOVE TXN-TIME TO ATM-TIME-SPLIT
019440     COMPUTE ATM-ENTRY-MINUTES = ATM-TS-HH * 60 + ATM-TS-MM
019450     COMPUTE ATM-MINUTE-DIFF =
019460     ATM-NOW-MINUTES - ATM-ENTRY-MINUTES
019470     IF ATM-MINUTE-DIFF < 0
019480     ADD 1440 TO ATM-MINUTE-DIFF
019490     END-IF
019500     IF ATM-MINUTE-DIFF NOT > ATM-VELOCITY-WINDOW
019510     ADD 1 TO ATM-WD-IN-WINDOW
019520     END-IF
019530     END-IF.
019540 6650-EXIT.
019550     EXIT.
019560
019570******************************************************************
019580*    6700-CHECK-NEW-TARGET
019590*    LOOKS FOR ANY PRIOR TRANSFER FROM THE LOGGED-IN ACCOUNT TO
019600*    THE KEYED TARGET - EVERY CUTOVER ARCHIVE IN TXNARCIX ORDER
019610*    (RERUN DUPLICATES SKIPPED), THEN THE LIVE LOG. A PRIOR
019620*    TRANSFER SHOWS AS A TRANSFER-OUT ON THE SOURCE IMMEDIATELY
019630*    FOLLOWED BY ITS TRANSFER-IN ON THE TARGET FOR THE SAME
019640*    AMOUNT, THE ORDER EVERY POSTING PATH WRITES THE PAIR IN.
019650******************************************************************
019660 6700-CHECK-NEW-TARGET.
019670     MOVE 'N' TO ATM-TARGET-KNOWN-SW.
019680     MOVE ZERO TO ATM-PREV-ACCOUNT.
019690     MOVE SPACES TO ATM-PREV-TYPE.
019700     MOVE ZERO TO ATM-PREV-AMOUNT.
019710     MOVE ZERO TO ATM-PREV-ARCIX-DATE.
019720
019730     MOVE 'N' TO ATM-ARCIX-EOF-SW.
019740     OPEN INPUT ARCHIVE-INDEX.
019750     IF ATM-ARCIX-FS = "00"
019760     PERFORM 7060-READ-INDEX-ENTRY THRU 7060-EXIT
019770     PERFORM UNTIL ATM-ARCIX-EOF OR ATM-TARGET-KNOWN
019780     IF ARCIX-DATE > ATM-PREV-ARCIX-DATE
019790     MOVE ARCIX-FILE-NAME TO ATM-ARCHIVE-NAME
019800     PERFORM 6750-SCAN-ARCHIVE-PAIRS THRU 6750-EXIT
019810     MOVE ARCIX-DATE TO ATM-PREV-ARCIX-DATE
019820     END-IF
019830     PERFORM 7060-READ-INDEX-ENTRY THRU 7060-EXIT
019840     END-PERFORM
019850     CLOSE ARCHIVE-INDEX
019860     END-IF.
019870
019880     IF ATM-TARGET-KNOWN
019890     GO TO 6700-EXIT
019900     END-IF.
019910
019920     CLOSE TRANSACTION-LOG.
019930     MOVE 'N' TO ATM-TXN-EOF-SW.
019940     OPEN INPUT TRANSACTION-LOG.
019950     IF ATM-TXN-FS = "00"
019960     PERFORM 7100-READ-LOG-ENTRY THRU 7100-EXIT
019970     PERFORM UNTIL ATM-TXN-EOF
019980     PERFORM 6760-CHECK-PAIR-ENTRY THRU 6760-EXIT
019990     PERFORM 7100-READ-LOG-ENTRY THRU 7100-EXIT
020000     END-PERFORM
020010     CLOSE TRANSACTION-LOG
020020     END-IF.
020030     OPEN EXTEND TRANSACTION-LOG.
020040 6700-EXIT.
020050     EXIT.
020060
020070 6750-SCAN-ARCHIVE-PAIRS.
020080     MOVE 'N' TO ATM-ARCH-EOF-SW.
020090     OPEN INPUT ARCHIVE-FILE.
020100     IF ATM-ARCH-FS = "00"
020110     PERFORM 7150-READ-ARCHIVE-ENTRY THRU 7150-EXIT
020120     PERFORM UNTIL ATM-ARCH-EOF
020130     PERFORM 6760-CHECK-PAIR-ENTRY THRU 6760-EXIT
020140     PERFORM 7150-READ-ARCHIVE-ENTRY THRU 7150-EXIT
020150     END-PERFORM
020160     CLOSE ARCHIVE-FILE
020170     END-IF.
020180 6750-EXIT.
020190     EXIT.
020200
020210 6760-CHECK-PAIR-ENTRY.
020220     IF ATM-PREV-ACCOUNT = ACCT-NUMBER
020230     AND ATM-PREV-TYPE = "TRANSFER-OUT"
020240     AND TXN-ACCOUNT = ATM-XFER-TARGET
020250     AND TXN-TYPE = "TRANSFER-IN"
020260     AND TXN-AMOUNT = ATM-PREV-AMOUNT
020270     SET ATM-TARGET-KNOWN TO TRUE
020280     END-IF.
020290     MOVE TXN-ACCOUNT TO ATM-PREV-ACCOUNT.
020300     MOVE TXN-TYPE    TO ATM-PREV-TYPE.
020310     MOVE TXN-AMOUNT  TO ATM-PREV-AMOUNT.
020320 6760-EXIT.
020330     EXIT.
020340
020350******************************************************************
020360*    6800-RAISE-REVIEW
020370*    PUTS THE LOGGED-IN ACCOUNT INTO REVIEW STATUS (JOURNALED),
020380*    LOGS THE FRAUD-HOLD EVENT TO SECLOG AND APPENDS THE CASE TO
020390*    THE FRAUDQ QUEUE FOR THE FRAUD DESK. ATM-FRQ-RULE IS SET BY
020400*    THE CALLER. THE BLOCK HOLDS UNTIL FRAUDWRK CLEARS IT.
020410******************************************************************
020420 6800-RAISE-REVIEW.
020430     MOVE ACCOUNT-RECORD TO ATM-BEFORE-IMAGE.
020440     SET ACCT-REVIEW TO TRUE.
020450     REWRITE ACCOUNT-RECORD.
020460     MOVE "FRAUD-HOLD" TO ATM-JRN-ACTION.
020470     PERFORM 8650-JOURNAL-ACCOUNT THRU 8650-EXIT.
020480
020490     MOVE "FRAUD-HOLD" TO ATM-SEC-EVENT.
020500     MOVE ATM-FRQ-RULE TO ATM-SEC-REASON.
020510     PERFORM 8600-WRITE-SECLOG THRU 8600-EXIT.
020520
020530     MOVE SPACES TO FRAUD-QUEUE-RECORD.
020540     MOVE ATM-BUSINESS-DATE TO ATM-CURRENT-DATE.
020550     ACCEPT ATM-CURRENT-TIME FROM TIME.
020560     MOVE ATM-CURRENT-DATE TO FRQ-DATE.
020570     MOVE ATM-CURRENT-TIME TO FRQ-TIME.
020580     MOVE ACCT-NUMBER      TO FRQ-ACCOUNT.
020590     MOVE ATM-FRQ-RULE     TO FRQ-RULE.
020600     MOVE ATM-AMOUNT-INPUT TO FRQ-AMOUNT.
020610     IF ATM-FRQ-RULE = "NEW-TARGET"
020620     MOVE ATM-XFER-TARGET TO FRQ-TARGET-ACCT
020630     ELSE
020640     MOVE ZERO TO FRQ-TARGET-ACCT
020650     END-IF.
020660     SET FRQ-OPEN TO TRUE.
020670     MOVE ZERO TO FRQ-DECIDED-DATE.
020680     MOVE SPACES TO FRQ-DECIDED-BY.
020690     WRITE FRAUD-QUEUE-RECORD.
020700     DISPLAY "ACCOUNT PLACED UNDER FRAUD REVIEW. SEE THE FRAUD"
020710     " DESK TO CLEAR IT.".
020720 6800-EXIT.
020730     EXIT.
020740
020750******************************************************************
020760*    6900-CHECK-TERMINAL-CASH
020770*    THE MACHINE CAN ONLY PAY OUT WHAT IS LEFT IN ITS CASSETTES.
020780*    THE TERMINAL RECORD IS RE-READ SO A LOAD POSTED BY BRANCH
020790*    STAFF DURING THE SESSION COUNTS. THE CUSTOMER IS NOT TOLD
020800*    HOW MUCH CASH THE MACHINE HOLDS.
020810******************************************************************
020820 6900-CHECK-TERMINAL-CASH.
020830     MOVE 'N' TO ATM-TERM-CASH-SW.
020840     MOVE ATM-TERMINAL-ID TO TERM-ID.
020850     READ TERMINAL-MASTER
020860     INVALID KEY
020870     DISPLAY "THIS MACHINE CANNOT DISPENSE CASH RIGHT NOW."
020880     MOVE "WD-DECLINE" TO ATM-SEC-EVENT
020890     MOVE "TERM-OFFLINE" TO ATM-SEC-REASON
020900     PERFORM 8600-WRITE-SECLOG THRU 8600-EXIT
020910     GO TO 6900-EXIT
020920     END-READ.
020930     COMPUTE ATM-TERM-REMAINING =
020940     TERM-CASH-LOADED - TERM-CASH-DISPENSED.
020950     IF ATM-AMOUNT-INPUT > ATM-TERM-REMAINING
020960     DISPLAY "THIS MACHINE CANNOT DISPENSE THAT AMOUNT."
020970     " PLEASE TRY A SMALLER AMOUNT."
020980     MOVE "WD-DECLINE" TO ATM-SEC-EVENT
020990     MOVE "TERM-CASH" TO ATM-SEC-REASON
021000     PERFORM 8600-WRITE-SECLOG THRU 8600-EXIT
021010     GO TO 6900-EXIT
021020     END-IF.
021030     SET ATM-TERM-CASH-OK TO TRUE.
021040 6900-EXIT.
021050     EXIT.
021060
021070******************************************************************
021080*    6950-RECORD-TERMINAL-CASH
021090*    ADDS ATM-TERM-CASH-OUT TO THE MACHINE'S DISPENSED COUNTER
021100*    AND ATM-TERM-CASH-IN TO ITS DEPOSITED COUNTER. CALLED RIGHT
021110*    AFTER THE LOG ENTRY IS WRITTEN, SO THE COUNTERS NEVER RUN
021120*    AHEAD OF THE LOG THE NIGHTLY TRMBAL BALANCING WORKS FROM.
021130******************************************************************
021140 6950-RECORD-TERMINAL-CASH.
021150     MOVE ATM-TERMINAL-ID TO TERM-ID.
021160     READ TERMINAL-MASTER
021170     INVALID KEY
021180     DISPLAY "TERMINAL " ATM-TERMINAL-ID " COUNTERS NOT UPDATED."
021190     GO TO 6950-EXIT
021200     END-READ.
021210     ADD ATM-TERM-CASH-OUT TO TERM-CASH-DISPENSED.
021220     ADD ATM-TERM-CASH-IN TO TERM-CASH-DEPOSITED.
021230     REWRITE TERMINAL-RECORD.
021240 6950-EXIT.
021250     EXIT.
021260
021270******************************************************************
021280*    7000-MINI-STATEMENT
021290*    SCANS THE NEWEST CUTOVER ARCHIVE (IF ANY) AND THEN THE LIVE
021300*    TRANSACTION-LOG FOR THE LOGGED-IN ACCOUNT AND KEEPS THE
021310*    LAST 10 MATCHING ENTRIES IN ATM-STATEMENT-TABLE, SO THE
021320*    SLIP STILL SHOWS YESTERDAY'S ENTRIES THE MORNING AFTER A
021330*    CUTOVER. ARCHIVE ENTRIES ARE OLDER THAN LIVE ONES, SO
021340*    SCANNING THE ARCHIVE FIRST KEEPS THE BUFFER CHRONOLOGICAL.
021350******************************************************************
021360 7000-MINI-STATEMENT.
021370     CLOSE TRANSACTION-LOG.
021380     MOVE 0 TO ATM-STMT-COUNT.
021390     MOVE 1 TO ATM-STMT-NEXT.
021400     MOVE 'N' TO ATM-TXN-EOF-SW.
021410
021420     PERFORM 7050-FIND-LATEST-ARCHIVE THRU 7050-EXIT.
021430     IF ATM-ARCHIVE-FOUND
021440     MOVE 'N' TO ATM-ARCH-EOF-SW
021450     OPEN INPUT ARCHIVE-FILE
021460     IF ATM-ARCH-FS = "00"
021470     PERFORM 7150-READ-ARCHIVE-ENTRY THRU 7150-EXIT
021480     PERFORM UNTIL ATM-ARCH-EOF
021490     IF TXN-ACCOUNT = ACCT-NUMBER
021500     PERFORM 7200-STORE-STMT-ENTRY THRU 7200-EXIT
021510     END-IF
021520     PERFORM 7150-READ-ARCHIVE-ENTRY THRU 7150-EXIT
021530     END-PERFORM
021540     CLOSE ARCHIVE-FILE
021550     END-IF
021560     END-IF.
021570
021580     OPEN INPUT TRANSACTION-LOG.
021590     IF ATM-TXN-FS NOT = "00"
021600     DISPLAY "NO TRANSACTION HISTORY AVAILABLE."
021610     ELSE
021620     PERFORM 7100-READ-LOG-ENTRY THRU 7100-EXIT
021630     PERFORM UNTIL ATM-TXN-EOF
021640     IF TXN-ACCOUNT = ACCT-NUMBER
021650     PERFORM 7200-STORE-STMT-ENTRY THRU 7200-EXIT
021660     END-IF
021670     PERFORM 7100-READ-LOG-ENTRY THRU 7100-EXIT
021680     END-PERFORM
021690     CLOSE TRANSACTION-LOG
021700     PERFORM 7300-DISPLAY-STATEMENT THRU 7300-EXIT
021710     END-IF.
021720
021730     OPEN EXTEND TRANSACTION-LOG.
021740 7000-EXIT.
021750     EXIT.
021760
021770******************************************************************
021780*    7050-FIND-LATEST-ARCHIVE
021790*    READS THE TXNARCIX INDEX TO ITS LAST ENTRY - THE NEWEST
021800*    ARCHIVED DAY - AND LEAVES ITS FILE NAME IN ATM-ARCHIVE-NAME
021810*    WITH ATM-ARCHIVE-FOUND SET. NO INDEX MEANS NO CUTOVER HAS
021820*    EVER RUN, SO THE LIVE LOG STILL HOLDS THE FULL HISTORY.
021830******************************************************************
021840 7050-FIND-LATEST-ARCHIVE.
021850     MOVE 'N' TO ATM-ARCHIVE-FOUND-SW.
021860     MOVE 'N' TO ATM-ARCIX-EOF-SW.
021870     OPEN INPUT ARCHIVE-INDEX.
021880     IF ATM-ARCIX-FS NOT = "00"
021890     GO TO 7050-EXIT
021900     END-IF.
021910     PERFORM 7060-READ-INDEX-ENTRY THRU 7060-EXIT.
021920     PERFORM UNTIL ATM-ARCIX-EOF
021930     MOVE ARCIX-FILE-NAME TO ATM-ARCHIVE-NAME
021940     SET ATM-ARCHIVE-FOUND TO TRUE
021950     PERFORM 7060-READ-INDEX-ENTRY THRU 7060-EXIT
021960     END-PERFORM.
021970     CLOSE ARCHIVE-INDEX.
021980 7050-EXIT.
021990     EXIT.
022000
022010 7060-READ-INDEX-ENTRY.
022020     READ ARCHIVE-INDEX
022030     AT END
022040     MOVE 'Y' TO ATM-ARCIX-EOF-SW
022050     END-READ.
022060 7060-EXIT.
022070     EXIT.
022080
022090 7100-READ-LOG-ENTRY.
022100     READ TRANSACTION-LOG
022110     AT END
022120     MOVE 'Y' TO ATM-TXN-EOF-SW
022130     END-READ.
022140 7100-EXIT.
022150     EXIT.
022160
022170 7150-READ-ARCHIVE-ENTRY.
022180     READ ARCHIVE-FILE INTO TRANSACTION-RECORD
022190     AT END
022200     MOVE 'Y' TO ATM-ARCH-EOF-SW
022210     END-READ.
022220 7150-EXIT.
022230     EXIT.
022240
022250******************************************************************
022260*    7200-STORE-STMT-ENTRY
022270*    KEEPS A ROLLING WINDOW OF THE LAST 10 MATCHING ENTRIES.
022280******************************************************************
022290 7200-STORE-STMT-ENTRY.
022300     MOVE TXN-DATE   TO ATM-STMT-DATE(ATM-STMT-NEXT).
022310     MOVE TXN-TYPE   TO ATM-STMT-TYPE(ATM-STMT-NEXT).
022320     MOVE TXN-AMOUNT TO ATM-STMT-AMOUNT(ATM-STMT-NEXT).
022330     IF ATM-STMT-COUNT < 10
022340     ADD 1 TO ATM-STMT-COUNT
022350     END-IF.
022360     ADD 1 TO ATM-STMT-NEXT.
022370     IF ATM-STMT-NEXT > 10
022380     MOVE 1 TO ATM-STMT-NEXT
022390     END-IF.
022400 7200-EXIT.
022410     EXIT.
022420
022430******************************************************************
022440*    7300-DISPLAY-STATEMENT
022450*    ATM-STMT-ENTRY IS A CIRCULAR BUFFER - ATM-STMT-NEXT IS THE
022460*    SLOT THE NEXT ENTRY WOULD LAND IN, WHICH IS ALSO THE OLDEST
022470*    SLOT STILL HELD ONCE THE BUFFER HAS WRAPPED. STARTING THE
022480*    WALK THERE (OR AT SLOT 1 IF IT HAS NEVER WRAPPED) AND
022490*    STEPPING FORWARD WITH WRAPAROUND PRINTS THE ENTRIES OLDEST
022500*    TO NEWEST, THE WAY A REAL ATM SLIP DOES.
022510******************************************************************
022520 7300-DISPLAY-STATEMENT.
022530     DISPLAY "---- MINI STATEMENT ----".
022540     IF ATM-STMT-COUNT = 0
022550     DISPLAY "NO TRANSACTIONS FOUND FOR THIS ACCOUNT."
022560     ELSE
022570     IF ATM-STMT-COUNT < 10
022580     MOVE 1 TO ATM-STMT-START
022590     ELSE
022600     MOVE ATM-STMT-NEXT TO ATM-STMT-START
022610     END-IF
022620     SET ATM-STMT-IDX TO ATM-STMT-START
022630     PERFORM 7400-PRINT-STMT-LINE THRU 7400-EXIT
022640     VARYING ATM-STMT-PRINTED FROM 1 BY 1
022650     UNTIL ATM-STMT-PRINTED > ATM-STMT-COUNT
022660     END-IF.
022670 7300-EXIT.
022680     EXIT.
022690
022700 7400-PRINT-STMT-LINE.
022710     DISPLAY ATM-STMT-DATE(ATM-STMT-IDX) " "
022720     ATM-STMT-TYPE(ATM-STMT-IDX) " $"
022730     ATM-STMT-AMOUNT(ATM-STMT-IDX).
022740     SET ATM-STMT-IDX UP BY 1.
022750     IF ATM-STMT-IDX > 10
022760     SET ATM-STMT-IDX TO 1
022770     END-IF.
022780 7400-EXIT.
022790     EXIT.
022800
022810******************************************************************
022820*    8500-WRITE-LOG
022830*    APPENDS ONE TRANSACTION-LOG RECORD FOR THE CURRENT ACCOUNT
022840*    USING ATM-LOG-TYPE/ATM-LOG-AMOUNT SET BY THE CALLER.
022850******************************************************************
022860 8500-WRITE-LOG.
022870     MOVE SPACES TO TRANSACTION-RECORD.
022880     MOVE ATM-BUSINESS-DATE TO ATM-CURRENT-DATE.
022890     ACCEPT ATM-CURRENT-TIME FROM TIME.
022900     MOVE ATM-CURRENT-DATE TO TXN-DATE.
022910     MOVE ATM-CURRENT-TIME TO TXN-TIME.
022920     MOVE ACCT-NUMBER     TO TXN-ACCOUNT.
022930     MOVE ATM-LOG-TYPE    TO TXN-TYPE.
022940     MOVE ATM-LOG-AMOUNT  TO TXN-AMOUNT.
022950     MOVE ACCT-BALANCE    TO TXN-BALANCE.
022960     MOVE "ATM" TO TXN-CHANNEL.
022970     MOVE ATM-TERMINAL-ID TO TXN-OPERATOR.
022980     WRITE TRANSACTION-RECORD.
022990 8500-EXIT.
023000     EXIT.
023010
023020******************************************************************
023030*    8600-WRITE-SECLOG
023040*    APPENDS ONE SECURITY EVENT FOR THE ACCOUNT NUMBER CURRENTLY
023050*    IN THE MASTER RECORD AREA, USING ATM-SEC-EVENT AND
023060*    ATM-SEC-REASON SET BY THE CALLER. ON A NOT-ON-FILE LOGIN
023070*    THE RECORD AREA STILL HOLDS THE NUMBER THE CUSTOMER TYPED,
023080*    WHICH IS EXACTLY WHAT FRAUD WANTS TO SEE.
023090******************************************************************
023100 8600-WRITE-SECLOG.
023110     MOVE SPACES TO SECURITY-RECORD.
023120     MOVE ATM-BUSINESS-DATE TO ATM-CURRENT-DATE.
023130     ACCEPT ATM-CURRENT-TIME FROM TIME.
023140     MOVE ATM-CURRENT-DATE TO SEC-DATE.
023150     MOVE ATM-CURRENT-TIME TO SEC-TIME.
023160     MOVE ACCT-NUMBER      TO SEC-ACCOUNT.
023170     MOVE ATM-SEC-EVENT    TO SEC-EVENT.
023180     MOVE ATM-SEC-REASON   TO SEC-REASON.
023190     WRITE SECURITY-RECORD.
023200 8600-EXIT.
023210     EXIT.
023220
023230******************************************************************
023240*    8650-JOURNAL-ACCOUNT
023250*    APPENDS ONE MAINTENANCE JOURNAL ENTRY FOR A STATUS CHANGE ON
023260*    THE LOGGED-IN ACCOUNT - ATM-BEFORE-IMAGE AS IT STOOD AND
023270*    ACCOUNT-RECORD AS WRITTEN BACK, PIN ZEROED IN BOTH. THE
023280*    TERMINAL ID STANDS AS THE USER.
023290******************************************************************
023300 8650-JOURNAL-ACCOUNT.
023310     MOVE SPACES TO MAINT-JOURNAL-RECORD.
023320     MOVE ATM-BUSINESS-DATE TO MJ-DATE.
023330     ACCEPT MJ-TIME FROM TIME.
023340     MOVE "MINI-ATM"       TO MJ-PROGRAM.
023350     MOVE ATM-TERMINAL-ID  TO MJ-USER-ID.
023360     SET MJ-ACCOUNT-CHANGE TO TRUE.
023370     MOVE ACCT-NUMBER      TO MJ-KEY.
023380     MOVE ATM-JRN-ACTION   TO MJ-ACTION.
023390     MOVE ATM-BEFORE-IMAGE TO MJ-BEFORE-IMAGE.
023400     MOVE ACCOUNT-RECORD   TO MJ-AFTER-IMAGE.
023410     MOVE ZERO TO MJ-BEFORE-PIN.
023420     MOVE ZERO TO MJ-AFTER-PIN.
023430     WRITE MAINT-JOURNAL-RECORD.
023440 8650-EXIT.
023450     EXIT.
023460
023470******************************************************************
023480*    8700-COMPUTE-RELEASE-DATE
023490*    RELEASE DATE = TODAY PLUS ATM-HOLD-DAYS CALENDAR DAYS,
023500*    ROLLING MONTH AND YEAR ENDS (FEBRUARY BY THE FULL LEAP
023510*    RULE - DIVISIBLE BY 4, EXCEPT CENTURIES NOT DIVISIBLE
023520*    BY 400).
023530******************************************************************
023540 8700-COMPUTE-RELEASE-DATE.
023550     MOVE ATM-BUSINESS-DATE TO ATM-CURRENT-DATE.
023560     MOVE ATM-CURRENT-DATE TO ATM-WORK-DATE.
023570     PERFORM 8710-ADD-ONE-DAY THRU 8710-EXIT
023580     VARYING ATM-DAYS-TO-ADD FROM 1 BY 1
023590     UNTIL ATM-DAYS-TO-ADD > ATM-HOLD-DAYS.
023600     MOVE ATM-WORK-DATE TO ATM-RELEASE-DATE.
023610 8700-EXIT.
023620     EXIT.
023630
023640 8710-ADD-ONE-DAY.
023650     MOVE ATM-DAYS-IN-MONTH(ATM-WORK-MM) TO ATM-MONTH-LIMIT.
023660     IF ATM-WORK-MM = 02
023670     DIVIDE ATM-WORK-YYYY BY 4 GIVING ATM-LEAP-QUOT
023680     REMAINDER ATM-LEAP-REM
023690     IF ATM-LEAP-REM = 0
023700     DIVIDE ATM-WORK-YYYY BY 100 GIVING ATM-LEAP-QUOT
023710     REMAINDER ATM-LEAP-REM
023720     IF ATM-LEAP-REM NOT = 0
023730     MOVE 29 TO ATM-MONTH-LIMIT
023740     ELSE
023750     DIVIDE ATM-WORK-YYYY BY 400 GIVING ATM-LEAP-QUOT
023760     REMAINDER ATM-LEAP-REM
023770     IF ATM-LEAP-REM = 0
023780     MOVE 29 TO ATM-MONTH-LIMIT
023790     END-IF
023800     END-IF
023810     END-IF
023820     END-IF.
023830
023840     IF ATM-WORK-DD < ATM-MONTH-LIMIT
023850     ADD 1 TO ATM-WORK-DD
023860     ELSE
023870     MOVE 01 TO ATM-WORK-DD
023880     IF ATM-WORK-MM < 12
023890     ADD 1 TO ATM-WORK-MM
023900     ELSE
023910     MOVE 01 TO ATM-WORK-MM
023920     ADD 1 TO ATM-WORK-YYYY
023930     END-IF
023940     END-IF.
023950 8710-EXIT.
023960     EXIT.
023970
023980******************************************************************
023990*    8900-GET-BUSINESS-DATE
024000*    READS THE PROCESSING DATE FROM THE BUSDATE CONTROL FILE -
024010*    THE WALL CLOCK ONLY SEEDS THE FILE THE FIRST TIME IT IS
024020*    MISSING. THE DATE ADVANCES ONLY WHEN THE EODROLL ROLLOVER
024030*    CLOSES THE DAY, SO WORK THAT SLIPS PAST MIDNIGHT STILL
024040*    STAMPS THE DAY IT BELONGS TO.
024050******************************************************************
024060 8900-GET-BUSINESS-DATE.
024070     OPEN INPUT BUSINESS-DATE.
024080     IF ATM-BD-FS = "35"
024090     PERFORM 8950-CREATE-BUSDATE THRU 8950-EXIT
024100     OPEN INPUT BUSINESS-DATE
024110     END-IF.
024120     IF ATM-BD-FS NOT = "00"
024130     DISPLAY "BUSDATE UNAVAILABLE - USING THE WALL CLOCK."
024140     ACCEPT ATM-BUSINESS-DATE FROM DATE YYYYMMDD
024150     GO TO 8900-EXIT
024160     END-IF.
024170     READ BUSINESS-DATE
024180     AT END
024190     DISPLAY "BUSDATE IS EMPTY - USING THE WALL CLOCK."
024200     ACCEPT ATM-BUSINESS-DATE FROM DATE YYYYMMDD
024210     CLOSE BUSINESS-DATE
024220     GO TO 8900-EXIT
024230     END-READ.
024240     MOVE BD-BUSINESS-DATE TO ATM-BUSINESS-DATE.
024250     CLOSE BUSINESS-DATE.
024260 8900-EXIT.
024270     EXIT.
024280
024290 8950-CREATE-BUSDATE.
024300     OPEN OUTPUT BUSINESS-DATE.
024310     MOVE SPACES TO BUSDATE-RECORD.
024320     ACCEPT BD-BUSINESS-DATE FROM DATE YYYYMMDD.
024330     WRITE BUSDATE-RECORD.
024340     CLOSE BUSINESS-DATE.
024350 8950-EXIT.
024360     EXIT.
024370
024380******************************************************************
024390*    9000-TERMINATE
024400******************************************************************
024410 9000-TERMINATE.
024420     CLOSE ACCOUNT-MASTER.
024430     CLOSE TRANSACTION-LOG.
024440     CLOSE SECURITY-LOG.
024450     CLOSE FRAUD-QUEUE.
024460     CLOSE MAINT-JOURNAL.
024470     CLOSE TERMINAL-MASTER.
024480     IF ATM-TD-OPEN
024490     CLOSE TERM-DEPOSIT-MASTER
024500     END-IF.
024510     IF ATM-PY-OPEN
024520     CLOSE PAYEE-MASTER
024530     END-IF.
024540     IF ATM-BP-OPEN
024550     CLOSE BILL-PAYMENT-REGISTER
024560     END-IF.
024570     DISPLAY "SESSION ENDED. PLEASE TAKE YOUR CARD.".
024580 9000-EXIT.
024590     EXIT.
