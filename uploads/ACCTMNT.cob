000510*                     ATM LOGIN RESOLVES IT, SO THE COUNTER
000520*                     COULD PAY OUT MONEY THE INTERRUPTED
000530*                     WITHDRAWAL WILL STILL TAKE.
000540*    10/14/2026 RH    ADDED REVERSE AN ENTRY TO THE MENU - A
000550*                     TELLER ERROR CORRECTION AGAINST ONE TXNLOG
000560*                     ENTRY PICKED BY ACCOUNT, DATE AND TIME (LIVE
000570*                     LOG OR CUTOVER ARCHIVE). A SUPERVISOR ID
000580*                     OTHER THAN THE TELLER'S MUST APPROVE IT. THE
000590*                     LINKED REV- ENTRY RESTORES THE BALANCE AND
000600*                     IS RECORDED ON THE NEW REVLOG REVERSAL
000610*                     REGISTER (SEE REVREC.CPY), WHICH REFUSES A
000620*                     SECOND REVERSAL OF THE SAME ENTRY.
000630*    10/15/2026 RH    ADDED CUSTOMER TAX DETAILS TO THE MENU -
000640*                     THE TAXPAYER ID, ITS TYPE (SSN OR EIN) AND
000650*                     THE BACKUP-WITHHOLDING FLAG NOW CARRIED ON
000660*                     CUSTMAST FOR THE YEAR-END 1099-INT. A NEW
000670*                     CUSTOMER IS ASKED FOR THEM AT ADD TIME.
000680*    10/15/2026 RH    ADDED TERM DEPOSITS - ACCOUNT TYPE T OPENS
000690*                     WITH A TERM, A FIXED MONTHLY RATE, A
000700*                     MATURITY DATE AND THE CUSTOMER'S MATURITY
000710*                     INSTRUCTION (RENEW, OR PAY OUT TO ONE OF
000720*                     THEIR CHECKING ACCOUNTS), ALL HELD ON THE
000730*                     NEW TDMAST MASTER (SEE TDREC.CPY). NEW MENU
000740*                     OPTION 13 CHANGES THE INSTRUCTION. A TELLER
000750*                     WITHDRAWAL FROM A DEPOSIT BEFORE ITS
000760*                     MATURITY DATE NEEDS A SUPERVISOR'S APPROVAL
000770*                     AND IS CHARGED AN EARLY-WITHDRAWAL PENALTY
000780*                     (TD-PENALTY ENTRY).
000790*    10/15/2026 RH    AN ACCOUNT WRITTEN OFF BY THE ODAGING
000800*                     OVERDRAFT AGING RUN (ACCT-STATUS 'W') IS
000810*                     REFUSED BY EVERY MAINTENANCE ACTION. THE ONE
000820*                     EXCEPTION IS A TELLER CASH DEPOSIT, WHICH
000830*                     POSTS AS A CO-RECOVERY AGAINST THE AMOUNT
000840*                     WRITTEN OFF ON THE ODAGEMST AGING MASTER -
000850*                     THE BALANCE STAYS AT ZERO AND THE MONEY GOES
000860*                     TO CHARGE-OFF RECOVERIES IN THE GL. A
000870*                     CHARGED-OFF ACCOUNT CANNOT TAKE TERM DEPOSIT
000880*                     PAYOUTS.
000890*    10/15/2026 RH    EVERY CHANGE TO AN ACCOUNT OR CUSTOMER
000900*                     RECORD IS NOW ALSO WRITTEN TO THE MAINTJRN
000910*                     MAINTENANCE JOURNAL (SEE MJRNREC.CPY) WITH
000920*                     THE RECORD AS IT STOOD BEFORE AND AFTER THE
000930*                     CHANGE AND THE SIGNED-ON TELLER'S ID - THE
000940*                     TXNLOG MARKERS ONLY SAY THAT SOMETHING
000950*                     CHANGED. THE PIN IS NEVER JOURNALED.
000960*    10/15/2026 RH    ADDED OUTSIDE BILL PAYMENT. MENU OPTION 14
000970*                     SETS UP AND REMOVES A CUSTOMER'S OUTSIDE
000980*                     PAYEES (NAME, ROUTING NUMBER AND ACCOUNT AT
000990*                     THE OTHER BANK) ON THE NEW PAYEEMST MASTER
001000*                     (SEE PAYEEREC.CPY). OPTION 15 PAYS ONE FROM
001010*                     AN ACCOUNT OF THAT CUSTOMER - REGISTERED ON
001020*                     THE NEW BILLPAY REGISTER (SEE BPAYREC.CPY)
001030*                     AND DEBITED AGAINST THE AVAILABLE BALANCE
001040*                     WITH NO OVERDRAFT UNDER THE SAME CHECKPOINT
001050*                     THE ATM USES, AS AN EXT-PAYMENT ENTRY THE
001060*                     NIGHTLY PAYEXPRT RUN SENDS OUT.
001070*    10/15/2026 RH    A WRONG EXT-CREDIT FROM THE PAYIMPRT IMPORT
001080*                     CAN NOW BE REVERSED AT THE COUNTER, AS A
001090*                     REV-EXT-CRED DEBIT. THE REVERSAL SEARCH
001100*                     CHECKS THE TRANSACTION LOG REOPENS AFTER IT
001110*                     IS READ - IF IT DOES NOT, NO REVERSAL POSTS
001120*                     AND THE SESSION ENDS, SINCE NOTHING MORE
001130*                     COULD BE LOGGED. THE SAME CHECK IS MADE
001140*                     WHEN THE SESSION STARTS.
001150*    10/15/2026 RH    OVERDRAFT LIMITS CAN NO LONGER BE SET ON
001160*                     CLOSED, CHARGED-OFF OR TERM DEPOSIT
001170*                     ACCOUNTS. A REVERSAL SEARCH THAT CANNOT OPEN
001180*                     A CUTOVER ARCHIVE NOW SAYS SO INSTEAD OF
001190*                     REPORTING THE ENTRY MISSING. TD-INSTRUCT LOG
001200*                     ENTRIES CARRY A ZERO AMOUNT, NOT THE PAYOUT
001210*                     ACCOUNT NUMBER.
001220******************************************************************
001230
001240 ENVIRONMENT DIVISION.
001250 INPUT-OUTPUT SECTION.
001260 FILE-CONTROL.
001270     SELECT ACCOUNT-MASTER  ASSIGN TO "ACCTMAST"
001280     ORGANIZATION IS INDEXED
001290     ACCESS MODE IS DYNAMIC
001300     RECORD KEY IS ACCT-NUMBER
001310     FILE STATUS IS AM-ACCT-FS.
001320
001330     SELECT TRANSACTION-LOG ASSIGN TO "TXNLOG"
001340     ORGANIZATION IS LINE SEQUENTIAL
001350     FILE STATUS IS AM-TXN-FS.
001360
001370     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
001380     ORGANIZATION IS INDEXED
001390     ACCESS MODE IS DYNAMIC
001400     RECORD KEY IS CUST-ID
001410     FILE STATUS IS AM-CUST-FS.
001420
001430     SELECT BUSINESS-DATE   ASSIGN TO "BUSDATE"
001440     ORGANIZATION IS LINE SEQUENTIAL
001450     FILE STATUS IS AM-BD-FS.
001460
001470     SELECT REVERSAL-REGISTER ASSIGN TO "REVLOG"
001480     ORGANIZATION IS INDEXED
001490     ACCESS MODE IS DYNAMIC
001500     RECORD KEY IS REV-ORIG-KEY
001510     FILE STATUS IS AM-REV-FS.
001520
001530     SELECT ARCHIVE-INDEX   ASSIGN TO "TXNARCIX"
001540     ORGANIZATION IS LINE SEQUENTIAL
001550     FILE STATUS IS AM-ARCIX-FS.
001560
001570     SELECT ARCHIVE-FILE    ASSIGN TO DYNAMIC AM-ARCHIVE-NAME
001580     ORGANIZATION IS LINE SEQUENTIAL
001590     FILE STATUS IS AM-ARCH-FS.
001600
001610     SELECT TERM-DEPOSIT-MASTER ASSIGN TO "TDMAST"
001620     ORGANIZATION IS INDEXED
001630     ACCESS MODE IS DYNAMIC
001640     RECORD KEY IS TD-ACCOUNT
001650     FILE STATUS IS AM-TD-FS.
001660
001670     SELECT OD-AGING-MASTER ASSIGN TO "ODAGEMST"
001680     ORGANIZATION IS INDEXED
001690     ACCESS MODE IS DYNAMIC
001700     RECORD KEY IS OA-ACCOUNT
001710     FILE STATUS IS AM-AGE-FS.
001720
001730     SELECT MAINT-JOURNAL   ASSIGN TO "MAINTJRN"
001740     ORGANIZATION IS LINE SEQUENTIAL
001750     FILE STATUS IS AM-JRN-FS.
001760
001770     SELECT PAYEE-MASTER    ASSIGN TO "PAYEEMST"
001780     ORGANIZATION IS INDEXED
001790     ACCESS MODE IS DYNAMIC
001800     RECORD KEY IS PY-KEY
001810     FILE STATUS IS AM-PY-FS.
001820
001830     SELECT BILL-PAYMENT-REGISTER ASSIGN TO "BILLPAY"
001840     ORGANIZATION IS INDEXED
001850     ACCESS MODE IS DYNAMIC
001860     RECORD KEY IS BP-KEY
001870     FILE STATUS IS AM-BP-FS.
001880
001890 DATA DIVISION.
001900 FILE SECTION.
001910 FD  ACCOUNT-MASTER
001920     LABEL RECORDS ARE STANDARD.
001930     COPY ACCTREC.
001940
001950 FD  TRANSACTION-LOG
001960     LABEL RECORDS ARE STANDARD.
001970     COPY TXNREC.
001980
001990 FD  CUSTOMER-MASTER
002000     LABEL RECORDS ARE STANDARD.
002010     COPY CUSTREC.
002020
002030 FD  BUSINESS-DATE
002040     LABEL RECORDS ARE STANDARD.
002050     COPY BDREC.
002060
002070 FD  REVERSAL-REGISTER
002080     LABEL RECORDS ARE STANDARD.
002090     COPY REVREC.
002100
002110 FD  ARCHIVE-INDEX
002120     LABEL RECORDS ARE STANDARD.
002130     COPY ARCIXREC.
002140
002150 FD  ARCHIVE-FILE
002160     LABEL RECORDS ARE STANDARD.
002170 01  ARCHIVE-RECORD              PIC X(69).
002180
002190 FD  TERM-DEPOSIT-MASTER
002200     LABEL RECORDS ARE STANDARD.
002210     COPY TDREC.
002220
002230 FD  OD-AGING-MASTER
002240     LABEL RECORDS ARE STANDARD.
002250     COPY ODAREC.
002260
002270 FD  MAINT-JOURNAL
002280     LABEL RECORDS ARE STANDARD.
002290     COPY MJRNREC.
002300
002310 FD  PAYEE-MASTER
002320     LABEL RECORDS ARE STANDARD.
002330     COPY PAYEEREC.
002340
002350 FD  BILL-PAYMENT-REGISTER
002360     LABEL RECORDS ARE STANDARD.
002370     COPY BPAYREC.
002380
002390 WORKING-STORAGE SECTION.
002400******************************************************************
002410*    FILE STATUS AND SWITCHES
002420******************************************************************
002430 01  AM-ACCT-FS               PIC X(02)  VALUE "00".
002440 01  AM-TXN-FS                PIC X(02)  VALUE "00".
002450 01  AM-CUST-FS               PIC X(02)  VALUE "00".
002460 01  AM-BD-FS                 PIC X(02)  VALUE "00".
002470 01  AM-REV-FS                PIC X(02)  VALUE "00".
002480 01  AM-ARCIX-FS              PIC X(02)  VALUE "00".
002490 01  AM-ARCH-FS               PIC X(02)  VALUE "00".
002500 01  AM-TD-FS                 PIC X(02)  VALUE "00".
002510 01  AM-AGE-FS                PIC X(02)  VALUE "00".
002520 01  AM-JRN-FS                PIC X(02)  VALUE "00".
002530 01  AM-PY-FS                 PIC X(02)  VALUE "00".
002540 01  AM-BP-FS                 PIC X(02)  VALUE "00".
002550
002560 01  AM-CONTINUE-SW           PIC X(01)  VALUE 'Y'.
002570
002580 01  AM-ACCT-FOUND-SW         PIC X(01)  VALUE 'N'.
002590     88  AM-ACCT-FOUND                VALUE 'Y'.
002600     88  AM-ACCT-NOT-FOUND            VALUE 'N'.
002610
002620 01  AM-CUST-FOUND-SW         PIC X(01)  VALUE 'N'.
002630     88  AM-CUST-FOUND                VALUE 'Y'.
002640     88  AM-CUST-NOT-FOUND            VALUE 'N'.
002650
002660 01  AM-TXN-EOF-SW            PIC X(01)  VALUE 'N'.
002670     88  AM-TXN-EOF                   VALUE 'Y'.
002680
002690 01  AM-LOG-OPEN-SW           PIC X(01)  VALUE 'Y'.
002700     88  AM-LOG-OPEN                  VALUE 'Y'.
002710
002720 01  AM-ARCIX-EOF-SW          PIC X(01)  VALUE 'N'.
002730     88  AM-ARCIX-EOF                 VALUE 'Y'.
002740
002750 01  AM-ARCH-EOF-SW           PIC X(01)  VALUE 'N'.
002760     88  AM-ARCH-EOF                  VALUE 'Y'.
002770
002780 01  AM-ARCHIVE-OK-SW         PIC X(01)  VALUE 'Y'.
002790     88  AM-ARCHIVE-OK                VALUE 'Y'.
002800
002810 01  AM-TAX-OK-SW             PIC X(01)  VALUE 'N'.
002820     88  AM-TAX-OK                    VALUE 'Y'.
002830
002840 01  AM-TD-OK-SW              PIC X(01)  VALUE 'N'.
002850     88  AM-TD-OK                     VALUE 'Y'.
002860
002870 01  AM-RECOVERY-OK-SW        PIC X(01)  VALUE 'N'.
002880     88  AM-RECOVERY-ALLOWED          VALUE 'Y'.
002890
002900 01  AM-PY-EOF-SW             PIC X(01)  VALUE 'N'.
002910     88  AM-PY-EOF                    VALUE 'Y'.
002920
002930 01  AM-REV-DIRECTION         PIC X(01)  VALUE SPACE.
002940     88  AM-REV-DEBITS                VALUE 'D'.
002950     88  AM-REV-CREDITS               VALUE 'C'.
002960
002970******************************************************************
002980*    MENU AND INPUT WORK FIELDS
002990******************************************************************
003000 77  AM-CHOICE                PIC 9(02).
003010 77  AM-PIN-INPUT             PIC 9(04).
003020 77  AM-TYPE-INPUT            PIC X(01).
003030 77  AM-BALANCE-INPUT         PIC 9(06)V99.
003040 77  AM-LIMIT-INPUT           PIC 9(06)V99.
003050 77  AM-CUST-ID-INPUT         PIC 9(06).
003060 77  AM-TAX-ID-INPUT          PIC X(09).
003070 77  AM-TAX-TYPE-INPUT        PIC X(01).
003080 77  AM-WITHHOLD-INPUT        PIC X(01).
003090
003100******************************************************************
003110*    TRANSACTION-LOG WORK FIELDS
003120******************************************************************
003130 77  AM-LOG-TYPE              PIC X(12).
003140 77  AM-LOG-AMOUNT            PIC S9(07)V99.
003150 77  AM-CURRENT-DATE          PIC 9(08).
003160 77  AM-CURRENT-TIME          PIC 9(08).
003170 77  AM-BUSINESS-DATE         PIC 9(08).
003180 77  AM-TELLER-ID             PIC X(08).
003190 77  AM-CASH-INPUT            PIC 9(06)V99.
003200 77  AM-AVAILABLE-BAL         PIC S9(08)V99.
003210 77  AM-CO-OUTSTANDING        PIC S9(07)V99.
003220
003230******************************************************************
003240*    BILL PAYMENT WORK FIELDS - AM-PAYEE-COUNT AND
003250*    AM-LAST-PAYEE-SEQ ARE SET BY 7810-LIST-PAYEES FOR THE
003260*    CUSTOMER IN AM-OWNER-ID.
003270******************************************************************
003280 77  AM-PAYEE-ACTION          PIC X(01).
003290 77  AM-PAYEE-INPUT           PIC 9(02).
003300 77  AM-PAYEE-COUNT           PIC 9(02).
003310 77  AM-LAST-PAYEE-SEQ        PIC 9(02).
003320 77  AM-PAYEE-NAME-INPUT      PIC X(30).
003330 77  AM-ROUTING-INPUT         PIC 9(09).
003340 77  AM-PAYEE-ACCT-INPUT      PIC X(17).
003350 77  AM-PAY-INPUT             PIC 9(06)V99.
003360
003370******************************************************************
003380*    MAINTENANCE JOURNAL WORK FIELDS - AM-BEFORE-IMAGE HOLDS THE
003390*    RECORD AS READ, BEFORE THE TELLER'S CHANGE IS APPLIED.
003400******************************************************************
003410 77  AM-BEFORE-IMAGE          PIC X(150).
003420 77  AM-JRN-ACTION            PIC X(12).
003430
003440******************************************************************
003450*    REVERSAL WORK FIELDS - THE ORIGINAL ENTRY BEING CORRECTED IS
003460*    HELD IN AM-ORIG-ENTRY, LAID OUT FROM TXNREC.CPY ITSELF.
003470******************************************************************
003480 77  AM-ORIG-DATE-INPUT       PIC 9(08).
003490 77  AM-ORIG-TIME-INPUT       PIC 9(08).
003500 77  AM-ORIG-TYPE-INPUT       PIC X(12).
003510 77  AM-MATCH-COUNT           PIC 9(04)  VALUE 0.
003520 77  AM-SUPERVISOR-ID         PIC X(08).
003530 77  AM-CONFIRM               PIC X(01).
003540 77  AM-REV-TYPE              PIC X(12).
003550 77  AM-ARCHIVE-NAME          PIC X(12).
003560 77  AM-PREV-ARCIX-DATE       PIC 9(08)  VALUE 0.
003570 COPY TXNREC REPLACING
003580     ==TRANSACTION-RECORD== BY ==AM-ORIG-ENTRY==
003590     LEADING ==TXN-== BY ==AMOR-==.
003600
003610******************************************************************
003620*    TERM DEPOSIT WORK FIELDS - THE EARLY-WITHDRAWAL PENALTY IS
003630*    AM-TD-PENALTY-MONTHS MONTHS OF THE DEPOSIT'S FIXED RATE ON
003640*    THE AMOUNT TAKEN OUT. THE MATURITY DATE IS THE OPENING DATE
003650*    ADVANCED BY THE TERM, DAY CLAMPED TO THE SHORTER MONTH
003660*    (FEBRUARY BY THE FULL LEAP RULE).
003670******************************************************************
003680 77  AM-TERM-INPUT            PIC 9(03).
003690 77  AM-RATE-INPUT            PIC 9V9(06).
003700 77  AM-INSTR-INPUT           PIC X(01).
003710 77  AM-PAYOUT-INPUT          PIC 9(06).
003720 77  AM-NEW-ACCOUNT           PIC 9(06).
003730 77  AM-OWNER-ID              PIC 9(06).
003740 77  AM-MATURITY-DATE         PIC 9(08).
003750 77  AM-TD-PENALTY            PIC S9(07)V99.
003760 77  AM-TD-PENALTY-MONTHS     PIC 9(02)  VALUE 3.
003770 01  AM-WORK-DATE.
003780     05  AM-WORK-YYYY         PIC 9(04).
003790     05  AM-WORK-MM           PIC 9(02).
003800     05  AM-WORK-DD           PIC 9(02).
003810 77  AM-MONTHS-ADDED          PIC 9(03).
003820 77  AM-LEAP-QUOT             PIC 9(04).
003830 77  AM-LEAP-REM              PIC 9(04).
003840 77  AM-MONTH-LIMIT           PIC 9(02).
003850 01  AM-MONTH-TABLE-DATA.
003860     05  FILLER               PIC X(24)
003870     VALUE "312831303130313130313031".
003880 01  AM-MONTH-TABLE REDEFINES AM-MONTH-TABLE-DATA.
003890     05  AM-DAYS-IN-MONTH     OCCURS 12 TIMES PIC 9(02).
003900
003910 PROCEDURE DIVISION.
003920******************************************************************
003930*    0000-MAINLINE
003940*    CONTROLLING PARAGRAPH - OPENS THE FILES THEN DRIVES THE
003950*    MAINTENANCE MENU UNTIL THE TELLER EXITS.
003960******************************************************************
003970 0000-MAINLINE.
003980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003990
004000     IF AM-CONTINUE-SW = 'Y'
004010     PERFORM 3000-MAIN-MENU THRU 3000-EXIT
004020     UNTIL AM-CONTINUE-SW = 'N'
004030     END-IF.
004040
004050     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004060     STOP RUN.
004070
004080******************************************************************
004090*    1000-INITIALIZE
004100*    OPENS ACCOUNT-MASTER AND TRANSACTION-LOG. A MISSING ACCOUNT
004110*    MASTER IS CREATED EMPTY - THIS PROGRAM IS THE ACCOUNT-OPENING
004120*    SYSTEM, SO NO TEST ACCOUNTS ARE SEEDED HERE.
004130******************************************************************
004140 1000-INITIALIZE.
004150     PERFORM 8900-GET-BUSINESS-DATE THRU 8900-EXIT.
004160     DISPLAY "==== TELLER ACCOUNT MAINTENANCE ====".
004170     DISPLAY "ENTER TELLER ID: ".
004180     ACCEPT AM-TELLER-ID.
004190     IF AM-TELLER-ID = SPACES
004200     DISPLAY "A TELLER ID IS REQUIRED. SESSION ENDED."
004210     MOVE 'N' TO AM-CONTINUE-SW
004220     GO TO 1000-EXIT
004230     END-IF.
004240     MOVE 'Y' TO AM-CONTINUE-SW.
004250
004260     OPEN I-O ACCOUNT-MASTER.
004270     IF AM-ACCT-FS = "35"
004280     OPEN OUTPUT ACCOUNT-MASTER
004290     CLOSE ACCOUNT-MASTER
004300     OPEN I-O ACCOUNT-MASTER
004310     END-IF.
004320
004330     IF AM-ACCT-FS NOT = "00"
004340     DISPLAY "UNABLE TO OPEN ACCOUNT MASTER FILE. STATUS="
004350     AM-ACCT-FS
004360     MOVE 'N' TO AM-CONTINUE-SW
004370     GO TO 1000-EXIT
004380     END-IF.
004390
004400     OPEN EXTEND TRANSACTION-LOG.
004410     IF AM-TXN-FS = "35"
004420     OPEN OUTPUT TRANSACTION-LOG
004430     CLOSE TRANSACTION-LOG
004440     OPEN EXTEND TRANSACTION-LOG
004450     END-IF.
004460     IF AM-TXN-FS NOT = "00"
004470     DISPLAY "UNABLE TO OPEN TRANSACTION LOG. STATUS=" AM-TXN-FS
004480     MOVE 'N' TO AM-LOG-OPEN-SW
004490     MOVE 'N' TO AM-CONTINUE-SW
004500     GO TO 1000-EXIT
004510     END-IF.
004520
004530     OPEN I-O CUSTOMER-MASTER.
004540     IF AM-CUST-FS = "35"
004550     OPEN OUTPUT CUSTOMER-MASTER
004560     CLOSE CUSTOMER-MASTER
004570     OPEN I-O CUSTOMER-MASTER
004580     END-IF.
004590     IF AM-CUST-FS NOT = "00"
004600     DISPLAY "UNABLE TO OPEN CUSTOMER MASTER FILE. STATUS="
004610     AM-CUST-FS
004620     MOVE 'N' TO AM-CONTINUE-SW
004630     GO TO 1000-EXIT
004640     END-IF.
004650
004660     OPEN I-O REVERSAL-REGISTER.
004670     IF AM-REV-FS = "35"
004680     OPEN OUTPUT REVERSAL-REGISTER
004690     CLOSE REVERSAL-REGISTER
004700     OPEN I-O REVERSAL-REGISTER
004710     END-IF.
004720     IF AM-REV-FS NOT = "00"
004730     DISPLAY "UNABLE TO OPEN REVERSAL REGISTER. STATUS="
004740     AM-REV-FS
004750     MOVE 'N' TO AM-CONTINUE-SW
004760     END-IF.
004770
004780     OPEN I-O TERM-DEPOSIT-MASTER.
004790     IF AM-TD-FS = "35"
004800     OPEN OUTPUT TERM-DEPOSIT-MASTER
004810     CLOSE TERM-DEPOSIT-MASTER
004820     OPEN I-O TERM-DEPOSIT-MASTER
004830     END-IF.
004840     IF AM-TD-FS NOT = "00"
004850     DISPLAY "UNABLE TO OPEN TERM DEPOSIT MASTER. STATUS="
004860     AM-TD-FS
004870     MOVE 'N' TO AM-CONTINUE-SW
004880     END-IF.
004890
004900     OPEN I-O OD-AGING-MASTER.
004910     IF AM-AGE-FS = "35"
004920     OPEN OUTPUT OD-AGING-MASTER
004930     CLOSE OD-AGING-MASTER
004940     OPEN I-O OD-AGING-MASTER
004950     END-IF.
004960     IF AM-AGE-FS NOT = "00"
004970     DISPLAY "UNABLE TO OPEN OVERDRAFT AGING MASTER. STATUS="
004980     AM-AGE-FS
004990     MOVE 'N' TO AM-CONTINUE-SW
005000     END-IF.
005010
005020     OPEN EXTEND MAINT-JOURNAL.
005030     IF AM-JRN-FS = "35"
005040     OPEN OUTPUT MAINT-JOURNAL
005050     CLOSE MAINT-JOURNAL
005060     OPEN EXTEND MAINT-JOURNAL
005070     END-IF.
005080     IF AM-JRN-FS NOT = "00"
005090     DISPLAY "UNABLE TO OPEN MAINTENANCE JOURNAL. STATUS="
005100     AM-JRN-FS
005110     MOVE 'N' TO AM-CONTINUE-SW
005120     END-IF.
005130
005140     OPEN I-O PAYEE-MASTER.
005150     IF AM-PY-FS = "35"
005160     OPEN OUTPUT PAYEE-MASTER
005170     CLOSE PAYEE-MASTER
005180     OPEN I-O PAYEE-MASTER
005190     END-IF.
005200     IF AM-PY-FS NOT = "00"
005210     DISPLAY "UNABLE TO OPEN PAYEE MASTER. STATUS=" AM-PY-FS
005220     MOVE 'N' TO AM-CONTINUE-SW
005230     END-IF.
005240
005250     OPEN I-O BILL-PAYMENT-REGISTER.
005260     IF AM-BP-FS = "35"
005270     OPEN OUTPUT BILL-PAYMENT-REGISTER
005280     CLOSE BILL-PAYMENT-REGISTER
005290     OPEN I-O BILL-PAYMENT-REGISTER
005300     END-IF.
005310     IF AM-BP-FS NOT = "00"
005320     DISPLAY "UNABLE TO OPEN BILL PAYMENT REGISTER. STATUS="
005330     AM-BP-FS
005340     MOVE 'N' TO AM-CONTINUE-SW
005350     END-IF.
005360 1000-EXIT.
005370     EXIT.
005380
005390******************************************************************
005400*    3000-MAIN-MENU
005410*    ONE PASS THROUGH THE MENU - MAINLINE PERFORMS THIS UNTIL
005420*    THE TELLER EXITS.
005430******************************************************************
005440 3000-MAIN-MENU.
005450     DISPLAY "==============================".
005460     DISPLAY "1. OPEN NEW ACCOUNT".
005470     DISPLAY "2. UNLOCK ACCOUNT".
005480     DISPLAY "3. CHANGE PIN".
005490     DISPLAY "4. CLOSE ACCOUNT".
005500     DISPLAY "5. ADJUST OVERDRAFT LIMIT".
005510     DISPLAY "6. EXIT".
005520     DISPLAY "7. ADD CUSTOMER".
005530     DISPLAY "8. UPDATE CUSTOMER".
005540     DISPLAY "9. TELLER CASH DEPOSIT".
005550     DISPLAY "10. TELLER CASH WITHDRAWAL".
005560     DISPLAY "11. REVERSE AN ENTRY".
005570     DISPLAY "12. CUSTOMER TAX DETAILS".
005580     DISPLAY "13. TERM DEPOSIT INSTRUCTION".
005590     DISPLAY "14. CUSTOMER PAYEES".
005600     DISPLAY "15. PAY BILL".
005610     DISPLAY "ENTER YOUR CHOICE: ".
005620     ACCEPT AM-CHOICE.
005630
005640     EVALUATE AM-CHOICE
005650     WHEN 1
005660     PERFORM 4000-OPEN-ACCOUNT THRU 4000-EXIT
005670     WHEN 2
005680     PERFORM 5000-UNLOCK-ACCOUNT THRU 5000-EXIT
005690     WHEN 3
005700     PERFORM 6000-CHANGE-PIN THRU 6000-EXIT
005710     WHEN 4
005720     PERFORM 7000-CLOSE-ACCOUNT THRU 7000-EXIT
005730     WHEN 5
005740     PERFORM 8000-ADJUST-OD-LIMIT THRU 8000-EXIT
005750     WHEN 6
005760     DISPLAY "MAINTENANCE SESSION ENDED."
005770     MOVE 'N' TO AM-CONTINUE-SW
005780     WHEN 7
005790     PERFORM 8100-ADD-CUSTOMER THRU 8100-EXIT
005800     WHEN 8
005810     PERFORM 8200-UPDATE-CUSTOMER THRU 8200-EXIT
005820     WHEN 9
005830     PERFORM 8600-TELLER-DEPOSIT THRU 8600-EXIT
005840     WHEN 10
005850     PERFORM 8700-TELLER-WITHDRAWAL THRU 8700-EXIT
005860     WHEN 11
005870     PERFORM 7500-REVERSE-ENTRY THRU 7500-EXIT
005880     WHEN 12
005890     PERFORM 8400-CUSTOMER-TAX-DETAILS THRU 8400-EXIT
005900     WHEN 13
005910     PERFORM 8800-TERM-INSTRUCTION THRU 8800-EXIT
005920     WHEN 14
005930     PERFORM 7800-MAINTAIN-PAYEES THRU 7800-EXIT
005940     WHEN 15
005950     PERFORM 7850-PAY-BILL THRU 7850-EXIT
005960     WHEN OTHER
005970     DISPLAY "INVALID CHOICE. TRY AGAIN."
005980     END-EVALUATE.
005990 3000-EXIT.
006000     EXIT.
006010
006020******************************************************************
006030*    3100-READ-ACCOUNT
006040*    PROMPTS FOR AN ACCOUNT NUMBER AND READS THE MASTER RECORD.
006050*    SHARED BY EVERY MAINTENANCE ACTION EXCEPT ACCOUNT OPENING.
006060*    THE RECORD AS READ IS KEPT IN AM-BEFORE-IMAGE FOR THE
006070*    MAINTENANCE JOURNAL.
006080*    A CHARGED-OFF ACCOUNT IS TREATED AS NOT FOUND UNLESS THE
006090*    CALLER HAS ALLOWED A RECOVERY DEPOSIT.
006100******************************************************************
006110 3100-READ-ACCOUNT.
006120     SET AM-ACCT-NOT-FOUND TO TRUE.
006130     DISPLAY "ENTER ACCOUNT NUMBER: ".
006140     ACCEPT ACCT-NUMBER.
006150
006160     READ ACCOUNT-MASTER
006170     INVALID KEY
006180     DISPLAY "ACCOUNT NOT FOUND."
006190     NOT INVALID KEY
006200     SET AM-ACCT-FOUND TO TRUE
006210     MOVE ACCOUNT-RECORD TO AM-BEFORE-IMAGE
006220     END-READ.
006230     IF AM-ACCT-FOUND AND ACCT-CHARGED-OFF
006240     AND NOT AM-RECOVERY-ALLOWED
006250     DISPLAY "ACCOUNT IS CHARGED OFF. ONLY A RECOVERY DEPOSIT"
006260     " MAY BE TAKEN."
006270     SET AM-ACCT-NOT-FOUND TO TRUE
006280     END-IF.
006290 3100-EXIT.
006300     EXIT.
006310
006320******************************************************************
006330*    4000-OPEN-ACCOUNT
006340*    BUILDS A FRESH MASTER RECORD FROM TELLER INPUT AND LOGS THE
006350*    OPENING BALANCE AS AN ACCT-OPEN ENTRY, SO THE ACCOUNT'S FULL
006360*    HISTORY ON THE TRANSACTION LOG STARTS AT ITS TRUE OPENING.
006370*    THE OWNING CUSTOMER MUST ALREADY BE ON CUSTMAST - THE LINK
006380*    IS CARRIED ON ACCT-CUST-ID SO STATEMENTS CAN BE ADDRESSED.
006390*    A TERM DEPOSIT (TYPE T) CARRIES NO OVERDRAFT; ITS TERM, RATE
006400*    AND MATURITY INSTRUCTION ARE TAKEN BY 4100 AND WRITTEN TO
006410*    TDMAST ONCE THE MASTER RECORD IS ON FILE.
006420******************************************************************
006430 4000-OPEN-ACCOUNT.
006440     DISPLAY "ENTER NEW ACCOUNT NUMBER: ".
006450     ACCEPT ACCT-NUMBER.
006460     DISPLAY "ENTER 4-DIGIT PIN: ".
006470     ACCEPT AM-PIN-INPUT.
006480     DISPLAY "ENTER ACCOUNT TYPE (C=CHECKING S=SAVINGS T=TERM): ".
006490     ACCEPT AM-TYPE-INPUT.
006500
006510     IF AM-TYPE-INPUT NOT = 'C' AND AM-TYPE-INPUT NOT = 'S'
006520     AND AM-TYPE-INPUT NOT = 'T'
006530     DISPLAY "INVALID ACCOUNT TYPE. ACCOUNT NOT OPENED."
006540     GO TO 4000-EXIT
006550     END-IF.
006560
006570     DISPLAY "ENTER OPENING BALANCE: ".
006580     ACCEPT AM-BALANCE-INPUT.
006590     IF AM-TYPE-INPUT = 'T'
006600     MOVE ZERO TO AM-LIMIT-INPUT
006610     ELSE
006620     DISPLAY "ENTER OVERDRAFT LIMIT: "
006630     ACCEPT AM-LIMIT-INPUT
006640     END-IF.
006650
006660     DISPLAY "ENTER OWNING CUSTOMER ID: ".
006670     ACCEPT CUST-ID.
006680     READ CUSTOMER-MASTER
006690     INVALID KEY
006700     DISPLAY "CUSTOMER NOT ON FILE. ADD THE CUSTOMER FIRST."
006710     GO TO 4000-EXIT
006720     END-READ.
006730
006740     IF AM-TYPE-INPUT = 'T'
006750     MOVE ACCT-NUMBER TO AM-NEW-ACCOUNT
006760     MOVE CUST-ID TO AM-OWNER-ID
006770     PERFORM 4100-ACCEPT-TERM-FIELDS THRU 4100-EXIT
006780     MOVE AM-NEW-ACCOUNT TO ACCT-NUMBER
006790     IF NOT AM-TD-OK
006800     GO TO 4000-EXIT
006810     END-IF
006820     END-IF.
006830
006840     MOVE AM-PIN-INPUT    TO ACCT-PIN.
006850     MOVE 0               TO ACCT-PIN-TRIES.
006860     SET ACCT-ACTIVE      TO TRUE.
006870     MOVE AM-TYPE-INPUT   TO ACCT-TYPE.
006880     MOVE AM-BALANCE-INPUT TO ACCT-BALANCE.
006890     MOVE AM-LIMIT-INPUT  TO ACCT-OVERDRAFT-LIMIT.
006900     MOVE ZERO            TO ACCT-DAILY-WD-DATE.
006910     MOVE ZERO            TO ACCT-DAILY-WD-TOTAL.
006920     SET ACCT-CKPT-CLEAR  TO TRUE.
006930     MOVE ZERO            TO ACCT-CKPT-AMOUNT.
006940     MOVE ZERO            TO ACCT-CKPT-FEE.
006950     MOVE ZERO            TO ACCT-CKPT-DATE.
006960     MOVE ZERO            TO ACCT-CKPT-TIME.
006970     MOVE ZERO            TO ACCT-CKPT-XFER-ACCT.
006980     MOVE ZERO            TO ACCT-HELD-AMOUNT.
006990     MOVE ZERO            TO ACCT-HOLD-RELEASE-DATE.
007000     MOVE CUST-ID         TO ACCT-CUST-ID.
007010
007020     WRITE ACCOUNT-RECORD
007030     INVALID KEY
007040     DISPLAY "ACCOUNT ALREADY ON FILE. NOT OPENED."
007050     NOT INVALID KEY
007060     MOVE AM-BALANCE-INPUT TO AM-LOG-AMOUNT
007070     MOVE "ACCT-OPEN" TO AM-LOG-TYPE
007080     PERFORM 8500-WRITE-LOG THRU 8500-EXIT
007090     MOVE SPACES TO AM-BEFORE-IMAGE
007100     PERFORM 8550-JOURNAL-ACCOUNT THRU 8550-EXIT
007110     DISPLAY "ACCOUNT " ACCT-NUMBER " OPENED."
007120     IF AM-TYPE-INPUT = 'T'
007130     PERFORM 4300-WRITE-TERM-RECORD THRU 4300-EXIT
007140     END-IF
007150     END-WRITE.
007160 4000-EXIT.
007170     EXIT.
007180
007190******************************************************************
007200*    4100-ACCEPT-TERM-FIELDS
007210*    TERM, FIXED RATE AND MATURITY INSTRUCTION FOR A NEW TERM
007220*    DEPOSIT. A PAY-OUT INSTRUCTION NAMES AN OPEN CHECKING
007230*    ACCOUNT OF THE SAME CUSTOMER (AM-OWNER-ID). THE PAYOUT
007240*    CHECK READS THE MASTER, SO THE CALLER RESTORES ITS OWN
007250*    ACCOUNT NUMBER AFTERWARDS. AM-TD-OK IS SET ONLY WHEN EVERY
007260*    FIELD PASSES.
007270******************************************************************
007280 4100-ACCEPT-TERM-FIELDS.
007290     MOVE 'N' TO AM-TD-OK-SW.
007300     IF AM-BALANCE-INPUT = ZERO
007310     DISPLAY "A TERM DEPOSIT NEEDS AN OPENING BALANCE."
007320     " ACCOUNT NOT OPENED."
007330     GO TO 4100-EXIT
007340     END-IF.
007350
007360     DISPLAY "ENTER TERM IN MONTHS (1-120): ".
007370     ACCEPT AM-TERM-INPUT.
007380     IF AM-TERM-INPUT < 1 OR AM-TERM-INPUT > 120
007390     DISPLAY "INVALID TERM. ACCOUNT NOT OPENED."
007400     GO TO 4100-EXIT
007410     END-IF.
007420
007430     DISPLAY "ENTER FIXED MONTHLY RATE (E.G. 0.003750): ".
007440     ACCEPT AM-RATE-INPUT.
007450     IF AM-RATE-INPUT = ZERO
007460     DISPLAY "A FIXED RATE IS REQUIRED. ACCOUNT NOT OPENED."
007470     GO TO 4100-EXIT
007480     END-IF.
007490
007500     DISPLAY "AT MATURITY R=RENEW P=PAY OUT TO CHECKING: ".
007510     ACCEPT AM-INSTR-INPUT.
007520     IF AM-INSTR-INPUT NOT = 'R' AND AM-INSTR-INPUT NOT = 'P'
007530     DISPLAY "INVALID INSTRUCTION. ACCOUNT NOT OPENED."
007540     GO TO 4100-EXIT
007550     END-IF.
007560
007570     MOVE AM-BUSINESS-DATE TO AM-WORK-DATE.
007580     PERFORM 4200-COMPUTE-MATURITY THRU 4200-EXIT.
007590
007600     MOVE ZERO TO AM-PAYOUT-INPUT.
007610     IF AM-INSTR-INPUT = 'R'
007620     SET AM-TD-OK TO TRUE
007630     GO TO 4100-EXIT
007640     END-IF.
007650     DISPLAY "ENTER PAYOUT CHECKING ACCOUNT: ".
007660     ACCEPT AM-PAYOUT-INPUT.
007670     PERFORM 4150-CHECK-PAYOUT-ACCOUNT THRU 4150-EXIT.
007680     IF NOT AM-TD-OK
007690     DISPLAY "ACCOUNT NOT OPENED."
007700     END-IF.
007710 4100-EXIT.
007720     EXIT.
007730
007740******************************************************************
007750*    4150-CHECK-PAYOUT-ACCOUNT
007760*    THE PROCEEDS OF A MATURING DEPOSIT MAY ONLY GO TO AN OPEN
007770*    CHECKING ACCOUNT OWNED BY THE DEPOSIT'S OWN CUSTOMER.
007780******************************************************************
007790 4150-CHECK-PAYOUT-ACCOUNT.
007800     MOVE 'N' TO AM-TD-OK-SW.
007810     MOVE AM-PAYOUT-INPUT TO ACCT-NUMBER.
007820     READ ACCOUNT-MASTER
007830     INVALID KEY
007840     DISPLAY "PAYOUT ACCOUNT NOT FOUND."
007850     GO TO 4150-EXIT
007860     END-READ.
007870     IF NOT ACCT-TYPE-CHECKING OR ACCT-CLOSED OR ACCT-CHARGED-OFF
007880     DISPLAY "PAYOUT ACCOUNT MUST BE AN OPEN CHECKING ACCOUNT."
007890     GO TO 4150-EXIT
007900     END-IF.
007910     IF ACCT-CUST-ID NOT = AM-OWNER-ID
007920     DISPLAY "PAYOUT ACCOUNT BELONGS TO ANOTHER CUSTOMER."
007930     GO TO 4150-EXIT
007940     END-IF.
007950     SET AM-TD-OK TO TRUE.
007960 4150-EXIT.
007970     EXIT.
007980
007990******************************************************************
008000*    4200-COMPUTE-MATURITY
008010*    ADVANCES AM-WORK-DATE BY AM-TERM-INPUT CALENDAR MONTHS AND
008020*    CLAMPS THE DAY ONCE AT THE END, SO A DEPOSIT OPENED ON THE
008030*    31ST MATURES ON THE LAST DAY OF A SHORTER MONTH.
008040******************************************************************
008050 4200-COMPUTE-MATURITY.
008060     PERFORM 4210-ADD-ONE-MONTH THRU 4210-EXIT
008070     VARYING AM-MONTHS-ADDED FROM 1 BY 1
008080     UNTIL AM-MONTHS-ADDED > AM-TERM-INPUT.
008090     PERFORM 4220-SET-MONTH-LIMIT THRU 4220-EXIT.
008100     IF AM-WORK-DD > AM-MONTH-LIMIT
008110     MOVE AM-MONTH-LIMIT TO AM-WORK-DD
008120     END-IF.
008130     MOVE AM-WORK-DATE TO AM-MATURITY-DATE.
008140 4200-EXIT.
008150     EXIT.
008160
008170 4210-ADD-ONE-MONTH.
008180     IF AM-WORK-MM < 12
008190     ADD 1 TO AM-WORK-MM
008200     ELSE
008210     MOVE 01 TO AM-WORK-MM
008220     ADD 1 TO AM-WORK-YYYY
008230     END-IF.
008240 4210-EXIT.
008250     EXIT.
008260
008270 4220-SET-MONTH-LIMIT.
008280     MOVE AM-DAYS-IN-MONTH(AM-WORK-MM) TO AM-MONTH-LIMIT.
008290     IF AM-WORK-MM = 02
008300     DIVIDE AM-WORK-YYYY BY 4 GIVING AM-LEAP-QUOT
008310     REMAINDER AM-LEAP-REM
008320     IF AM-LEAP-REM = 0
008330     DIVIDE AM-WORK-YYYY BY 100 GIVING AM-LEAP-QUOT
008340     REMAINDER AM-LEAP-REM
008350     IF AM-LEAP-REM NOT = 0
008360     MOVE 29 TO AM-MONTH-LIMIT
008370     ELSE
008380     DIVIDE AM-WORK-YYYY BY 400 GIVING AM-LEAP-QUOT
008390     REMAINDER AM-LEAP-REM
008400     IF AM-LEAP-REM = 0
008410     MOVE 29 TO AM-MONTH-LIMIT
008420     END-IF
008430     END-IF
008440     END-IF
008450     END-IF.
008460 4220-EXIT.
008470     EXIT.
008480
008490******************************************************************
008500*    4300-WRITE-TERM-RECORD
008510*    FILES THE NEW DEPOSIT'S TERM RECORD. A RECORD LEFT ON TDMAST
008520*    UNDER THE SAME NUMBER BY AN EARLIER, PURGED ACCOUNT IS
008530*    OVERWRITTEN.
008540******************************************************************
008550 4300-WRITE-TERM-RECORD.
008560     MOVE SPACES TO TERM-DEPOSIT-RECORD.
008570     MOVE ACCT-NUMBER      TO TD-ACCOUNT.
008580     MOVE AM-TERM-INPUT    TO TD-TERM-MONTHS.
008590     MOVE AM-RATE-INPUT    TO TD-MONTHLY-RATE.
008600     MOVE AM-BUSINESS-DATE TO TD-OPEN-DATE.
008610     MOVE AM-BUSINESS-DATE TO TD-START-DATE.
008620     MOVE AM-MATURITY-DATE TO TD-MATURITY-DATE.
008630     MOVE AM-BALANCE-INPUT TO TD-PRINCIPAL.
008640     MOVE AM-INSTR-INPUT   TO TD-INSTRUCTION.
008650     MOVE AM-PAYOUT-INPUT  TO TD-PAYOUT-ACCOUNT.
008660     MOVE ZERO             TO TD-RENEWAL-COUNT.
008670     MOVE ZERO             TO TD-NOTICE-MATURITY.
008680     WRITE TERM-DEPOSIT-RECORD
008690     INVALID KEY
008700     REWRITE TERM-DEPOSIT-RECORD
008710     END-WRITE.
008720     DISPLAY "TERM DEPOSIT MATURES ON " TD-MATURITY-DATE ".".
008730 4300-EXIT.
008740     EXIT.
008750
008760******************************************************************
008770*    5000-UNLOCK-ACCOUNT
008780*    CLEARS A PIN LOCKOUT - RESTORES ACTIVE STATUS AND ZEROES
008790*    ACCT-PIN-TRIES SO THE CUSTOMER GETS A FRESH SET OF TRIES.
008800*    ALSO REACTIVATES AN ACCOUNT THE MONTHLY ASSESSMENT FLAGGED
008810*    DORMANT, ONCE THE CUSTOMER HAS PRESENTED AT THE COUNTER.
008820******************************************************************
008830 5000-UNLOCK-ACCOUNT.
008840     PERFORM 3100-READ-ACCOUNT THRU 3100-EXIT.
008850     IF AM-ACCT-NOT-FOUND
008860     GO TO 5000-EXIT
008870     END-IF.
008880
008890     IF ACCT-DORMANT
008900     SET ACCT-ACTIVE TO TRUE
008910     REWRITE ACCOUNT-RECORD
008920     MOVE ZERO TO AM-LOG-AMOUNT
008930     MOVE "REACTIVATE" TO AM-LOG-TYPE
008940     PERFORM 8500-WRITE-LOG THRU 8500-EXIT
008950     PERFORM 8550-JOURNAL-ACCOUNT THRU 8550-EXIT
008960     DISPLAY "ACCOUNT " ACCT-NUMBER " REACTIVATED."
008970     GO TO 5000-EXIT
008980     END-IF.
008990
009000     IF NOT ACCT-LOCKED
009010     DISPLAY "ACCOUNT IS NOT LOCKED. NO CHANGE MADE."
009020     GO TO 5000-EXIT
009030     END-IF.
009040
009050     SET ACCT-ACTIVE TO TRUE.
009060     MOVE 0 TO ACCT-PIN-TRIES.
009070     REWRITE ACCOUNT-RECORD.
009080     MOVE ZERO TO AM-LOG-AMOUNT.
009090     MOVE "UNLOCK" TO AM-LOG-TYPE.
009100     PERFORM 8500-WRITE-LOG THRU 8500-EXIT.
009110     PERFORM 8550-JOURNAL-ACCOUNT THRU 8550-EXIT.
009120     DISPLAY "ACCOUNT " ACCT-NUMBER " UNLOCKED.".
009130 5000-EXIT.
009140     EXIT.
009150
009160******************************************************************
009170*    6000-CHANGE-PIN
009180*    SETS A NEW PIN ON THE ACCOUNT. THE LOG ENTRY CARRIES A ZERO
009190*    AMOUNT - THE PIN ITSELF IS NEVER WRITTEN TO THE LOG.
009200******************************************************************
009210 6000-CHANGE-PIN.
009220     PERFORM 3100-READ-ACCOUNT THRU 3100-EXIT.
009230     IF AM-ACCT-NOT-FOUND
009240     GO TO 6000-EXIT
009250     END-IF.
009260
009270     DISPLAY "ENTER NEW 4-DIGIT PIN: ".
009280     ACCEPT AM-PIN-INPUT.
009290     MOVE AM-PIN-INPUT TO ACCT-PIN.
009300     REWRITE ACCOUNT-RECORD.
009310     MOVE ZERO TO AM-LOG-AMOUNT.
009320     MOVE "PIN-CHANGE" TO AM-LOG-TYPE.
009330     PERFORM 8500-WRITE-LOG THRU 8500-EXIT.
009340     PERFORM 8550-JOURNAL-ACCOUNT THRU 8550-EXIT.
009350     DISPLAY "PIN CHANGED FOR ACCOUNT " ACCT-NUMBER ".".
009360 6000-EXIT.
009370     EXIT.
009380
009390******************************************************************
009400*    7000-CLOSE-ACCOUNT
009410*    MARKS AN ACCOUNT CLOSED. A NON-ZERO BALANCE MUST BE PAID
009420*    OUT OR TRANSFERRED FIRST - CLOSING WOULD STRAND THE MONEY.
009430******************************************************************
009440 7000-CLOSE-ACCOUNT.
009450     PERFORM 3100-READ-ACCOUNT THRU 3100-EXIT.
009460     IF AM-ACCT-NOT-FOUND
009470     GO TO 7000-EXIT
009480     END-IF.
009490
009500     IF ACCT-CLOSED
009510     DISPLAY "ACCOUNT IS ALREADY CLOSED."
009520     GO TO 7000-EXIT
009530     END-IF.
009540
009550     IF ACCT-BALANCE NOT = ZERO
009560     DISPLAY "BALANCE IS NOT ZERO. PAY OUT FUNDS BEFORE CLOSING."
009570     GO TO 7000-EXIT
009580     END-IF.
009590
009600     IF ACCT-HELD-AMOUNT > ZERO
009610     DISPLAY "FUNDS ARE STILL ON HOLD. CANNOT CLOSE YET."
009620     GO TO 7000-EXIT
009630     END-IF.
009640
009650     SET ACCT-CLOSED TO TRUE.
009660     REWRITE ACCOUNT-RECORD.
009670     MOVE ZERO TO AM-LOG-AMOUNT.
009680     MOVE "ACCT-CLOSE" TO AM-LOG-TYPE.
009690     PERFORM 8500-WRITE-LOG THRU 8500-EXIT.
009700     PERFORM 8550-JOURNAL-ACCOUNT THRU 8550-EXIT.
009710     DISPLAY "ACCOUNT " ACCT-NUMBER " CLOSED.".
009720 7000-EXIT.
009730     EXIT.
009740
009750******************************************************************
009760*    7500-REVERSE-ENTRY
009770*    TELLER ERROR CORRECTION. THE TELLER PICKS THE ORIGINAL
009780*    TXNLOG ENTRY BY ACCOUNT, DATE AND TIME; A SUPERVISOR (ANY ID
009790*    BUT THE SIGNED-ON TELLER'S) APPROVES IT. A LINKED REV- ENTRY
009800*    OF THE OPPOSITE EFFECT RESTORES THE BALANCE, AND THE REVLOG
009810*    REGISTER IS WRITTEN FIRST SO THE SAME ENTRY CAN NEVER BE
009820*    REVERSED TWICE. ONLY ENTRIES THAT MOVED MONEY ON THIS ONE
009830*    ACCOUNT ARE REVERSIBLE. A LOG THAT WILL NOT REOPEN AFTER THE
009840*    SEARCH REFUSES THE REVERSAL AND ENDS THE SESSION.
009850******************************************************************
009860 7500-REVERSE-ENTRY.
009870     PERFORM 3100-READ-ACCOUNT THRU 3100-EXIT.
009880     IF AM-ACCT-NOT-FOUND
009890     GO TO 7500-EXIT
009900     END-IF.
009910
009920     IF ACCT-CLOSED
009930     DISPLAY "ACCOUNT IS CLOSED. NO REVERSAL POSTED."
009940     GO TO 7500-EXIT
009950     END-IF.
009960
009970     IF ACCT-CKPT-PENDING
009980     DISPLAY "CHECKPOINT PENDING - HAVE THE CUSTOMER LOG IN"
009990     " AT THE ATM FIRST. NO REVERSAL POSTED."
010000     GO TO 7500-EXIT
010010     END-IF.
010020
010030     DISPLAY "ENTER ORIGINAL ENTRY DATE (YYYYMMDD): ".
010040     ACCEPT AM-ORIG-DATE-INPUT.
010050     DISPLAY "ENTER ORIGINAL ENTRY TIME (HHMMSSCC): ".
010060     ACCEPT AM-ORIG-TIME-INPUT.
010070     MOVE SPACES TO AM-ORIG-TYPE-INPUT.
010080
010090     PERFORM 7510-FIND-ORIGINAL THRU 7510-EXIT.
010100     IF NOT AM-LOG-OPEN OR NOT AM-ARCHIVE-OK
010110     GO TO 7500-EXIT
010120     END-IF.
010130     IF AM-MATCH-COUNT > 1
010140     DISPLAY "MORE THAN ONE ENTRY AT THAT TIME."
010150     DISPLAY "ENTER THE ENTRY TYPE TO REVERSE: "
010160     ACCEPT AM-ORIG-TYPE-INPUT
010170     PERFORM 7510-FIND-ORIGINAL THRU 7510-EXIT
010180     END-IF.
010190     IF NOT AM-LOG-OPEN OR NOT AM-ARCHIVE-OK
010200     GO TO 7500-EXIT
010210     END-IF.
010220     IF AM-MATCH-COUNT = 0
010230     DISPLAY "NO SUCH ENTRY ON THE LOG OR THE ARCHIVES."
010240     GO TO 7500-EXIT
010250     END-IF.
010260     IF AM-MATCH-COUNT > 1
010270     DISPLAY "ENTRY IS STILL AMBIGUOUS. NO REVERSAL POSTED."
010280     GO TO 7500-EXIT
010290     END-IF.
010300
010310     PERFORM 7600-SET-REVERSAL-TYPE THRU 7600-EXIT.
010320     IF AM-REV-TYPE = SPACES
010330     DISPLAY "A " AMOR-TYPE " ENTRY CANNOT BE REVERSED HERE."
010340     GO TO 7500-EXIT
010350     END-IF.
010360
010370     MOVE AMOR-ACCOUNT TO REV-ORIG-ACCOUNT.
010380     MOVE AMOR-DATE    TO REV-ORIG-DATE.
010390     MOVE AMOR-TIME    TO REV-ORIG-TIME.
010400     MOVE AMOR-TYPE    TO REV-ORIG-TYPE.
010410     READ REVERSAL-REGISTER
010420     INVALID KEY
010430     CONTINUE
010440     NOT INVALID KEY
010450     DISPLAY "ENTRY ALREADY REVERSED ON " REV-DATE
010460     " BY " REV-TELLER-ID " / " REV-SUPERVISOR-ID "."
010470     GO TO 7500-EXIT
010480     END-READ.
010490
010500     DISPLAY "ORIGINAL ENTRY: " AMOR-TYPE " $" AMOR-AMOUNT
010510     " " AMOR-CHANNEL " " AMOR-OPERATOR.
010520     DISPLAY "CORRECTION:     " AM-REV-TYPE " $" AMOR-AMOUNT.
010530     IF AM-REV-DEBITS
010540     AND AMOR-AMOUNT > ACCT-BALANCE + ACCT-OVERDRAFT-LIMIT
010550     DISPLAY "WARNING - CORRECTION TAKES THE ACCOUNT PAST ITS"
010560     " OVERDRAFT LIMIT."
010570     END-IF.
010580
010590     DISPLAY "SUPERVISOR ID: ".
010600     ACCEPT AM-SUPERVISOR-ID.
010610     IF AM-SUPERVISOR-ID = SPACES
010620     OR AM-SUPERVISOR-ID = AM-TELLER-ID
010630     DISPLAY "SUPERVISOR APPROVAL REQUIRED. NO REVERSAL POSTED."
010640     GO TO 7500-EXIT
010650     END-IF.
010660     DISPLAY "SUPERVISOR - APPROVE THIS REVERSAL (Y/N): ".
010670     ACCEPT AM-CONFIRM.
010680     IF AM-CONFIRM NOT = 'Y'
010690     DISPLAY "REVERSAL NOT APPROVED. NO REVERSAL POSTED."
010700     GO TO 7500-EXIT
010710     END-IF.
010720
010730     MOVE SPACES TO REVERSAL-RECORD.
010740     MOVE AMOR-ACCOUNT     TO REV-ORIG-ACCOUNT.
010750     MOVE AMOR-DATE        TO REV-ORIG-DATE.
010760     MOVE AMOR-TIME        TO REV-ORIG-TIME.
010770     MOVE AMOR-TYPE        TO REV-ORIG-TYPE.
010780     MOVE AM-BUSINESS-DATE TO REV-DATE.
010790     ACCEPT REV-TIME FROM TIME.
010800     MOVE AMOR-AMOUNT      TO REV-ORIG-AMOUNT.
010810     MOVE AMOR-CHANNEL     TO REV-ORIG-CHANNEL.
010820     MOVE AMOR-OPERATOR    TO REV-ORIG-OPERATOR.
010830     MOVE AM-REV-TYPE      TO REV-TYPE.
010840     MOVE AM-TELLER-ID     TO REV-TELLER-ID.
010850     MOVE AM-SUPERVISOR-ID TO REV-SUPERVISOR-ID.
010860     WRITE REVERSAL-RECORD
010870     INVALID KEY
010880     DISPLAY "ENTRY WAS JUST REVERSED ELSEWHERE. NOT POSTED."
010890     GO TO 7500-EXIT
010900     END-WRITE.
010910
010920     PERFORM 7700-APPLY-REVERSAL THRU 7700-EXIT.
010930     MOVE AMOR-AMOUNT TO AM-LOG-AMOUNT.
010940     MOVE AM-REV-TYPE TO AM-LOG-TYPE.
010950     PERFORM 8500-WRITE-LOG THRU 8500-EXIT.
010960     REWRITE ACCOUNT-RECORD.
010970     DISPLAY "REVERSAL POSTED. NEW BALANCE: $" ACCT-BALANCE.
010980 7500-EXIT.
010990     EXIT.
011000
011010******************************************************************
011020*    7510-FIND-ORIGINAL
011030*    COUNTS THE ENTRIES MATCHING THE ACCOUNT, DATE, TIME AND (IF
011040*    GIVEN) TYPE, KEEPING THE LAST ONE IN AM-ORIG-ENTRY. THE LIVE
011050*    LOG IS SEARCHED FIRST; ONLY IF IT HOLDS NO MATCH ARE THE
011060*    CUTOVER ARCHIVES DATED ON OR AFTER THE ENTRY'S DATE SCANNED,
011070*    STOPPING AT THE FIRST ARCHIVE THAT HOLDS IT. THE LOG IS
011080*    REOPENED FOR APPEND BEFORE ANYTHING ELSE; IF IT WILL NOT
011090*    REOPEN, AM-LOG-OPEN-SW GOES TO 'N'.
011100*    A CUTOVER ARCHIVE OR INDEX THAT WILL NOT OPEN IS REPORTED AND
011110*    AM-ARCHIVE-OK-SW GOES TO 'N' - THE ENTRY CANNOT BE CALLED
011120*    MISSING WHEN NOT EVERY ARCHIVE WAS READ. NO INDEX AT ALL
011130*    MEANS NO CUTOVER HAS RUN YET.
011140******************************************************************
011150 7510-FIND-ORIGINAL.
011160     MOVE 0 TO AM-MATCH-COUNT.
011170     MOVE 'Y' TO AM-ARCHIVE-OK-SW.
011180     CLOSE TRANSACTION-LOG.
011190     MOVE 'N' TO AM-TXN-EOF-SW.
011200     OPEN INPUT TRANSACTION-LOG.
011210     IF AM-TXN-FS = "00"
011220     PERFORM 7530-READ-LOG-ENTRY THRU 7530-EXIT
011230     PERFORM UNTIL AM-TXN-EOF
011240     PERFORM 7560-CHECK-ENTRY THRU 7560-EXIT
011250     PERFORM 7530-READ-LOG-ENTRY THRU 7530-EXIT
011260     END-PERFORM
011270     CLOSE TRANSACTION-LOG
011280     END-IF.
011290     OPEN EXTEND TRANSACTION-LOG.
011300     IF AM-TXN-FS = "35"
011310     OPEN OUTPUT TRANSACTION-LOG
011320     CLOSE TRANSACTION-LOG
011330     OPEN EXTEND TRANSACTION-LOG
011340     END-IF.
011350     IF AM-TXN-FS NOT = "00"
011360     DISPLAY "UNABLE TO REOPEN TRANSACTION LOG. STATUS=" AM-TXN-FS
011370     DISPLAY "NO REVERSAL POSTED. SESSION ENDED."
011380     MOVE 'N' TO AM-LOG-OPEN-SW
011390     MOVE 'N' TO AM-CONTINUE-SW
011400     GO TO 7510-EXIT
011410     END-IF.
011420
011430     IF AM-MATCH-COUNT > 0
011440     GO TO 7510-EXIT
011450     END-IF.
011460
011470     MOVE 'N' TO AM-ARCIX-EOF-SW.
011480     MOVE 0 TO AM-PREV-ARCIX-DATE.
011490     OPEN INPUT ARCHIVE-INDEX.
011500     IF AM-ARCIX-FS = "35"
011510     GO TO 7510-EXIT
011520     END-IF.
011530     IF AM-ARCIX-FS NOT = "00"
011540     DISPLAY "ARCHIVE UNAVAILABLE - STATUS=" AM-ARCIX-FS
011550     MOVE 'N' TO AM-ARCHIVE-OK-SW
011560     GO TO 7510-EXIT
011570     END-IF.
011580     PERFORM 7520-READ-INDEX-ENTRY THRU 7520-EXIT.
011590     PERFORM UNTIL AM-ARCIX-EOF OR AM-MATCH-COUNT > 0
011600     OR NOT AM-ARCHIVE-OK
011610     IF ARCIX-DATE NOT < AM-ORIG-DATE-INPUT
011620     AND ARCIX-DATE > AM-PREV-ARCIX-DATE
011630     MOVE ARCIX-FILE-NAME TO AM-ARCHIVE-NAME
011640     PERFORM 7540-SCAN-ONE-ARCHIVE THRU 7540-EXIT
011650     MOVE ARCIX-DATE TO AM-PREV-ARCIX-DATE
011660     END-IF
011670     PERFORM 7520-READ-INDEX-ENTRY THRU 7520-EXIT
011680     END-PERFORM.
011690     CLOSE ARCHIVE-INDEX.
011700 7510-EXIT.
011710     EXIT.
011720
011730 7520-READ-INDEX-ENTRY.
011740     READ ARCHIVE-INDEX
011750     AT END
011760     MOVE 'Y' TO AM-ARCIX-EOF-SW
011770     END-READ.
011780 7520-EXIT.
011790     EXIT.
011800
011810 7530-READ-LOG-ENTRY.
011820     READ TRANSACTION-LOG
011830     AT END
011840     MOVE 'Y' TO AM-TXN-EOF-SW
011850     END-READ.
011860 7530-EXIT.
011870     EXIT.
011880
011890 7540-SCAN-ONE-ARCHIVE.
011900     MOVE 'N' TO AM-ARCH-EOF-SW.
011910     OPEN INPUT ARCHIVE-FILE.
011920     IF AM-ARCH-FS = "00"
011930     PERFORM 7550-READ-ARCHIVE-ENTRY THRU 7550-EXIT
011940     PERFORM UNTIL AM-ARCH-EOF
011950     PERFORM 7560-CHECK-ENTRY THRU 7560-EXIT
011960     PERFORM 7550-READ-ARCHIVE-ENTRY THRU 7550-EXIT
011970     END-PERFORM
011980     CLOSE ARCHIVE-FILE
011990     END-IF.
012000     IF AM-ARCH-FS NOT = "00"
012010     DISPLAY "ARCHIVE UNAVAILABLE - STATUS=" AM-ARCH-FS
012020     MOVE 'N' TO AM-ARCHIVE-OK-SW
012030     END-IF.
012040 7540-EXIT.
012050     EXIT.
012060
012070 7550-READ-ARCHIVE-ENTRY.
012080     READ ARCHIVE-FILE INTO TRANSACTION-RECORD
012090     AT END
012100     MOVE 'Y' TO AM-ARCH-EOF-SW
012110     END-READ.
012120 7550-EXIT.
012130     EXIT.
012140
012150 7560-CHECK-ENTRY.
012160     IF TXN-ACCOUNT = ACCT-NUMBER
012170     AND TXN-DATE = AM-ORIG-DATE-INPUT
012180     AND TXN-TIME = AM-ORIG-TIME-INPUT
012190     AND (AM-ORIG-TYPE-INPUT = SPACES
012200     OR TXN-TYPE = AM-ORIG-TYPE-INPUT)
012210     ADD 1 TO AM-MATCH-COUNT
012220     MOVE TRANSACTION-RECORD TO AM-ORIG-ENTRY
012230     END-IF.
012240 7560-EXIT.
012250     EXIT.
012260
012270******************************************************************
012280*    7600-SET-REVERSAL-TYPE
012290*    NAMES THE LINKED CORRECTION ENTRY FOR A REVERSIBLE ORIGINAL
012300*    AND WHICH WAY IT MOVES THE BALANCE. SPACES MEANS THE
012310*    ORIGINAL CANNOT BE REVERSED AT THE COUNTER.
012320******************************************************************
012330 7600-SET-REVERSAL-TYPE.
012340     MOVE SPACES TO AM-REV-TYPE.
012350     MOVE SPACE  TO AM-REV-DIRECTION.
012360     EVALUATE AMOR-TYPE
012370     WHEN "DEPOSIT"
012380     MOVE "REV-DEPOSIT" TO AM-REV-TYPE
012390     SET AM-REV-DEBITS TO TRUE
012400     WHEN "TLR-DEPOSIT"
012410     MOVE "REV-TLR-DEP" TO AM-REV-TYPE
012420     SET AM-REV-DEBITS TO TRUE
012430     WHEN "INTEREST"
012440     MOVE "REV-INTEREST" TO AM-REV-TYPE
012450     SET AM-REV-DEBITS TO TRUE
012460     WHEN "WITHDRAWAL"
012470     MOVE "REV-WITHDRWL" TO AM-REV-TYPE
012480     SET AM-REV-CREDITS TO TRUE
012490     WHEN "TLR-WITHDRWL"
012500     MOVE "REV-TLR-WDL" TO AM-REV-TYPE
012510     SET AM-REV-CREDITS TO TRUE
012520     WHEN "OD-FEE"
012530     MOVE "REV-OD-FEE" TO AM-REV-TYPE
012540     SET AM-REV-CREDITS TO TRUE
012550     WHEN "SVC-FEE"
012560     MOVE "REV-SVC-FEE" TO AM-REV-TYPE
012570     SET AM-REV-CREDITS TO TRUE
012580     WHEN "RCVR-FEE"
012590     MOVE "REV-RCVR-FEE" TO AM-REV-TYPE
012600     SET AM-REV-CREDITS TO TRUE
012610     WHEN "EXT-CREDIT"
012620     MOVE "REV-EXT-CRED" TO AM-REV-TYPE
012630     SET AM-REV-DEBITS TO TRUE
012640     WHEN OTHER
012650     CONTINUE
012660     END-EVALUATE.
012670 7600-EXIT.
012680     EXIT.
012690
012700******************************************************************
012710*    7700-APPLY-REVERSAL
012720*    MOVES THE BALANCE BACK. A REVERSED DEPOSIT ALSO COMES OFF
012730*    ANY HOLD STILL STANDING AGAINST IT, AND A REVERSED ATM
012740*    WITHDRAWAL FROM THE CURRENT WATERMARK DAY GIVES BACK ITS
012750*    PART OF THE CUSTOMER'S DAILY CASH LIMIT.
012760******************************************************************
012770 7700-APPLY-REVERSAL.
012780     IF AM-REV-CREDITS
012790     ADD AMOR-AMOUNT TO ACCT-BALANCE
012800     ELSE
012810     SUBTRACT AMOR-AMOUNT FROM ACCT-BALANCE
012820     END-IF.
012830
012840     IF AMOR-TYPE = "DEPOSIT"
012850     AND ACCT-HELD-AMOUNT > ZERO
012860     IF AMOR-AMOUNT < ACCT-HELD-AMOUNT
012870     SUBTRACT AMOR-AMOUNT FROM ACCT-HELD-AMOUNT
012880     ELSE
012890     MOVE ZERO TO ACCT-HELD-AMOUNT
012900     MOVE ZERO TO ACCT-HOLD-RELEASE-DATE
012910     END-IF
012920     END-IF.
012930
012940     IF AMOR-TYPE = "WITHDRAWAL"
012950     AND ACCT-DAILY-WD-DATE = AMOR-DATE
012960     IF AMOR-AMOUNT < ACCT-DAILY-WD-TOTAL
012970     SUBTRACT AMOR-AMOUNT FROM ACCT-DAILY-WD-TOTAL
012980     ELSE
012990     MOVE ZERO TO ACCT-DAILY-WD-TOTAL
013000     END-IF
013010     END-IF.
013020 7700-EXIT.
013030     EXIT.
013040
013050******************************************************************
013060*    7800-MAINTAIN-PAYEES
013070*    LISTS A CUSTOMER'S OUTSIDE PAYEES AND ADDS OR REMOVES ONE. A
013080*    NEW PAYEE TAKES THE NEXT NUMBER AFTER THE HIGHEST EVER USED
013090*    FOR THE CUSTOMER; A REMOVED ONE STAYS ON FILE MARKED 'X' SO
013100*    PAYMENTS ALREADY MADE TO IT CAN STILL BE TRACED.
013110******************************************************************
013120 7800-MAINTAIN-PAYEES.
013130     DISPLAY "ENTER CUSTOMER ID: ".
013140     ACCEPT CUST-ID.
013150     READ CUSTOMER-MASTER
013160     INVALID KEY
013170     DISPLAY "CUSTOMER NOT FOUND."
013180     GO TO 7800-EXIT
013190     END-READ.
013200     DISPLAY "PAYEES FOR " CUST-NAME.
013210     MOVE CUST-ID TO AM-OWNER-ID.
013220     PERFORM 7810-LIST-PAYEES THRU 7810-EXIT.
013230     IF AM-PAYEE-COUNT = ZERO
013240     DISPLAY "NO PAYEES ON FILE."
013250     END-IF.
013260
013270     DISPLAY "A=ADD PAYEE  R=REMOVE PAYEE  OTHER=NO CHANGE: ".
013280     ACCEPT AM-PAYEE-ACTION.
013290     IF AM-PAYEE-ACTION = 'A'
013300     PERFORM 7820-ADD-PAYEE THRU 7820-EXIT
013310     GO TO 7800-EXIT
013320     END-IF.
013330     IF AM-PAYEE-ACTION = 'R'
013340     PERFORM 7830-REMOVE-PAYEE THRU 7830-EXIT
013350     END-IF.
013360 7800-EXIT.
013370     EXIT.
013380
013390******************************************************************
013400*    7810-LIST-PAYEES
013410*    DISPLAYS THE ACTIVE PAYEES OF CUSTOMER AM-OWNER-ID, COUNTS
013420*    THEM IN AM-PAYEE-COUNT AND LEAVES THE HIGHEST PAYEE NUMBER
013430*    EVER USED (ACTIVE OR REMOVED) IN AM-LAST-PAYEE-SEQ.
013440******************************************************************
013450 7810-LIST-PAYEES.
013460     MOVE ZERO TO AM-PAYEE-COUNT.
013470     MOVE ZERO TO AM-LAST-PAYEE-SEQ.
013480     MOVE 'N' TO AM-PY-EOF-SW.
013490     MOVE AM-OWNER-ID TO PY-CUST-ID.
013500     MOVE ZERO TO PY-SEQ.
013510     START PAYEE-MASTER KEY NOT < PY-KEY
013520     INVALID KEY
013530     GO TO 7810-EXIT
013540     END-START.
013550
013560     PERFORM 7815-READ-PAYEE THRU 7815-EXIT.
013570     PERFORM UNTIL AM-PY-EOF
013580     MOVE PY-SEQ TO AM-LAST-PAYEE-SEQ
013590     IF PY-ACTIVE
013600     ADD 1 TO AM-PAYEE-COUNT
013610     DISPLAY PY-SEQ ". " PY-NAME " " PY-ROUTING " " PY-ACCOUNT
013620     END-IF
013630     PERFORM 7815-READ-PAYEE THRU 7815-EXIT
013640     END-PERFORM.
013650 7810-EXIT.
013660     EXIT.
013670
013680 7815-READ-PAYEE.
013690     READ PAYEE-MASTER NEXT
013700     AT END
013710     MOVE 'Y' TO AM-PY-EOF-SW
013720     END-READ.
013730     IF NOT AM-PY-EOF AND PY-CUST-ID NOT = AM-OWNER-ID
013740     MOVE 'Y' TO AM-PY-EOF-SW
013750     END-IF.
013760 7815-EXIT.
013770     EXIT.
013780
013790******************************************************************
013800*    7820-ADD-PAYEE
013810*    SETS UP ONE NEW OUTSIDE PAYEE FOR CUSTOMER AM-OWNER-ID. THE
013820*    NAME, A NON-ZERO ROUTING NUMBER AND THE ACCOUNT AT THE OTHER
013830*    BANK ARE ALL REQUIRED.
013840******************************************************************
013850 7820-ADD-PAYEE.
013860     IF AM-LAST-PAYEE-SEQ = 99
013870     DISPLAY "CUSTOMER HAS USED ALL 99 PAYEE NUMBERS. NOT ADDED."
013880     GO TO 7820-EXIT
013890     END-IF.
013900     DISPLAY "ENTER PAYEE NAME: ".
013910     ACCEPT AM-PAYEE-NAME-INPUT.
013920     DISPLAY "ENTER PAYEE BANK ROUTING NUMBER (9 DIGITS): ".
013930     ACCEPT AM-ROUTING-INPUT.
013940     DISPLAY "ENTER PAYEE ACCOUNT NUMBER AT THAT BANK: ".
013950     ACCEPT AM-PAYEE-ACCT-INPUT.
013960     IF AM-PAYEE-NAME-INPUT = SPACES
013970     OR AM-ROUTING-INPUT = ZERO
013980     OR AM-PAYEE-ACCT-INPUT = SPACES
013990     DISPLAY "NAME, ROUTING AND ACCOUNT ARE ALL REQUIRED."
014000     " NOT ADDED."
014010     GO TO 7820-EXIT
014020     END-IF.
014030
014040     MOVE SPACES TO PAYEE-RECORD.
014050     MOVE AM-OWNER-ID         TO PY-CUST-ID.
014060     COMPUTE PY-SEQ = AM-LAST-PAYEE-SEQ + 1.
014070     MOVE AM-PAYEE-NAME-INPUT TO PY-NAME.
014080     MOVE AM-ROUTING-INPUT    TO PY-ROUTING.
014090     MOVE AM-PAYEE-ACCT-INPUT TO PY-ACCOUNT.
014100     SET PY-ACTIVE TO TRUE.
014110     MOVE AM-BUSINESS-DATE    TO PY-ADDED-DATE.
014120     MOVE AM-TELLER-ID        TO PY-ADDED-BY.
014130     WRITE PAYEE-RECORD
014140     INVALID KEY
014150     DISPLAY "PAYEE COULD NOT BE ADDED. STATUS=" AM-PY-FS
014160     GO TO 7820-EXIT
014170     END-WRITE.
014180     DISPLAY "PAYEE " PY-SEQ " ADDED.".
014190 7820-EXIT.
014200     EXIT.
014210
014220******************************************************************
014230*    7830-REMOVE-PAYEE
014240*    MARKS ONE ACTIVE PAYEE OF CUSTOMER AM-OWNER-ID REMOVED.
014250*    PAYMENTS ALREADY TAKEN TO IT STILL GO OUT.
014260******************************************************************
014270 7830-REMOVE-PAYEE.
014280     DISPLAY "ENTER PAYEE NUMBER TO REMOVE: ".
014290     ACCEPT AM-PAYEE-INPUT.
014300     MOVE AM-OWNER-ID    TO PY-CUST-ID.
014310     MOVE AM-PAYEE-INPUT TO PY-SEQ.
014320     READ PAYEE-MASTER
014330     INVALID KEY
014340     DISPLAY "NO SUCH PAYEE."
014350     GO TO 7830-EXIT
014360     END-READ.
014370     IF NOT PY-ACTIVE
014380     DISPLAY "PAYEE ALREADY REMOVED."
014390     GO TO 7830-EXIT
014400     END-IF.
014410     SET PY-REMOVED TO TRUE.
014420     REWRITE PAYEE-RECORD.
014430     DISPLAY "PAYEE " PY-SEQ " REMOVED.".
014440 7830-EXIT.
014450     EXIT.
014460
014470******************************************************************
014480*    7850-PAY-BILL
014490*    PAYS ONE OF THE ACCOUNT OWNER'S ACTIVE OUTSIDE PAYEES. THE
014500*    SAME RULES AS THE ATM: AVAILABLE (UNHELD) BALANCE ONLY, NO
014510*    OVERDRAFT, NO PAYMENT FROM AN ACCOUNT UNDER FRAUD REVIEW,
014520*    WITH A PENDING CHECKPOINT, OR FROM A TERM DEPOSIT BEFORE ITS
014530*    MATURITY DATE (AN EARLY DRAW IS A PENALIZED CASH-OUT, NOT A
014540*    BILL PAYMENT). 7860 POSTS IT UNDER CHECKPOINT PROTECTION.
014550******************************************************************
014560 7850-PAY-BILL.
014570     PERFORM 3100-READ-ACCOUNT THRU 3100-EXIT.
014580     IF AM-ACCT-NOT-FOUND
014590     GO TO 7850-EXIT
014600     END-IF.
014610
014620     IF ACCT-CLOSED
014630     DISPLAY "ACCOUNT IS CLOSED. NO PAYMENT TAKEN."
014640     GO TO 7850-EXIT
014650     END-IF.
014660
014670     IF ACCT-REVIEW
014680     DISPLAY "ACCOUNT UNDER FRAUD REVIEW. BILL PAYMENT BLOCKED."
014690     GO TO 7850-EXIT
014700     END-IF.
014710
014720     IF ACCT-CKPT-PENDING
014730     DISPLAY "CHECKPOINT PENDING - HAVE THE CUSTOMER LOG IN"
014740     " AT THE ATM FIRST. NO PAYMENT TAKEN."
014750     GO TO 7850-EXIT
014760     END-IF.
014770
014780     IF ACCT-TYPE-TERM
014790     MOVE ACCT-NUMBER TO TD-ACCOUNT
014800     READ TERM-DEPOSIT-MASTER
014810     INVALID KEY
014820     MOVE 99999999 TO TD-MATURITY-DATE
014830     END-READ
014840     IF TD-MATURITY-DATE > AM-BUSINESS-DATE
014850     DISPLAY "TERM DEPOSIT NOT YET MATURED. NO PAYMENT TAKEN."
014860     GO TO 7850-EXIT
014870     END-IF
014880     END-IF.
014890
014900     MOVE ACCT-CUST-ID TO AM-OWNER-ID.
014910     PERFORM 7810-LIST-PAYEES THRU 7810-EXIT.
014920     IF ACCT-CUST-ID = ZERO OR AM-PAYEE-COUNT = ZERO
014930     DISPLAY "NO PAYEES ON FILE FOR THIS ACCOUNT'S CUSTOMER."
014940     GO TO 7850-EXIT
014950     END-IF.
014960
014970     DISPLAY "ENTER PAYEE NUMBER: ".
014980     ACCEPT AM-PAYEE-INPUT.
014990     MOVE ACCT-CUST-ID   TO PY-CUST-ID.
015000     MOVE AM-PAYEE-INPUT TO PY-SEQ.
015010     READ PAYEE-MASTER
015020     INVALID KEY
015030     MOVE 'X' TO PY-STATUS
015040     END-READ.
015050     IF NOT PY-ACTIVE
015060     DISPLAY "NO SUCH PAYEE. NO PAYMENT TAKEN."
015070     GO TO 7850-EXIT
015080     END-IF.
015090
015100     DISPLAY "ENTER AMOUNT TO PAY: ".
015110     ACCEPT AM-PAY-INPUT.
015120     IF AM-PAY-INPUT = ZERO
015130     DISPLAY "AMOUNT MUST BE GREATER THAN ZERO. NOT POSTED."
015140     GO TO 7850-EXIT
015150     END-IF.
015160
015170     IF ACCT-HELD-AMOUNT > ZERO
015180     AND ACCT-HOLD-RELEASE-DATE > AM-BUSINESS-DATE
015190     COMPUTE AM-AVAILABLE-BAL =
015200     ACCT-BALANCE - ACCT-HELD-AMOUNT
015210     ELSE
015220     MOVE ACCT-BALANCE TO AM-AVAILABLE-BAL
015230     END-IF.
015240     IF AM-PAY-INPUT > AM-AVAILABLE-BAL
015250     DISPLAY "INSUFFICIENT AVAILABLE FUNDS. NOT PAID."
015260     GO TO 7850-EXIT
015270     END-IF.
015280
015290     PERFORM 7860-POST-BILL-PAYMENT THRU 7860-EXIT.
015300 7850-EXIT.
015310     EXIT.
015320
015330******************************************************************
015340*    7860-POST-BILL-PAYMENT
015350*    THE SAME SEQUENCE AS THE ATM - THE PAYMENT IS REGISTERED ON
015360*    BILLPAY (IN FLIGHT) UNDER THE MOMENT ABOUT TO BE
015370*    CHECKPOINTED, THE CHECKPOINT IS WRITTEN WITH THE PRE-DEBIT
015380*    BALANCE STILL ON FILE, THE EXT-PAYMENT DEBIT IS APPLIED AND
015390*    LOGGED, THE PAYMENT IS MARKED PENDING AND ONLY THEN IS THE
015400*    MARKER CLEARED. AN ABEND PART WAY THROUGH IS FINISHED BY THE
015410*    ATM'S LOGIN RECOVERY, WHICH FINDS THE REGISTER RECORD BY THE
015420*    CHECKPOINT MOMENT.
015430******************************************************************
015440 7860-POST-BILL-PAYMENT.
015450     ACCEPT AM-CURRENT-TIME FROM TIME.
015460     MOVE SPACES TO BILL-PAYMENT-RECORD.
015470     MOVE ACCT-NUMBER      TO BP-ACCOUNT.
015480     MOVE AM-BUSINESS-DATE TO BP-DATE.
015490     MOVE AM-CURRENT-TIME  TO BP-TIME.
015500     MOVE ACCT-CUST-ID     TO BP-CUST-ID.
015510     MOVE PY-SEQ           TO BP-PAYEE-SEQ.
015520     MOVE PY-NAME          TO BP-PAYEE-NAME.
015530     MOVE PY-ROUTING       TO BP-ROUTING.
015540     MOVE PY-ACCOUNT       TO BP-PAYEE-ACCT.
015550     MOVE AM-PAY-INPUT     TO BP-AMOUNT.
015560     MOVE "TLR"            TO BP-CHANNEL.
015570     MOVE AM-TELLER-ID     TO BP-OPERATOR.
015580     SET BP-IN-FLIGHT TO TRUE.
015590     MOVE ZERO TO BP-SENT-DATE.
015600     MOVE ZERO TO BP-RETURN-DATE.
015610     WRITE BILL-PAYMENT-RECORD
015620     INVALID KEY
015630     DISPLAY "PAYMENT COULD NOT BE REGISTERED. NOT TAKEN."
015640     GO TO 7860-EXIT
015650     END-WRITE.
015660
015670     MOVE AM-PAY-INPUT     TO ACCT-CKPT-AMOUNT.
015680     MOVE ZERO             TO ACCT-CKPT-FEE.
015690     MOVE ZERO             TO ACCT-CKPT-XFER-ACCT.
015700     MOVE AM-BUSINESS-DATE TO ACCT-CKPT-DATE.
015710     MOVE AM-CURRENT-TIME  TO ACCT-CKPT-TIME.
015720     SET ACCT-CKPT-PENDING TO TRUE.
015730     REWRITE ACCOUNT-RECORD.
015740
015750     SUBTRACT AM-PAY-INPUT FROM ACCT-BALANCE.
015760     MOVE AM-PAY-INPUT TO AM-LOG-AMOUNT.
015770     MOVE "EXT-PAYMENT" TO AM-LOG-TYPE.
015780     PERFORM 8500-WRITE-LOG THRU 8500-EXIT.
015790
015800     SET BP-PENDING TO TRUE.
015810     REWRITE BILL-PAYMENT-RECORD.
015820
015830     SET ACCT-CKPT-CLEAR TO TRUE.
015840     MOVE ZERO TO ACCT-CKPT-AMOUNT.
015850     MOVE ZERO TO ACCT-CKPT-DATE.
015860     MOVE ZERO TO ACCT-CKPT-TIME.
015870     REWRITE ACCOUNT-RECORD.
015880     DISPLAY "PAYMENT TO " BP-PAYEE-NAME " ACCEPTED.".
015890     DISPLAY "REFERENCE " BP-REFERENCE " AMOUNT $" BP-AMOUNT.
015900     DISPLAY "NEW BALANCE: $" ACCT-BALANCE.
015910 7860-EXIT.
015920     EXIT.
015930
015940******************************************************************
015950*    8000-ADJUST-OD-LIMIT
015960*    SETS A NEW OVERDRAFT LIMIT. THE LOG ENTRY CARRIES THE NEW
015970*    LIMIT AS ITS AMOUNT SO THE CHANGE CAN BE TRACED.
015980*    CLOSED, CHARGED-OFF AND TERM DEPOSIT ACCOUNTS ARE REFUSED -
015990*    NONE OF THEM MAY CARRY AN OVERDRAFT.
016000******************************************************************
016010 8000-ADJUST-OD-LIMIT.
016020     PERFORM 3100-READ-ACCOUNT THRU 3100-EXIT.
016030     IF AM-ACCT-NOT-FOUND
016040     GO TO 8000-EXIT
016050     END-IF.
016060
016070     IF ACCT-CLOSED
016080     DISPLAY "ACCOUNT IS CLOSED. LIMIT NOT CHANGED."
016090     GO TO 8000-EXIT
016100     END-IF.
016110
016120     IF ACCT-CHARGED-OFF
016130     DISPLAY "ACCOUNT IS CHARGED OFF. LIMIT NOT CHANGED."
016140     GO TO 8000-EXIT
016150     END-IF.
016160
016170     IF ACCT-TYPE-TERM
016180     DISPLAY "TERM DEPOSIT - NO OVERDRAFT. LIMIT NOT CHANGED."
016190     GO TO 8000-EXIT
016200     END-IF.
016210
016220     DISPLAY "CURRENT OVERDRAFT LIMIT: $" ACCT-OVERDRAFT-LIMIT.
016230     DISPLAY "ENTER NEW OVERDRAFT LIMIT: ".
016240     ACCEPT AM-LIMIT-INPUT.
016250     MOVE AM-LIMIT-INPUT TO ACCT-OVERDRAFT-LIMIT.
016260     REWRITE ACCOUNT-RECORD.
016270     MOVE AM-LIMIT-INPUT TO AM-LOG-AMOUNT.
016280     MOVE "OD-ADJUST" TO AM-LOG-TYPE.
016290     PERFORM 8500-WRITE-LOG THRU 8500-EXIT.
016300     PERFORM 8550-JOURNAL-ACCOUNT THRU 8550-EXIT.
016310     DISPLAY "OVERDRAFT LIMIT UPDATED FOR " ACCT-NUMBER ".".
016320 8000-EXIT.
016330     EXIT.
016340
016350******************************************************************
016360*    8100-ADD-CUSTOMER
016370*    BUILDS A FRESH CUSTOMER MASTER RECORD FROM TELLER INPUT.
016380*    THE CUSTOMER CARRIES NO MONEY, SO NOTHING IS LOGGED TO
016390*    TXNLOG - THE NEW RECORD GOES TO THE MAINTENANCE JOURNAL.
016400******************************************************************
016410 8100-ADD-CUSTOMER.
016420     MOVE SPACES TO CUSTOMER-RECORD.
016430     DISPLAY "ENTER NEW CUSTOMER ID: ".
016440     ACCEPT AM-CUST-ID-INPUT.
016450     MOVE AM-CUST-ID-INPUT TO CUST-ID.
016460     PERFORM 8300-ACCEPT-CUST-FIELDS THRU 8300-EXIT.
016470     SET CUST-ACTIVE TO TRUE.
016480     PERFORM 8450-ACCEPT-TAX-FIELDS THRU 8450-EXIT.
016490     IF NOT AM-TAX-OK
016500     DISPLAY "CUSTOMER NOT ADDED."
016510     GO TO 8100-EXIT
016520     END-IF.
016530
016540     WRITE CUSTOMER-RECORD
016550     INVALID KEY
016560     DISPLAY "CUSTOMER ALREADY ON FILE. NOT ADDED."
016570     NOT INVALID KEY
016580     DISPLAY "CUSTOMER " CUST-ID " ADDED."
016590     MOVE SPACES TO AM-BEFORE-IMAGE
016600     MOVE "CUST-ADD" TO AM-JRN-ACTION
016610     PERFORM 8560-JOURNAL-CUSTOMER THRU 8560-EXIT
016620     END-WRITE.
016630 8100-EXIT.
016640     EXIT.
016650
016660******************************************************************
016670*    8200-UPDATE-CUSTOMER
016680*    RE-KEYS THE NAME AND ADDRESS ON AN EXISTING CUSTOMER - THE
016690*    USUAL CHANGE-OF-ADDRESS CALL AHEAD OF A STATEMENT RUN.
016700******************************************************************
016710 8200-UPDATE-CUSTOMER.
016720     DISPLAY "ENTER CUSTOMER ID: ".
016730     ACCEPT CUST-ID.
016740     READ CUSTOMER-MASTER
016750     INVALID KEY
016760     DISPLAY "CUSTOMER NOT ON FILE."
016770     GO TO 8200-EXIT
016780     END-READ.
016790     MOVE CUSTOMER-RECORD TO AM-BEFORE-IMAGE.
016800
016810     DISPLAY "CURRENT NAME: " CUST-NAME.
016820     PERFORM 8300-ACCEPT-CUST-FIELDS THRU 8300-EXIT.
016830     REWRITE CUSTOMER-RECORD.
016840     MOVE "CUST-UPDATE" TO AM-JRN-ACTION.
016850     PERFORM 8560-JOURNAL-CUSTOMER THRU 8560-EXIT.
016860     DISPLAY "CUSTOMER " CUST-ID " UPDATED.".
016870 8200-EXIT.
016880     EXIT.
016890
016900******************************************************************
016910*    8300-ACCEPT-CUST-FIELDS
016920*    PROMPTS FOR THE NAME AND ADDRESS BLOCK SHARED BY ADD AND
016930*    UPDATE. THE CALLER OWNS THE KEY AND STATUS.
016940******************************************************************
016950 8300-ACCEPT-CUST-FIELDS.
016960     DISPLAY "ENTER NAME: ".
016970     ACCEPT CUST-NAME.
016980     DISPLAY "ENTER ADDRESS LINE 1: ".
016990     ACCEPT CUST-ADDR-LINE-1.
017000     DISPLAY "ENTER ADDRESS LINE 2 (OR BLANK): ".
017010     ACCEPT CUST-ADDR-LINE-2.
017020     DISPLAY "ENTER CITY: ".
017030     ACCEPT CUST-CITY.
017040     DISPLAY "ENTER STATE: ".
017050     ACCEPT CUST-STATE.
017060     DISPLAY "ENTER ZIP: ".
017070     ACCEPT CUST-ZIP.
017080 8300-EXIT.
017090     EXIT.
017100
017110******************************************************************
017120*    8400-CUSTOMER-TAX-DETAILS
017130*    RE-KEYS THE TAX REPORTING DETAILS ON AN EXISTING CUSTOMER -
017140*    THE W-9 ARRIVING, OR A BACKUP-WITHHOLDING NOTICE. THE FULL
017150*    TIN IS NEVER DISPLAYED BACK, ONLY ITS LAST FOUR DIGITS.
017160******************************************************************
017170 8400-CUSTOMER-TAX-DETAILS.
017180     DISPLAY "ENTER CUSTOMER ID: ".
017190     ACCEPT CUST-ID.
017200     READ CUSTOMER-MASTER
017210     INVALID KEY
017220     DISPLAY "CUSTOMER NOT ON FILE."
017230     GO TO 8400-EXIT
017240     END-READ.
017250     MOVE CUSTOMER-RECORD TO AM-BEFORE-IMAGE.
017260
017270     DISPLAY "CUSTOMER:       " CUST-NAME.
017280     IF CUST-TIN-NOT-ON-FILE
017290     DISPLAY "TIN ON FILE:    NONE"
017300     ELSE
017310     DISPLAY "TIN ON FILE:    *****" CUST-TAX-ID(6:4)
017320     " TYPE " CUST-TAX-ID-TYPE
017330     END-IF.
017340     DISPLAY "WITHHOLDING:    " CUST-WITHHOLD-FLAG.
017350     PERFORM 8450-ACCEPT-TAX-FIELDS THRU 8450-EXIT.
017360     IF NOT AM-TAX-OK
017370     DISPLAY "TAX DETAILS NOT CHANGED."
017380     GO TO 8400-EXIT
017390     END-IF.
017400     REWRITE CUSTOMER-RECORD.
017410     MOVE "TAX-DETAILS" TO AM-JRN-ACTION.
017420     PERFORM 8560-JOURNAL-CUSTOMER THRU 8560-EXIT.
017430     DISPLAY "CUSTOMER " CUST-ID " TAX DETAILS UPDATED.".
017440 8400-EXIT.
017450     EXIT.
017460
017470******************************************************************
017480*    8450-ACCEPT-TAX-FIELDS
017490*    PROMPTS FOR THE TIN, ITS TYPE AND THE WITHHOLDING FLAG AND
017500*    MOVES THEM TO CUSTOMER-RECORD ONLY IF ALL THREE ARE VALID.
017510*    A BLANK TIN IS ALLOWED - THE CUSTOMER HAS NOT YET SUPPLIED
017520*    ONE - AND A BLANK FLAG MEANS NO BACKUP WITHHOLDING.
017530******************************************************************
017540 8450-ACCEPT-TAX-FIELDS.
017550     MOVE 'N' TO AM-TAX-OK-SW.
017560     MOVE SPACES TO AM-TAX-ID-INPUT.
017570     MOVE SPACE TO AM-TAX-TYPE-INPUT.
017580     MOVE SPACE TO AM-WITHHOLD-INPUT.
017590     DISPLAY "ENTER TAXPAYER ID - 9 DIGITS (OR BLANK): ".
017600     ACCEPT AM-TAX-ID-INPUT.
017610     IF AM-TAX-ID-INPUT NOT = SPACES
017620     IF AM-TAX-ID-INPUT NOT NUMERIC
017630     DISPLAY "TAXPAYER ID MUST BE 9 DIGITS."
017640     GO TO 8450-EXIT
017650     END-IF
017660     DISPLAY "ENTER TIN TYPE (S=SSN, E=EIN): "
017670     ACCEPT AM-TAX-TYPE-INPUT
017680     IF AM-TAX-TYPE-INPUT NOT = 'S'
017690     AND AM-TAX-TYPE-INPUT NOT = 'E'
017700     DISPLAY "TIN TYPE MUST BE S OR E."
017710     GO TO 8450-EXIT
017720     END-IF
017730     END-IF.
017740     DISPLAY "BACKUP WITHHOLDING (Y/N): ".
017750     ACCEPT AM-WITHHOLD-INPUT.
017760     IF AM-WITHHOLD-INPUT = SPACE
017770     MOVE 'N' TO AM-WITHHOLD-INPUT
017780     END-IF.
017790     IF AM-WITHHOLD-INPUT NOT = 'Y'
017800     AND AM-WITHHOLD-INPUT NOT = 'N'
017810     DISPLAY "WITHHOLDING FLAG MUST BE Y OR N."
017820     GO TO 8450-EXIT
017830     END-IF.
017840
017850     MOVE AM-TAX-ID-INPUT TO CUST-TAX-ID.
017860     MOVE AM-TAX-TYPE-INPUT TO CUST-TAX-ID-TYPE.
017870     MOVE AM-WITHHOLD-INPUT TO CUST-WITHHOLD-FLAG.
017880     SET AM-TAX-OK TO TRUE.
017890 8450-EXIT.
017900     EXIT.
017910
017920******************************************************************
017930*    8500-WRITE-LOG
017940*    APPENDS ONE TRANSACTION-LOG RECORD FOR THE CURRENT ACCOUNT
017950*    USING AM-LOG-TYPE/AM-LOG-AMOUNT SET BY THE CALLER.
017960******************************************************************
017970 8500-WRITE-LOG.
017980     MOVE SPACES TO TRANSACTION-RECORD.
017990     MOVE AM-BUSINESS-DATE TO AM-CURRENT-DATE.
018000     ACCEPT AM-CURRENT-TIME FROM TIME.
018010     MOVE AM-CURRENT-DATE TO TXN-DATE.
018020     MOVE AM-CURRENT-TIME TO TXN-TIME.
018030     MOVE ACCT-NUMBER     TO TXN-ACCOUNT.
018040     MOVE AM-LOG-TYPE     TO TXN-TYPE.
018050     MOVE AM-LOG-AMOUNT   TO TXN-AMOUNT.
018060     MOVE ACCT-BALANCE    TO TXN-BALANCE.
018070     MOVE "TLR" TO TXN-CHANNEL.
018080     MOVE AM-TELLER-ID TO TXN-OPERATOR.
018090     WRITE TRANSACTION-RECORD.
018100 8500-EXIT.
018110     EXIT.
018120
018130******************************************************************
018140*    8550-JOURNAL-ACCOUNT
018150*    APPENDS ONE MAINTENANCE JOURNAL ENTRY FOR THE CURRENT
018160*    ACCOUNT - AM-BEFORE-IMAGE AS READ (SPACES FOR A NEW ACCOUNT)
018170*    AND ACCOUNT-RECORD AS WRITTEN BACK, UNDER THE SAME ACTION
018180*    NAME AS THE TXNLOG MARKER IN AM-LOG-TYPE. THE PIN IS ZEROED
018190*    IN BOTH IMAGES.
018200******************************************************************
018210 8550-JOURNAL-ACCOUNT.
018220     MOVE SPACES TO MAINT-JOURNAL-RECORD.
018230     MOVE AM-BUSINESS-DATE TO MJ-DATE.
018240     ACCEPT MJ-TIME FROM TIME.
018250     MOVE "ACCTMNT"       TO MJ-PROGRAM.
018260     MOVE AM-TELLER-ID    TO MJ-USER-ID.
018270     SET MJ-ACCOUNT-CHANGE TO TRUE.
018280     MOVE ACCT-NUMBER     TO MJ-KEY.
018290     MOVE AM-LOG-TYPE     TO MJ-ACTION.
018300     MOVE AM-BEFORE-IMAGE TO MJ-BEFORE-IMAGE.
018310     MOVE ACCOUNT-RECORD  TO MJ-AFTER-IMAGE.
018320     IF MJ-BEFORE-IMAGE NOT = SPACES
018330     MOVE ZERO TO MJ-BEFORE-PIN
018340     END-IF.
018350     MOVE ZERO TO MJ-AFTER-PIN.
018360     WRITE MAINT-JOURNAL-RECORD.
018370 8550-EXIT.
018380     EXIT.
018390
018400******************************************************************
018410*    8560-JOURNAL-CUSTOMER
018420*    APPENDS ONE MAINTENANCE JOURNAL ENTRY FOR THE CURRENT
018430*    CUSTOMER UNDER THE ACTION IN AM-JRN-ACTION.
018440******************************************************************
018450 8560-JOURNAL-CUSTOMER.
018460     MOVE SPACES TO MAINT-JOURNAL-RECORD.
018470     MOVE AM-BUSINESS-DATE TO MJ-DATE.
018480     ACCEPT MJ-TIME FROM TIME.
018490     MOVE "ACCTMNT"       TO MJ-PROGRAM.
018500     MOVE AM-TELLER-ID    TO MJ-USER-ID.
018510     SET MJ-CUSTOMER-CHANGE TO TRUE.
018520     MOVE CUST-ID         TO MJ-KEY.
018530     MOVE AM-JRN-ACTION   TO MJ-ACTION.
018540     MOVE AM-BEFORE-IMAGE TO MJ-BEFORE-IMAGE.
018550     MOVE CUSTOMER-RECORD TO MJ-AFTER-IMAGE.
018560     WRITE MAINT-JOURNAL-RECORD.
018570 8560-EXIT.
018580     EXIT.
018590
018600******************************************************************
018610*    8900-GET-BUSINESS-DATE
018620*    READS THE PROCESSING DATE FROM THE BUSDATE CONTROL FILE -
018630*    THE WALL CLOCK ONLY SEEDS THE FILE THE FIRST TIME IT IS
018640*    MISSING. THE DATE ADVANCES ONLY WHEN THE EODROLL ROLLOVER
018650*    CLOSES THE DAY, SO WORK THAT SLIPS PAST MIDNIGHT STILL
018660*    STAMPS THE DAY IT BELONGS TO.
018670******************************************************************
018680 8900-GET-BUSINESS-DATE.
018690     OPEN INPUT BUSINESS-DATE.
018700     IF AM-BD-FS = "35"
018710     PERFORM 8950-CREATE-BUSDATE THRU 8950-EXIT
018720     OPEN INPUT BUSINESS-DATE
018730     END-IF.
018740     IF AM-BD-FS NOT = "00"
018750     DISPLAY "BUSDATE UNAVAILABLE - USING THE WALL CLOCK."
018760     ACCEPT AM-BUSINESS-DATE FROM DATE YYYYMMDD
018770     GO TO 8900-EXIT
018780     END-IF.
018790     READ BUSINESS-DATE
018800     AT END
018810     DISPLAY "BUSDATE IS EMPTY - USING THE WALL CLOCK."
018820     ACCEPT AM-BUSINESS-DATE FROM DATE YYYYMMDD
018830     CLOSE BUSINESS-DATE
018840     GO TO 8900-EXIT
018850     END-READ.
018860     MOVE BD-BUSINESS-DATE TO AM-BUSINESS-DATE.
018870     CLOSE BUSINESS-DATE.
018880 8900-EXIT.
018890     EXIT.
018900
018910 8950-CREATE-BUSDATE.
018920     OPEN OUTPUT BUSINESS-DATE.
018930     MOVE SPACES TO BUSDATE-RECORD.
018940     ACCEPT BD-BUSINESS-DATE FROM DATE YYYYMMDD.
018950     WRITE BUSDATE-RECORD.
018960     CLOSE BUSINESS-DATE.
018970 8950-EXIT.
018980     EXIT.
018990
019000******************************************************************
019010*    8600-TELLER-DEPOSIT
019020*    OVER-THE-COUNTER CASH IN. THE TELLER HAS THE CASH IN HAND,
019030*    SO NO DEPOSIT HOLD IS TAKEN. POSTS AS TLR-DEPOSIT UNDER THE
019040*    SIGNED-ON TELLER'S ID SO THE DRAWER TIES OUT ON TLRRPT.
019050*    CASH TAKEN ON A CHARGED-OFF ACCOUNT IS A RECOVERY (8650).
019060******************************************************************
019070 8600-TELLER-DEPOSIT.
019080     SET AM-RECOVERY-ALLOWED TO TRUE.
019090     PERFORM 3100-READ-ACCOUNT THRU 3100-EXIT.
019100     MOVE 'N' TO AM-RECOVERY-OK-SW.
019110     IF AM-ACCT-NOT-FOUND
019120     GO TO 8600-EXIT
019130     END-IF.
019140
019150     IF ACCT-CLOSED
019160     DISPLAY "ACCOUNT IS CLOSED. NO DEPOSIT TAKEN."
019170     GO TO 8600-EXIT
019180     END-IF.
019190
019200     DISPLAY "ENTER CASH AMOUNT RECEIVED: ".
019210     ACCEPT AM-CASH-INPUT.
019220     IF AM-CASH-INPUT = ZERO
019230     DISPLAY "AMOUNT MUST BE GREATER THAN ZERO. NOT POSTED."
019240     GO TO 8600-EXIT
019250     END-IF.
019260
019270     IF ACCT-CHARGED-OFF
019280     PERFORM 8650-RECOVERY-DEPOSIT THRU 8650-EXIT
019290     GO TO 8600-EXIT
019300     END-IF.
019310
019320     ADD AM-CASH-INPUT TO ACCT-BALANCE.
019330     MOVE AM-CASH-INPUT TO AM-LOG-AMOUNT.
019340     MOVE "TLR-DEPOSIT" TO AM-LOG-TYPE.
019350     PERFORM 8500-WRITE-LOG THRU 8500-EXIT.
019360     REWRITE ACCOUNT-RECORD.
019370     DISPLAY "DEPOSIT POSTED. NEW BALANCE: $" ACCT-BALANCE.
019380 8600-EXIT.
019390     EXIT.
019400
019410******************************************************************
019420*    8650-RECOVERY-DEPOSIT
019430*    CASH TAKEN ON A CHARGED-OFF ACCOUNT GOES AGAINST THE AMOUNT
019440*    WRITTEN OFF, NOT INTO THE BALANCE - THE ACCOUNT STAYS AT
019450*    ZERO AND THE CO-RECOVERY ENTRY CARRIES THE CASH TO CHARGE-
019460*    OFF RECOVERIES IN THE GL. NO MORE IS TAKEN THAN IS STILL
019470*    OWED ON THE ODAGEMST AGING MASTER.
019480******************************************************************
019490 8650-RECOVERY-DEPOSIT.
019500     MOVE ACCT-NUMBER TO OA-ACCOUNT.
019510     READ OD-AGING-MASTER
019520     INVALID KEY
019530     DISPLAY "CHARGE-OFF RECORD MISSING. NO DEPOSIT TAKEN."
019540     GO TO 8650-EXIT
019550     END-READ.
019560
019570     COMPUTE AM-CO-OUTSTANDING =
019580     OA-CHARGEOFF-AMOUNT - OA-RECOVERED-AMOUNT.
019590     IF AM-CO-OUTSTANDING NOT > ZERO
019600     DISPLAY "CHARGE-OFF FULLY RECOVERED. NO DEPOSIT TAKEN."
019610     GO TO 8650-EXIT
019620     END-IF.
019630     IF AM-CASH-INPUT > AM-CO-OUTSTANDING
019640     DISPLAY "ONLY $" AM-CO-OUTSTANDING " IS STILL OWED."
019650     " NO DEPOSIT TAKEN."
019660     GO TO 8650-EXIT
019670     END-IF.
019680
019690     MOVE AM-CASH-INPUT TO AM-LOG-AMOUNT.
019700     MOVE "CO-RECOVERY" TO AM-LOG-TYPE.
019710     PERFORM 8500-WRITE-LOG THRU 8500-EXIT.
019720     ADD AM-CASH-INPUT TO OA-RECOVERED-AMOUNT.
019730     REWRITE OD-AGING-RECORD.
019740     SUBTRACT AM-CASH-INPUT FROM AM-CO-OUTSTANDING.
019750     DISPLAY "RECOVERY POSTED. STILL OWED: $" AM-CO-OUTSTANDING.
019760 8650-EXIT.
019770     EXIT.
019780
019790******************************************************************
019800*    8700-TELLER-WITHDRAWAL
019810*    OVER-THE-COUNTER CASH OUT. CHECKED AGAINST THE AVAILABLE
019820*    (UNHELD) BALANCE WITH NO OVERDRAFT, AND DELIBERATELY NOT
019830*    COUNTED AGAINST THE CUSTOMER'S ATM DAILY CASH LIMIT - THE
019840*    TELLER IS THE CONTROL AT THE COUNTER. AN ACCOUNT UNDER
019850*    FRAUD REVIEW OR WITH A PENDING CHECKPOINT IS REFUSED -
019860*    A PENDING MARKER MEANS THE STORED BALANCE IS STILL
019870*    PRE-DEBIT, THE SAME STATE SORDPOST REFUSES TO POST.
019880*    FRAUD REVIEW STAYS BLOCKED UNTIL THE FRAUD DESK CLEARS IT.
019890*    A TERM DEPOSIT BEFORE ITS MATURITY DATE PAYS OUT ONLY WITH A
019900*    SUPERVISOR'S APPROVAL, AND THE EARLY-WITHDRAWAL PENALTY MUST
019910*    BE COVERED BY THE AVAILABLE BALANCE ALONG WITH THE CASH.
019920******************************************************************
019930 8700-TELLER-WITHDRAWAL.
019940     PERFORM 3100-READ-ACCOUNT THRU 3100-EXIT.
019950     IF AM-ACCT-NOT-FOUND
019960     GO TO 8700-EXIT
019970     END-IF.
019980
019990     IF ACCT-CLOSED
020000     DISPLAY "ACCOUNT IS CLOSED. NO WITHDRAWAL PAID."
020010     GO TO 8700-EXIT
020020     END-IF.
020030
020040     IF ACCT-REVIEW
020050     DISPLAY "ACCOUNT UNDER FRAUD REVIEW. CASH-OUT BLOCKED."
020060     GO TO 8700-EXIT
020070     END-IF.
020080
020090     IF ACCT-CKPT-PENDING
020100     DISPLAY "CHECKPOINT PENDING - HAVE THE CUSTOMER LOG IN"
020110     " AT THE ATM FIRST. NO CASH PAID."
020120     GO TO 8700-EXIT
020130     END-IF.
020140
020150     DISPLAY "ENTER CASH AMOUNT TO PAY OUT: ".
020160     ACCEPT AM-CASH-INPUT.
020170     IF AM-CASH-INPUT = ZERO
020180     DISPLAY "AMOUNT MUST BE GREATER THAN ZERO. NOT POSTED."
020190     GO TO 8700-EXIT
020200     END-IF.
020210
020220     MOVE ZERO TO AM-TD-PENALTY.
020230     IF ACCT-TYPE-TERM
020240     PERFORM 8750-CHECK-TERM-DEPOSIT THRU 8750-EXIT
020250     IF NOT AM-TD-OK
020260     GO TO 8700-EXIT
020270     END-IF
020280     END-IF.
020290
020300     IF ACCT-HELD-AMOUNT > ZERO
020310     AND ACCT-HOLD-RELEASE-DATE > AM-BUSINESS-DATE
020320     COMPUTE AM-AVAILABLE-BAL =
020330     ACCT-BALANCE - ACCT-HELD-AMOUNT
020340     ELSE
020350     MOVE ACCT-BALANCE TO AM-AVAILABLE-BAL
020360     END-IF.
020370     IF AM-CASH-INPUT + AM-TD-PENALTY > AM-AVAILABLE-BAL
020380     DISPLAY "INSUFFICIENT AVAILABLE FUNDS. NOT PAID."
020390     GO TO 8700-EXIT
020400     END-IF.
020410
020420     SUBTRACT AM-CASH-INPUT FROM ACCT-BALANCE.
020430     MOVE AM-CASH-INPUT TO AM-LOG-AMOUNT.
020440     MOVE "TLR-WITHDRWL" TO AM-LOG-TYPE.
020450     PERFORM 8500-WRITE-LOG THRU 8500-EXIT.
020460     IF AM-TD-PENALTY > ZERO
020470     SUBTRACT AM-TD-PENALTY FROM ACCT-BALANCE
020480     MOVE AM-TD-PENALTY TO AM-LOG-AMOUNT
020490     MOVE "TD-PENALTY" TO AM-LOG-TYPE
020500     PERFORM 8500-WRITE-LOG THRU 8500-EXIT
020510     DISPLAY "EARLY-WITHDRAWAL PENALTY: $" AM-TD-PENALTY
020520     END-IF.
020530     REWRITE ACCOUNT-RECORD.
020540     DISPLAY "WITHDRAWAL PAID. NEW BALANCE: $" ACCT-BALANCE.
020550 8700-EXIT.
020560     EXIT.
020570
020580******************************************************************
020590*    8750-CHECK-TERM-DEPOSIT
020600*    A MATURED DEPOSIT PAYS OUT FREELY ON OR AFTER ITS MATURITY
020610*    DATE (THE NIGHTLY TDMATUR RUN RENEWS OR PAYS OUT WHATEVER IS
020620*    LEFT). BEFORE MATURITY THE PENALTY IS AM-TD-PENALTY-MONTHS
020630*    MONTHS OF THE FIXED RATE ON THE CASH TAKEN, AND A SUPERVISOR
020640*    (ANY ID BUT THE SIGNED-ON TELLER'S) MUST APPROVE IT. A
020650*    DEPOSIT WITH NO TDMAST RECORD IS REFUSED OUTRIGHT.
020660******************************************************************
020670 8750-CHECK-TERM-DEPOSIT.
020680     MOVE 'N' TO AM-TD-OK-SW.
020690     MOVE ACCT-NUMBER TO TD-ACCOUNT.
020700     READ TERM-DEPOSIT-MASTER
020710     INVALID KEY
020720     DISPLAY "TERM DEPOSIT RECORD MISSING. NO CASH PAID."
020730     GO TO 8750-EXIT
020740     END-READ.
020750
020760     IF TD-MATURITY-DATE NOT > AM-BUSINESS-DATE
020770     DISPLAY "TERM DEPOSIT MATURED " TD-MATURITY-DATE
020780     ". NO PENALTY."
020790     SET AM-TD-OK TO TRUE
020800     GO TO 8750-EXIT
020810     END-IF.
020820
020830     COMPUTE AM-TD-PENALTY ROUNDED =
020840     AM-CASH-INPUT * TD-MONTHLY-RATE * AM-TD-PENALTY-MONTHS.
020850     DISPLAY "TERM DEPOSIT MATURES ON " TD-MATURITY-DATE ".".
020860     DISPLAY "EARLY-WITHDRAWAL PENALTY: $" AM-TD-PENALTY.
020870
020880     DISPLAY "SUPERVISOR ID: ".
020890     ACCEPT AM-SUPERVISOR-ID.
020900     IF AM-SUPERVISOR-ID = SPACES
020910     OR AM-SUPERVISOR-ID = AM-TELLER-ID
020920     DISPLAY "SUPERVISOR APPROVAL REQUIRED. NO CASH PAID."
020930     GO TO 8750-EXIT
020940     END-IF.
020950     DISPLAY "SUPERVISOR - APPROVE EARLY WITHDRAWAL (Y/N): ".
020960     ACCEPT AM-CONFIRM.
020970     IF AM-CONFIRM NOT = 'Y'
020980     DISPLAY "EARLY WITHDRAWAL NOT APPROVED. NO CASH PAID."
020990     GO TO 8750-EXIT
021000     END-IF.
021010     SET AM-TD-OK TO TRUE.
021020 8750-EXIT.
021030     EXIT.
021040
021050******************************************************************
021060*    8800-TERM-INSTRUCTION
021070*    CHANGES WHAT HAPPENS TO A TERM DEPOSIT AT MATURITY - RENEW
021080*    FOR THE SAME TERM, OR PAY OUT TO AN OPEN CHECKING ACCOUNT
021090*    OF THE SAME CUSTOMER. THE INSTRUCTION ITSELF IS KEPT ON THE
021100*    TERM DEPOSIT RECORD; THE LOG ONLY CARRIES A ZERO-AMOUNT
021110*    TD-INSTRUCT MARKER.
021120******************************************************************
021130 8800-TERM-INSTRUCTION.
021140     PERFORM 3100-READ-ACCOUNT THRU 3100-EXIT.
021150     IF AM-ACCT-NOT-FOUND
021160     GO TO 8800-EXIT
021170     END-IF.
021180
021190     IF NOT ACCT-TYPE-TERM
021200     DISPLAY "NOT A TERM DEPOSIT ACCOUNT."
021210     GO TO 8800-EXIT
021220     END-IF.
021230
021240     IF ACCT-CLOSED
021250     DISPLAY "ACCOUNT IS CLOSED."
021260     GO TO 8800-EXIT
021270     END-IF.
021280
021290     MOVE ACCT-NUMBER TO TD-ACCOUNT.
021300     READ TERM-DEPOSIT-MASTER
021310     INVALID KEY
021320     DISPLAY "TERM DEPOSIT RECORD MISSING."
021330     GO TO 8800-EXIT
021340     END-READ.
021350
021360     DISPLAY "MATURES " TD-MATURITY-DATE " INSTRUCTION "
021370     TD-INSTRUCTION " PAYOUT ACCOUNT " TD-PAYOUT-ACCOUNT.
021380     DISPLAY "AT MATURITY R=RENEW P=PAY OUT TO CHECKING: ".
021390     ACCEPT AM-INSTR-INPUT.
021400     IF AM-INSTR-INPUT NOT = 'R' AND AM-INSTR-INPUT NOT = 'P'
021410     DISPLAY "INVALID INSTRUCTION. NO CHANGE MADE."
021420     GO TO 8800-EXIT
021430     END-IF.
021440
021450     MOVE ZERO TO AM-PAYOUT-INPUT.
021460     IF AM-INSTR-INPUT = 'P'
021470     DISPLAY "ENTER PAYOUT CHECKING ACCOUNT: "
021480     ACCEPT AM-PAYOUT-INPUT
021490     MOVE ACCT-NUMBER TO AM-NEW-ACCOUNT
021500     MOVE ACCT-CUST-ID TO AM-OWNER-ID
021510     PERFORM 4150-CHECK-PAYOUT-ACCOUNT THRU 4150-EXIT
021520     MOVE AM-NEW-ACCOUNT TO ACCT-NUMBER
021530     READ ACCOUNT-MASTER
021540     INVALID KEY
021550     CONTINUE
021560     END-READ
021570     IF NOT AM-TD-OK
021580     DISPLAY "NO CHANGE MADE."
021590     GO TO 8800-EXIT
021600     END-IF
021610     END-IF.
021620
021630     MOVE AM-INSTR-INPUT  TO TD-INSTRUCTION.
021640     MOVE AM-PAYOUT-INPUT TO TD-PAYOUT-ACCOUNT.
021650     REWRITE TERM-DEPOSIT-RECORD.
021660     MOVE ZERO TO AM-LOG-AMOUNT.
021670     MOVE "TD-INSTRUCT" TO AM-LOG-TYPE.
021680     PERFORM 8500-WRITE-LOG THRU 8500-EXIT.
021690     DISPLAY "MATURITY INSTRUCTION UPDATED FOR " ACCT-NUMBER ".".
021700 8800-EXIT.
021710     EXIT.
021720
021730******************************************************************
021740*    9000-TERMINATE
021750******************************************************************
021760 9000-TERMINATE.
021770     CLOSE ACCOUNT-MASTER.
021780     CLOSE TRANSACTION-LOG.
021790     CLOSE CUSTOMER-MASTER.
021800     CLOSE REVERSAL-REGISTER.
021810     CLOSE TERM-DEPOSIT-MASTER.
021820     CLOSE OD-AGING-MASTER.
021830     CLOSE MAINT-JOURNAL.
021840     CLOSE PAYEE-MASTER.
021850     CLOSE BILL-PAYMENT-REGISTER.
021860     DISPLAY "ACCOUNT MAINTENANCE ENDED.".
021870 9000-EXIT.
021880     EXIT.
