000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  TDMATUR.
000030 AUTHOR.      R HOLLOWAY.
000040 INSTALLATION. RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ------------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    ---------- ----  --------------------------------------------
000120*    10/15/2026 RH    ORIGINAL PROGRAM - NIGHTLY TERM DEPOSIT
000130*                     MATURITY. WALKS THE TDMAST TERM DEPOSIT
000140*                     MASTER AND, FOR EVERY DEPOSIT WHOSE
000150*                     MATURITY DATE HAS ARRIVED, CARRIES OUT THE
000160*                     CUSTOMER'S INSTRUCTION ON FILE - RENEW FOR
000170*                     THE SAME TERM AT THE SAME FIXED RATE, OR
000180*                     PAY THE PROCEEDS TO THE LINKED CHECKING
000190*                     ACCOUNT AS A TRANSFER-OUT/TRANSFER-IN
000200*                     UNDER THE ATM TRANSFER CHECKPOINT AND
000210*                     CLOSE THE DEPOSIT. ALSO LISTS EVERY
000220*                     DEPOSIT MATURING IN THE NEXT 30 DAYS ON
000230*                     THE TDNOTICE MATURITY NOTICE LISTING, ONCE
000240*                     PER TERM, ADDRESSED FROM CUSTMAST.
000250*    10/15/2026 RH    A PAYOUT ACCOUNT WRITTEN OFF BY THE ODAGING
000260*                     OVERDRAFT AGING RUN (ACCT-STATUS 'W') IS AN
000270*                     EXCEPTION, LIKE A CLOSED ONE - THE PROCEEDS
000280*                     STAY ON THE DEPOSIT FOR THE TELLERS.
000290*    10/15/2026 RH    CLOSING A PAID-OUT DEPOSIT NOW ALSO WRITES
000300*                     THE ACCOUNT RECORD AS IT STOOD BEFORE AND
000310*                     AFTER TO THE MAINTJRN MAINTENANCE JOURNAL
000320*                     (SEE MJRNREC.CPY).
000330*    10/15/2026 RH    THE TDNOTICE LISTING IS NOW OPENED EXTEND SO
000340*                     A SAME-DAY RERUN ADDS TO THE FIRST RUN'S
000350*                     NOTICES INSTEAD OF WIPING THEM. A TXNLOG OR
000360*                     MAINTJRN THAT WILL NOT OPEN NOW ABANDONS THE
000370*                     RUN, AND A PAYOUT TO AN ACCOUNT WITH ITS OWN
000380*                     TRANSFER CHECKPOINT PENDING IS AN EXCEPTION.
000390******************************************************************
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT TERM-DEPOSIT-MASTER ASSIGN TO "TDMAST"
000450     ORGANIZATION IS INDEXED
000460     ACCESS MODE IS DYNAMIC
000470     RECORD KEY IS TD-ACCOUNT
000480     FILE STATUS IS TM-TD-FS.
000490
000500     SELECT ACCOUNT-MASTER  ASSIGN TO "ACCTMAST"
000510     ORGANIZATION IS INDEXED
000520     ACCESS MODE IS DYNAMIC
000530     RECORD KEY IS ACCT-NUMBER
000540     FILE STATUS IS TM-ACCT-FS.
000550
000560     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000570     ORGANIZATION IS INDEXED
000580     ACCESS MODE IS DYNAMIC
000590     RECORD KEY IS CUST-ID
000600     FILE STATUS IS TM-CUST-FS.
000610
000620     SELECT TRANSACTION-LOG ASSIGN TO "TXNLOG"
000630     ORGANIZATION IS LINE SEQUENTIAL
000640     FILE STATUS IS TM-TXN-FS.
000650
000660     SELECT MATURITY-REPORT ASSIGN TO "TDMATRPT"
000670     ORGANIZATION IS LINE SEQUENTIAL
000680     FILE STATUS IS TM-RPT-FS.
000690
000700     SELECT NOTICE-LISTING  ASSIGN TO "TDNOTICE"
000710     ORGANIZATION IS LINE SEQUENTIAL
000720     FILE STATUS IS TM-NTC-FS.
000730
000740     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
000750     ORGANIZATION IS INDEXED
000760     ACCESS MODE IS DYNAMIC
000770     RECORD KEY IS RC-JOB-NAME
000780     FILE STATUS IS TM-RUNCTL-FS.
000790
000800     SELECT BUSINESS-DATE   ASSIGN TO "BUSDATE"
000810     ORGANIZATION IS LINE SEQUENTIAL
000820     FILE STATUS IS TM-BD-FS.
000830
000840     SELECT MAINT-JOURNAL   ASSIGN TO "MAINTJRN"
000850     ORGANIZATION IS LINE SEQUENTIAL
000860     FILE STATUS IS TM-JRN-FS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  TERM-DEPOSIT-MASTER
000910     LABEL RECORDS ARE STANDARD.
000920     COPY TDREC.
000930
000940 FD  ACCOUNT-MASTER
000950     LABEL RECORDS ARE STANDARD.
000960     COPY ACCTREC.
000970
000980 FD  CUSTOMER-MASTER
000990     LABEL RECORDS ARE STANDARD.
001000     COPY CUSTREC.
001010
001020 FD  TRANSACTION-LOG
001030     LABEL RECORDS ARE STANDARD.
001040     COPY TXNREC.
001050
001060 FD  MATURITY-REPORT
001070     LABEL RECORDS ARE STANDARD.
001080 01  MATURITY-REPORT-LINE        PIC X(80).
001090
001100 FD  NOTICE-LISTING
001110     LABEL RECORDS ARE STANDARD.
001120 01  NOTICE-LISTING-LINE         PIC X(80).
001130
001140 FD  RUN-CONTROL
001150     LABEL RECORDS ARE STANDARD.
001160     COPY RUNREC.
001170
001180 FD  BUSINESS-DATE
001190     LABEL RECORDS ARE STANDARD.
001200     COPY BDREC.
001210
001220 FD  MAINT-JOURNAL
001230     LABEL RECORDS ARE STANDARD.
001240     COPY MJRNREC.
001250
001260 WORKING-STORAGE SECTION.
001270******************************************************************
001280*    FILE STATUS AND SWITCHES
001290******************************************************************
001300 01  TM-TD-FS                 PIC X(02)  VALUE "00".
001310 01  TM-ACCT-FS               PIC X(02)  VALUE "00".
001320 01  TM-CUST-FS               PIC X(02)  VALUE "00".
001330 01  TM-TXN-FS                PIC X(02)  VALUE "00".
001340 01  TM-RPT-FS                PIC X(02)  VALUE "00".
001350 01  TM-NTC-FS                PIC X(02)  VALUE "00".
001360 01  TM-RUNCTL-FS             PIC X(02)  VALUE "00".
001370 01  TM-BD-FS                 PIC X(02)  VALUE "00".
001380 01  TM-JRN-FS                PIC X(02)  VALUE "00".
001390
001400 01  TM-CONTINUE-SW           PIC X(01)  VALUE 'Y'.
001410
001420 01  TM-RC-FOUND-SW           PIC X(01)  VALUE 'N'.
001430     88  TM-RC-FOUND                  VALUE 'Y'.
001440
001450 01  TM-TD-EOF-SW             PIC X(01)  VALUE 'N'.
001460     88  TM-TD-EOF                    VALUE 'Y'.
001470
001480 01  TM-CUST-OPEN-SW          PIC X(01)  VALUE 'N'.
001490     88  TM-CUST-OPEN                 VALUE 'Y'.
001500
001510 01  TM-TD-CHANGED-SW         PIC X(01)  VALUE 'N'.
001520     88  TM-TD-CHANGED                VALUE 'Y'.
001530
001540******************************************************************
001550*    POSTING WORK FIELDS
001560*    TM-SAVED-SOURCE HOLDS THE DEPOSIT ACCOUNT'S RECORD WHILE THE
001570*    PAYOUT ACCOUNT OCCUPIES THE ACCOUNT-MASTER RECORD AREA. IT
001580*    IS CUT FROM ACCTREC.CPY ITSELF (NAMES PREFIXED TMSV-), THE
001590*    SAME WAY SORDPOST KEEPS ITS SAVE AREA.
001600******************************************************************
001610     COPY ACCTREC REPLACING
001620     ==ACCOUNT-RECORD== BY ==TM-SAVED-SOURCE==
001630     LEADING ==ACCT-== BY ==TMSV-==.
001640 77  TM-LOG-TYPE              PIC X(12).
001650 77  TM-LOG-AMOUNT            PIC S9(07)V99.
001660 77  TM-PAYOUT-AMOUNT         PIC S9(07)V99.
001670 77  TM-CURRENT-DATE          PIC 9(08).
001680 77  TM-CURRENT-TIME          PIC 9(08).
001690 77  TM-BEFORE-IMAGE          PIC X(150).
001700
001710******************************************************************
001720*    MATURITY DATE WORK FIELDS (FEBRUARY BY THE FULL LEAP RULE -
001730*    DIVISIBLE BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY 400).
001740******************************************************************
001750 01  TM-WORK-DATE.
001760     05  TM-WORK-YYYY         PIC 9(04).
001770     05  TM-WORK-MM           PIC 9(02).
001780     05  TM-WORK-DD           PIC 9(02).
001790 77  TM-DAYS-TO-ADD           PIC 9(02).
001800 77  TM-MONTHS-ADDED          PIC 9(03).
001810 77  TM-LEAP-QUOT             PIC 9(04).
001820 77  TM-LEAP-REM              PIC 9(04).
001830 77  TM-MONTH-LIMIT           PIC 9(02).
001840 01  TM-MONTH-TABLE-DATA.
001850     05  FILLER               PIC X(24)
001860     VALUE "312831303130313130313031".
001870 01  TM-MONTH-TABLE REDEFINES TM-MONTH-TABLE-DATA.
001880     05  TM-DAYS-IN-MONTH     OCCURS 12 TIMES PIC 9(02).
001890 77  TM-NOTICE-DAYS           PIC 9(02)  VALUE 30.
001900 77  TM-NOTICE-HORIZON        PIC 9(08).
001910 77  TM-RENEW-STEPS           PIC 9(03).
001920
001930******************************************************************
001940*    RUN CONTROL AND TOTALS
001950******************************************************************
001960 77  TM-RUN-DATE              PIC 9(08).
001970 77  TM-DEPOSITS-READ         PIC 9(06)  VALUE 0.
001980 77  TM-DEPOSITS-MATURED      PIC 9(06)  VALUE 0.
001990 77  TM-DEPOSITS-RENEWED      PIC 9(06)  VALUE 0.
002000 77  TM-DEPOSITS-PAID         PIC 9(06)  VALUE 0.
002010 77  TM-DEPOSITS-CLOSED       PIC 9(06)  VALUE 0.
002020 77  TM-DEPOSITS-EXCEPTED     PIC 9(06)  VALUE 0.
002030 77  TM-NOTICES-LISTED        PIC 9(06)  VALUE 0.
002040 77  TM-AMOUNT-RENEWED        PIC S9(09)V99 VALUE 0.
002050 77  TM-AMOUNT-PAID           PIC S9(09)V99 VALUE 0.
002060
002070******************************************************************
002080*    REPORT LINES
002090******************************************************************
002100 01  TM-REPORT-DEPOSIT-LINE.
002110     05  FILLER                PIC X(02)  VALUE SPACES.
002120     05  RL-ACCOUNT            PIC 9(06).
002130     05  FILLER                PIC X(02)  VALUE SPACES.
002140     05  RL-MATURITY-DATE      PIC 9(08).
002150     05  FILLER                PIC X(02)  VALUE SPACES.
002160     05  RL-INSTRUCTION        PIC X(01).
002170     05  FILLER                PIC X(02)  VALUE SPACES.
002180     05  RL-AMOUNT             PIC -(6)9.99.
002190     05  FILLER                PIC X(02)  VALUE SPACES.
002200     05  RL-DISPOSITION        PIC X(45).
002210
002220 01  TM-TOTAL-LINE.
002230     05  FILLER                PIC X(02)  VALUE SPACES.
002240     05  TL-LABEL              PIC X(24).
002250     05  TL-COUNT              PIC Z(5)9.
002260     05  FILLER                PIC X(02)  VALUE SPACES.
002270     05  TL-AMOUNT             PIC -(8)9.99.
002280
002290 01  TM-NOTICE-LINE-1.
002300     05  FILLER                PIC X(02)  VALUE SPACES.
002310     05  NL-ACCOUNT            PIC 9(06).
002320     05  FILLER                PIC X(02)  VALUE SPACES.
002330     05  NL-CUST-NAME          PIC X(30).
002340     05  FILLER                PIC X(02)  VALUE SPACES.
002350     05  NL-MATURITY-DATE      PIC 9(08).
002360     05  FILLER                PIC X(02)  VALUE SPACES.
002370     05  NL-BALANCE            PIC -(6)9.99.
002380     05  FILLER                PIC X(02)  VALUE SPACES.
002390     05  NL-INSTRUCTION        PIC X(07).
002400
002410 01  TM-NOTICE-LINE-2.
002420     05  FILLER                PIC X(10)  VALUE SPACES.
002430     05  NL-ADDR-LINE          PIC X(70).
002440
002450 PROCEDURE DIVISION.
002460******************************************************************
002470*    0000-MAINLINE
002480******************************************************************
002490 0000-MAINLINE.
002500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002510     IF TM-CONTINUE-SW = 'Y'
002520     PERFORM 1100-CHECK-RUN-CONTROL THRU 1100-EXIT
002530     PERFORM 2000-PROCESS-DEPOSITS THRU 2000-EXIT
002540     PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT
002550     PERFORM 8800-STAMP-RUN-CONTROL THRU 8800-EXIT
002560     END-IF.
002570     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002580     GOBACK.
002590
002600******************************************************************
002610*    1000-INITIALIZE
002620*    OPENS THE FILES. A MISSING TERM DEPOSIT MASTER JUST MEANS NO
002630*    DEPOSIT HAS EVER BEEN OPENED - THE FILE IS CREATED EMPTY
002640*    AND THE RUN WRITES ITS REPORTS WITH ZERO TOTALS. A MISSING
002650*    CUSTOMER MASTER ONLY LEAVES THE NOTICES UNADDRESSED. A LOG
002660*    OR JOURNAL THAT WILL NOT OPEN STOPS THE RUN - NOTHING MAY
002670*    MOVE THAT CANNOT BE RECORDED. THE NOTICE LISTING IS OPENED
002680*    EXTEND SO A SAME-DAY RERUN, WHICH LISTS ONLY WHAT THE FIRST
002690*    RUN DID NOT, KEEPS THE FIRST RUN'S NOTICES.
002700******************************************************************
002710 1000-INITIALIZE.
002720     PERFORM 8900-GET-BUSINESS-DATE THRU 8900-EXIT.
002730     DISPLAY "TERM DEPOSIT MATURITY - RUN DATE " TM-RUN-DATE.
002740
002750     OPEN I-O TERM-DEPOSIT-MASTER.
002760     IF TM-TD-FS = "35"
002770     OPEN OUTPUT TERM-DEPOSIT-MASTER
002780     CLOSE TERM-DEPOSIT-MASTER
002790     OPEN I-O TERM-DEPOSIT-MASTER
002800     END-IF.
002810     IF TM-TD-FS NOT = "00"
002820     DISPLAY "UNABLE TO OPEN TERM DEPOSIT MASTER. STATUS="
002830     TM-TD-FS
002840     MOVE 'N' TO TM-CONTINUE-SW
002850     MOVE 12 TO RETURN-CODE
002860     GO TO 1000-EXIT
002870     END-IF.
002880
002890     OPEN I-O ACCOUNT-MASTER.
002900     IF TM-ACCT-FS NOT = "00"
002910     DISPLAY "UNABLE TO OPEN ACCOUNT MASTER FILE. STATUS="
002920     TM-ACCT-FS
002930     MOVE 'N' TO TM-CONTINUE-SW
002940     MOVE 12 TO RETURN-CODE
002950     CLOSE TERM-DEPOSIT-MASTER
002960     GO TO 1000-EXIT
002970     END-IF.
002980
002990     OPEN INPUT CUSTOMER-MASTER.
003000     IF TM-CUST-FS = "00"
003010     SET TM-CUST-OPEN TO TRUE
003020     ELSE
003030     DISPLAY "CUSTOMER MASTER UNAVAILABLE - NOTICES UNADDRESSED."
003040     END-IF.
003050
003060     OPEN EXTEND TRANSACTION-LOG.
003070     IF TM-TXN-FS = "35"
003080     OPEN OUTPUT TRANSACTION-LOG
003090     CLOSE TRANSACTION-LOG
003100     OPEN EXTEND TRANSACTION-LOG
003110     END-IF.
003120     IF TM-TXN-FS NOT = "00"
003130     DISPLAY "UNABLE TO OPEN TRANSACTION LOG. STATUS=" TM-TXN-FS
003140     MOVE 'N' TO TM-CONTINUE-SW
003150     MOVE 12 TO RETURN-CODE
003160     CLOSE TERM-DEPOSIT-MASTER
003170     CLOSE ACCOUNT-MASTER
003180     IF TM-CUST-OPEN
003190     CLOSE CUSTOMER-MASTER
003200     END-IF
003210     GO TO 1000-EXIT
003220     END-IF.
003230
003240     OPEN EXTEND MAINT-JOURNAL.
003250     IF TM-JRN-FS = "35"
003260     OPEN OUTPUT MAINT-JOURNAL
003270     CLOSE MAINT-JOURNAL
003280     OPEN EXTEND MAINT-JOURNAL
003290     END-IF.
003300     IF TM-JRN-FS NOT = "00"
003310     DISPLAY "UNABLE TO OPEN MAINTENANCE JOURNAL. STATUS="
003320     TM-JRN-FS
003330     MOVE 'N' TO TM-CONTINUE-SW
003340     MOVE 12 TO RETURN-CODE
003350     CLOSE TERM-DEPOSIT-MASTER
003360     CLOSE ACCOUNT-MASTER
003370     IF TM-CUST-OPEN
003380     CLOSE CUSTOMER-MASTER
003390     END-IF
003400     CLOSE TRANSACTION-LOG
003410     GO TO 1000-EXIT
003420     END-IF.
003430
003440     OPEN OUTPUT MATURITY-REPORT.
003450     MOVE SPACES TO MATURITY-REPORT-LINE.
003460     STRING "TERM DEPOSIT MATURITY - RUN DATE " DELIMITED BY
003470     SIZE
003480     TM-RUN-DATE DELIMITED BY SIZE
003490     INTO MATURITY-REPORT-LINE.
003500     WRITE MATURITY-REPORT-LINE.
003510     MOVE SPACES TO MATURITY-REPORT-LINE.
003520     STRING "  ACCOUNT" DELIMITED BY SIZE
003530     " MATURITY" DELIMITED BY SIZE
003540     "  I" DELIMITED BY SIZE
003550     "      AMOUNT" DELIMITED BY SIZE
003560     "  DISPOSITION" DELIMITED BY SIZE
003570     INTO MATURITY-REPORT-LINE.
003580     WRITE MATURITY-REPORT-LINE.
003590
003600     MOVE TM-RUN-DATE TO TM-WORK-DATE.
003610     PERFORM 8710-ADD-ONE-DAY THRU 8710-EXIT
003620     VARYING TM-DAYS-TO-ADD FROM 1 BY 1
003630     UNTIL TM-DAYS-TO-ADD > TM-NOTICE-DAYS.
003640     MOVE TM-WORK-DATE TO TM-NOTICE-HORIZON.
003650
003660     OPEN EXTEND NOTICE-LISTING.
003670     IF TM-NTC-FS = "35"
003680     OPEN OUTPUT NOTICE-LISTING
003690     END-IF.
003700     MOVE SPACES TO NOTICE-LISTING-LINE.
003710     STRING "TERM DEPOSIT MATURITY NOTICES - RUN DATE "
003720     DELIMITED BY SIZE
003730     TM-RUN-DATE DELIMITED BY SIZE
003740     " - MATURING BY " DELIMITED BY SIZE
003750     TM-NOTICE-HORIZON DELIMITED BY SIZE
003760     INTO NOTICE-LISTING-LINE.
003770     WRITE NOTICE-LISTING-LINE.
003780     MOVE SPACES TO NOTICE-LISTING-LINE.
003790     STRING "  ACCOUNT" DELIMITED BY SIZE
003800     "  CUSTOMER                      " DELIMITED BY SIZE
003810     " MATURITY" DELIMITED BY SIZE
003820     "     BALANCE" DELIMITED BY SIZE
003830     "  AT MATURITY" DELIMITED BY SIZE
003840     INTO NOTICE-LISTING-LINE.
003850     WRITE NOTICE-LISTING-LINE.
003860 1000-EXIT.
003870     EXIT.
003880
003890******************************************************************
003900*    1100-CHECK-RUN-CONTROL
003910*    WARNS WHEN THE RUN DATE HAS ALREADY BEEN PROCESSED. A RERUN
003920*    IS SAFE - A RENEWED DEPOSIT HAS MOVED PAST THE RUN DATE, A
003930*    PAID-OUT ONE IS CLOSED AND A NOTICE ALREADY LISTED IS NOT
003940*    LISTED AGAIN - BUT THE OPERATOR SHOULD KNOW.
003950******************************************************************
003960 1100-CHECK-RUN-CONTROL.
003970     MOVE 'N' TO TM-RC-FOUND-SW.
003980     OPEN I-O RUN-CONTROL.
003990     IF TM-RUNCTL-FS = "35"
004000     OPEN OUTPUT RUN-CONTROL
004010     CLOSE RUN-CONTROL
004020     OPEN I-O RUN-CONTROL
004030     END-IF.
004040     IF TM-RUNCTL-FS NOT = "00"
004050     DISPLAY "WARNING - RUN CONTROL UNAVAILABLE. STATUS="
004060     TM-RUNCTL-FS
004070     GO TO 1100-EXIT
004080     END-IF.
004090
004100     MOVE "TDMATUR" TO RC-JOB-NAME.
004110     READ RUN-CONTROL
004120     INVALID KEY
004130     CONTINUE
004140     NOT INVALID KEY
004150     SET TM-RC-FOUND TO TRUE
004160     END-READ.
004170
004180     IF TM-RC-FOUND AND RC-LAST-RUN-DATE = TM-RUN-DATE
004190     DISPLAY "WARNING - MATURITIES ALREADY PROCESSED FOR "
004200     TM-RUN-DATE ". ONLY EXCEPTIONS WILL RETRY."
004210     END-IF.
004220
004230     CLOSE RUN-CONTROL.
004240 1100-EXIT.
004250     EXIT.
004260
004270******************************************************************
004280*    2000-PROCESS-DEPOSITS
004290*    SEQUENTIAL PASS OVER THE TERM DEPOSIT MASTER.
004300******************************************************************
004310 2000-PROCESS-DEPOSITS.
004320     MOVE ZERO TO TD-ACCOUNT.
004330     START TERM-DEPOSIT-MASTER KEY NOT < TD-ACCOUNT
004340     INVALID KEY
004350     MOVE 'Y' TO TM-TD-EOF-SW
004360     END-START.
004370
004380     PERFORM 2100-READ-DEPOSIT THRU 2100-EXIT.
004390     PERFORM UNTIL TM-TD-EOF
004400     ADD 1 TO TM-DEPOSITS-READ
004410     PERFORM 3000-PROCESS-ONE-DEPOSIT THRU 3000-EXIT
004420     PERFORM 2100-READ-DEPOSIT THRU 2100-EXIT
004430     END-PERFORM.
004440 2000-EXIT.
004450     EXIT.
004460
004470 2100-READ-DEPOSIT.
004480     READ TERM-DEPOSIT-MASTER NEXT
004490     AT END
004500     MOVE 'Y' TO TM-TD-EOF-SW
004510     END-READ.
004520 2100-EXIT.
004530     EXIT.
004540
004550******************************************************************
004560*    3000-PROCESS-ONE-DEPOSIT
004570*    A CLOSED DEPOSIT IS HISTORY AND PASSES SILENTLY. A DEPOSIT
004580*    THAT HAS MATURED BUT CANNOT BE ACTED ON TONIGHT (ACCOUNT
004590*    MISSING, NOT ACTIVE, OR WITH A CHECKPOINT PENDING) IS
004600*    REPORTED AND LEFT AS IT IS SO IT RETRIES THE NEXT NIGHT.
004610*    THE NOTICE CHECK RUNS AFTER MATURITY PROCESSING, SO A
004620*    SHORT-TERM DEPOSIT THAT JUST RENEWED INTO THE NOTICE WINDOW
004630*    IS LISTED FOR ITS NEW MATURITY.
004640******************************************************************
004650 3000-PROCESS-ONE-DEPOSIT.
004660     MOVE 'N' TO TM-TD-CHANGED-SW.
004670     MOVE TD-ACCOUNT TO ACCT-NUMBER.
004680     READ ACCOUNT-MASTER
004690     INVALID KEY
004700     MOVE "EXCEPTION - ACCOUNT NOT ON FILE" TO RL-DISPOSITION
004710     PERFORM 3900-REPORT-EXCEPTION THRU 3900-EXIT
004720     GO TO 3000-EXIT
004730     END-READ.
004740
004750     IF ACCT-CLOSED
004760     GO TO 3000-EXIT
004770     END-IF.
004780
004790     IF TD-MATURITY-DATE NOT > TM-RUN-DATE
004800     PERFORM 3100-PROCESS-MATURITY THRU 3100-EXIT
004810     END-IF.
004820
004830     IF NOT ACCT-CLOSED
004840     AND TD-MATURITY-DATE > TM-RUN-DATE
004850     AND TD-MATURITY-DATE NOT > TM-NOTICE-HORIZON
004860     AND TD-NOTICE-MATURITY NOT = TD-MATURITY-DATE
004870     PERFORM 4000-LIST-NOTICE THRU 4000-EXIT
004880     END-IF.
004890
004900     IF TM-TD-CHANGED
004910     REWRITE TERM-DEPOSIT-RECORD
004920     END-IF.
004930 3000-EXIT.
004940     EXIT.
004950
004960******************************************************************
004970*    3100-PROCESS-MATURITY
004980*    CARRIES OUT THE INSTRUCTION ON FILE FOR A MATURED DEPOSIT.
004990*    A DEPOSIT WITH NOTHING LEFT IN IT IS SIMPLY CLOSED.
005000******************************************************************
005010 3100-PROCESS-MATURITY.
005020     IF NOT ACCT-ACTIVE
005030     MOVE "EXCEPTION - ACCOUNT NOT ACTIVE" TO RL-DISPOSITION
005040     PERFORM 3900-REPORT-EXCEPTION THRU 3900-EXIT
005050     GO TO 3100-EXIT
005060     END-IF.
005070
005080     IF ACCT-CKPT-PENDING
005090     MOVE "EXCEPTION - CHECKPOINT PENDING" TO RL-DISPOSITION
005100     PERFORM 3900-REPORT-EXCEPTION THRU 3900-EXIT
005110     GO TO 3100-EXIT
005120     END-IF.
005130
005140     IF ACCT-BALANCE < ZERO
005150     MOVE "EXCEPTION - BALANCE BELOW ZERO" TO RL-DISPOSITION
005160     PERFORM 3900-REPORT-EXCEPTION THRU 3900-EXIT
005170     GO TO 3100-EXIT
005180     END-IF.
005190
005200     ADD 1 TO TM-DEPOSITS-MATURED.
005210     IF ACCT-BALANCE = ZERO
005220     PERFORM 3600-CLOSE-DEPOSIT THRU 3600-EXIT
005230     MOVE ZERO TO RL-AMOUNT
005240     MOVE "CLOSED - NO BALANCE AT MATURITY" TO RL-DISPOSITION
005250     PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
005260     GO TO 3100-EXIT
005270     END-IF.
005280
005290     IF TD-PAY-OUT
005300     PERFORM 3300-PAY-OUT-DEPOSIT THRU 3300-EXIT
005310     ELSE
005320     PERFORM 3200-RENEW-DEPOSIT THRU 3200-EXIT
005330     END-IF.
005340 3100-EXIT.
005350     EXIT.
005360
005370******************************************************************
005380*    3200-RENEW-DEPOSIT
005390*    ROLLS THE DEPOSIT OVER FOR THE SAME TERM AT THE SAME FIXED
005400*    RATE, WITH THE WHOLE BALANCE (PRINCIPAL PLUS THE INTEREST
005410*    INTPOST HAS CREDITED) AS THE NEW PRINCIPAL. THE NEW TERM
005420*    STARTS ON THE OLD MATURITY DATE. A TERM MISSED WHILE THE
005430*    BATCH DID NOT RUN IS ROLLED THROUGH UNTIL THE MATURITY IS
005440*    PAST THE RUN DATE, AS SORDPOST DOES WITH A MISSED ORDER.
005450*    THE TD-RENEW LOG ENTRY IS A MARKER - IT CARRIES THE NEW
005460*    PRINCIPAL BUT MOVES NO MONEY.
005470******************************************************************
005480 3200-RENEW-DEPOSIT.
005490     MOVE 0 TO TM-RENEW-STEPS.
005500     PERFORM 3250-ROLL-ONE-TERM THRU 3250-EXIT
005510     UNTIL TD-MATURITY-DATE > TM-RUN-DATE.
005520     MOVE ACCT-BALANCE TO TD-PRINCIPAL.
005530     ADD 1 TO TD-RENEWAL-COUNT.
005540     SET TM-TD-CHANGED TO TRUE.
005550
005560     MOVE ACCT-BALANCE TO TM-LOG-AMOUNT.
005570     MOVE "TD-RENEW" TO TM-LOG-TYPE.
005580     PERFORM 8500-WRITE-LOG THRU 8500-EXIT.
005590
005600     ADD 1 TO TM-DEPOSITS-RENEWED.
005610     ADD ACCT-BALANCE TO TM-AMOUNT-RENEWED.
005620     MOVE ACCT-BALANCE TO RL-AMOUNT.
005630     MOVE SPACES TO RL-DISPOSITION.
005640     STRING "RENEWED - NEW MATURITY " DELIMITED BY SIZE
005650     TD-MATURITY-DATE DELIMITED BY SIZE
005660     INTO RL-DISPOSITION.
005670     PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT.
005680 3200-EXIT.
005690     EXIT.
005700
005710 3250-ROLL-ONE-TERM.
005720     ADD 1 TO TM-RENEW-STEPS.
005730     MOVE TD-MATURITY-DATE TO TD-START-DATE.
005740     MOVE TD-MATURITY-DATE TO TM-WORK-DATE.
005750     PERFORM 8700-ADD-TERM THRU 8700-EXIT.
005760     MOVE TM-WORK-DATE TO TD-MATURITY-DATE.
005770 3250-EXIT.
005780     EXIT.
005790
005800******************************************************************
005810*    3300-PAY-OUT-DEPOSIT
005820*    MOVES THE WHOLE BALANCE TO THE LINKED CHECKING ACCOUNT AND
005830*    CLOSES THE DEPOSIT. THE PAYOUT ACCOUNT IS RE-CHECKED HERE
005840*    - IT WAS VALID WHEN THE INSTRUCTION WAS TAKEN BUT MAY HAVE
005850*    CLOSED SINCE. A PAYOUT ACCOUNT WITH A TRANSFER CHECKPOINT OF
005860*    ITS OWN PENDING IS NOT CREDITED EITHER - THE RESOLVE WOULD
005870*    RESTORE ITS BALANCE FROM THE MARKER AND LOSE THE PROCEEDS.
005880*    A PAYOUT THAT CANNOT GO IS REPORTED AND THE DEPOSIT LEFT
005890*    MATURED AND UNTOUCHED FOR A TELLER TO SETTLE.
005900******************************************************************
005910 3300-PAY-OUT-DEPOSIT.
005920     MOVE ACCOUNT-RECORD TO TM-SAVED-SOURCE.
005930     MOVE TD-PAYOUT-ACCOUNT TO ACCT-NUMBER.
005940     READ ACCOUNT-MASTER
005950     INVALID KEY
005960     MOVE TM-SAVED-SOURCE TO ACCOUNT-RECORD
005970     MOVE "EXCEPTION - PAYOUT ACCOUNT NOT ON FILE"
005980     TO RL-DISPOSITION
005990     PERFORM 3900-REPORT-EXCEPTION THRU 3900-EXIT
006000     GO TO 3300-EXIT
006010     END-READ.
006020     IF ACCT-CLOSED OR ACCT-CHARGED-OFF OR NOT ACCT-TYPE-CHECKING
006030     MOVE TM-SAVED-SOURCE TO ACCOUNT-RECORD
006040     MOVE "EXCEPTION - PAYOUT ACCOUNT NOT OPEN CHECKING"
006050     TO RL-DISPOSITION
006060     PERFORM 3900-REPORT-EXCEPTION THRU 3900-EXIT
006070     GO TO 3300-EXIT
006080     END-IF.
006090     IF ACCT-CKPT-PENDING
006100     MOVE TM-SAVED-SOURCE TO ACCOUNT-RECORD
006110     MOVE "EXCEPTION - PAYOUT ACCOUNT CHECKPOINT PENDING"
006120     TO RL-DISPOSITION
006130     PERFORM 3900-REPORT-EXCEPTION THRU 3900-EXIT
006140     GO TO 3300-EXIT
006150     END-IF.
006160     MOVE TM-SAVED-SOURCE TO ACCOUNT-RECORD.
006170
006180     MOVE ACCT-BALANCE TO TM-PAYOUT-AMOUNT.
006190     PERFORM 3500-POST-TRANSFER THRU 3500-EXIT.
006200     PERFORM 3600-CLOSE-DEPOSIT THRU 3600-EXIT.
006210
006220     ADD 1 TO TM-DEPOSITS-PAID.
006230     ADD TM-PAYOUT-AMOUNT TO TM-AMOUNT-PAID.
006240     MOVE TM-PAYOUT-AMOUNT TO RL-AMOUNT.
006250     MOVE SPACES TO RL-DISPOSITION.
006260     STRING "PAID TO " DELIMITED BY SIZE
006270     TD-PAYOUT-ACCOUNT DELIMITED BY SIZE
006280     " AND CLOSED" DELIMITED BY SIZE
006290     INTO RL-DISPOSITION.
006300     PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT.
006310 3300-EXIT.
006320     EXIT.
006330
006340******************************************************************
006350*    3500-POST-TRANSFER
006360*    POSTS THE DEBIT AND CREDIT LEGS UNDER THE SAME CHECKPOINT
006370*    PROTECTION AS SORDPOST AND THE ATM TRANSFER - THE MARKER IS
006380*    WRITTEN WITH THE PRE-DEBIT BALANCE AND THE PAYOUT ACCOUNT
006390*    ON FILE, THE DEBIT IS APPLIED AND LOGGED, THE PAYOUT ACCOUNT
006400*    IS CREDITED, LOGGED AND REWRITTEN, AND ONLY THEN IS THE
006410*    MARKER CLEARED. AN ABEND PART WAY THROUGH LEAVES THE DEPOSIT
006420*    FLAGGED FOR THE ATM'S 2550-RESOLVE-XFER-CHECKPOINT, AND THE
006430*    NEXT NIGHT'S RUN REPORTS IT UNTIL THAT IS DONE.
006440******************************************************************
006450 3500-POST-TRANSFER.
006460     MOVE TM-RUN-DATE TO TM-CURRENT-DATE.
006470     ACCEPT TM-CURRENT-TIME FROM TIME.
006480     MOVE TM-PAYOUT-AMOUNT TO ACCT-CKPT-AMOUNT.
006490     MOVE ZERO TO ACCT-CKPT-FEE.
006500     MOVE TM-CURRENT-DATE TO ACCT-CKPT-DATE.
006510     MOVE TM-CURRENT-TIME TO ACCT-CKPT-TIME.
006520     MOVE TD-PAYOUT-ACCOUNT TO ACCT-CKPT-XFER-ACCT.
006530     SET ACCT-CKPT-PENDING TO TRUE.
006540     REWRITE ACCOUNT-RECORD.
006550
006560     SUBTRACT TM-PAYOUT-AMOUNT FROM ACCT-BALANCE.
006570     MOVE TM-PAYOUT-AMOUNT TO TM-LOG-AMOUNT.
006580     MOVE "TRANSFER-OUT" TO TM-LOG-TYPE.
006590     PERFORM 8500-WRITE-LOG THRU 8500-EXIT.
006600
006610     MOVE ACCOUNT-RECORD TO TM-SAVED-SOURCE.
006620     MOVE TD-PAYOUT-ACCOUNT TO ACCT-NUMBER.
006630     READ ACCOUNT-MASTER
006640     INVALID KEY
006650     DISPLAY "DEPOSIT " TD-ACCOUNT " PAYOUT ACCOUNT UNAVAILABLE"
006660     " - RESOLVES AT SOURCE LOGIN."
006670     GO TO 3500-EXIT
006680     NOT INVALID KEY
006690     ADD TM-PAYOUT-AMOUNT TO ACCT-BALANCE
006700     MOVE TM-PAYOUT-AMOUNT TO TM-LOG-AMOUNT
006710     MOVE "TRANSFER-IN" TO TM-LOG-TYPE
006720     PERFORM 8500-WRITE-LOG THRU 8500-EXIT
006730     REWRITE ACCOUNT-RECORD
006740     END-READ.
006750
006760     MOVE TM-SAVED-SOURCE TO ACCOUNT-RECORD.
006770     SET ACCT-CKPT-CLEAR TO TRUE.
006780     MOVE ZERO TO ACCT-CKPT-AMOUNT.
006790     MOVE ZERO TO ACCT-CKPT-DATE.
006800     MOVE ZERO TO ACCT-CKPT-TIME.
006810     MOVE ZERO TO ACCT-CKPT-XFER-ACCT.
006820     REWRITE ACCOUNT-RECORD.
006830 3500-EXIT.
006840     EXIT.
006850
006860******************************************************************
006870*    3600-CLOSE-DEPOSIT
006880*    CLOSES THE NOW-EMPTY DEPOSIT ACCOUNT WITH THE SAME ZERO-
006890*    AMOUNT ACCT-CLOSE MARKER THE ACCTMNT CLOSE WRITES, AND
006900*    JOURNALS THE STATUS CHANGE THE SAME WAY. THE TDMAST RECORD
006910*    STAYS ON FILE AS HISTORY.
006920******************************************************************
006930 3600-CLOSE-DEPOSIT.
006940     IF ACCT-CKPT-PENDING
006950     GO TO 3600-EXIT
006960     END-IF.
006970     MOVE ACCOUNT-RECORD TO TM-BEFORE-IMAGE.
006980     SET ACCT-CLOSED TO TRUE.
006990     MOVE ZERO TO TM-LOG-AMOUNT.
007000     MOVE "ACCT-CLOSE" TO TM-LOG-TYPE.
007010     PERFORM 8500-WRITE-LOG THRU 8500-EXIT.
007020     REWRITE ACCOUNT-RECORD.
007030     PERFORM 8550-JOURNAL-ACCOUNT THRU 8550-EXIT.
007040     ADD 1 TO TM-DEPOSITS-CLOSED.
007050 3600-EXIT.
007060     EXIT.
007070
007080******************************************************************
007090*    3900-REPORT-EXCEPTION
007100*    THE CALLER HAS SET RL-DISPOSITION.
007110******************************************************************
007120 3900-REPORT-EXCEPTION.
007130     MOVE ACCT-BALANCE TO RL-AMOUNT.
007140     PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT.
007150     ADD 1 TO TM-DEPOSITS-EXCEPTED.
007160 3900-EXIT.
007170     EXIT.
007180
007190 3950-WRITE-REPORT-LINE.
007200     MOVE TD-ACCOUNT       TO RL-ACCOUNT.
007210     MOVE TD-MATURITY-DATE TO RL-MATURITY-DATE.
007220     MOVE TD-INSTRUCTION   TO RL-INSTRUCTION.
007230     WRITE MATURITY-REPORT-LINE FROM TM-REPORT-DEPOSIT-LINE.
007240 3950-EXIT.
007250     EXIT.
007260
007270******************************************************************
007280*    4000-LIST-NOTICE
007290*    ONE ENTRY ON THE MATURITY NOTICE LISTING - ACCOUNT, OWNER,
007300*    MATURITY DATE, BALANCE AND WHAT WILL HAPPEN AT MATURITY,
007310*    WITH THE MAILING ADDRESS FROM CUSTMAST ON THE NEXT TWO
007320*    LINES. TD-NOTICE-MATURITY RECORDS THE MATURITY NOTIFIED SO
007330*    EACH TERM IS LISTED ONCE, HOWEVER MANY NIGHTS IT SPENDS IN
007340*    THE WINDOW.
007350******************************************************************
007360 4000-LIST-NOTICE.
007370     MOVE SPACES TO NL-CUST-NAME.
007380     MOVE SPACES TO CUSTOMER-RECORD.
007390     IF TM-CUST-OPEN
007400     MOVE ACCT-CUST-ID TO CUST-ID
007410     READ CUSTOMER-MASTER
007420     INVALID KEY
007430     MOVE SPACES TO CUSTOMER-RECORD
007440     END-READ
007450     END-IF.
007460     IF CUST-NAME = SPACES
007470     MOVE "** CUSTOMER NOT ON FILE **" TO NL-CUST-NAME
007480     ELSE
007490     MOVE CUST-NAME TO NL-CUST-NAME
007500     END-IF.
007510
007520     MOVE TD-ACCOUNT       TO NL-ACCOUNT.
007530     MOVE TD-MATURITY-DATE TO NL-MATURITY-DATE.
007540     MOVE ACCT-BALANCE     TO NL-BALANCE.
007550     IF TD-PAY-OUT
007560     MOVE "PAY OUT" TO NL-INSTRUCTION
007570     ELSE
007580     MOVE "RENEW" TO NL-INSTRUCTION
007590     END-IF.
007600     WRITE NOTICE-LISTING-LINE FROM TM-NOTICE-LINE-1.
007610
007620     IF CUST-NAME NOT = SPACES
007630     MOVE SPACES TO NL-ADDR-LINE
007640     STRING CUST-ADDR-LINE-1 DELIMITED BY "  "
007650     "  " DELIMITED BY SIZE
007660     CUST-ADDR-LINE-2 DELIMITED BY "  "
007670     INTO NL-ADDR-LINE
007680     WRITE NOTICE-LISTING-LINE FROM TM-NOTICE-LINE-2
007690     MOVE SPACES TO NL-ADDR-LINE
007700     STRING CUST-CITY DELIMITED BY "  "
007710     "  " DELIMITED BY SIZE
007720     CUST-STATE DELIMITED BY SIZE
007730     "  " DELIMITED BY SIZE
007740     CUST-ZIP DELIMITED BY SPACE
007750     INTO NL-ADDR-LINE
007760     WRITE NOTICE-LISTING-LINE FROM TM-NOTICE-LINE-2
007770     END-IF.
007780
007790     MOVE TD-MATURITY-DATE TO TD-NOTICE-MATURITY.
007800     SET TM-TD-CHANGED TO TRUE.
007810     ADD 1 TO TM-NOTICES-LISTED.
007820 4000-EXIT.
007830     EXIT.
007840
007850******************************************************************
007860*    7000-WRITE-TOTALS
007870*    CONTROL TOTALS AT THE FOOT OF THE PROCESSING REPORT AND THE
007880*    NOTICE LISTING. EVERY DEPOSIT READ IS EITHER MATURED,
007890*    EXCEPTED OR STILL RUNNING (OR CLOSED BEFORE THIS RUN).
007900******************************************************************
007910 7000-WRITE-TOTALS.
007920     MOVE SPACES TO MATURITY-REPORT-LINE.
007930     WRITE MATURITY-REPORT-LINE.
007940     MOVE SPACES TO TL-LABEL.
007950     MOVE "DEPOSITS READ" TO TL-LABEL.
007960     MOVE TM-DEPOSITS-READ TO TL-COUNT.
007970     MOVE ZERO TO TL-AMOUNT.
007980     WRITE MATURITY-REPORT-LINE FROM TM-TOTAL-LINE.
007990     MOVE "DEPOSITS MATURED" TO TL-LABEL.
008000     MOVE TM-DEPOSITS-MATURED TO TL-COUNT.
008010     WRITE MATURITY-REPORT-LINE FROM TM-TOTAL-LINE.
008020     MOVE "RENEWED" TO TL-LABEL.
008030     MOVE TM-DEPOSITS-RENEWED TO TL-COUNT.
008040     MOVE TM-AMOUNT-RENEWED TO TL-AMOUNT.
008050     WRITE MATURITY-REPORT-LINE FROM TM-TOTAL-LINE.
008060     MOVE "PAID OUT" TO TL-LABEL.
008070     MOVE TM-DEPOSITS-PAID TO TL-COUNT.
008080     MOVE TM-AMOUNT-PAID TO TL-AMOUNT.
008090     WRITE MATURITY-REPORT-LINE FROM TM-TOTAL-LINE.
008100     MOVE ZERO TO TL-AMOUNT.
008110     MOVE "ACCOUNTS CLOSED" TO TL-LABEL.
008120     MOVE TM-DEPOSITS-CLOSED TO TL-COUNT.
008130     WRITE MATURITY-REPORT-LINE FROM TM-TOTAL-LINE.
008140     MOVE "EXCEPTIONS" TO TL-LABEL.
008150     MOVE TM-DEPOSITS-EXCEPTED TO TL-COUNT.
008160     WRITE MATURITY-REPORT-LINE FROM TM-TOTAL-LINE.
008170
008180     MOVE SPACES TO NOTICE-LISTING-LINE.
008190     WRITE NOTICE-LISTING-LINE.
008200     MOVE "NOTICES LISTED" TO TL-LABEL.
008210     MOVE TM-NOTICES-LISTED TO TL-COUNT.
008220     WRITE NOTICE-LISTING-LINE FROM TM-TOTAL-LINE.
008230 7000-EXIT.
008240     EXIT.
008250
008260******************************************************************
008270*    8500-WRITE-LOG
008280*    APPENDS ONE TRANSACTION-LOG RECORD FOR THE CURRENT ACCOUNT
008290*    USING TM-LOG-TYPE/TM-LOG-AMOUNT SET BY THE CALLER.
008300******************************************************************
008310 8500-WRITE-LOG.
008320     MOVE SPACES TO TRANSACTION-RECORD.
008330     MOVE TM-RUN-DATE TO TM-CURRENT-DATE.
008340     ACCEPT TM-CURRENT-TIME FROM TIME.
008350     MOVE TM-CURRENT-DATE TO TXN-DATE.
008360     MOVE TM-CURRENT-TIME TO TXN-TIME.
008370     MOVE ACCT-NUMBER     TO TXN-ACCOUNT.
008380     MOVE TM-LOG-TYPE     TO TXN-TYPE.
008390     MOVE TM-LOG-AMOUNT   TO TXN-AMOUNT.
008400     MOVE ACCT-BALANCE    TO TXN-BALANCE.
008410     MOVE "BAT" TO TXN-CHANNEL.
008420     MOVE "TDMATUR" TO TXN-OPERATOR.
008430     WRITE TRANSACTION-RECORD.
008440 8500-EXIT.
008450     EXIT.
008460
008470******************************************************************
008480*    8550-JOURNAL-ACCOUNT
008490*    APPENDS ONE MAINTENANCE JOURNAL ENTRY FOR THE DEPOSIT JUST
008500*    CLOSED - TM-BEFORE-IMAGE AS READ AND ACCOUNT-RECORD AS
008510*    WRITTEN BACK, PIN ZEROED IN BOTH.
008520******************************************************************
008530 8550-JOURNAL-ACCOUNT.
008540     MOVE SPACES TO MAINT-JOURNAL-RECORD.
008550     MOVE TM-RUN-DATE     TO MJ-DATE.
008560     ACCEPT MJ-TIME FROM TIME.
008570     MOVE "TDMATUR"       TO MJ-PROGRAM.
008580     MOVE "TDMATUR"       TO MJ-USER-ID.
008590     SET MJ-ACCOUNT-CHANGE TO TRUE.
008600     MOVE ACCT-NUMBER     TO MJ-KEY.
008610     MOVE "ACCT-CLOSE"    TO MJ-ACTION.
008620     MOVE TM-BEFORE-IMAGE TO MJ-BEFORE-IMAGE.
008630     MOVE ACCOUNT-RECORD  TO MJ-AFTER-IMAGE.
008640     MOVE ZERO TO MJ-BEFORE-PIN.
008650     MOVE ZERO TO MJ-AFTER-PIN.
008660     WRITE MAINT-JOURNAL-RECORD.
008670 8550-EXIT.
008680     EXIT.
008690
008700******************************************************************
008710*    8700-ADD-TERM
008720*    ADVANCES TM-WORK-DATE BY THE DEPOSIT'S TERM IN MONTHS, THEN
008730*    CLAMPS THE DAY ONCE TO THE LANDING MONTH - THE SAME RULE
008740*    ACCTMNT USES WHEN THE DEPOSIT IS OPENED.
008750******************************************************************
008760 8700-ADD-TERM.
008770     PERFORM 8705-ADD-ONE-MONTH THRU 8705-EXIT
008780     VARYING TM-MONTHS-ADDED FROM 1 BY 1
008790     UNTIL TM-MONTHS-ADDED > TD-TERM-MONTHS.
008800     PERFORM 8720-SET-MONTH-LIMIT THRU 8720-EXIT.
008810     IF TM-WORK-DD > TM-MONTH-LIMIT
008820     MOVE TM-MONTH-LIMIT TO TM-WORK-DD
008830     END-IF.
008840 8700-EXIT.
008850     EXIT.
008860
008870 8705-ADD-ONE-MONTH.
008880     IF TM-WORK-MM < 12
008890     ADD 1 TO TM-WORK-MM
008900     ELSE
008910     MOVE 01 TO TM-WORK-MM
008920     ADD 1 TO TM-WORK-YYYY
008930     END-IF.
008940 8705-EXIT.
008950     EXIT.
008960
008970 8710-ADD-ONE-DAY.
008980     PERFORM 8720-SET-MONTH-LIMIT THRU 8720-EXIT.
008990     IF TM-WORK-DD < TM-MONTH-LIMIT
009000     ADD 1 TO TM-WORK-DD
009010     ELSE
009020     MOVE 01 TO TM-WORK-DD
009030     IF TM-WORK-MM < 12
009040     ADD 1 TO TM-WORK-MM
009050     ELSE
009060     MOVE 01 TO TM-WORK-MM
009070     ADD 1 TO TM-WORK-YYYY
009080     END-IF
009090     END-IF.
009100 8710-EXIT.
009110     EXIT.
009120
009130 8720-SET-MONTH-LIMIT.
009140     MOVE TM-DAYS-IN-MONTH(TM-WORK-MM) TO TM-MONTH-LIMIT.
009150     IF TM-WORK-MM = 02
009160     DIVIDE TM-WORK-YYYY BY 4 GIVING TM-LEAP-QUOT
009170     REMAINDER TM-LEAP-REM
009180     IF TM-LEAP-REM = 0
009190     DIVIDE TM-WORK-YYYY BY 100 GIVING TM-LEAP-QUOT
009200     REMAINDER TM-LEAP-REM
009210     IF TM-LEAP-REM NOT = 0
009220     MOVE 29 TO TM-MONTH-LIMIT
009230     ELSE
009240     DIVIDE TM-WORK-YYYY BY 400 GIVING TM-LEAP-QUOT
009250     REMAINDER TM-LEAP-REM
009260     IF TM-LEAP-REM = 0
009270     MOVE 29 TO TM-MONTH-LIMIT
009280     END-IF
009290     END-IF
009300     END-IF
009310     END-IF.
009320 8720-EXIT.
009330     EXIT.
009340
009350******************************************************************
009360*    8800-STAMP-RUN-CONTROL
009370*    RECORDS THE SUCCESSFUL RUN ON RUNCTL.
009380******************************************************************
009390 8800-STAMP-RUN-CONTROL.
009400     OPEN I-O RUN-CONTROL.
009410     IF TM-RUNCTL-FS = "35"
009420     OPEN OUTPUT RUN-CONTROL
009430     CLOSE RUN-CONTROL
009440     OPEN I-O RUN-CONTROL
009450     END-IF.
009460     IF TM-RUNCTL-FS NOT = "00"
009470     DISPLAY "WARNING - RUN NOT STAMPED. STATUS=" TM-RUNCTL-FS
009480     GO TO 8800-EXIT
009490     END-IF.
009500
009510     MOVE 'N' TO TM-RC-FOUND-SW.
009520     MOVE "TDMATUR" TO RC-JOB-NAME.
009530     READ RUN-CONTROL
009540     INVALID KEY
009550     MOVE SPACES TO RUNCTL-RECORD
009560     MOVE "TDMATUR" TO RC-JOB-NAME
009570     MOVE ZERO TO RC-RUN-COUNT
009580     NOT INVALID KEY
009590     SET TM-RC-FOUND TO TRUE
009600     END-READ.
009610
009620     MOVE TM-RUN-DATE TO RC-LAST-RUN-DATE.
009630     ACCEPT RC-LAST-RUN-TIME FROM TIME.
009640     MOVE ZERO TO RC-LAST-PERIOD.
009650     ADD 1 TO RC-RUN-COUNT.
009660     IF TM-RC-FOUND
009670     REWRITE RUNCTL-RECORD
009680     ELSE
009690     WRITE RUNCTL-RECORD
009700     END-IF.
009710     CLOSE RUN-CONTROL.
009720 8800-EXIT.
009730     EXIT.
009740
009750******************************************************************
009760*    8900-GET-BUSINESS-DATE
009770*    READS THE PROCESSING DATE FROM THE BUSDATE CONTROL FILE -
009780*    THE WALL CLOCK ONLY SEEDS THE FILE THE FIRST TIME IT IS
009790*    MISSING. THE DATE ADVANCES ONLY WHEN THE EODROLL ROLLOVER
009800*    CLOSES THE DAY, SO WORK THAT SLIPS PAST MIDNIGHT STILL
009810*    STAMPS THE DAY IT BELONGS TO.
009820******************************************************************
009830 8900-GET-BUSINESS-DATE.
009840     OPEN INPUT BUSINESS-DATE.
009850     IF TM-BD-FS = "35"
009860     PERFORM 8950-CREATE-BUSDATE THRU 8950-EXIT
009870     OPEN INPUT BUSINESS-DATE
009880     END-IF.
009890     IF TM-BD-FS NOT = "00"
009900     DISPLAY "BUSDATE UNAVAILABLE - USING THE WALL CLOCK."
009910     ACCEPT TM-RUN-DATE FROM DATE YYYYMMDD
009920     GO TO 8900-EXIT
009930     END-IF.
009940     READ BUSINESS-DATE
009950     AT END
009960     DISPLAY "BUSDATE IS EMPTY - USING THE WALL CLOCK."
009970     ACCEPT TM-RUN-DATE FROM DATE YYYYMMDD
009980     CLOSE BUSINESS-DATE
009990     GO TO 8900-EXIT
010000     END-READ.
010010     MOVE BD-BUSINESS-DATE TO TM-RUN-DATE.
010020     CLOSE BUSINESS-DATE.
010030 8900-EXIT.
010040     EXIT.
010050
010060 8950-CREATE-BUSDATE.
010070     OPEN OUTPUT BUSINESS-DATE.
010080     MOVE SPACES TO BUSDATE-RECORD.
010090     ACCEPT BD-BUSINESS-DATE FROM DATE YYYYMMDD.
010100     WRITE BUSDATE-RECORD.
010110     CLOSE BUSINESS-DATE.
010120 8950-EXIT.
010130     EXIT.
010140
010150******************************************************************
010160*    9000-TERMINATE
010170******************************************************************
010180 9000-TERMINATE.
010190     IF TM-CONTINUE-SW = 'Y'
010200     CLOSE TERM-DEPOSIT-MASTER
010210     CLOSE ACCOUNT-MASTER
010220     IF TM-CUST-OPEN
010230     CLOSE CUSTOMER-MASTER
010240     END-IF
010250     CLOSE TRANSACTION-LOG
010260     CLOSE MAINT-JOURNAL
010270     CLOSE MATURITY-REPORT
010280     CLOSE NOTICE-LISTING
010290     DISPLAY "TERM DEPOSIT MATURITY COMPLETE. SEE TDMATRPT AND"
010300     " TDNOTICE."
010310     DISPLAY "DEPOSITS READ:    " TM-DEPOSITS-READ
010320     DISPLAY "DEPOSITS RENEWED: " TM-DEPOSITS-RENEWED
010330     DISPLAY "DEPOSITS PAID:    " TM-DEPOSITS-PAID
010340     DISPLAY "EXCEPTIONS:       " TM-DEPOSITS-EXCEPTED
010350     DISPLAY "NOTICES LISTED:   " TM-NOTICES-LISTED
010360     ELSE
010370     DISPLAY "TERM DEPOSIT MATURITY DID NOT RUN."
010380     END-IF.
010390 9000-EXIT.
010400     EXIT.
