000380*                     THE DAY IT BELONGS TO. THE DATE ADVANCES
000390*                     ONLY WHEN THE EODROLL ROLLOVER CLOSES THE
000400*                     DAY.
000410*    10/15/2026 RH    AN ORDER WHOSE SOURCE IS A TERM DEPOSIT
000420*                     (ACCOUNT TYPE T) IS SKIPPED AND REPORTED -
000430*                     SORDMNT NO LONGER ACCEPTS ONE, AND MONEY
000440*                     LEAVES A DEPOSIT BEFORE MATURITY ONLY OVER
000450*                     THE COUNTER.
000460*    10/15/2026 RH    AN ORDER WHOSE SOURCE OR TARGET HAS BEEN
000470*                     WRITTEN OFF BY THE ODAGING OVERDRAFT AGING
000480*                     RUN (ACCT-STATUS 'W') IS SKIPPED AND LEFT
000490*                     DUE FOR THE TELLERS TO CANCEL.
000500*    10/15/2026 RH    AN ORDER SKIPPED FOR INSUFFICIENT FUNDS NOW
000510*                     LOGS A ZERO-EFFECT SO-NSF MARKER AGAINST THE
000520*                     SOURCE ACCOUNT FOR THE ORDER AMOUNT, SO THE
000530*                     NIGHTLY NTCGEN RUN CAN WRITE TO THE
000540*                     CUSTOMER ABOUT THE MISSED PAYMENT.
000550*    10/15/2026 RH    ADVANCING AN ORDER'S NEXT-DUE DATE NOW
000560*                     WRITES A DUE-ADVANCE ENTRY TO THE MAINTJRN
000570*                     MAINTENANCE JOURNAL WITH THE ORDER AS READ
000580*                     AND AS REWRITTEN, LIKE EVERY OTHER CHANGE TO
000590*                     A STANDING ORDER. A JOURNAL THAT WILL NOT
000600*                     OPEN STOPS THE RUN RC 12, AND A REWRITE THAT
000610*                     FAILS IS REPORTED AND NOT JOURNALED.
000620******************************************************************
000630
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT STANDING-ORDERS ASSIGN TO "STANDORD"
000680     ORGANIZATION IS INDEXED
000690     ACCESS MODE IS DYNAMIC
000700     RECORD KEY IS SO-ORDER-ID
000710     FILE STATUS IS SP-SORD-FS.
000720
000730     SELECT ACCOUNT-MASTER  ASSIGN TO "ACCTMAST"
000740     ORGANIZATION IS INDEXED
000750     ACCESS MODE IS DYNAMIC
000760     RECORD KEY IS ACCT-NUMBER
000770     FILE STATUS IS SP-ACCT-FS.
000780
000790     SELECT TRANSACTION-LOG ASSIGN TO "TXNLOG"
000800     ORGANIZATION IS LINE SEQUENTIAL
000810     FILE STATUS IS SP-TXN-FS.
000820
000830     SELECT SORD-REPORT     ASSIGN TO "SORDRPT"
000840     ORGANIZATION IS LINE SEQUENTIAL
000850     FILE STATUS IS SP-RPT-FS.
000860
000870     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
000880     ORGANIZATION IS INDEXED
000890     ACCESS MODE IS DYNAMIC
000900     RECORD KEY IS RC-JOB-NAME
000910     FILE STATUS IS SP-RUNCTL-FS.
000920
000930     SELECT BUSINESS-DATE   ASSIGN TO "BUSDATE"
000940     ORGANIZATION IS LINE SEQUENTIAL
000950     FILE STATUS IS SP-BD-FS.
000960
000970     SELECT MAINT-JOURNAL   ASSIGN TO "MAINTJRN"
000980     ORGANIZATION IS LINE SEQUENTIAL
000990     FILE STATUS IS SP-JRN-FS.
001000
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  STANDING-ORDERS
001040     LABEL RECORDS ARE STANDARD.
001050     COPY SORDREC.
001060
001070 FD  ACCOUNT-MASTER
001080     LABEL RECORDS ARE STANDARD.
001090     COPY ACCTREC.
001100
001110 FD  TRANSACTION-LOG
001120     LABEL RECORDS ARE STANDARD.
001130     COPY TXNREC.
001140
001150 FD  SORD-REPORT
001160     LABEL RECORDS ARE STANDARD.
001170 01  SORD-REPORT-LINE            PIC X(80).
001180
001190 FD  RUN-CONTROL
001200     LABEL RECORDS ARE STANDARD.
001210     COPY RUNREC.
001220
001230 FD  BUSINESS-DATE
001240     LABEL RECORDS ARE STANDARD.
001250     COPY BDREC.
001260
001270 FD  MAINT-JOURNAL
001280     LABEL RECORDS ARE STANDARD.
001290     COPY MJRNREC.
001300
001310 WORKING-STORAGE SECTION.
001320******************************************************************
001330*    FILE STATUS AND SWITCHES
001340******************************************************************
001350 01  SP-SORD-FS               PIC X(02)  VALUE "00".
001360 01  SP-ACCT-FS               PIC X(02)  VALUE "00".
001370 01  SP-TXN-FS                PIC X(02)  VALUE "00".
001380 01  SP-RPT-FS                PIC X(02)  VALUE "00".
001390 01  SP-RUNCTL-FS             PIC X(02)  VALUE "00".
001400 01  SP-BD-FS                 PIC X(02)  VALUE "00".
001410 01  SP-JRN-FS                PIC X(02)  VALUE "00".
001420
001430 01  SP-CONTINUE-SW           PIC X(01)  VALUE 'Y'.
001440
001450 01  SP-RC-FOUND-SW           PIC X(01)  VALUE 'N'.
001460     88  SP-RC-FOUND                  VALUE 'Y'.
001470
001480 01  SP-SORD-EOF-SW           PIC X(01)  VALUE 'N'.
001490     88  SP-SORD-EOF                  VALUE 'Y'.
001500
001510******************************************************************
001520*    POSTING WORK FIELDS
001530*    SP-SAVED-SOURCE HOLDS THE SOURCE ACCOUNT'S RECORD WHILE THE
001540*    TARGET OCCUPIES THE ACCOUNT-MASTER RECORD AREA. IT IS CUT
001550*    FROM ACCTREC.CPY ITSELF (NAMES PREFIXED SPSV-) SO IT ALWAYS
001560*    MATCHES THE MASTER RECORD'S LENGTH, THE SAME WAY THE ATM
001570*    TRANSFER KEEPS ITS SAVE AREA.
001580******************************************************************
001590     COPY ACCTREC REPLACING
001600     ==ACCOUNT-RECORD== BY ==SP-SAVED-SOURCE==
001610     LEADING ==ACCT-== BY ==SPSV-==.
001620 77  SP-AVAILABLE-BAL         PIC S9(08)V99.
001630 77  SP-LOG-TYPE              PIC X(12).
001640 77  SP-LOG-AMOUNT            PIC S9(07)V99.
001650 77  SP-CURRENT-DATE          PIC 9(08).
001660 77  SP-CURRENT-TIME          PIC 9(08).
001670 77  SP-BEFORE-IMAGE          PIC X(150).
001680
001690******************************************************************
001700*    DUE-DATE ADVANCE WORK FIELDS (FEBRUARY BY THE FULL LEAP
001710*    RULE - DIVISIBLE BY 4, EXCEPT CENTURIES NOT DIVISIBLE
001720*    BY 400).
001730******************************************************************
001740 01  SP-WORK-DATE.
001750     05  SP-WORK-YYYY         PIC 9(04).
001760     05  SP-WORK-MM           PIC 9(02).
001770     05  SP-WORK-DD           PIC 9(02).
001780 77  SP-DAYS-TO-ADD           PIC 9(02).
001790 77  SP-LEAP-QUOT             PIC 9(04).
001800 77  SP-LEAP-REM              PIC 9(04).
001810 77  SP-MONTH-LIMIT           PIC 9(02).
001820 01  SP-MONTH-TABLE-DATA.
001830     05  FILLER               PIC X(24)
001840     VALUE "312831303130313130313031".
001850 01  SP-MONTH-TABLE REDEFINES SP-MONTH-TABLE-DATA.
001860     05  SP-DAYS-IN-MONTH     OCCURS 12 TIMES PIC 9(02).
001870 77  SP-CATCHUP-COUNT         PIC 9(03).
001880
001890******************************************************************
001900*    RUN CONTROL AND TOTALS
001910******************************************************************
001920 77  SP-RUN-DATE              PIC 9(08).
001930 77  SP-ORDERS-READ           PIC 9(06)  VALUE 0.
001940 77  SP-ORDERS-POSTED         PIC 9(06)  VALUE 0.
001950 77  SP-ORDERS-SKIPPED        PIC 9(06)  VALUE 0.
001960 77  SP-AMOUNT-POSTED         PIC S9(09)V99 VALUE 0.
001970
001980******************************************************************
001990*    REPORT LINE
002000******************************************************************
002010 01  SP-REPORT-ORDER-LINE.
002020     05  FILLER                PIC X(02)  VALUE SPACES.
002030     05  RL-ORDER-ID           PIC 9(06).
002040     05  FILLER                PIC X(02)  VALUE SPACES.
002050     05  RL-SOURCE-ACCT        PIC 9(06).
002060     05  FILLER                PIC X(02)  VALUE SPACES.
002070     05  RL-TARGET-ACCT        PIC 9(06).
002080     05  FILLER                PIC X(02)  VALUE SPACES.
002090     05  RL-AMOUNT             PIC -(6)9.99.
002100     05  FILLER                PIC X(02)  VALUE SPACES.
002110     05  RL-DISPOSITION        PIC X(36).
002120
002130 PROCEDURE DIVISION.
002140******************************************************************
002150*    0000-MAINLINE
002160******************************************************************
002170 0000-MAINLINE.
002180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002190     IF SP-CONTINUE-SW = 'Y'
002200     PERFORM 1100-CHECK-RUN-CONTROL THRU 1100-EXIT
002210     PERFORM 2000-PROCESS-ORDERS THRU 2000-EXIT
002220     PERFORM 8800-STAMP-RUN-CONTROL THRU 8800-EXIT
002230     END-IF.
002240     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002250     GOBACK.
002260
002270******************************************************************
002280*    1000-INITIALIZE
002290*    OPENS THE FILES. A MISSING STANDING-ORDER FILE JUST MEANS
002300*    NO ORDERS HAVE EVER BEEN KEYED - THE RUN ENDS QUIETLY.
002310******************************************************************
002320 1000-INITIALIZE.
002330     PERFORM 8900-GET-BUSINESS-DATE THRU 8900-EXIT.
002340     DISPLAY "STANDING ORDER POSTING - RUN DATE " SP-RUN-DATE.
002350
002360     OPEN I-O STANDING-ORDERS.
002370     IF SP-SORD-FS = "35"
002380     OPEN OUTPUT STANDING-ORDERS
002390     CLOSE STANDING-ORDERS
002400     OPEN I-O STANDING-ORDERS
002410     END-IF.
002420     IF SP-SORD-FS NOT = "00"
002430     DISPLAY "UNABLE TO OPEN STANDING ORDERS. STATUS=" SP-SORD-FS
002440     MOVE 'N' TO SP-CONTINUE-SW
002450     MOVE 12 TO RETURN-CODE
002460     GO TO 1000-EXIT
002470     END-IF.
002480
002490     OPEN I-O ACCOUNT-MASTER.
002500     IF SP-ACCT-FS NOT = "00"
002510     DISPLAY "UNABLE TO OPEN ACCOUNT MASTER FILE. STATUS="
002520     SP-ACCT-FS
002530     MOVE 'N' TO SP-CONTINUE-SW
002540     MOVE 12 TO RETURN-CODE
002550     CLOSE STANDING-ORDERS
002560     GO TO 1000-EXIT
002570     END-IF.
002580
002590     OPEN EXTEND TRANSACTION-LOG.
002600     IF SP-TXN-FS = "35"
002610     OPEN OUTPUT TRANSACTION-LOG
002620     CLOSE TRANSACTION-LOG
002630     OPEN EXTEND TRANSACTION-LOG
002640     END-IF.
002650
002660     OPEN EXTEND MAINT-JOURNAL.
002670     IF SP-JRN-FS = "35"
002680     OPEN OUTPUT MAINT-JOURNAL
002690     CLOSE MAINT-JOURNAL
002700     OPEN EXTEND MAINT-JOURNAL
002710     END-IF.
002720     IF SP-JRN-FS NOT = "00"
002730     DISPLAY "UNABLE TO OPEN MAINTENANCE JOURNAL. STATUS="
002740     SP-JRN-FS
002750     MOVE 'N' TO SP-CONTINUE-SW
002760     MOVE 12 TO RETURN-CODE
002770     CLOSE STANDING-ORDERS
002780     CLOSE ACCOUNT-MASTER
002790     CLOSE TRANSACTION-LOG
002800     GO TO 1000-EXIT
002810     END-IF.
002820
002830     OPEN OUTPUT SORD-REPORT.
002840     MOVE SPACES TO SORD-REPORT-LINE.
002850     STRING "STANDING ORDER POSTING - RUN DATE " DELIMITED BY
002860     SIZE
002870     SP-RUN-DATE DELIMITED BY SIZE
002880     INTO SORD-REPORT-LINE.
002890     WRITE SORD-REPORT-LINE.
002900     MOVE SPACES TO SORD-REPORT-LINE.
002910     STRING "  ORDER " DELIMITED BY SIZE
002920     "  SOURCE" DELIMITED BY SIZE
002930     "  TARGET" DELIMITED BY SIZE
002940     "      AMOUNT" DELIMITED BY SIZE
002950     "  DISPOSITION" DELIMITED BY SIZE
002960     INTO SORD-REPORT-LINE.
002970     WRITE SORD-REPORT-LINE.
002980 1000-EXIT.
002990     EXIT.
003000
003010******************************************************************
003020*    1100-CHECK-RUN-CONTROL
003030*    WARNS WHEN THE RUN DATE HAS ALREADY BEEN POSTED. A RERUN IS
003040*    SAFE - POSTED ORDERS HAVE ADVANCED PAST THE RUN DATE AND
003050*    ONLY SKIPPED ORDERS ARE RETRIED - BUT THE OPERATOR SHOULD
003060*    KNOW THE SCHEDULE DOUBLED UP.
003070******************************************************************
003080 1100-CHECK-RUN-CONTROL.
003090     MOVE 'N' TO SP-RC-FOUND-SW.
003100     OPEN I-O RUN-CONTROL.
003110     IF SP-RUNCTL-FS = "35"
003120     OPEN OUTPUT RUN-CONTROL
003130     CLOSE RUN-CONTROL
003140     OPEN I-O RUN-CONTROL
003150     END-IF.
003160     IF SP-RUNCTL-FS NOT = "00"
003170     DISPLAY "WARNING - RUN CONTROL UNAVAILABLE. STATUS="
003180     SP-RUNCTL-FS
003190     GO TO 1100-EXIT
003200     END-IF.
003210
003220     MOVE "SORDPOST" TO RC-JOB-NAME.
003230     READ RUN-CONTROL
003240     INVALID KEY
003250     CONTINUE
003260     NOT INVALID KEY
003270     SET SP-RC-FOUND TO TRUE
003280     END-READ.
003290
003300     IF SP-RC-FOUND AND RC-LAST-RUN-DATE = SP-RUN-DATE
003310     DISPLAY "WARNING - STANDING ORDERS ALREADY POSTED FOR "
003320     SP-RUN-DATE ". ONLY RETRIES WILL POST."
003330     END-IF.
003340
003350     CLOSE RUN-CONTROL.
003360 1100-EXIT.
003370     EXIT.
003380
003390******************************************************************
003400*    2000-PROCESS-ORDERS
003410*    SEQUENTIAL PASS OVER THE STANDING-ORDER FILE - EVERY ACTIVE
003420*    ORDER DUE ON OR BEFORE THE RUN DATE IS POSTED OR REPORTED.
003430******************************************************************
003440 2000-PROCESS-ORDERS.
003450     MOVE ZERO TO SO-ORDER-ID.
003460     START STANDING-ORDERS KEY NOT < SO-ORDER-ID
003470     INVALID KEY
003480     MOVE 'Y' TO SP-SORD-EOF-SW
003490     END-START.
003500
003510     PERFORM 2100-READ-ORDER THRU 2100-EXIT.
003520     PERFORM UNTIL SP-SORD-EOF
003530     ADD 1 TO SP-ORDERS-READ
003540     IF SO-ACTIVE AND SO-NEXT-DUE-DATE NOT > SP-RUN-DATE
003550     PERFORM 3000-POST-ONE-ORDER THRU 3000-EXIT
003560     END-IF
003570     PERFORM 2100-READ-ORDER THRU 2100-EXIT
003580     END-PERFORM.
003590 2000-EXIT.
003600     EXIT.
003610
003620 2100-READ-ORDER.
003630     READ STANDING-ORDERS NEXT
003640     AT END
003650     MOVE 'Y' TO SP-SORD-EOF-SW
003660     END-READ.
003670 2100-EXIT.
003680     EXIT.
003690
003700******************************************************************
003710*    3000-POST-ONE-ORDER
003720*    VALIDATES ONE DUE ORDER AGAINST THE MASTER AND POSTS IT.
003730*    AN ORDER THAT CANNOT POST TONIGHT (MISSING, CLOSED OR
003740*    CHARGED-OFF ACCOUNT, PENDING CHECKPOINT, SHORT AVAILABLE
003750*    BALANCE) IS REPORTED AND LEFT DUE SO IT RETRIES THE NEXT
003760*    NIGHT. THE AVAILABLE BALANCE EXCLUDES ANY DEPOSIT HOLD
003770*    STILL INSIDE ITS RELEASE DATE AND NEVER DRAWS ON THE
003780*    OVERDRAFT - THE SAME RULES THE ATM TRANSFER APPLIES. A SKIP
003790*    FOR INSUFFICIENT FUNDS ALSO LOGS A ZERO-EFFECT SO-NSF MARKER
003800*    ON THE SOURCE ACCOUNT FOR THE NIGHTLY NOTICE RUN.
003810******************************************************************
003820 3000-POST-ONE-ORDER.
003830     MOVE SO-SOURCE-ACCT TO ACCT-NUMBER.
003840     READ ACCOUNT-MASTER
003850     INVALID KEY
003860     PERFORM 3900-REPORT-SKIP THRU 3900-EXIT
003870     GO TO 3000-EXIT
003880     END-READ.
003890
003900     IF ACCT-CLOSED
003910     PERFORM 3900-REPORT-SKIP THRU 3900-EXIT
003920     GO TO 3000-EXIT
003930     END-IF.
003940
003950     IF ACCT-CHARGED-OFF
003960     MOVE "SKIPPED - SOURCE CHARGED OFF" TO RL-DISPOSITION
003970     PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
003980     ADD 1 TO SP-ORDERS-SKIPPED
003990     GO TO 3000-EXIT
004000     END-IF.
004010
004020     IF ACCT-TYPE-TERM
004030     MOVE "SKIPPED - SOURCE IS A TERM DEPOSIT" TO RL-DISPOSITION
004040     PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
004050     ADD 1 TO SP-ORDERS-SKIPPED
004060     GO TO 3000-EXIT
004070     END-IF.
004080
004090     IF ACCT-CKPT-PENDING
004100     MOVE "SKIPPED - CHECKPOINT PENDING" TO RL-DISPOSITION
004110     PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
004120     ADD 1 TO SP-ORDERS-SKIPPED
004130     GO TO 3000-EXIT
004140     END-IF.
004150
004160     IF ACCT-HELD-AMOUNT > ZERO
004170     AND ACCT-HOLD-RELEASE-DATE > SP-RUN-DATE
004180     COMPUTE SP-AVAILABLE-BAL =
004190     ACCT-BALANCE - ACCT-HELD-AMOUNT
004200     ELSE
004210     MOVE ACCT-BALANCE TO SP-AVAILABLE-BAL
004220     END-IF.
004230
004240     IF SO-AMOUNT > SP-AVAILABLE-BAL
004250     MOVE "SKIPPED - INSUFFICIENT FUNDS" TO RL-DISPOSITION
004260     PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
004270     MOVE SO-AMOUNT TO SP-LOG-AMOUNT
004280     MOVE "SO-NSF" TO SP-LOG-TYPE
004290     PERFORM 8500-WRITE-LOG THRU 8500-EXIT
004300     ADD 1 TO SP-ORDERS-SKIPPED
004310     GO TO 3000-EXIT
004320     END-IF.
004330
004340     MOVE ACCOUNT-RECORD TO SP-SAVED-SOURCE.
004350     MOVE SO-TARGET-ACCT TO ACCT-NUMBER.
004360     READ ACCOUNT-MASTER
004370     INVALID KEY
004380     MOVE SP-SAVED-SOURCE TO ACCOUNT-RECORD
004390     MOVE "SKIPPED - TARGET NOT ON FILE" TO RL-DISPOSITION
004400     PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
004410     ADD 1 TO SP-ORDERS-SKIPPED
004420     GO TO 3000-EXIT
004430     END-READ.
004440     IF ACCT-CLOSED
004450     MOVE SP-SAVED-SOURCE TO ACCOUNT-RECORD
004460     MOVE "SKIPPED - TARGET CLOSED" TO RL-DISPOSITION
004470     PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
004480     ADD 1 TO SP-ORDERS-SKIPPED
004490     GO TO 3000-EXIT
004500     END-IF.
004510     IF ACCT-CHARGED-OFF
004520     MOVE SP-SAVED-SOURCE TO ACCOUNT-RECORD
004530     MOVE "SKIPPED - TARGET CHARGED OFF" TO RL-DISPOSITION
004540     PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
004550     ADD 1 TO SP-ORDERS-SKIPPED
004560     GO TO 3000-EXIT
004570     END-IF.
004580     MOVE SP-SAVED-SOURCE TO ACCOUNT-RECORD.
004590
004600     PERFORM 3500-POST-TRANSFER THRU 3500-EXIT.
004610     PERFORM 3700-ADVANCE-ORDER THRU 3700-EXIT.
004620 3000-EXIT.
004630     EXIT.
004640
004650******************************************************************
004660*    3500-POST-TRANSFER
004670*    POSTS THE DEBIT AND CREDIT LEGS UNDER THE SAME CHECKPOINT
004680*    PROTECTION AS THE ATM TRANSFER - THE MARKER IS WRITTEN WITH
004690*    THE PRE-DEBIT BALANCE AND THE TARGET ACCOUNT STILL ON FILE,
004700*    THE DEBIT IS APPLIED AND LOGGED, THE TARGET IS CREDITED,
004710*    LOGGED AND REWRITTEN, AND ONLY THEN IS THE MARKER CLEARED.
004720*    AN ABEND AT ANY POINT LEAVES ENOUGH ON FILE FOR THE ATM'S
004730*    2550-RESOLVE-XFER-CHECKPOINT TO FINISH THE TRANSFER AT THE
004740*    SOURCE ACCOUNT'S NEXT LOGIN WITHOUT LOSING OR DOUBLING
004750*    EITHER LEG.
004760******************************************************************
004770 3500-POST-TRANSFER.
004780     MOVE SP-RUN-DATE TO SP-CURRENT-DATE.
004790     ACCEPT SP-CURRENT-TIME FROM TIME.
004800     MOVE SO-AMOUNT TO ACCT-CKPT-AMOUNT.
004810     MOVE ZERO TO ACCT-CKPT-FEE.
004820     MOVE SP-CURRENT-DATE TO ACCT-CKPT-DATE.
004830     MOVE SP-CURRENT-TIME TO ACCT-CKPT-TIME.
004840     MOVE SO-TARGET-ACCT TO ACCT-CKPT-XFER-ACCT.
004850     SET ACCT-CKPT-PENDING TO TRUE.
004860     REWRITE ACCOUNT-RECORD.
004870
004880     SUBTRACT SO-AMOUNT FROM ACCT-BALANCE.
004890     MOVE SO-AMOUNT TO SP-LOG-AMOUNT.
004900     MOVE "TRANSFER-OUT" TO SP-LOG-TYPE.
004910     PERFORM 8500-WRITE-LOG THRU 8500-EXIT.
004920
004930     MOVE ACCOUNT-RECORD TO SP-SAVED-SOURCE.
004940     MOVE SO-TARGET-ACCT TO ACCT-NUMBER.
004950     READ ACCOUNT-MASTER
004960     INVALID KEY
004970     DISPLAY "ORDER " SO-ORDER-ID " TARGET UNAVAILABLE -"
004980     " RESOLVES AT SOURCE LOGIN."
004990     GO TO 3500-EXIT
005000     NOT INVALID KEY
005010     ADD SO-AMOUNT TO ACCT-BALANCE
005020     MOVE SO-AMOUNT TO SP-LOG-AMOUNT
005030     MOVE "TRANSFER-IN" TO SP-LOG-TYPE
005040     PERFORM 8500-WRITE-LOG THRU 8500-EXIT
005050     REWRITE ACCOUNT-RECORD
005060     END-READ.
005070
005080     MOVE SP-SAVED-SOURCE TO ACCOUNT-RECORD.
005090     SET ACCT-CKPT-CLEAR TO TRUE.
005100     MOVE ZERO TO ACCT-CKPT-AMOUNT.
005110     MOVE ZERO TO ACCT-CKPT-DATE.
005120     MOVE ZERO TO ACCT-CKPT-TIME.
005130     MOVE ZERO TO ACCT-CKPT-XFER-ACCT.
005140     REWRITE ACCOUNT-RECORD.
005150
005160     ADD 1 TO SP-ORDERS-POSTED.
005170     ADD SO-AMOUNT TO SP-AMOUNT-POSTED.
005180     MOVE "POSTED" TO RL-DISPOSITION.
005190     PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT.
005200 3500-EXIT.
005210     EXIT.
005220
005230******************************************************************
005240*    3700-ADVANCE-ORDER
005250*    ROLLS THE DUE DATE FORWARD BY THE ORDER'S FREQUENCY UNTIL
005260*    IT IS PAST THE RUN DATE. ONLY ONE TRANSFER POSTS PER RUN -
005270*    PERIODS MISSED WHILE THE BATCH DID NOT RUN ARE REPORTED
005280*    AND SKIPPED RATHER THAN RETROACTIVELY PAID. THE ORDER AS
005290*    READ AND AS REWRITTEN IS JOURNALED ON MAINTJRN.
005300******************************************************************
005310 3700-ADVANCE-ORDER.
005320     MOVE STANDING-ORDER-RECORD TO SP-BEFORE-IMAGE.
005330     MOVE 0 TO SP-CATCHUP-COUNT.
005340     PERFORM 8700-ADVANCE-DUE-DATE THRU 8700-EXIT
005350     UNTIL SO-NEXT-DUE-DATE > SP-RUN-DATE.
005360
005370     IF SP-CATCHUP-COUNT > 1
005380     MOVE SPACES TO RL-DISPOSITION
005390     STRING "MISSED PERIODS SKIPPED: " DELIMITED BY SIZE
005400     SP-CATCHUP-COUNT DELIMITED BY SIZE
005410     INTO RL-DISPOSITION
005420     PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
005430     END-IF.
005440
005450     REWRITE STANDING-ORDER-RECORD
005460     INVALID KEY
005470     DISPLAY "ORDER " SO-ORDER-ID " NOT ADVANCED. STATUS="
005480     SP-SORD-FS
005490     GO TO 3700-EXIT
005500     END-REWRITE.
005510     PERFORM 3750-JOURNAL-ORDER THRU 3750-EXIT.
005520 3700-EXIT.
005530     EXIT.
005540
005550******************************************************************
005560*    3750-JOURNAL-ORDER
005570*    APPENDS ONE MAINTENANCE JOURNAL ENTRY FOR THE ADVANCED
005580*    ORDER - SP-BEFORE-IMAGE AS READ AND THE RECORD AS REWRITTEN.
005590******************************************************************
005600 3750-JOURNAL-ORDER.
005610     MOVE SPACES TO MAINT-JOURNAL-RECORD.
005620     MOVE SP-RUN-DATE     TO MJ-DATE.
005630     ACCEPT MJ-TIME FROM TIME.
005640     MOVE "SORDPOST"      TO MJ-PROGRAM.
005650     MOVE "SORDPOST"      TO MJ-USER-ID.
005660     SET MJ-ORDER-CHANGE  TO TRUE.
005670     MOVE SO-ORDER-ID     TO MJ-KEY.
005680     MOVE "DUE-ADVANCE"   TO MJ-ACTION.
005690     MOVE SP-BEFORE-IMAGE TO MJ-BEFORE-IMAGE.
005700     MOVE STANDING-ORDER-RECORD TO MJ-AFTER-IMAGE.
005710     WRITE MAINT-JOURNAL-RECORD.
005720 3750-EXIT.
005730     EXIT.
005740
005750******************************************************************
005760*    3900-REPORT-SKIP
005770*    SOURCE-SIDE SKIP - THE MASTER READ FAILED OR THE ACCOUNT IS
005780*    CLOSED. THE ORDER STAYS DUE FOR THE TELLERS TO SORT OUT.
005790******************************************************************
005800 3900-REPORT-SKIP.
005810     MOVE "SKIPPED - SOURCE MISSING OR CLOSED" TO RL-DISPOSITION.
005820     PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT.
005830     ADD 1 TO SP-ORDERS-SKIPPED.
005840 3900-EXIT.
005850     EXIT.
005860
005870 3950-WRITE-REPORT-LINE.
005880     MOVE SO-ORDER-ID    TO RL-ORDER-ID.
005890     MOVE SO-SOURCE-ACCT TO RL-SOURCE-ACCT.
005900     MOVE SO-TARGET-ACCT TO RL-TARGET-ACCT.
005910     MOVE SO-AMOUNT      TO RL-AMOUNT.
005920     WRITE SORD-REPORT-LINE FROM SP-REPORT-ORDER-LINE.
005930 3950-EXIT.
005940     EXIT.
005950
005960******************************************************************
005970*    8500-WRITE-LOG
005980*    APPENDS ONE TRANSACTION-LOG RECORD FOR THE CURRENT ACCOUNT
005990*    USING SP-LOG-TYPE/SP-LOG-AMOUNT SET BY THE CALLER.
006000******************************************************************
006010 8500-WRITE-LOG.
006020     MOVE SPACES TO TRANSACTION-RECORD.
006030     MOVE SP-RUN-DATE TO SP-CURRENT-DATE.
006040     ACCEPT SP-CURRENT-TIME FROM TIME.
006050     MOVE SP-CURRENT-DATE TO TXN-DATE.
006060     MOVE SP-CURRENT-TIME TO TXN-TIME.
006070     MOVE ACCT-NUMBER     TO TXN-ACCOUNT.
006080     MOVE SP-LOG-TYPE     TO TXN-TYPE.
006090     MOVE SP-LOG-AMOUNT   TO TXN-AMOUNT.
006100     MOVE ACCT-BALANCE    TO TXN-BALANCE.
006110     MOVE "BAT" TO TXN-CHANNEL.
006120     MOVE "SORDPOST" TO TXN-OPERATOR.
006130     WRITE TRANSACTION-RECORD.
006140 8500-EXIT.
006150     EXIT.
006160
006170******************************************************************
006180*    8700-ADVANCE-DUE-DATE
006190*    ONE FREQUENCY STEP - SEVEN CALENDAR DAYS FOR A WEEKLY
006200*    ORDER, ONE MONTH (DAY CLAMPED TO THE SHORTER MONTH) FOR A
006210*    MONTHLY ONE.
006220******************************************************************
006230 8700-ADVANCE-DUE-DATE.
006240     ADD 1 TO SP-CATCHUP-COUNT.
006250     MOVE SO-NEXT-DUE-DATE TO SP-WORK-DATE.
006260     IF SO-WEEKLY
006270     PERFORM 8710-ADD-ONE-DAY THRU 8710-EXIT
006280     VARYING SP-DAYS-TO-ADD FROM 1 BY 1
006290     UNTIL SP-DAYS-TO-ADD > 7
006300     ELSE
006310     IF SP-WORK-MM < 12
006320     ADD 1 TO SP-WORK-MM
006330     ELSE
006340     MOVE 01 TO SP-WORK-MM
006350     ADD 1 TO SP-WORK-YYYY
006360     END-IF
006370     PERFORM 8720-SET-MONTH-LIMIT THRU 8720-EXIT
006380     IF SP-WORK-DD > SP-MONTH-LIMIT
006390     MOVE SP-MONTH-LIMIT TO SP-WORK-DD
006400     END-IF
006410     END-IF.
006420     MOVE SP-WORK-DATE TO SO-NEXT-DUE-DATE.
006430 8700-EXIT.
006440     EXIT.
006450
006460 8710-ADD-ONE-DAY.
006470     PERFORM 8720-SET-MONTH-LIMIT THRU 8720-EXIT.
006480     IF SP-WORK-DD < SP-MONTH-LIMIT
006490     ADD 1 TO SP-WORK-DD
006500     ELSE
006510     MOVE 01 TO SP-WORK-DD
006520     IF SP-WORK-MM < 12
006530     ADD 1 TO SP-WORK-MM
006540     ELSE
006550     MOVE 01 TO SP-WORK-MM
006560     ADD 1 TO SP-WORK-YYYY
006570     END-IF
006580     END-IF.
006590 8710-EXIT.
006600     EXIT.
006610
006620 8720-SET-MONTH-LIMIT.
006630     MOVE SP-DAYS-IN-MONTH(SP-WORK-MM) TO SP-MONTH-LIMIT.
006640     IF SP-WORK-MM = 02
006650     DIVIDE SP-WORK-YYYY BY 4 GIVING SP-LEAP-QUOT
006660     REMAINDER SP-LEAP-REM
006670     IF SP-LEAP-REM = 0
006680     DIVIDE SP-WORK-YYYY BY 100 GIVING SP-LEAP-QUOT
006690     REMAINDER SP-LEAP-REM
006700     IF SP-LEAP-REM NOT = 0
006710     MOVE 29 TO SP-MONTH-LIMIT
006720     ELSE
006730     DIVIDE SP-WORK-YYYY BY 400 GIVING SP-LEAP-QUOT
006740     REMAINDER SP-LEAP-REM
006750     IF SP-LEAP-REM = 0
006760     MOVE 29 TO SP-MONTH-LIMIT
006770     END-IF
006780     END-IF
006790     END-IF
006800     END-IF.
006810 8720-EXIT.
006820     EXIT.
006830
006840******************************************************************
006850*    8800-STAMP-RUN-CONTROL
006860*    RECORDS THE SUCCESSFUL RUN ON RUNCTL.
006870******************************************************************
006880 8800-STAMP-RUN-CONTROL.
006890     OPEN I-O RUN-CONTROL.
006900     IF SP-RUNCTL-FS = "35"
006910     OPEN OUTPUT RUN-CONTROL
006920     CLOSE RUN-CONTROL
006930     OPEN I-O RUN-CONTROL
006940     END-IF.
006950     IF SP-RUNCTL-FS NOT = "00"
006960     DISPLAY "WARNING - RUN NOT STAMPED. STATUS=" SP-RUNCTL-FS
006970     GO TO 8800-EXIT
006980     END-IF.
006990
007000     MOVE 'N' TO SP-RC-FOUND-SW.
007010     MOVE "SORDPOST" TO RC-JOB-NAME.
007020     READ RUN-CONTROL
007030     INVALID KEY
007040     MOVE SPACES TO RUNCTL-RECORD
007050     MOVE "SORDPOST" TO RC-JOB-NAME
007060     MOVE ZERO TO RC-RUN-COUNT
007070     NOT INVALID KEY
007080     SET SP-RC-FOUND TO TRUE
007090     END-READ.
007100
007110     MOVE SP-RUN-DATE TO RC-LAST-RUN-DATE.
007120     ACCEPT RC-LAST-RUN-TIME FROM TIME.
007130     MOVE ZERO TO RC-LAST-PERIOD.
007140     ADD 1 TO RC-RUN-COUNT.
007150     IF SP-RC-FOUND
007160     REWRITE RUNCTL-RECORD
007170     ELSE
007180     WRITE RUNCTL-RECORD
007190     END-IF.
007200     CLOSE RUN-CONTROL.
007210 8800-EXIT.
007220     EXIT.
007230
007240******************************************************************
007250*    8900-GET-BUSINESS-DATE
007260*    READS THE PROCESSING DATE FROM THE BUSDATE CONTROL FILE -
007270*    THE WALL CLOCK ONLY SEEDS THE FILE THE FIRST TIME IT IS
007280*    MISSING. THE DATE ADVANCES ONLY WHEN THE EODROLL ROLLOVER
007290*    CLOSES THE DAY, SO WORK THAT SLIPS PAST MIDNIGHT STILL
007300*    STAMPS THE DAY IT BELONGS TO.
007310******************************************************************
007320 8900-GET-BUSINESS-DATE.
007330     OPEN INPUT BUSINESS-DATE.
007340     IF SP-BD-FS = "35"
007350     PERFORM 8950-CREATE-BUSDATE THRU 8950-EXIT
007360     OPEN INPUT BUSINESS-DATE
007370     END-IF.
007380     IF SP-BD-FS NOT = "00"
007390     DISPLAY "BUSDATE UNAVAILABLE - USING THE WALL CLOCK."
007400     ACCEPT SP-RUN-DATE FROM DATE YYYYMMDD
007410     GO TO 8900-EXIT
007420     END-IF.
007430     READ BUSINESS-DATE
007440     AT END
007450     DISPLAY "BUSDATE IS EMPTY - USING THE WALL CLOCK."
007460     ACCEPT SP-RUN-DATE FROM DATE YYYYMMDD
007470     CLOSE BUSINESS-DATE
007480     GO TO 8900-EXIT
007490     END-READ.
007500     MOVE BD-BUSINESS-DATE TO SP-RUN-DATE.
007510     CLOSE BUSINESS-DATE.
007520 8900-EXIT.
007530     EXIT.
007540
007550 8950-CREATE-BUSDATE.
007560     OPEN OUTPUT BUSINESS-DATE.
007570     MOVE SPACES TO BUSDATE-RECORD.
007580     ACCEPT BD-BUSINESS-DATE FROM DATE YYYYMMDD.
007590     WRITE BUSDATE-RECORD.
007600     CLOSE BUSINESS-DATE.
007610 8950-EXIT.
007620     EXIT.
007630
007640******************************************************************
007650*    9000-TERMINATE
007660******************************************************************
007670 9000-TERMINATE.
007680     IF SP-CONTINUE-SW = 'Y'
007690     CLOSE STANDING-ORDERS
007700     CLOSE ACCOUNT-MASTER
007710     CLOSE TRANSACTION-LOG
007720     CLOSE MAINT-JOURNAL
007730     CLOSE SORD-REPORT
007740     DISPLAY "STANDING ORDER POSTING COMPLETE. SEE SORDRPT."
007750     DISPLAY "ORDERS READ:    " SP-ORDERS-READ
007760     DISPLAY "ORDERS POSTED:  " SP-ORDERS-POSTED
007770     DISPLAY "ORDERS SKIPPED: " SP-ORDERS-SKIPPED
007780     DISPLAY "AMOUNT POSTED:  " SP-AMOUNT-POSTED
007790     ELSE
007800     DISPLAY "STANDING ORDER POSTING DID NOT RUN."
007810     END-IF.
007820 9000-EXIT.
007830     EXIT.
