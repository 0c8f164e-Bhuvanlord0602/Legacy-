000540*                     THE DAY IT BELONGS TO. THE DATE ADVANCES
000550*                     ONLY WHEN THE EODROLL ROLLOVER CLOSES THE
000560*                     DAY.
000570*    10/14/2026 RH    REV- CORRECTION ENTRIES FROM THE NEW
000580*                     ACCTMNT TELLER REVERSAL OPTION TIE OUT IN A
000590*                     CORRECTIONS COLUMN OF THEIR OWN (NET, SIGNED
000600*                     AS THEY MOVE THE BALANCE) INSTEAD OF BEING
000610*                     COUNTED AS NEW DEPOSITS OR WITHDRAWALS. THE
000620*                     REPORT LINE IS WIDENED TO 132 TO CARRY IT.
000630*    10/15/2026 RH    THE TD-PENALTY EARLY-WITHDRAWAL CHARGE ON A
000640*                     TERM DEPOSIT (SEE ACCTMNT) COUNTS WITH THE
000650*                     WITHDRAWALS, LIKE THE OTHER FEES.
000660*    10/15/2026 RH    A CHARGE-OFF ENTRY FROM THE ODAGING
000670*                     OVERDRAFT AGING RUN BRINGS A NEGATIVE
000680*                     BALANCE BACK TO ZERO AND COUNTS WITH THE
000690*                     CORRECTIONS RATHER THAN AS A NEW DEPOSIT. A
000700*                     CO-RECOVERY LEAVES THE BALANCE AT ZERO AND
000710*                     IS NOT COUNTED.
000720*    10/15/2026 RH    EXT-PAYMENT (AN OUTSIDE BILL PAYMENT) COUNTS
000730*                     AS A WITHDRAWAL AND EXT-RETURN (ONE SENT
000740*                     BACK BY THE PAYEE'S BANK) AS A DEPOSIT.
000750*    10/15/2026 RH    THE 200-ACCOUNT TABLE IS GONE. THE MASTER
000760*                     AND THE DAY'S LOG ENTRIES ARE SORTED
000770*                     TOGETHER IN ACCOUNT ORDER AND RECONCILED
000780*                     ONE ACCOUNT AT A TIME, WITH NO LIMIT.
000790*                     ENTRIES FOR AN ACCOUNT NOT ON THE MASTER ARE
000800*                     LISTED, NOT DROPPED. CONTROL TOTALS PROVE
000810*                     EVERY RECORD WAS REPORTED; IF THEY DO NOT
000820*                     AGREE THE RUN ENDS RC 8 AND IS NOT STAMPED.
000830*    10/15/2026 RH    REV-EXT-CRED (A TELLER REVERSAL OF A WRONG
000840*                     EXT-CREDIT FROM PAYIMPRT) IS A NEGATIVE
000850*                     CORRECTION LIKE REV-DEPOSIT.
000860******************************************************************
000870
000880 ENVIRONMENT DIVISION.
000890 INPUT-OUTPUT SECTION.
000900 FILE-CONTROL.
000910     SELECT ACCOUNT-MASTER  ASSIGN TO "ACCTMAST"
000920     ORGANIZATION IS INDEXED
000930     ACCESS MODE IS SEQUENTIAL
000940     RECORD KEY IS ACCT-NUMBER
000950     FILE STATUS IS ER-ACCT-FS.
000960
000970     SELECT TRANSACTION-LOG ASSIGN TO "TXNLOG"
000980     ORGANIZATION IS LINE SEQUENTIAL
000990     FILE STATUS IS ER-TXN-FS.
001000
001010     SELECT RECON-REPORT    ASSIGN TO "RECONRPT"
001020     ORGANIZATION IS LINE SEQUENTIAL
001030     FILE STATUS IS ER-RPT-FS.
001040
001050     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
001060     ORGANIZATION IS INDEXED
001070     ACCESS MODE IS DYNAMIC
001080     RECORD KEY IS RC-JOB-NAME
001090     FILE STATUS IS ER-RUNCTL-FS.
001100
001110     SELECT BUSINESS-DATE   ASSIGN TO "BUSDATE"
001120     ORGANIZATION IS LINE SEQUENTIAL
001130     FILE STATUS IS ER-BD-FS.
001140
001150     SELECT RECON-SORT-FILE ASSIGN TO "ERSORT".
001160
001170 DATA DIVISION.
001180 FILE SECTION.
001190 FD  ACCOUNT-MASTER
001200     LABEL RECORDS ARE STANDARD.
001210     COPY ACCTREC.
001220
001230 FD  TRANSACTION-LOG
001240     LABEL RECORDS ARE STANDARD.
001250     COPY TXNREC.
001260
001270 FD  RECON-REPORT
001280     LABEL RECORDS ARE STANDARD.
001290 01  RECON-REPORT-LINE           PIC X(132).
001300
001310 FD  RUN-CONTROL
001320     LABEL RECORDS ARE STANDARD.
001330     COPY RUNREC.
001340
001350 FD  BUSINESS-DATE
001360     LABEL RECORDS ARE STANDARD.
001370     COPY BDREC.
001380
001390******************************************************************
001400*    ONE SORT RECORD PER ACCOUNT ON THE MASTER (KIND 1) AND PER
001410*    LOG ENTRY FOR THE BUSINESS DAY (KIND 2). IN ACCOUNT ORDER AN
001420*    ACCOUNT'S MASTER RECORD COMES BACK AHEAD OF ITS ENTRIES.
001430******************************************************************
001440 SD  RECON-SORT-FILE.
001450 01  RECON-SORT-RECORD.
001460     05  RS-ACCOUNT              PIC 9(06).
001470     05  RS-KIND                 PIC X(01).
001480         88  RS-MASTER                   VALUE '1'.
001490         88  RS-LOG-ENTRY                VALUE '2'.
001500     05  RS-BALANCE              PIC S9(07)V99.
001510     05  RS-CKPT-FLAG            PIC X(01).
001520     05  RS-TXN-TYPE             PIC X(12).
001530     05  RS-TXN-AMOUNT           PIC S9(07)V99.
001540
001550 WORKING-STORAGE SECTION.
001560******************************************************************
001570*    FILE STATUS AND SWITCHES
001580******************************************************************
001590 01  ER-ACCT-FS               PIC X(02)  VALUE "00".
001600 01  ER-TXN-FS                PIC X(02)  VALUE "00".
001610 01  ER-RPT-FS                PIC X(02)  VALUE "00".
001620 01  ER-RUNCTL-FS             PIC X(02)  VALUE "00".
001630 01  ER-BD-FS                 PIC X(02)  VALUE "00".
001640
001650 01  ER-RC-FOUND-SW           PIC X(01)  VALUE 'N'.
001660     88  ER-RC-FOUND                  VALUE 'Y'.
001670
001680 01  ER-ACCT-EOF-SW           PIC X(01)  VALUE 'N'.
001690     88  ER-ACCT-EOF                  VALUE 'Y'.
001700
001710 01  ER-TXN-EOF-SW            PIC X(01)  VALUE 'N'.
001720     88  ER-TXN-EOF                   VALUE 'Y'.
001730
001740 01  ER-SORT-EOF-SW           PIC X(01)  VALUE 'N'.
001750     88  ER-SORT-EOF                  VALUE 'Y'.
001760
001770 01  ER-CONTINUE-SW           PIC X(01)  VALUE 'Y'.
001780
001790 01  ER-ACCT-OPEN-SW          PIC X(01)  VALUE 'N'.
001800     88  ER-ACCT-OPEN                 VALUE 'Y'.
001810
001820 01  ER-TXN-OPEN-SW           PIC X(01)  VALUE 'N'.
001830     88  ER-TXN-OPEN                  VALUE 'Y'.
001840
001850 01  ER-RPT-OPEN-SW           PIC X(01)  VALUE 'N'.
001860     88  ER-RPT-OPEN                  VALUE 'Y'.
001870
001880******************************************************************
001890*    THE ACCOUNT BEING RECONCILED - BUILT FROM ITS MASTER RECORD
001900*    AND THE DAY'S ENTRIES AS THEY COME BACK FROM THE SORT, ONE
001910*    ACCOUNT AT A TIME, SO THERE IS NO LIMIT ON THE NUMBER OF
001920*    ACCOUNTS.
001930******************************************************************
001940 01  ER-CURRENT-ACCOUNT.
001950     05  ER-ACCT-NUMBER        PIC 9(06).
001960     05  ER-OPEN-BALANCE       PIC S9(07)V99.
001970     05  ER-DEPOSIT-TOTAL      PIC S9(07)V99.
001980     05  ER-WITHDRAWAL-TOTAL   PIC S9(07)V99.
001990     05  ER-CORRECTION-TOTAL   PIC S9(07)V99.
002000     05  ER-CLOSE-BALANCE      PIC S9(07)V99.
002010     05  ER-CKPT-FLAG          PIC X(01).
002020     05  ER-GROUP-ENTRIES      PIC 9(07).
002030
002040 01  ER-GROUP-OPEN-SW         PIC X(01)  VALUE 'N'.
002050     88  ER-GROUP-OPEN                VALUE 'Y'.
002060
002070 01  ER-HAVE-MASTER-SW        PIC X(01)  VALUE 'N'.
002080     88  ER-HAVE-MASTER               VALUE 'Y'.
002090
002100******************************************************************
002110*    CONTROL TOTALS - EVERY MASTER RECORD READ IS REPORTED, AND
002120*    EVERY LOG ENTRY READ IS EITHER ANOTHER DAY'S OR IS APPLIED
002130*    TO AN ACCOUNT OR LISTED AGAINST ONE NOT ON THE MASTER.
002140******************************************************************
002150 77  ER-ACCT-READ              PIC 9(07)  VALUE 0.
002160 77  ER-ACCT-COUNT             PIC 9(07)  VALUE 0.
002170 77  ER-LOG-READ               PIC 9(09)  VALUE 0.
002180 77  ER-LOG-SELECTED           PIC 9(09)  VALUE 0.
002190 77  ER-LOG-OTHER-DAYS         PIC 9(09)  VALUE 0.
002200 77  ER-ENTRIES-APPLIED        PIC 9(09)  VALUE 0.
002210 77  ER-ENTRIES-NO-MASTER      PIC 9(09)  VALUE 0.
002220 77  ER-NO-MASTER-ACCTS        PIC 9(07)  VALUE 0.
002230 77  ER-RELEASED               PIC 9(09)  VALUE 0.
002240 77  ER-RETURNED               PIC 9(09)  VALUE 0.
002250 77  ER-PROOF-TOTAL            PIC 9(09)  VALUE 0.
002260
002270******************************************************************
002280*    GRAND TOTALS AND REPORT WORK FIELDS
002290******************************************************************
002300 77  ER-GRAND-OPEN             PIC S9(09)V99 VALUE 0.
002310 77  ER-GRAND-DEP              PIC S9(09)V99 VALUE 0.
002320 77  ER-GRAND-WD               PIC S9(09)V99 VALUE 0.
002330 77  ER-GRAND-CORR             PIC S9(09)V99 VALUE 0.
002340 77  ER-GRAND-CLOSE            PIC S9(09)V99 VALUE 0.
002350 77  ER-RUN-DATE               PIC 9(08).
002360
002370******************************************************************
002380*    RUN-CONTROL DATE WORK FIELDS - USED TO ROLL THE LAST
002390*    RECONCILED DATE FORWARD ONE DAY FOR THE GAP CHECK.
002400******************************************************************
002410 77  ER-NEXT-DATE             PIC 9(08).
002420 01  ER-WORK-DATE.
002430     05  ER-WORK-YYYY         PIC 9(04).
002440     05  ER-WORK-MM           PIC 9(02).
002450     05  ER-WORK-DD           PIC 9(02).
002460 77  ER-LEAP-QUOT             PIC 9(04).
002470 77  ER-LEAP-REM              PIC 9(04).
002480 77  ER-MONTH-LIMIT           PIC 9(02).
002490 01  ER-MONTH-TABLE-DATA.
002500     05  FILLER               PIC X(24)
002510     VALUE "312831303130313130313031".
002520 01  ER-MONTH-TABLE REDEFINES ER-MONTH-TABLE-DATA.
002530     05  ER-DAYS-IN-MONTH     OCCURS 12 TIMES PIC 9(02).
002540
002550 01  ER-REPORT-ACCT-LINE.
002560     05  FILLER                PIC X(06)  VALUE SPACES.
002570     05  RL-ACCT-NUMBER        PIC 9(06).
002580     05  FILLER                PIC X(04)  VALUE SPACES.
002590     05  RL-OPEN-BALANCE       PIC -(7)9.99.
002600     05  FILLER                PIC X(04)  VALUE SPACES.
002610     05  RL-DEPOSIT-TOTAL      PIC -(7)9.99.
002620     05  FILLER                PIC X(04)  VALUE SPACES.
002630     05  RL-WITHDRAWAL-TOTAL   PIC -(7)9.99.
002640     05  FILLER                PIC X(04)  VALUE SPACES.
002650     05  RL-CORRECTION-TOTAL   PIC -(7)9.99.
002660     05  FILLER                PIC X(04)  VALUE SPACES.
002670     05  RL-CLOSE-BALANCE      PIC -(7)9.99.
002680     05  FILLER                PIC X(04)  VALUE SPACES.
002690     05  RL-CKPT-FLAG          PIC X(26).
002700
002710 01  ER-REPORT-GRAND-LINE.
002720     05  FILLER                PIC X(12)  VALUE SPACES.
002730     05  GL-OPEN-BALANCE       PIC -(9)9.99.
002740     05  FILLER                PIC X(02)  VALUE SPACES.
002750     05  GL-DEPOSIT-TOTAL      PIC -(9)9.99.
002760     05  FILLER                PIC X(02)  VALUE SPACES.
002770     05  GL-WITHDRAWAL-TOTAL   PIC -(9)9.99.
002780     05  FILLER                PIC X(02)  VALUE SPACES.
002790     05  GL-CORRECTION-TOTAL   PIC -(9)9.99.
002800     05  FILLER                PIC X(02)  VALUE SPACES.
002810     05  GL-CLOSE-BALANCE      PIC -(9)9.99.
002820
002830 01  ER-COUNT-TOTAL-LINE.
002840     05  FILLER                PIC X(02)  VALUE SPACES.
002850     05  CT-LABEL              PIC X(40).
002860     05  CT-COUNT              PIC Z(8)9.
002870
002880 PROCEDURE DIVISION.
002890******************************************************************
002900*    0000-MAINLINE
002910******************************************************************
002920 0000-MAINLINE.
002930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002940     IF ER-CONTINUE-SW = 'Y'
002950     PERFORM 1100-CHECK-RUN-CONTROL THRU 1100-EXIT
002960     SORT RECON-SORT-FILE
002970     ON ASCENDING KEY RS-ACCOUNT RS-KIND
002980     INPUT PROCEDURE IS 2000-RELEASE-RECORDS THRU 2000-EXIT
002990     OUTPUT PROCEDURE IS 3000-RECONCILE-ACCOUNTS THRU 3000-EXIT
003000     PERFORM 5200-PRINT-GRAND-TOTAL THRU 5200-EXIT
003010     PERFORM 5300-PRINT-CONTROL-TOTALS THRU 5300-EXIT
003020     END-IF.
003030     IF ER-CONTINUE-SW = 'Y'
003040     PERFORM 8800-STAMP-RUN-CONTROL THRU 8800-EXIT
003050     ELSE
003060     MOVE 8 TO RETURN-CODE
003070     END-IF.
003080     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003090     GOBACK.
003100
003110******************************************************************
003120*    1000-INITIALIZE
003130*    THE ACCOUNT MASTER IS REQUIRED. NO TRANSACTION LOG ON FILE
003140*    MEANS NO ACTIVITY; ONE THAT CANNOT BE OPENED STOPS THE RUN
003150*    RATHER THAN REPORTING A DAY WITH NO ENTRIES.
003160******************************************************************
003170 1000-INITIALIZE.
003180     PERFORM 8900-GET-BUSINESS-DATE THRU 8900-EXIT.
003190     OPEN INPUT ACCOUNT-MASTER.
003200     IF ER-ACCT-FS NOT = "00"
003210     DISPLAY "UNABLE TO OPEN ACCOUNT MASTER FILE. STATUS="
003220     ER-ACCT-FS
003230     MOVE 'N' TO ER-CONTINUE-SW
003240     GO TO 1000-EXIT
003250     END-IF.
003260     SET ER-ACCT-OPEN TO TRUE.
003270
003280     OPEN INPUT TRANSACTION-LOG.
003290     IF ER-TXN-FS = "00"
003300     SET ER-TXN-OPEN TO TRUE
003310     ELSE
003320     IF ER-TXN-FS = "35"
003330     DISPLAY "NO TRANSACTION LOG ON FILE - NO ACTIVITY TODAY."
003340     ELSE
003350     DISPLAY "UNABLE TO OPEN TRANSACTION LOG. STATUS=" ER-TXN-FS
003360     MOVE 'N' TO ER-CONTINUE-SW
003370     GO TO 1000-EXIT
003380     END-IF
003390     END-IF.
003400
003410     OPEN OUTPUT RECON-REPORT.
003420     SET ER-RPT-OPEN TO TRUE.
003430     MOVE "END-OF-DAY RECONCILIATION REPORT" TO RECON-REPORT-LINE.
003440     WRITE RECON-REPORT-LINE.
003450     STRING "RUN DATE: " DELIMITED BY SIZE
003460     ER-RUN-DATE DELIMITED BY SIZE
003470     INTO RECON-REPORT-LINE.
003480     WRITE RECON-REPORT-LINE.
003490     MOVE SPACES TO RECON-REPORT-LINE.
003500     WRITE RECON-REPORT-LINE.
003510     STRING "ACCOUNT" DELIMITED BY SIZE
003520     "    OPENING BAL" DELIMITED BY SIZE
003530     "    DEPOSITS" DELIMITED BY SIZE
003540     "    WITHDRAWALS" DELIMITED BY SIZE
003550     "    CORRECTIONS" DELIMITED BY SIZE
003560     "    CLOSING BAL" DELIMITED BY SIZE
003570     "    FLAG" DELIMITED BY SIZE
003580     INTO RECON-REPORT-LINE.
003590     WRITE RECON-REPORT-LINE.
003600 1000-EXIT.
003610     EXIT.
003620
003630******************************************************************
003640*    1100-CHECK-RUN-CONTROL
003650*    WARNS ON A REPEATED DATE OR A GAP SINCE THE LAST
003660*    RECONCILED DATE. THE RUN STILL PROCEEDS - RECONCILIATION
003670*    IS READ-ONLY, SO A REPEAT COSTS NOTHING BUT PAPER - BUT
003680*    THE OPERATOR IS TOLD WHICH DATES NEVER GOT TIED OUT.
003690******************************************************************
003700 1100-CHECK-RUN-CONTROL.
003710     MOVE 'N' TO ER-RC-FOUND-SW.
003720     OPEN I-O RUN-CONTROL.
003730     IF ER-RUNCTL-FS = "35"
003740     OPEN OUTPUT RUN-CONTROL
003750     CLOSE RUN-CONTROL
003760     OPEN I-O RUN-CONTROL
003770     END-IF.
003780     IF ER-RUNCTL-FS NOT = "00"
003790     DISPLAY "WARNING - RUN CONTROL UNAVAILABLE. STATUS="
003800     ER-RUNCTL-FS
003810     GO TO 1100-EXIT
003820     END-IF.
003830
003840     MOVE "EODRECON" TO RC-JOB-NAME.
003850     READ RUN-CONTROL
003860     INVALID KEY
003870     CONTINUE
003880     NOT INVALID KEY
003890     SET ER-RC-FOUND TO TRUE
003900     END-READ.
003910
003920     IF ER-RC-FOUND
003930     IF RC-LAST-RUN-DATE = ER-RUN-DATE
003940     DISPLAY "WARNING - " ER-RUN-DATE
003950     " HAS ALREADY BEEN RECONCILED THIS DAY."
003960     ELSE
003970     PERFORM 1200-COMPUTE-NEXT-DATE THRU 1200-EXIT
003980     IF ER-NEXT-DATE NOT = ER-RUN-DATE
003990     DISPLAY "WARNING - GAP IN RECONCILIATION. LAST DATE"
004000     DISPLAY "RECONCILED WAS " RC-LAST-RUN-DATE "."
004010     END-IF
004020     END-IF
004030     END-IF.
004040
004050     CLOSE RUN-CONTROL.
004060 1100-EXIT.
004070     EXIT.
004080
004090******************************************************************
004100*    1200-COMPUTE-NEXT-DATE
004110*    ER-NEXT-DATE = RC-LAST-RUN-DATE PLUS ONE CALENDAR DAY,
004120*    ROLLING MONTH AND YEAR ENDS (FEBRUARY BY THE FULL LEAP
004130*    RULE - DIVISIBLE BY 4, EXCEPT CENTURIES NOT DIVISIBLE
004140*    BY 400).
004150******************************************************************
004160 1200-COMPUTE-NEXT-DATE.
004170     MOVE RC-LAST-RUN-DATE TO ER-WORK-DATE.
004180     MOVE ER-DAYS-IN-MONTH(ER-WORK-MM) TO ER-MONTH-LIMIT.
004190     IF ER-WORK-MM = 02
004200     DIVIDE ER-WORK-YYYY BY 4 GIVING ER-LEAP-QUOT
004210     REMAINDER ER-LEAP-REM
004220     IF ER-LEAP-REM = 0
004230     DIVIDE ER-WORK-YYYY BY 100 GIVING ER-LEAP-QUOT
004240     REMAINDER ER-LEAP-REM
004250     IF ER-LEAP-REM NOT = 0
004260     MOVE 29 TO ER-MONTH-LIMIT
004270     ELSE
004280     DIVIDE ER-WORK-YYYY BY 400 GIVING ER-LEAP-QUOT
004290     REMAINDER ER-LEAP-REM
004300     IF ER-LEAP-REM = 0
004310     MOVE 29 TO ER-MONTH-LIMIT
004320     END-IF
004330     END-IF
004340     END-IF
004350     END-IF.
004360
004370     IF ER-WORK-DD < ER-MONTH-LIMIT
004380     ADD 1 TO ER-WORK-DD
004390     ELSE
004400     MOVE 01 TO ER-WORK-DD
004410     IF ER-WORK-MM < 12
004420     ADD 1 TO ER-WORK-MM
004430     ELSE
004440     MOVE 01 TO ER-WORK-MM
004450     ADD 1 TO ER-WORK-YYYY
004460     END-IF
004470     END-IF.
004480     MOVE ER-WORK-DATE TO ER-NEXT-DATE.
004490 1200-EXIT.
004500     EXIT.
004510
004520******************************************************************
004530*    2000-RELEASE-RECORDS
004540*    SORT INPUT PROCEDURE - EVERY ACCOUNT ON THE MASTER, THEN
004550*    EVERY LOG ENTRY FOR THE BUSINESS DAY.
004560******************************************************************
004570 2000-RELEASE-RECORDS.
004580     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
004590     PERFORM UNTIL ER-ACCT-EOF
004600     ADD 1 TO ER-ACCT-READ
004610     PERFORM 2200-RELEASE-ACCOUNT THRU 2200-EXIT
004620     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT
004630     END-PERFORM.
004640
004650     IF NOT ER-TXN-OPEN
004660     GO TO 2000-EXIT
004670     END-IF.
004680     PERFORM 2300-READ-LOG THRU 2300-EXIT.
004690     PERFORM UNTIL ER-TXN-EOF
004700     ADD 1 TO ER-LOG-READ
004710     IF TXN-DATE = ER-RUN-DATE
004720     ADD 1 TO ER-LOG-SELECTED
004730     PERFORM 2400-RELEASE-ENTRY THRU 2400-EXIT
004740     ELSE
004750     ADD 1 TO ER-LOG-OTHER-DAYS
004760     END-IF
004770     PERFORM 2300-READ-LOG THRU 2300-EXIT
004780     END-PERFORM.
004790 2000-EXIT.
004800     EXIT.
004810
004820 2100-READ-ACCOUNT.
004830     READ ACCOUNT-MASTER NEXT
004840     AT END
004850     MOVE 'Y' TO ER-ACCT-EOF-SW
004860     END-READ.
004870 2100-EXIT.
004880     EXIT.
004890
004900 2200-RELEASE-ACCOUNT.
004910     MOVE SPACES TO RECON-SORT-RECORD.
004920     MOVE ACCT-NUMBER      TO RS-ACCOUNT.
004930     SET RS-MASTER TO TRUE.
004940     MOVE ACCT-BALANCE     TO RS-BALANCE.
004950     MOVE ACCT-CKPT-STATUS TO RS-CKPT-FLAG.
004960     MOVE ZERO             TO RS-TXN-AMOUNT.
004970     RELEASE RECON-SORT-RECORD.
004980     ADD 1 TO ER-RELEASED.
004990 2200-EXIT.
005000     EXIT.
005010
005020 2300-READ-LOG.
005030     READ TRANSACTION-LOG
005040     AT END
005050     MOVE 'Y' TO ER-TXN-EOF-SW
005060     END-READ.
005070 2300-EXIT.
005080     EXIT.
005090
005100 2400-RELEASE-ENTRY.
005110     MOVE SPACES TO RECON-SORT-RECORD.
005120     MOVE TXN-ACCOUNT TO RS-ACCOUNT.
005130     SET RS-LOG-ENTRY TO TRUE.
005140     MOVE ZERO        TO RS-BALANCE.
005150     MOVE TXN-TYPE    TO RS-TXN-TYPE.
005160     MOVE TXN-AMOUNT  TO RS-TXN-AMOUNT.
005170     RELEASE RECON-SORT-RECORD.
005180     ADD 1 TO ER-RELEASED.
005190 2400-EXIT.
005200     EXIT.
005210
005220******************************************************************
005230*    3000-RECONCILE-ACCOUNTS
005240*    SORT OUTPUT PROCEDURE - CONTROL BREAK ON THE ACCOUNT. THE
005250*    MASTER RECORD GIVES THE CLOSING BALANCE AND CHECKPOINT FLAG;
005260*    THE ENTRIES THAT FOLLOW ARE ACCUMULATED BY 3300.
005270******************************************************************
005280 3000-RECONCILE-ACCOUNTS.
005290     PERFORM 3100-RETURN-SORT THRU 3100-EXIT.
005300     PERFORM UNTIL ER-SORT-EOF
005310     IF NOT ER-GROUP-OPEN OR RS-ACCOUNT NOT = ER-ACCT-NUMBER
005320     PERFORM 4000-FINISH-ACCOUNT THRU 4000-EXIT
005330     PERFORM 3200-START-ACCOUNT THRU 3200-EXIT
005340     END-IF
005350     IF RS-MASTER
005360     MOVE RS-BALANCE   TO ER-CLOSE-BALANCE
005370     MOVE RS-CKPT-FLAG TO ER-CKPT-FLAG
005380     SET ER-HAVE-MASTER TO TRUE
005390     ELSE
005400     PERFORM 3300-POST-ENTRY THRU 3300-EXIT
005410     END-IF
005420     PERFORM 3100-RETURN-SORT THRU 3100-EXIT
005430     END-PERFORM.
005440     PERFORM 4000-FINISH-ACCOUNT THRU 4000-EXIT.
005450 3000-EXIT.
005460     EXIT.
005470
005480 3100-RETURN-SORT.
005490     RETURN RECON-SORT-FILE
005500     AT END
005510     MOVE 'Y' TO ER-SORT-EOF-SW
005520     NOT AT END
005530     ADD 1 TO ER-RETURNED
005540     END-RETURN.
005550 3100-EXIT.
005560     EXIT.
005570
005580 3200-START-ACCOUNT.
005590     INITIALIZE ER-CURRENT-ACCOUNT.
005600     MOVE RS-ACCOUNT TO ER-ACCT-NUMBER.
005610     MOVE 'N' TO ER-HAVE-MASTER-SW.
005620     SET ER-GROUP-OPEN TO TRUE.
005630 3200-EXIT.
005640     EXIT.
005650
005660 3300-POST-ENTRY.
005670     ADD 1 TO ER-GROUP-ENTRIES.
005680     EVALUATE RS-TXN-TYPE
005690     WHEN "DEPOSIT"
005700     ADD RS-TXN-AMOUNT TO ER-DEPOSIT-TOTAL
005710     WHEN "ACCT-OPEN"
005720     ADD RS-TXN-AMOUNT TO ER-DEPOSIT-TOTAL
005730     WHEN "INTEREST"
005740     ADD RS-TXN-AMOUNT TO ER-DEPOSIT-TOTAL
005750     WHEN "WITHDRAWAL"
005760     ADD RS-TXN-AMOUNT TO ER-WITHDRAWAL-TOTAL
005770     WHEN "OD-FEE"
005780     ADD RS-TXN-AMOUNT TO ER-WITHDRAWAL-TOTAL
005790     WHEN "RECOVERY"
005800     ADD RS-TXN-AMOUNT TO ER-WITHDRAWAL-TOTAL
005810     WHEN "RCVR-FEE"
005820     ADD RS-TXN-AMOUNT TO ER-WITHDRAWAL-TOTAL
005830     WHEN "SVC-FEE"
005840     ADD RS-TXN-AMOUNT TO ER-WITHDRAWAL-TOTAL
005850     WHEN "TD-PENALTY"
005860     ADD RS-TXN-AMOUNT TO ER-WITHDRAWAL-TOTAL
005870     WHEN "CHARGE-OFF"
005880     ADD RS-TXN-AMOUNT TO ER-CORRECTION-TOTAL
005890     WHEN "EXT-CREDIT"
005900     ADD RS-TXN-AMOUNT TO ER-DEPOSIT-TOTAL
005910     WHEN "EXT-DEBIT"
005920     ADD RS-TXN-AMOUNT TO ER-WITHDRAWAL-TOTAL
005930     WHEN "EXT-PAYMENT"
005940     ADD RS-TXN-AMOUNT TO ER-WITHDRAWAL-TOTAL
005950     WHEN "EXT-RETURN"
005960     ADD RS-TXN-AMOUNT TO ER-DEPOSIT-TOTAL
005970     WHEN "TLR-DEPOSIT"
005980     ADD RS-TXN-AMOUNT TO ER-DEPOSIT-TOTAL
005990     WHEN "TLR-WITHDRWL"
006000     ADD RS-TXN-AMOUNT TO ER-WITHDRAWAL-TOTAL
006010     WHEN "TRANSFER-OUT"
006020     ADD RS-TXN-AMOUNT TO ER-WITHDRAWAL-TOTAL
006030     WHEN "TRANSFER-IN"
006040     ADD RS-TXN-AMOUNT TO ER-DEPOSIT-TOTAL
006050     WHEN "REV-WITHDRWL"
006060     ADD RS-TXN-AMOUNT TO ER-CORRECTION-TOTAL
006070     WHEN "REV-TLR-WDL"
006080     ADD RS-TXN-AMOUNT TO ER-CORRECTION-TOTAL
006090     WHEN "REV-OD-FEE"
006100     ADD RS-TXN-AMOUNT TO ER-CORRECTION-TOTAL
006110     WHEN "REV-SVC-FEE"
006120     ADD RS-TXN-AMOUNT TO ER-CORRECTION-TOTAL
006130     WHEN "REV-RCVR-FEE"
006140     ADD RS-TXN-AMOUNT TO ER-CORRECTION-TOTAL
006150     WHEN "REV-DEPOSIT"
006160     SUBTRACT RS-TXN-AMOUNT FROM ER-CORRECTION-TOTAL
006170     WHEN "REV-TLR-DEP"
006180     SUBTRACT RS-TXN-AMOUNT FROM ER-CORRECTION-TOTAL
006190     WHEN "REV-EXT-CRED"
006200     SUBTRACT RS-TXN-AMOUNT FROM ER-CORRECTION-TOTAL
006210     WHEN "REV-INTEREST"
006220     SUBTRACT RS-TXN-AMOUNT FROM ER-CORRECTION-TOTAL
006230     WHEN OTHER
006240     CONTINUE
006250     END-EVALUATE.
006260 3300-EXIT.
006270     EXIT.
006280
006290******************************************************************
006300*    4000-FINISH-ACCOUNT
006310*    OPENING BALANCE = CLOSING BALANCE - TODAY'S DEPOSITS +
006320*    TODAY'S WITHDRAWALS - TODAY'S NET CORRECTIONS, SO EACH
006330*    LINE TIES BACK TO ITSELF. ENTRIES FOR AN ACCOUNT THAT IS
006340*    NOT ON THE MASTER ARE PRINTED AND COUNTED BUT KEPT OUT OF
006350*    THE GRAND TOTAL - THERE IS NO BALANCE TO TIE THEM TO.
006360******************************************************************
006370 4000-FINISH-ACCOUNT.
006380     IF NOT ER-GROUP-OPEN
006390     GO TO 4000-EXIT
006400     END-IF.
006410     IF ER-HAVE-MASTER
006420     COMPUTE ER-OPEN-BALANCE =
006430     ER-CLOSE-BALANCE
006440     - ER-DEPOSIT-TOTAL
006450     + ER-WITHDRAWAL-TOTAL
006460     - ER-CORRECTION-TOTAL
006470     ADD ER-OPEN-BALANCE     TO ER-GRAND-OPEN
006480     ADD ER-DEPOSIT-TOTAL    TO ER-GRAND-DEP
006490     ADD ER-WITHDRAWAL-TOTAL TO ER-GRAND-WD
006500     ADD ER-CORRECTION-TOTAL TO ER-GRAND-CORR
006510     ADD ER-CLOSE-BALANCE    TO ER-GRAND-CLOSE
006520     ADD 1 TO ER-ACCT-COUNT
006530     ADD ER-GROUP-ENTRIES TO ER-ENTRIES-APPLIED
006540     ELSE
006550     ADD 1 TO ER-NO-MASTER-ACCTS
006560     ADD ER-GROUP-ENTRIES TO ER-ENTRIES-NO-MASTER
006570     END-IF.
006580     PERFORM 5100-PRINT-ACCOUNT-LINE THRU 5100-EXIT.
006590     MOVE 'N' TO ER-GROUP-OPEN-SW.
006600 4000-EXIT.
006610     EXIT.
006620
006630 5100-PRINT-ACCOUNT-LINE.
006640     MOVE ER-ACCT-NUMBER      TO RL-ACCT-NUMBER.
006650     MOVE ER-OPEN-BALANCE     TO RL-OPEN-BALANCE.
006660     MOVE ER-DEPOSIT-TOTAL    TO RL-DEPOSIT-TOTAL.
006670     MOVE ER-WITHDRAWAL-TOTAL TO RL-WITHDRAWAL-TOTAL.
006680     MOVE ER-CORRECTION-TOTAL TO RL-CORRECTION-TOTAL.
006690     MOVE ER-CLOSE-BALANCE    TO RL-CLOSE-BALANCE.
006700     IF NOT ER-HAVE-MASTER
006710     MOVE "*** NO ACCOUNT MASTER ***" TO RL-CKPT-FLAG
006720     ELSE
006730     IF ER-CKPT-FLAG = 'Y'
006740     MOVE "*** PENDING CHECKPOINT ***" TO RL-CKPT-FLAG
006750     ELSE
006760     MOVE SPACES TO RL-CKPT-FLAG
006770     END-IF
006780     END-IF.
006790     WRITE RECON-REPORT-LINE FROM ER-REPORT-ACCT-LINE.
006800 5100-EXIT.
006810     EXIT.
006820
006830 5200-PRINT-GRAND-TOTAL.
006840     MOVE SPACES TO RECON-REPORT-LINE.
006850     WRITE RECON-REPORT-LINE.
006860     MOVE "GRAND TOTAL" TO RECON-REPORT-LINE.
006870     WRITE RECON-REPORT-LINE.
006880     MOVE ER-GRAND-OPEN  TO GL-OPEN-BALANCE.
006890     MOVE ER-GRAND-DEP   TO GL-DEPOSIT-TOTAL.
006900     MOVE ER-GRAND-WD    TO GL-WITHDRAWAL-TOTAL.
006910     MOVE ER-GRAND-CORR  TO GL-CORRECTION-TOTAL.
006920     MOVE ER-GRAND-CLOSE TO GL-CLOSE-BALANCE.
006930     WRITE RECON-REPORT-LINE FROM ER-REPORT-GRAND-LINE.
006940 5200-EXIT.
006950     EXIT.
006960
006970******************************************************************
006980*    5300-PRINT-CONTROL-TOTALS
006990*    EVERY ACCOUNT ON THE MASTER HAS A LINE, EVERY LOG ENTRY IS
007000*    EITHER ANOTHER DAY'S OR ON A LINE, AND THE SORT RETURNS ALL
007010*    IT WAS GIVEN - OR THE REPORT IS INCOMPLETE AND THE RUN IS
007020*    NOT STAMPED.
007030******************************************************************
007040 5300-PRINT-CONTROL-TOTALS.
007050     MOVE SPACES TO RECON-REPORT-LINE.
007060     WRITE RECON-REPORT-LINE.
007070     MOVE "CONTROL TOTALS" TO RECON-REPORT-LINE.
007080     WRITE RECON-REPORT-LINE.
007090     MOVE "ACCOUNT MASTER RECORDS READ" TO CT-LABEL.
007100     MOVE ER-ACCT-READ TO CT-COUNT.
007110     WRITE RECON-REPORT-LINE FROM ER-COUNT-TOTAL-LINE.
007120     MOVE "ACCOUNTS RECONCILED" TO CT-LABEL.
007130     MOVE ER-ACCT-COUNT TO CT-COUNT.
007140     WRITE RECON-REPORT-LINE FROM ER-COUNT-TOTAL-LINE.
007150     MOVE "LOG ENTRIES READ" TO CT-LABEL.
007160     MOVE ER-LOG-READ TO CT-COUNT.
007170     WRITE RECON-REPORT-LINE FROM ER-COUNT-TOTAL-LINE.
007180     MOVE "  FOR THE BUSINESS DAY" TO CT-LABEL.
007190     MOVE ER-LOG-SELECTED TO CT-COUNT.
007200     WRITE RECON-REPORT-LINE FROM ER-COUNT-TOTAL-LINE.
007210     MOVE "    APPLIED TO AN ACCOUNT" TO CT-LABEL.
007220     MOVE ER-ENTRIES-APPLIED TO CT-COUNT.
007230     WRITE RECON-REPORT-LINE FROM ER-COUNT-TOTAL-LINE.
007240     MOVE "    FOR AN ACCOUNT NOT ON THE MASTER" TO CT-LABEL.
007250     MOVE ER-ENTRIES-NO-MASTER TO CT-COUNT.
007260     WRITE RECON-REPORT-LINE FROM ER-COUNT-TOTAL-LINE.
007270     MOVE "  FOR OTHER DAYS" TO CT-LABEL.
007280     MOVE ER-LOG-OTHER-DAYS TO CT-COUNT.
007290     WRITE RECON-REPORT-LINE FROM ER-COUNT-TOTAL-LINE.
007300     MOVE "ACCOUNTS NOT ON THE MASTER" TO CT-LABEL.
007310     MOVE ER-NO-MASTER-ACCTS TO CT-COUNT.
007320     WRITE RECON-REPORT-LINE FROM ER-COUNT-TOTAL-LINE.
007330     MOVE "SORT RECORDS RELEASED" TO CT-LABEL.
007340     MOVE ER-RELEASED TO CT-COUNT.
007350     WRITE RECON-REPORT-LINE FROM ER-COUNT-TOTAL-LINE.
007360     MOVE "SORT RECORDS RETURNED" TO CT-LABEL.
007370     MOVE ER-RETURNED TO CT-COUNT.
007380     WRITE RECON-REPORT-LINE FROM ER-COUNT-TOTAL-LINE.
007390
007400     COMPUTE ER-PROOF-TOTAL = ER-ACCT-READ + ER-LOG-SELECTED.
007410     IF SORT-RETURN NOT = 0
007420     OR ER-RELEASED NOT = ER-RETURNED
007430     OR ER-RELEASED NOT = ER-PROOF-TOTAL
007440     OR ER-ACCT-COUNT NOT = ER-ACCT-READ
007450     OR ER-LOG-READ NOT = ER-LOG-SELECTED + ER-LOG-OTHER-DAYS
007460     OR ER-LOG-SELECTED NOT =
007470     ER-ENTRIES-APPLIED + ER-ENTRIES-NO-MASTER
007480     MOVE 'N' TO ER-CONTINUE-SW
007490     END-IF.
007500     IF ER-CONTINUE-SW = 'Y'
007510     MOVE "  CONTROL TOTALS AGREE - EVERY ACCOUNT AND EVERY ENTRY"
007520     TO RECON-REPORT-LINE
007530     WRITE RECON-REPORT-LINE
007540     MOVE "  FOR THE DAY IS ON THE REPORT." TO RECON-REPORT-LINE
007550     WRITE RECON-REPORT-LINE
007560     ELSE
007570     MOVE "  *** CONTROL TOTALS DO NOT AGREE - REPORT IS"
007580     TO RECON-REPORT-LINE
007590     WRITE RECON-REPORT-LINE
007600     MOVE "  *** INCOMPLETE. RUN NOT STAMPED."
007610     TO RECON-REPORT-LINE
007620     WRITE RECON-REPORT-LINE
007630     DISPLAY "EODRECON CONTROL TOTALS DO NOT AGREE."
007640     END-IF.
007650 5300-EXIT.
007660     EXIT.
007670
007680******************************************************************
007690*    8800-STAMP-RUN-CONTROL
007700*    RECORDS THE RECONCILED BUSINESS DATE AFTER THE REPORT IS
007710*    SAFELY ON FILE.
007720******************************************************************
007730 8800-STAMP-RUN-CONTROL.
007740     OPEN I-O RUN-CONTROL.
007750     IF ER-RUNCTL-FS NOT = "00"
007760     DISPLAY "WARNING - RUN NOT STAMPED. STATUS=" ER-RUNCTL-FS
007770     GO TO 8800-EXIT
007780     END-IF.
007790
007800     MOVE 'N' TO ER-RC-FOUND-SW.
007810     MOVE "EODRECON" TO RC-JOB-NAME.
007820     READ RUN-CONTROL
007830     INVALID KEY
007840     MOVE SPACES TO RUNCTL-RECORD
007850     MOVE "EODRECON" TO RC-JOB-NAME
007860     MOVE ZERO TO RC-RUN-COUNT
007870     NOT INVALID KEY
007880     SET ER-RC-FOUND TO TRUE
007890     END-READ.
007900
007910     MOVE ER-RUN-DATE TO RC-LAST-RUN-DATE.
007920     ACCEPT RC-LAST-RUN-TIME FROM TIME.
007930     MOVE ZERO TO RC-LAST-PERIOD.
007940     ADD 1 TO RC-RUN-COUNT.
007950     IF ER-RC-FOUND
007960     REWRITE RUNCTL-RECORD
007970     ELSE
007980     WRITE RUNCTL-RECORD
007990     END-IF.
008000     CLOSE RUN-CONTROL.
008010 8800-EXIT.
008020     EXIT.
008030
008040******************************************************************
008050*    8900-GET-BUSINESS-DATE
008060*    READS THE PROCESSING DATE FROM THE BUSDATE CONTROL FILE -
008070*    THE WALL CLOCK ONLY SEEDS THE FILE THE FIRST TIME IT IS
008080*    MISSING. THE DATE ADVANCES ONLY WHEN THE EODROLL ROLLOVER
008090*    CLOSES THE DAY, SO WORK THAT SLIPS PAST MIDNIGHT STILL
008100*    STAMPS THE DAY IT BELONGS TO.
008110******************************************************************
008120 8900-GET-BUSINESS-DATE.
008130     OPEN INPUT BUSINESS-DATE.
008140     IF ER-BD-FS = "35"
008150     PERFORM 8950-CREATE-BUSDATE THRU 8950-EXIT
008160     OPEN INPUT BUSINESS-DATE
008170     END-IF.
008180     IF ER-BD-FS NOT = "00"
008190     DISPLAY "BUSDATE UNAVAILABLE - USING THE WALL CLOCK."
008200     ACCEPT ER-RUN-DATE FROM DATE YYYYMMDD
008210     GO TO 8900-EXIT
008220     END-IF.
008230     READ BUSINESS-DATE
008240     AT END
008250     DISPLAY "BUSDATE IS EMPTY - USING THE WALL CLOCK."
008260     ACCEPT ER-RUN-DATE FROM DATE YYYYMMDD
008270     CLOSE BUSINESS-DATE
008280     GO TO 8900-EXIT
008290     END-READ.
008300     MOVE BD-BUSINESS-DATE TO ER-RUN-DATE.
008310     CLOSE BUSINESS-DATE.
008320 8900-EXIT.
008330     EXIT.
008340
008350 8950-CREATE-BUSDATE.
008360     OPEN OUTPUT BUSINESS-DATE.
008370     MOVE SPACES TO BUSDATE-RECORD.
008380     ACCEPT BD-BUSINESS-DATE FROM DATE YYYYMMDD.
008390     WRITE BUSDATE-RECORD.
008400     CLOSE BUSINESS-DATE.
008410 8950-EXIT.
008420     EXIT.
008430
008440******************************************************************
008450*    9000-TERMINATE
008460******************************************************************
008470 9000-TERMINATE.
008480     IF ER-ACCT-OPEN
008490     CLOSE ACCOUNT-MASTER
008500     END-IF.
008510     IF ER-TXN-OPEN
008520     CLOSE TRANSACTION-LOG
008530     END-IF.
008540     IF ER-RPT-OPEN
008550     CLOSE RECON-REPORT
008560     END-IF.
008570     IF ER-CONTINUE-SW = 'Y'
008580     DISPLAY "EOD RECONCILIATION COMPLETE. SEE RECONRPT."
008590     ELSE
008600     DISPLAY "EOD RECONCILIATION DID NOT COMPLETE."
008610     END-IF.
008620 9000-EXIT.
008630     EXIT.
