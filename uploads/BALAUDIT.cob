000380*                     THE DAY IT BELONGS TO. THE DATE ADVANCES
000390*                     ONLY WHEN THE EODROLL ROLLOVER CLOSES THE
000400*                     DAY.
000410*    10/14/2026 RH    REV- CORRECTION ENTRIES FROM THE NEW
000420*                     ACCTMNT TELLER REVERSAL OPTION REPLAY WITH
000430*                     THE OPPOSITE EFFECT OF THE ENTRY THEY
000440*                     REVERSE, AND ARE COUNTED SEPARATELY ON THE
000450*                     CLOSING TOTALS AS CORRECTIONS.
000460*    10/15/2026 RH    THE TD-PENALTY EARLY-WITHDRAWAL CHARGE ON A
000470*                     TERM DEPOSIT (SEE ACCTMNT) CLASSIFIES AS A
000480*                     DEBIT, LIKE THE OTHER FEES.
000490*    10/15/2026 RH    A CHARGE-OFF ENTRY FROM THE ODAGING
000500*                     OVERDRAFT AGING RUN AUDITS AS A CREDIT - IT
000510*                     BRINGS THE NEGATIVE BALANCE BACK TO ZERO. A
000520*                     CO-RECOVERY ON A CHARGED-OFF ACCOUNT LEAVES
000530*                     THE BALANCE AT ZERO AND AUDITS AS NO EFFECT.
000540*    10/15/2026 RH    EXT-PAYMENT (AN OUTSIDE BILL PAYMENT) COUNTS
000550*                     AS A DEBIT AND EXT-RETURN (ONE SENT BACK BY
000560*                     THE PAYEE'S BANK) AS A CREDIT.
000570*    10/15/2026 RH    THE 200-ACCOUNT TABLE IS GONE. THE MASTER
000580*                     AND THE WHOLE LOGGED HISTORY ARE SORTED
000590*                     TOGETHER IN ACCOUNT ORDER (ENTRIES KEEP
000600*                     THEIR LOGGED ORDER) AND AUDITED ONE ACCOUNT
000610*                     AT A TIME, WITH NO LIMIT. AN ORPHAN ACCOUNT
000620*                     IS LISTED ON THE REPORT. CONTROL TOTALS AT
000630*                     THE END PROVE EVERY RECORD WAS AUDITED; IF
000640*                     THEY DO NOT AGREE THE RUN ENDS RC 8 AND IS
000650*                     NOT STAMPED.
000660*    10/15/2026 RH    REV-EXT-CRED (A TELLER REVERSAL OF A WRONG
000670*                     EXT-CREDIT FROM PAYIMPRT) COUNTS AS A DEBIT.
000680*    10/15/2026 RH    AN ARCHIVE ON TXNARCIX THAT WILL NOT OPEN,
000690*                     OR A TXNARCIX OR TXNLOG ON FILE THAT WILL
000700*                     NOT OPEN, IS NO LONGER PASSED OVER IN
000710*                     SILENCE - THE ARCHIVES OPENED MUST EQUAL THE
000720*                     DAYS ON THE INDEX AND EVERY INPUT MUST BE
000730*                     READ, OR THE CONTROL TOTALS FAIL (RC 8, NOT
000740*                     STAMPED).
000750******************************************************************
000760
000770 ENVIRONMENT DIVISION.
000780 INPUT-OUTPUT SECTION.
000790 FILE-CONTROL.
000800     SELECT ACCOUNT-MASTER  ASSIGN TO "ACCTMAST"
000810     ORGANIZATION IS INDEXED
000820     ACCESS MODE IS SEQUENTIAL
000830     RECORD KEY IS ACCT-NUMBER
000840     FILE STATUS IS BA-ACCT-FS.
000850
000860     SELECT TRANSACTION-LOG ASSIGN TO "TXNLOG"
000870     ORGANIZATION IS LINE SEQUENTIAL
000880     FILE STATUS IS BA-TXN-FS.
000890
000900     SELECT ARCHIVE-INDEX   ASSIGN TO "TXNARCIX"
000910     ORGANIZATION IS LINE SEQUENTIAL
000920     FILE STATUS IS BA-ARCIX-FS.
000930
000940     SELECT ARCHIVE-FILE    ASSIGN TO DYNAMIC BA-ARCHIVE-NAME
000950     ORGANIZATION IS LINE SEQUENTIAL
000960     FILE STATUS IS BA-ARCH-FS.
000970
000980     SELECT AUDIT-REPORT    ASSIGN TO "AUDITRPT"
000990     ORGANIZATION IS LINE SEQUENTIAL
001000     FILE STATUS IS BA-RPT-FS.
001010
001020     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
001030     ORGANIZATION IS INDEXED
001040     ACCESS MODE IS DYNAMIC
001050     RECORD KEY IS RC-JOB-NAME
001060     FILE STATUS IS BA-RUNCTL-FS.
001070
001080     SELECT BUSINESS-DATE   ASSIGN TO "BUSDATE"
001090     ORGANIZATION IS LINE SEQUENTIAL
001100     FILE STATUS IS BA-BD-FS.
001110
001120     SELECT AUDIT-SORT-FILE ASSIGN TO "BASORT".
001130
001140 DATA DIVISION.
001150 FILE SECTION.
001160 FD  ACCOUNT-MASTER
001170     LABEL RECORDS ARE STANDARD.
001180     COPY ACCTREC.
001190
001200 FD  TRANSACTION-LOG
001210     LABEL RECORDS ARE STANDARD.
001220     COPY TXNREC.
001230
001240 FD  ARCHIVE-INDEX
001250     LABEL RECORDS ARE STANDARD.
001260     COPY ARCIXREC.
001270
001280 FD  ARCHIVE-FILE
001290     LABEL RECORDS ARE STANDARD.
001300 01  ARCHIVE-RECORD              PIC X(69).
001310
001320 FD  AUDIT-REPORT
001330     LABEL RECORDS ARE STANDARD.
001340 01  AUDIT-REPORT-LINE           PIC X(100).
001350
001360 FD  RUN-CONTROL
001370     LABEL RECORDS ARE STANDARD.
001380     COPY RUNREC.
001390
001400 FD  BUSINESS-DATE
001410     LABEL RECORDS ARE STANDARD.
001420     COPY BDREC.
001430
001440******************************************************************
001450*    ONE SORT RECORD PER ACCOUNT ON THE MASTER (KIND 1) AND PER
001460*    LOGGED ENTRY, ARCHIVED OR LIVE (KIND 2). BS-SEQ IS THE ORDER
001470*    THE ENTRY WAS READ IN, SO EACH ACCOUNT'S ENTRIES COME BACK
001480*    IN THE ORDER THEY WERE LOGGED, BEHIND ITS MASTER RECORD.
001490******************************************************************
001500 SD  AUDIT-SORT-FILE.
001510 01  AUDIT-SORT-RECORD.
001520     05  BS-ACCOUNT              PIC 9(06).
001530     05  BS-KIND                 PIC X(01).
001540         88  BS-MASTER                   VALUE '1'.
001550         88  BS-LOG-ENTRY                VALUE '2'.
001560     05  BS-SEQ                  PIC 9(09).
001570     05  BS-STORED-BALANCE       PIC S9(07)V99.
001580     05  BS-CKPT-FLAG            PIC X(01).
001590     05  BS-TXN-DATA             PIC X(69).
001600
001610 WORKING-STORAGE SECTION.
001620******************************************************************
001630*    FILE STATUS AND SWITCHES
001640******************************************************************
001650 01  BA-ACCT-FS               PIC X(02)  VALUE "00".
001660 01  BA-TXN-FS                PIC X(02)  VALUE "00".
001670 01  BA-ARCIX-FS              PIC X(02)  VALUE "00".
001680 01  BA-ARCH-FS               PIC X(02)  VALUE "00".
001690 01  BA-RPT-FS                PIC X(02)  VALUE "00".
001700 01  BA-RUNCTL-FS             PIC X(02)  VALUE "00".
001710 01  BA-BD-FS                 PIC X(02)  VALUE "00".
001720 77  BA-RUN-DATE              PIC 9(08).
001730
001740 01  BA-RC-FOUND-SW           PIC X(01)  VALUE 'N'.
001750     88  BA-RC-FOUND                  VALUE 'Y'.
001760
001770 01  BA-ACCT-EOF-SW           PIC X(01)  VALUE 'N'.
001780     88  BA-ACCT-EOF                  VALUE 'Y'.
001790
001800 01  BA-TXN-EOF-SW            PIC X(01)  VALUE 'N'.
001810     88  BA-TXN-EOF                   VALUE 'Y'.
001820
001830 01  BA-ARCIX-EOF-SW          PIC X(01)  VALUE 'N'.
001840     88  BA-ARCIX-EOF                 VALUE 'Y'.
001850
001860 01  BA-ARCH-EOF-SW           PIC X(01)  VALUE 'N'.
001870     88  BA-ARCH-EOF                  VALUE 'Y'.
001880
001890 01  BA-SORT-EOF-SW           PIC X(01)  VALUE 'N'.
001900     88  BA-SORT-EOF                  VALUE 'Y'.
001910
001920 01  BA-CONTINUE-SW           PIC X(01)  VALUE 'Y'.
001930
001940 01  BA-INPUT-FAIL-SW         PIC X(01)  VALUE 'N'.
001950     88  BA-INPUT-FAILED              VALUE 'Y'.
001960
001970******************************************************************
001980*    THE ACCOUNT BEING AUDITED - BUILT FROM ITS MASTER RECORD AND
001990*    ITS LOGGED ENTRIES AS THEY COME BACK FROM THE SORT, ONE
002000*    ACCOUNT AT A TIME, SO THERE IS NO LIMIT ON THE NUMBER OF
002010*    ACCOUNTS.
002020*    BA-REPLAYED IS THE BALANCE RECONSTRUCTED FROM THE LOG.
002030*    BA-DIVERGE-DATE IS THE FIRST DATE THE RUNNING REPLAY
002040*    DISAGREED WITH AN ENTRY'S OWN LOGGED BALANCE-AFTER (ZERO
002050*    WHEN THE WHOLE TRAIL AGREES ENTRY BY ENTRY).
002060******************************************************************
002070 01  BA-CURRENT-ACCOUNT.
002080     05  BA-ACCT-NUMBER        PIC 9(06).
002090     05  BA-STORED-BALANCE     PIC S9(07)V99.
002100     05  BA-REPLAYED           PIC S9(09)V99.
002110     05  BA-DIVERGE-DATE       PIC 9(08).
002120     05  BA-CKPT-FLAG          PIC X(01).
002130
002140 01  BA-GROUP-OPEN-SW         PIC X(01)  VALUE 'N'.
002150     88  BA-GROUP-OPEN                VALUE 'Y'.
002160
002170 01  BA-HAVE-MASTER-SW        PIC X(01)  VALUE 'N'.
002180     88  BA-HAVE-MASTER               VALUE 'Y'.
002190
002200 77  BA-ACCT-READ              PIC 9(07)  VALUE 0.
002210 77  BA-ACCT-COUNT             PIC 9(07)  VALUE 0.
002220
002230******************************************************************
002240*    REPLAY WORK FIELDS AND RUN TOTALS
002250******************************************************************
002260 77  BA-ARCHIVE-NAME          PIC X(12).
002270 77  BA-PREV-ARCIX-DATE       PIC 9(08)  VALUE 0.
002280 77  BA-ENTRY-EFFECT          PIC S9(07)V99.
002290 77  BA-DIFFERENCE            PIC S9(09)V99.
002300 77  BA-ORPHAN-COUNT          PIC 9(07)  VALUE 0.
002310 77  BA-DISCREPANCY-COUNT     PIC 9(07)  VALUE 0.
002320 77  BA-ENTRIES-REPLAYED      PIC 9(09)  VALUE 0.
002330 77  BA-CORRECTIONS-REPLAYED  PIC 9(07)  VALUE 0.
002340 77  BA-ORPHAN-ACCTS          PIC 9(07)  VALUE 0.
002350
002360******************************************************************
002370*    CONTROL TOTALS - EVERY MASTER RECORD READ IS AUDITED, AND
002380*    EVERY ENTRY READ IS REPLAYED OR COUNTED AS AN ORPHAN.
002390******************************************************************
002400 77  BA-ARCH-READ             PIC 9(09)  VALUE 0.
002410 77  BA-ARCH-EXPECTED         PIC 9(05)  VALUE 0.
002420 77  BA-ARCH-SCANNED          PIC 9(05)  VALUE 0.
002430 77  BA-LOG-READ              PIC 9(09)  VALUE 0.
002440 77  BA-ENTRIES-READ          PIC 9(09)  VALUE 0.
002450 77  BA-RELEASE-SEQ           PIC 9(09)  VALUE 0.
002460 77  BA-RELEASED              PIC 9(09)  VALUE 0.
002470 77  BA-RETURNED              PIC 9(09)  VALUE 0.
002480 77  BA-PROOF-TOTAL           PIC 9(09)  VALUE 0.
002490
002500******************************************************************
002510*    REPORT LINES
002520******************************************************************
002530 01  BA-REPORT-ACCT-LINE.
002540     05  FILLER                PIC X(02)  VALUE SPACES.
002550     05  RL-ACCT-NUMBER        PIC 9(06).
002560     05  FILLER                PIC X(03)  VALUE SPACES.
002570     05  RL-STORED             PIC -(7)9.99.
002580     05  FILLER                PIC X(03)  VALUE SPACES.
002590     05  RL-REPLAYED           PIC -(9)9.99.
002600     05  FILLER                PIC X(03)  VALUE SPACES.
002610     05  RL-DIFFERENCE         PIC -(9)9.99.
002620     05  FILLER                PIC X(03)  VALUE SPACES.
002630     05  RL-DIVERGE-DATE       PIC 9(08).
002640     05  FILLER                PIC X(03)  VALUE SPACES.
002650     05  RL-FLAG               PIC X(26).
002660
002670 01  BA-COUNT-TOTAL-LINE.
002680     05  FILLER                PIC X(02)  VALUE SPACES.
002690     05  CT-LABEL              PIC X(40).
002700     05  CT-COUNT              PIC Z(8)9.
002710
002720 PROCEDURE DIVISION.
002730******************************************************************
002740*    0000-MAINLINE
002750******************************************************************
002760 0000-MAINLINE.
002770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002780     SORT AUDIT-SORT-FILE
002790     ON ASCENDING KEY BS-ACCOUNT BS-KIND BS-SEQ
002800     INPUT PROCEDURE IS 2000-RELEASE-RECORDS THRU 2000-EXIT
002810     OUTPUT PROCEDURE IS 4000-AUDIT-ACCOUNTS THRU 4000-EXIT.
002820     PERFORM 5000-REPORT-RESULTS THRU 5000-EXIT.
002830     IF BA-CONTINUE-SW = 'Y'
002840     PERFORM 8800-STAMP-RUN-CONTROL THRU 8800-EXIT
002850     END-IF.
002860     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002870     STOP RUN.
002880
002890******************************************************************
002900*    1000-INITIALIZE
002910******************************************************************
002920 1000-INITIALIZE.
002930     PERFORM 8900-GET-BUSINESS-DATE THRU 8900-EXIT.
002940     OPEN INPUT ACCOUNT-MASTER.
002950     IF BA-ACCT-FS NOT = "00"
002960     DISPLAY "UNABLE TO OPEN ACCOUNT MASTER FILE. STATUS="
002970     BA-ACCT-FS
002980     STOP RUN
002990     END-IF.
003000
003010     OPEN OUTPUT AUDIT-REPORT.
003020     MOVE "FULL-HISTORY BALANCE AUDIT" TO AUDIT-REPORT-LINE.
003030     WRITE AUDIT-REPORT-LINE.
003040     MOVE SPACES TO AUDIT-REPORT-LINE.
003050     WRITE AUDIT-REPORT-LINE.
003060     STRING "ACCOUNT" DELIMITED BY SIZE
003070     "      STORED" DELIMITED BY SIZE
003080     "       REPLAYED" DELIMITED BY SIZE
003090     "     DIFFERENCE" DELIMITED BY SIZE
003100     "   FIRST-DIV" DELIMITED BY SIZE
003110     "   FLAG" DELIMITED BY SIZE
003120     INTO AUDIT-REPORT-LINE.
003130     WRITE AUDIT-REPORT-LINE.
003140 1000-EXIT.
003150     EXIT.
003160
003170******************************************************************
003180*    2000-RELEASE-RECORDS
003190*    SORT INPUT PROCEDURE - EVERY ACCOUNT ON THE MASTER, THEN
003200*    THE WHOLE LOGGED HISTORY.
003210******************************************************************
003220 2000-RELEASE-RECORDS.
003230     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
003240     PERFORM UNTIL BA-ACCT-EOF
003250     ADD 1 TO BA-ACCT-READ
003260     PERFORM 2200-RELEASE-ACCOUNT THRU 2200-EXIT
003270     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT
003280     END-PERFORM.
003290     PERFORM 3000-RELEASE-HISTORY THRU 3000-EXIT.
003300 2000-EXIT.
003310     EXIT.
003320
003330 2100-READ-ACCOUNT.
003340     READ ACCOUNT-MASTER NEXT
003350     AT END
003360     MOVE 'Y' TO BA-ACCT-EOF-SW
003370     END-READ.
003380 2100-EXIT.
003390     EXIT.
003400
003410 2200-RELEASE-ACCOUNT.
003420     MOVE SPACES TO AUDIT-SORT-RECORD.
003430     MOVE ACCT-NUMBER      TO BS-ACCOUNT.
003440     SET BS-MASTER TO TRUE.
003450     MOVE ZERO             TO BS-SEQ.
003460     MOVE ACCT-BALANCE     TO BS-STORED-BALANCE.
003470     MOVE ACCT-CKPT-STATUS TO BS-CKPT-FLAG.
003480     RELEASE AUDIT-SORT-RECORD.
003490     ADD 1 TO BA-RELEASED.
003500 2200-EXIT.
003510     EXIT.
003520
003530******************************************************************
003540*    3000-RELEASE-HISTORY
003550*    ONE PASS OVER THE ENTIRE LOGGED HISTORY - EVERY ARCHIVE IN
003560*    TXNARCIX ORDER (RERUN DUPLICATES SKIPPED - INDEX DATES
003570*    ASCEND WITHIN A RUN, SO AN ENTRY NOT NEWER THAN THE LAST
003580*    PROCESSED DAY IS AN IDENTICAL REWRITE), THEN THE LIVE LOG.
003590*    NO INDEX OR NO LOG ON FILE (STATUS 35) SIMPLY MEANS NOTHING
003600*    TO READ. ANY OTHER FAILURE TO OPEN, OR AN ARCHIVE NAMED ON
003610*    THE INDEX THAT WILL NOT OPEN, FAILS THE CONTROL TOTALS.
003620******************************************************************
003630 3000-RELEASE-HISTORY.
003640     MOVE 'N' TO BA-ARCIX-EOF-SW.
003650     OPEN INPUT ARCHIVE-INDEX.
003660     IF BA-ARCIX-FS NOT = "00" AND BA-ARCIX-FS NOT = "35"
003670     DISPLAY "UNABLE TO OPEN ARCHIVE INDEX. STATUS=" BA-ARCIX-FS
003680     SET BA-INPUT-FAILED TO TRUE
003690     END-IF.
003700     IF BA-ARCIX-FS = "00"
003710     PERFORM 3100-READ-INDEX-ENTRY THRU 3100-EXIT
003720     PERFORM UNTIL BA-ARCIX-EOF
003730     IF ARCIX-DATE > BA-PREV-ARCIX-DATE
003740     ADD 1 TO BA-ARCH-EXPECTED
003750     MOVE ARCIX-FILE-NAME TO BA-ARCHIVE-NAME
003760     PERFORM 3200-SCAN-ONE-ARCHIVE THRU 3200-EXIT
003770     MOVE ARCIX-DATE TO BA-PREV-ARCIX-DATE
003780     END-IF
003790     PERFORM 3100-READ-INDEX-ENTRY THRU 3100-EXIT
003800     END-PERFORM
003810     CLOSE ARCHIVE-INDEX
003820     END-IF.
003830
003840     MOVE 'N' TO BA-TXN-EOF-SW.
003850     OPEN INPUT TRANSACTION-LOG.
003860     IF BA-TXN-FS NOT = "00" AND BA-TXN-FS NOT = "35"
003870     DISPLAY "UNABLE TO OPEN TRANSACTION LOG. STATUS=" BA-TXN-FS
003880     SET BA-INPUT-FAILED TO TRUE
003890     END-IF.
003900     IF BA-TXN-FS = "00"
003910     PERFORM 3370-READ-LOG-ENTRY THRU 3370-EXIT
003920     PERFORM UNTIL BA-TXN-EOF
003930     ADD 1 TO BA-LOG-READ
003940     PERFORM 3400-RELEASE-ENTRY THRU 3400-EXIT
003950     PERFORM 3370-READ-LOG-ENTRY THRU 3370-EXIT
003960     END-PERFORM
003970     CLOSE TRANSACTION-LOG
003980     END-IF.
003990 3000-EXIT.
004000     EXIT.
004010
004020 3100-READ-INDEX-ENTRY.
004030     READ ARCHIVE-INDEX
004040     AT END
004050     MOVE 'Y' TO BA-ARCIX-EOF-SW
004060     END-READ.
004070 3100-EXIT.
004080     EXIT.
004090
004100 3200-SCAN-ONE-ARCHIVE.
004110     MOVE 'N' TO BA-ARCH-EOF-SW.
004120     OPEN INPUT ARCHIVE-FILE.
004130     IF BA-ARCH-FS NOT = "00"
004140     DISPLAY "ARCHIVE " BA-ARCHIVE-NAME " WILL NOT OPEN. STATUS="
004150     BA-ARCH-FS
004160     END-IF.
004170     IF BA-ARCH-FS = "00"
004180     ADD 1 TO BA-ARCH-SCANNED
004190     PERFORM 3300-READ-ARCHIVE-ENTRY THRU 3300-EXIT
004200     PERFORM UNTIL BA-ARCH-EOF
004210     ADD 1 TO BA-ARCH-READ
004220     PERFORM 3400-RELEASE-ENTRY THRU 3400-EXIT
004230     PERFORM 3300-READ-ARCHIVE-ENTRY THRU 3300-EXIT
004240     END-PERFORM
004250     CLOSE ARCHIVE-FILE
004260     END-IF.
004270 3200-EXIT.
004280     EXIT.
004290
004300 3300-READ-ARCHIVE-ENTRY.
004310     READ ARCHIVE-FILE INTO TRANSACTION-RECORD
004320     AT END
004330     MOVE 'Y' TO BA-ARCH-EOF-SW
004340     END-READ.
004350 3300-EXIT.
004360     EXIT.
004370
004380 3370-READ-LOG-ENTRY.
004390     READ TRANSACTION-LOG
004400     AT END
004410     MOVE 'Y' TO BA-TXN-EOF-SW
004420     END-READ.
004430 3370-EXIT.
004440     EXIT.
004450
004460 3400-RELEASE-ENTRY.
004470     ADD 1 TO BA-RELEASE-SEQ.
004480     MOVE SPACES TO AUDIT-SORT-RECORD.
004490     MOVE TXN-ACCOUNT        TO BS-ACCOUNT.
004500     SET BS-LOG-ENTRY TO TRUE.
004510     MOVE BA-RELEASE-SEQ     TO BS-SEQ.
004520     MOVE ZERO               TO BS-STORED-BALANCE.
004530     MOVE TRANSACTION-RECORD TO BS-TXN-DATA.
004540     RELEASE AUDIT-SORT-RECORD.
004550     ADD 1 TO BA-RELEASED.
004560 3400-EXIT.
004570     EXIT.
004580
004590******************************************************************
004600*    3600-CLASSIFY-ENTRY
004610*    SIGNED BALANCE EFFECT OF ONE ENTRY. MAINTENANCE MARKERS
004620*    CARRY NO BALANCE EFFECT AND CLASSIFY TO ZERO.
004630******************************************************************
004640 3600-CLASSIFY-ENTRY.
004650     EVALUATE TXN-TYPE
004660     WHEN "DEPOSIT"
004670     MOVE TXN-AMOUNT TO BA-ENTRY-EFFECT
004680     WHEN "INTEREST"
004690     MOVE TXN-AMOUNT TO BA-ENTRY-EFFECT
004700     WHEN "TRANSFER-IN"
004710     MOVE TXN-AMOUNT TO BA-ENTRY-EFFECT
004720     WHEN "ACCT-OPEN"
004730     MOVE TXN-AMOUNT TO BA-ENTRY-EFFECT
004740     WHEN "WITHDRAWAL"
004750     COMPUTE BA-ENTRY-EFFECT = 0 - TXN-AMOUNT
004760     WHEN "OD-FEE"
004770     COMPUTE BA-ENTRY-EFFECT = 0 - TXN-AMOUNT
004780     WHEN "RECOVERY"
004790     COMPUTE BA-ENTRY-EFFECT = 0 - TXN-AMOUNT
004800     WHEN "RCVR-FEE"
004810     COMPUTE BA-ENTRY-EFFECT = 0 - TXN-AMOUNT
004820     WHEN "SVC-FEE"
004830     COMPUTE BA-ENTRY-EFFECT = 0 - TXN-AMOUNT
004840     WHEN "TD-PENALTY"
004850     COMPUTE BA-ENTRY-EFFECT = 0 - TXN-AMOUNT
004860     WHEN "CHARGE-OFF"
004870     MOVE TXN-AMOUNT TO BA-ENTRY-EFFECT
004880     WHEN "EXT-CREDIT"
004890     MOVE TXN-AMOUNT TO BA-ENTRY-EFFECT
004900     WHEN "EXT-DEBIT"
004910     COMPUTE BA-ENTRY-EFFECT = 0 - TXN-AMOUNT
004920     WHEN "EXT-PAYMENT"
004930     COMPUTE BA-ENTRY-EFFECT = 0 - TXN-AMOUNT
004940     WHEN "EXT-RETURN"
004950     MOVE TXN-AMOUNT TO BA-ENTRY-EFFECT
004960     WHEN "TLR-DEPOSIT"
004970     MOVE TXN-AMOUNT TO BA-ENTRY-EFFECT
004980     WHEN "TLR-WITHDRWL"
004990     COMPUTE BA-ENTRY-EFFECT = 0 - TXN-AMOUNT
005000     WHEN "TRANSFER-OUT"
005010     COMPUTE BA-ENTRY-EFFECT = 0 - TXN-AMOUNT
005020     WHEN "REV-WITHDRWL"
005030     MOVE TXN-AMOUNT TO BA-ENTRY-EFFECT
005040     WHEN "REV-TLR-WDL"
005050     MOVE TXN-AMOUNT TO BA-ENTRY-EFFECT
005060     WHEN "REV-OD-FEE"
005070     MOVE TXN-AMOUNT TO BA-ENTRY-EFFECT
005080     WHEN "REV-SVC-FEE"
005090     MOVE TXN-AMOUNT TO BA-ENTRY-EFFECT
005100     WHEN "REV-RCVR-FEE"
005110     MOVE TXN-AMOUNT TO BA-ENTRY-EFFECT
005120     WHEN "REV-DEPOSIT"
005130     COMPUTE BA-ENTRY-EFFECT = 0 - TXN-AMOUNT
005140     WHEN "REV-TLR-DEP"
005150     COMPUTE BA-ENTRY-EFFECT = 0 - TXN-AMOUNT
005160     WHEN "REV-EXT-CRED"
005170     COMPUTE BA-ENTRY-EFFECT = 0 - TXN-AMOUNT
005180     WHEN "REV-INTEREST"
005190     COMPUTE BA-ENTRY-EFFECT = 0 - TXN-AMOUNT
005200     WHEN OTHER
005210     MOVE ZERO TO BA-ENTRY-EFFECT
005220     END-EVALUATE.
005230 3600-EXIT.
005240     EXIT.
005250
005260******************************************************************
005270*    4000-AUDIT-ACCOUNTS
005280*    SORT OUTPUT PROCEDURE - CONTROL BREAK ON THE ACCOUNT. THE
005290*    MASTER RECORD GIVES THE STORED BALANCE AND CHECKPOINT FLAG;
005300*    THE ENTRIES THAT FOLLOW ARE REPLAYED IN LOGGED ORDER.
005310******************************************************************
005320 4000-AUDIT-ACCOUNTS.
005330     PERFORM 4100-RETURN-SORT THRU 4100-EXIT.
005340     PERFORM UNTIL BA-SORT-EOF
005350     IF NOT BA-GROUP-OPEN OR BS-ACCOUNT NOT = BA-ACCT-NUMBER
005360     PERFORM 4400-FINISH-ACCOUNT THRU 4400-EXIT
005370     PERFORM 4200-START-ACCOUNT THRU 4200-EXIT
005380     END-IF
005390     IF BS-MASTER
005400     MOVE BS-STORED-BALANCE TO BA-STORED-BALANCE
005410     MOVE BS-CKPT-FLAG      TO BA-CKPT-FLAG
005420     SET BA-HAVE-MASTER TO TRUE
005430     ELSE
005440     PERFORM 4300-APPLY-ENTRY THRU 4300-EXIT
005450     END-IF
005460     PERFORM 4100-RETURN-SORT THRU 4100-EXIT
005470     END-PERFORM.
005480     PERFORM 4400-FINISH-ACCOUNT THRU 4400-EXIT.
005490 4000-EXIT.
005500     EXIT.
005510
005520 4100-RETURN-SORT.
005530     RETURN AUDIT-SORT-FILE
005540     AT END
005550     MOVE 'Y' TO BA-SORT-EOF-SW
005560     NOT AT END
005570     ADD 1 TO BA-RETURNED
005580     END-RETURN.
005590 4100-EXIT.
005600     EXIT.
005610
005620 4200-START-ACCOUNT.
005630     INITIALIZE BA-CURRENT-ACCOUNT.
005640     MOVE BS-ACCOUNT TO BA-ACCT-NUMBER.
005650     MOVE 'N' TO BA-HAVE-MASTER-SW.
005660     SET BA-GROUP-OPEN TO TRUE.
005670 4200-EXIT.
005680     EXIT.
005690
005700******************************************************************
005710*    4300-APPLY-ENTRY
005720*    ROLLS ONE ENTRY INTO ITS ACCOUNT'S REPLAYED BALANCE AND
005730*    CHECKS THE RUNNING FIGURE AGAINST THE ENTRY'S OWN LOGGED
005740*    BALANCE-AFTER. THE FIRST DISAGREEMENT PINS THE DATE THE
005750*    STORED TRAIL WENT WRONG. AN ENTRY FOR AN ACCOUNT NOT ON THE
005760*    MASTER IS AN ORPHAN - IT IS REPLAYED SO THE ACCOUNT CAN BE
005770*    LISTED, BUT IS NOT COUNTED AS AUDITED.
005780******************************************************************
005790 4300-APPLY-ENTRY.
005800     MOVE BS-TXN-DATA TO TRANSACTION-RECORD.
005810     PERFORM 3600-CLASSIFY-ENTRY THRU 3600-EXIT.
005820     ADD BA-ENTRY-EFFECT TO BA-REPLAYED.
005830     IF NOT BA-HAVE-MASTER
005840     ADD 1 TO BA-ORPHAN-COUNT
005850     GO TO 4300-EXIT
005860     END-IF.
005870
005880     ADD 1 TO BA-ENTRIES-REPLAYED.
005890     IF TXN-TYPE(1:4) = "REV-"
005900     ADD 1 TO BA-CORRECTIONS-REPLAYED
005910     END-IF.
005920     IF BA-REPLAYED NOT = TXN-BALANCE
005930     AND BA-DIVERGE-DATE = ZERO
005940     MOVE TXN-DATE TO BA-DIVERGE-DATE
005950     END-IF.
005960 4300-EXIT.
005970     EXIT.
005980
005990 4400-FINISH-ACCOUNT.
006000     IF NOT BA-GROUP-OPEN
006010     GO TO 4400-EXIT
006020     END-IF.
006030     IF BA-HAVE-MASTER
006040     ADD 1 TO BA-ACCT-COUNT
006050     PERFORM 4500-AUDIT-ONE-ACCOUNT THRU 4500-EXIT
006060     ELSE
006070     ADD 1 TO BA-ORPHAN-ACCTS
006080     PERFORM 4600-LIST-ORPHAN-ACCOUNT THRU 4600-EXIT
006090     END-IF.
006100     MOVE 'N' TO BA-GROUP-OPEN-SW.
006110 4400-EXIT.
006120     EXIT.
006130
006140******************************************************************
006150*    4500-AUDIT-ONE-ACCOUNT
006160*    ONE LINE PER ACCOUNT THAT DOES NOT TIE OUT. AN ACCOUNT
006170*    WITH A PENDING CHECKPOINT IS EXPECTED TO BE BEHIND THE LOG
006180*    AND IS FLAGGED RATHER THAN LEFT TO LOOK LIKE CORRUPTION.
006190******************************************************************
006200 4500-AUDIT-ONE-ACCOUNT.
006210     IF BA-REPLAYED = BA-STORED-BALANCE
006220     GO TO 4500-EXIT
006230     END-IF.
006240
006250     ADD 1 TO BA-DISCREPANCY-COUNT.
006260     MOVE SPACES TO BA-REPORT-ACCT-LINE.
006270     MOVE BA-ACCT-NUMBER    TO RL-ACCT-NUMBER.
006280     MOVE BA-STORED-BALANCE TO RL-STORED.
006290     MOVE BA-REPLAYED       TO RL-REPLAYED.
006300     COMPUTE BA-DIFFERENCE =
006310     BA-STORED-BALANCE - BA-REPLAYED.
006320     MOVE BA-DIFFERENCE     TO RL-DIFFERENCE.
006330     MOVE BA-DIVERGE-DATE   TO RL-DIVERGE-DATE.
006340     IF BA-CKPT-FLAG = 'Y'
006350     MOVE "*** PENDING CHECKPOINT ***" TO RL-FLAG
006360     ELSE
006370     MOVE SPACES TO RL-FLAG
006380     END-IF.
006390     WRITE AUDIT-REPORT-LINE FROM BA-REPORT-ACCT-LINE.
006400 4500-EXIT.
006410     EXIT.
006420
006430 4600-LIST-ORPHAN-ACCOUNT.
006440     MOVE SPACES TO BA-REPORT-ACCT-LINE.
006450     MOVE BA-ACCT-NUMBER TO RL-ACCT-NUMBER.
006460     MOVE ZERO           TO RL-STORED.
006470     MOVE BA-REPLAYED    TO RL-REPLAYED.
006480     MOVE ZERO           TO RL-DIFFERENCE.
006490     MOVE ZERO           TO RL-DIVERGE-DATE.
006500     MOVE "*** NO ACCOUNT MASTER ***" TO RL-FLAG.
006510     WRITE AUDIT-REPORT-LINE FROM BA-REPORT-ACCT-LINE.
006520 4600-EXIT.
006530     EXIT.
006540
006550******************************************************************
006560*    5000-REPORT-RESULTS
006570*    CLOSES THE REPORT WITH CONTROL TOTALS - EVERY ACCOUNT ON THE
006580*    MASTER WAS AUDITED, EVERY LOGGED ENTRY READ WAS REPLAYED OR
006590*    COUNTED AS AN ORPHAN, AND THE SORT RETURNED ALL IT WAS
006600*    GIVEN - OR THE REPORT IS INCOMPLETE AND THE RUN IS NOT
006610*    STAMPED.
006620******************************************************************
006630 5000-REPORT-RESULTS.
006640     MOVE SPACES TO AUDIT-REPORT-LINE.
006650     WRITE AUDIT-REPORT-LINE.
006660     IF BA-DISCREPANCY-COUNT = 0
006670     MOVE "ALL ACCOUNTS TIE OUT." TO AUDIT-REPORT-LINE
006680     WRITE AUDIT-REPORT-LINE
006690     END-IF.
006700
006710     MOVE SPACES TO AUDIT-REPORT-LINE.
006720     WRITE AUDIT-REPORT-LINE.
006730     MOVE "CONTROL TOTALS" TO AUDIT-REPORT-LINE.
006740     WRITE AUDIT-REPORT-LINE.
006750     MOVE "ACCOUNT MASTER RECORDS READ" TO CT-LABEL.
006760     MOVE BA-ACCT-READ TO CT-COUNT.
006770     WRITE AUDIT-REPORT-LINE FROM BA-COUNT-TOTAL-LINE.
006780     MOVE "ACCOUNTS AUDITED" TO CT-LABEL.
006790     MOVE BA-ACCT-COUNT TO CT-COUNT.
006800     WRITE AUDIT-REPORT-LINE FROM BA-COUNT-TOTAL-LINE.
006810     MOVE "  NOT TYING OUT" TO CT-LABEL.
006820     MOVE BA-DISCREPANCY-COUNT TO CT-COUNT.
006830     WRITE AUDIT-REPORT-LINE FROM BA-COUNT-TOTAL-LINE.
006840     MOVE "ARCHIVE DAYS ON THE INDEX" TO CT-LABEL.
006850     MOVE BA-ARCH-EXPECTED TO CT-COUNT.
006860     WRITE AUDIT-REPORT-LINE FROM BA-COUNT-TOTAL-LINE.
006870     MOVE "ARCHIVES OPENED AND READ" TO CT-LABEL.
006880     MOVE BA-ARCH-SCANNED TO CT-COUNT.
006890     WRITE AUDIT-REPORT-LINE FROM BA-COUNT-TOTAL-LINE.
006900     MOVE "ARCHIVED ENTRIES READ" TO CT-LABEL.
006910     MOVE BA-ARCH-READ TO CT-COUNT.
006920     WRITE AUDIT-REPORT-LINE FROM BA-COUNT-TOTAL-LINE.
006930     MOVE "LIVE LOG ENTRIES READ" TO CT-LABEL.
006940     MOVE BA-LOG-READ TO CT-COUNT.
006950     WRITE AUDIT-REPORT-LINE FROM BA-COUNT-TOTAL-LINE.
006960     MOVE "ENTRIES REPLAYED" TO CT-LABEL.
006970     MOVE BA-ENTRIES-REPLAYED TO CT-COUNT.
006980     WRITE AUDIT-REPORT-LINE FROM BA-COUNT-TOTAL-LINE.
006990     MOVE "  OF WHICH CORRECTIONS" TO CT-LABEL.
007000     MOVE BA-CORRECTIONS-REPLAYED TO CT-COUNT.
007010     WRITE AUDIT-REPORT-LINE FROM BA-COUNT-TOTAL-LINE.
007020     MOVE "ORPHAN ENTRIES (NO ACCOUNT MASTER)" TO CT-LABEL.
007030     MOVE BA-ORPHAN-COUNT TO CT-COUNT.
007040     WRITE AUDIT-REPORT-LINE FROM BA-COUNT-TOTAL-LINE.
007050     MOVE "  ON ACCOUNTS" TO CT-LABEL.
007060     MOVE BA-ORPHAN-ACCTS TO CT-COUNT.
007070     WRITE AUDIT-REPORT-LINE FROM BA-COUNT-TOTAL-LINE.
007080     MOVE "SORT RECORDS RELEASED" TO CT-LABEL.
007090     MOVE BA-RELEASED TO CT-COUNT.
007100     WRITE AUDIT-REPORT-LINE FROM BA-COUNT-TOTAL-LINE.
007110     MOVE "SORT RECORDS RETURNED" TO CT-LABEL.
007120     MOVE BA-RETURNED TO CT-COUNT.
007130     WRITE AUDIT-REPORT-LINE FROM BA-COUNT-TOTAL-LINE.
007140
007150     COMPUTE BA-ENTRIES-READ = BA-ARCH-READ + BA-LOG-READ.
007160     COMPUTE BA-PROOF-TOTAL = BA-ACCT-READ + BA-ENTRIES-READ.
007170     IF SORT-RETURN NOT = 0
007180     OR BA-RELEASED NOT = BA-RETURNED
007190     OR BA-RELEASED NOT = BA-PROOF-TOTAL
007200     OR BA-ACCT-COUNT NOT = BA-ACCT-READ
007210     OR BA-ENTRIES-READ NOT =
007220     BA-ENTRIES-REPLAYED + BA-ORPHAN-COUNT
007230     OR BA-ARCH-SCANNED NOT = BA-ARCH-EXPECTED
007240     OR BA-INPUT-FAILED
007250     MOVE 'N' TO BA-CONTINUE-SW
007260     END-IF.
007270     IF BA-CONTINUE-SW = 'Y'
007280     MOVE "  CONTROL TOTALS AGREE - EVERY ACCOUNT AND EVERY ENTRY"
007290     TO AUDIT-REPORT-LINE
007300     WRITE AUDIT-REPORT-LINE
007310     MOVE "  WAS AUDITED." TO AUDIT-REPORT-LINE
007320     WRITE AUDIT-REPORT-LINE
007330     ELSE
007340     MOVE "  *** CONTROL TOTALS DO NOT AGREE - REPORT IS"
007350     TO AUDIT-REPORT-LINE
007360     WRITE AUDIT-REPORT-LINE
007370     MOVE "  *** INCOMPLETE. RUN NOT STAMPED."
007380     TO AUDIT-REPORT-LINE
007390     WRITE AUDIT-REPORT-LINE
007400     DISPLAY "BALAUDIT CONTROL TOTALS DO NOT AGREE."
007410     END-IF.
007420 5000-EXIT.
007430     EXIT.
007440
007450******************************************************************
007460*    8800-STAMP-RUN-CONTROL
007470*    RECORDS THE SUCCESSFUL AUDIT ON RUNCTL.
007480******************************************************************
007490 8800-STAMP-RUN-CONTROL.
007500     OPEN I-O RUN-CONTROL.
007510     IF BA-RUNCTL-FS = "35"
007520     OPEN OUTPUT RUN-CONTROL
007530     CLOSE RUN-CONTROL
007540     OPEN I-O RUN-CONTROL
007550     END-IF.
007560     IF BA-RUNCTL-FS NOT = "00"
007570     DISPLAY "WARNING - RUN NOT STAMPED. STATUS=" BA-RUNCTL-FS
007580     GO TO 8800-EXIT
007590     END-IF.
007600
007610     MOVE 'N' TO BA-RC-FOUND-SW.
007620     MOVE "BALAUDIT" TO RC-JOB-NAME.
007630     READ RUN-CONTROL
007640     INVALID KEY
007650     MOVE SPACES TO RUNCTL-RECORD
007660     MOVE "BALAUDIT" TO RC-JOB-NAME
007670     MOVE ZERO TO RC-RUN-COUNT
007680     NOT INVALID KEY
007690     SET BA-RC-FOUND TO TRUE
007700     END-READ.
007710
007720     MOVE BA-RUN-DATE TO RC-LAST-RUN-DATE.
007730     ACCEPT RC-LAST-RUN-TIME FROM TIME.
007740     MOVE ZERO TO RC-LAST-PERIOD.
007750     ADD 1 TO RC-RUN-COUNT.
007760     IF BA-RC-FOUND
007770     REWRITE RUNCTL-RECORD
007780     ELSE
007790     WRITE RUNCTL-RECORD
007800     END-IF.
007810     CLOSE RUN-CONTROL.
007820 8800-EXIT.
007830     EXIT.
007840
007850******************************************************************
007860*    8900-GET-BUSINESS-DATE
007870*    READS THE PROCESSING DATE FROM THE BUSDATE CONTROL FILE -
007880*    THE WALL CLOCK ONLY SEEDS THE FILE THE FIRST TIME IT IS
007890*    MISSING. THE DATE ADVANCES ONLY WHEN THE EODROLL ROLLOVER
007900*    CLOSES THE DAY, SO WORK THAT SLIPS PAST MIDNIGHT STILL
007910*    STAMPS THE DAY IT BELONGS TO.
007920******************************************************************
007930 8900-GET-BUSINESS-DATE.
007940     OPEN INPUT BUSINESS-DATE.
007950     IF BA-BD-FS = "35"
007960     PERFORM 8950-CREATE-BUSDATE THRU 8950-EXIT
007970     OPEN INPUT BUSINESS-DATE
007980     END-IF.
007990     IF BA-BD-FS NOT = "00"
008000     DISPLAY "BUSDATE UNAVAILABLE - USING THE WALL CLOCK."
008010     ACCEPT BA-RUN-DATE FROM DATE YYYYMMDD
008020     GO TO 8900-EXIT
008030     END-IF.
008040     READ BUSINESS-DATE
008050     AT END
008060     DISPLAY "BUSDATE IS EMPTY - USING THE WALL CLOCK."
008070     ACCEPT BA-RUN-DATE FROM DATE YYYYMMDD
008080     CLOSE BUSINESS-DATE
008090     GO TO 8900-EXIT
008100     END-READ.
008110     MOVE BD-BUSINESS-DATE TO BA-RUN-DATE.
008120     CLOSE BUSINESS-DATE.
008130 8900-EXIT.
008140     EXIT.
008150
008160 8950-CREATE-BUSDATE.
008170     OPEN OUTPUT BUSINESS-DATE.
008180     MOVE SPACES TO BUSDATE-RECORD.
008190     ACCEPT BD-BUSINESS-DATE FROM DATE YYYYMMDD.
008200     WRITE BUSDATE-RECORD.
008210     CLOSE BUSINESS-DATE.
008220 8950-EXIT.
008230     EXIT.
008240
008250******************************************************************
008260*    9000-TERMINATE
008270******************************************************************
008280 9000-TERMINATE.
008290     CLOSE ACCOUNT-MASTER.
008300     CLOSE AUDIT-REPORT.
008310     DISPLAY "BALANCE AUDIT COMPLETE. SEE AUDITRPT.".
008320     DISPLAY "ACCOUNTS AUDITED:   " BA-ACCT-COUNT.
008330     DISPLAY "ENTRIES REPLAYED:   " BA-ENTRIES-REPLAYED.
008340     DISPLAY "CORRECTIONS:        " BA-CORRECTIONS-REPLAYED.
008350     DISPLAY "DISCREPANCIES:      " BA-DISCREPANCY-COUNT.
008360     IF BA-ORPHAN-COUNT > 0
008370     DISPLAY "ORPHAN LOG ENTRIES (NO MASTER ACCOUNT): "
008380     BA-ORPHAN-COUNT
008390     END-IF.
008400     IF BA-CONTINUE-SW NOT = 'Y'
008410     MOVE 8 TO RETURN-CODE
008420     ELSE
008430     IF BA-DISCREPANCY-COUNT > 0 OR BA-ORPHAN-COUNT > 0
008440     MOVE 4 TO RETURN-CODE
008450     END-IF
008460     END-IF.
008470 9000-EXIT.
008480     EXIT.
