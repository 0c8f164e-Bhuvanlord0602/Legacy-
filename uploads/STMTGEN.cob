000450*                     THE DAY IT BELONGS TO. THE DATE ADVANCES
000460*                     ONLY WHEN THE EODROLL ROLLOVER CLOSES THE
000470*                     DAY.
000480*    10/14/2026 RH    REV- CORRECTION ENTRIES FROM THE NEW
000490*                     ACCTMNT TELLER REVERSAL OPTION PRINT WITH
000500*                     THE OPPOSITE EFFECT OF THE ENTRY THEY
000510*                     REVERSE AND TOTAL, NET, UNDER A NEW TOTAL
000520*                     CORRECTIONS LINE - NOT AS NEW DEPOSITS OR
000530*                     WITHDRAWALS.
000540*    10/15/2026 RH    THE TD-PENALTY EARLY-WITHDRAWAL CHARGE ON A
000550*                     TERM DEPOSIT (SEE ACCTMNT) PRINTS AS A DEBIT
000560*                     AND TOTALS WITH THE FEES.
000570*    10/15/2026 RH    A CHARGE-OFF ENTRY FROM THE ODAGING
000580*                     OVERDRAFT AGING RUN PRINTS AS A CREDIT AND
000590*                     TOTALS WITH THE CORRECTIONS. A CO-RECOVERY
000600*                     ON A CHARGED-OFF ACCOUNT LEAVES THE BALANCE
000610*                     AT ZERO AND PRINTS WITH NO EFFECT.
000620*    10/15/2026 RH    EXT-PAYMENT (AN OUTSIDE BILL PAYMENT) COUNTS
000630*                     AS A DEBIT AND EXT-RETURN (ONE SENT BACK BY
000640*                     THE PAYEE'S BANK) AS A CREDIT.
000650*    10/15/2026 RH    THE 1000-ENTRY PER-ACCOUNT TABLE IS GONE,
000660*                     AND WITH IT THE TRUNCATED-STATEMENT
000670*                     WARNING. THE ARCHIVES AND LIVE LOG ARE READ
000680*                     ONCE, NOT ONCE PER ACCOUNT; THE MONTH'S
000690*                     ENTRIES ARE SORTED BY ACCOUNT, MATCHED TO
000700*                     THE MASTER AND SPOOLED THROUGH THE STMTWORK
000710*                     WORK FILE UNTIL THE OPENING BALANCE IS
000720*                     KNOWN, SO A STATEMENT CARRIES EVERY ENTRY
000730*                     HOWEVER BUSY THE ACCOUNT. STMTRPT ENDS WITH
000740*                     CONTROL TOTALS; IF THEY DO NOT AGREE THE
000750*                     RUN ENDS RC 8 AND IS NOT STAMPED.
000760*    10/15/2026 RH    REV-EXT-CRED (A TELLER REVERSAL OF A WRONG
000770*                     EXT-CREDIT FROM PAYIMPRT) COUNTS AS A DEBIT
000780*                     AND PRINTS WITH THE OTHER CORRECTIONS.
000790*    10/15/2026 RH    EVERY ARCHIVE THE TXNARCIX INDEX NAMES FOR
000800*                     THE MONTH MUST NOW OPEN AND BE READ, AND AN
000810*                     ARCHIVE INDEX OR LIVE LOG THAT WILL NOT OPEN
000820*                     FOR ANY REASON BUT NOT-YET-CREATED (35)
000830*                     FAILS THE CONTROL TOTALS - RC 8 AND THE RUN
000840*                     IS NOT STAMPED.
000850*    10/15/2026 RH    A STMTWORK SPOOL FILE THAT WILL NOT OPEN,
000860*                     FOR WRITING OR FOR READING BACK, NOW FAILS
000870*                     THE RUN - RETURN CODE 8, RUN NOT STAMPED -
000880*                     AND THE ACCOUNT'S STATEMENT IS MARKED
000890*                     INCOMPLETE. A FAILED READ-BACK OPEN USED TO
000900*                     LOOP.
000910******************************************************************
000920
000930 ENVIRONMENT DIVISION.
000940 INPUT-OUTPUT SECTION.
000950 FILE-CONTROL.
000960     SELECT ACCOUNT-MASTER  ASSIGN TO "ACCTMAST"
000970     ORGANIZATION IS INDEXED
000980     ACCESS MODE IS SEQUENTIAL
000990     RECORD KEY IS ACCT-NUMBER
001000     FILE STATUS IS SG-ACCT-FS.
001010
001020     SELECT TRANSACTION-LOG ASSIGN TO "TXNLOG"
001030     ORGANIZATION IS LINE SEQUENTIAL
001040     FILE STATUS IS SG-TXN-FS.
001050
001060     SELECT ARCHIVE-INDEX   ASSIGN TO "TXNARCIX"
001070     ORGANIZATION IS LINE SEQUENTIAL
001080     FILE STATUS IS SG-ARCIX-FS.
001090
001100     SELECT ARCHIVE-FILE    ASSIGN TO DYNAMIC SG-ARCHIVE-NAME
001110     ORGANIZATION IS LINE SEQUENTIAL
001120     FILE STATUS IS SG-ARCH-FS.
001130
001140     SELECT STMT-REPORT     ASSIGN TO "STMTRPT"
001150     ORGANIZATION IS LINE SEQUENTIAL
001160     FILE STATUS IS SG-RPT-FS.
001170
001180     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
001190     ORGANIZATION IS INDEXED
001200     ACCESS MODE IS DYNAMIC
001210     RECORD KEY IS RC-JOB-NAME
001220     FILE STATUS IS SG-RUNCTL-FS.
001230
001240     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
001250     ORGANIZATION IS INDEXED
001260     ACCESS MODE IS DYNAMIC
001270     RECORD KEY IS CUST-ID
001280     FILE STATUS IS SG-CUST-FS.
001290
001300     SELECT BUSINESS-DATE   ASSIGN TO "BUSDATE"
001310     ORGANIZATION IS LINE SEQUENTIAL
001320     FILE STATUS IS SG-BD-FS.
001330
001340     SELECT STMT-WORK-FILE  ASSIGN TO "STMTWORK"
001350     ORGANIZATION IS LINE SEQUENTIAL
001360     FILE STATUS IS SG-WORK-FS.
001370
001380     SELECT STMT-SORT-FILE  ASSIGN TO "SGSORT".
001390
001400 DATA DIVISION.
001410 FILE SECTION.
001420 FD  ACCOUNT-MASTER
001430     LABEL RECORDS ARE STANDARD.
001440     COPY ACCTREC.
001450
001460 FD  TRANSACTION-LOG
001470     LABEL RECORDS ARE STANDARD.
001480     COPY TXNREC.
001490
001500 FD  ARCHIVE-INDEX
001510     LABEL RECORDS ARE STANDARD.
001520     COPY ARCIXREC.
001530
001540 FD  ARCHIVE-FILE
001550     LABEL RECORDS ARE STANDARD.
001560 01  ARCHIVE-RECORD              PIC X(69).
001570
001580 FD  STMT-REPORT
001590     LABEL RECORDS ARE STANDARD.
001600 01  STMT-REPORT-LINE            PIC X(80).
001610
001620 FD  RUN-CONTROL
001630     LABEL RECORDS ARE STANDARD.
001640     COPY RUNREC.
001650
001660 FD  CUSTOMER-MASTER
001670     LABEL RECORDS ARE STANDARD.
001680     COPY CUSTREC.
001690
001700 FD  BUSINESS-DATE
001710     LABEL RECORDS ARE STANDARD.
001720     COPY BDREC.
001730
001740 FD  STMT-WORK-FILE
001750     LABEL RECORDS ARE STANDARD.
001760 01  STMT-WORK-RECORD.
001770     05  SW-TXN-DATA             PIC X(69).
001780     05  SW-EFFECT               PIC S9(07)V99.
001790
001800******************************************************************
001810*    ONE SORT RECORD PER HISTORY ENTRY FROM THE STATEMENT MONTH
001820*    ON, CARRYING THE WHOLE LOG IMAGE. SS-SEQ IS THE ORDER THE
001830*    ENTRY WAS MET IN, SO EACH ACCOUNT'S ENTRIES COME BACK IN
001840*    LOGGED ORDER.
001850******************************************************************
001860 SD  STMT-SORT-FILE.
001870 01  STMT-SORT-RECORD.
001880     05  SS-ACCOUNT              PIC 9(06).
001890     05  SS-SEQ                  PIC 9(09).
001900     05  SS-TXN-DATA             PIC X(69).
001910
001920 WORKING-STORAGE SECTION.
001930******************************************************************
001940*    FILE STATUS AND SWITCHES
001950******************************************************************
001960 01  SG-ACCT-FS               PIC X(02)  VALUE "00".
001970 01  SG-TXN-FS                PIC X(02)  VALUE "00".
001980 01  SG-ARCIX-FS              PIC X(02)  VALUE "00".
001990 01  SG-ARCH-FS               PIC X(02)  VALUE "00".
002000 01  SG-RPT-FS                PIC X(02)  VALUE "00".
002010 01  SG-RUNCTL-FS             PIC X(02)  VALUE "00".
002020 01  SG-CUST-FS               PIC X(02)  VALUE "00".
002030 01  SG-BD-FS                 PIC X(02)  VALUE "00".
002040 01  SG-WORK-FS               PIC X(02)  VALUE "00".
002050 77  SG-RUN-DATE              PIC 9(08).
002060
002070 01  SG-RC-FOUND-SW           PIC X(01)  VALUE 'N'.
002080     88  SG-RC-FOUND                  VALUE 'Y'.
002090
002100 01  SG-CUST-AVAIL-SW         PIC X(01)  VALUE 'N'.
002110     88  SG-CUST-AVAIL                VALUE 'Y'.
002120
002130 01  SG-ACCT-EOF-SW           PIC X(01)  VALUE 'N'.
002140     88  SG-ACCT-EOF                  VALUE 'Y'.
002150
002160 01  SG-TXN-EOF-SW            PIC X(01)  VALUE 'N'.
002170     88  SG-TXN-EOF                   VALUE 'Y'.
002180
002190 01  SG-ARCIX-EOF-SW          PIC X(01)  VALUE 'N'.
002200     88  SG-ARCIX-EOF                 VALUE 'Y'.
002210
002220 01  SG-ARCH-EOF-SW           PIC X(01)  VALUE 'N'.
002230     88  SG-ARCH-EOF                  VALUE 'Y'.
002240
002250 01  SG-WORK-EOF-SW           PIC X(01)  VALUE 'N'.
002260     88  SG-WORK-EOF                  VALUE 'Y'.
002270
002280 01  SG-SORT-EOF-SW           PIC X(01)  VALUE 'N'.
002290     88  SG-SORT-EOF                  VALUE 'Y'.
002300
002310 01  SG-CONTINUE-SW           PIC X(01)  VALUE 'Y'.
002320
002330 01  SG-INPUT-FAIL-SW         PIC X(01)  VALUE 'N'.
002340     88  SG-INPUT-FAILED              VALUE 'Y'.
002350
002360******************************************************************
002370*    STATEMENT PERIOD AND SCAN WORK FIELDS
002380******************************************************************
002390 01  SG-STMT-MONTH            PIC 9(06).
002400 01  SG-STMT-MONTH-SPLIT REDEFINES SG-STMT-MONTH.
002410     05  SG-STMT-YYYY         PIC 9(04).
002420     05  SG-STMT-MM           PIC 9(02).
002430 01  SG-TXN-DATE-SPLIT.
002440     05  SG-TXN-YM            PIC 9(06).
002450     05  SG-TXN-DD            PIC 9(02).
002460 01  SG-ARCIX-DATE-SPLIT.
002470     05  SG-ARCIX-YM          PIC 9(06).
002480     05  SG-ARCIX-DD          PIC 9(02).
002490 77  SG-ARCHIVE-NAME          PIC X(12).
002500 77  SG-PREV-ARCIX-DATE       PIC 9(08)  VALUE 0.
002510 77  SG-ENTRY-EFFECT          PIC S9(07)V99.
002520 77  SG-MONTH-NET             PIC S9(09)V99.
002530 77  SG-POST-NET              PIC S9(09)V99.
002540 77  SG-OPEN-BALANCE          PIC S9(09)V99.
002550 77  SG-RUN-BALANCE           PIC S9(09)V99.
002560 77  SG-ACCOUNTS-DONE         PIC 9(06)  VALUE 0.
002570
002580******************************************************************
002590*    PER-ACCOUNT ENTRY COUNT - THE MONTH'S ACTIVITY FOR THE
002600*    ACCOUNT BEING BUILT IS SPOOLED TO STMTWORK IN THE ORDER IT
002610*    WAS LOGGED (ARCHIVES OLDEST FIRST, THEN THE LIVE LOG), WHICH
002620*    IS DATE-AND-TIME ORDER ON AN APPEND-ONLY LOG, AND PRINTED
002630*    BACK FROM THERE ONCE THE OPENING BALANCE IS KNOWN - SO THERE
002640*    IS NO LIMIT ON AN ACCOUNT'S ENTRIES.
002650******************************************************************
002660 77  SG-ENT-COUNT             PIC 9(07)  VALUE 0.
002670
002680******************************************************************
002690*    CONTROL TOTALS - EVERY HISTORY ENTRY IS EITHER BEFORE THE
002700*    MONTH OR COMES BACK FROM THE SORT AGAINST ITS ACCOUNT, AND
002710*    EVERY MONTH ENTRY SPOOLED IS PRINTED.
002720******************************************************************
002730 77  SG-ACCT-READ             PIC 9(07)  VALUE 0.
002740 77  SG-ENTRIES-READ          PIC 9(09)  VALUE 0.
002750 77  SG-BEFORE-MONTH          PIC 9(09)  VALUE 0.
002760 77  SG-AFTER-MONTH           PIC 9(09)  VALUE 0.
002770 77  SG-ENTRIES-SPOOLED       PIC 9(09)  VALUE 0.
002780 77  SG-ENTRIES-PRINTED       PIC 9(09)  VALUE 0.
002790 77  SG-ENTRIES-NO-MASTER     PIC 9(09)  VALUE 0.
002800 77  SG-RELEASED              PIC 9(09)  VALUE 0.
002810 77  SG-RETURNED              PIC 9(09)  VALUE 0.
002820 77  SG-PROOF-TOTAL           PIC 9(09)  VALUE 0.
002830 77  SG-ARCH-EXPECTED         PIC 9(05)  VALUE 0.
002840 77  SG-ARCH-SCANNED          PIC 9(05)  VALUE 0.
002850
002860******************************************************************
002870*    TOTALS BY TYPE FOR THE STATEMENT PERIOD
002880******************************************************************
002890 77  SG-TOT-DEPOSIT           PIC S9(09)V99 VALUE 0.
002900 77  SG-TOT-WITHDRAWAL        PIC S9(09)V99 VALUE 0.
002910 77  SG-TOT-FEES              PIC S9(09)V99 VALUE 0.
002920 77  SG-TOT-INTEREST          PIC S9(09)V99 VALUE 0.
002930 77  SG-TOT-XFER-IN           PIC S9(09)V99 VALUE 0.
002940 77  SG-TOT-XFER-OUT          PIC S9(09)V99 VALUE 0.
002950 77  SG-TOT-RECOVERY          PIC S9(09)V99 VALUE 0.
002960 77  SG-TOT-CORRECTIONS       PIC S9(09)V99 VALUE 0.
002970
002980******************************************************************
002990*    REPORT LINES
003000******************************************************************
003010 01  SG-DETAIL-LINE.
003020     05  FILLER               PIC X(02)  VALUE SPACES.
003030     05  DL-DATE              PIC 9(08).
003040     05  FILLER               PIC X(01)  VALUE SPACES.
003050     05  DL-TIME              PIC 9(08).
003060     05  FILLER               PIC X(02)  VALUE SPACES.
003070     05  DL-TYPE              PIC X(12).
003080     05  FILLER               PIC X(02)  VALUE SPACES.
003090     05  DL-AMOUNT            PIC -(7)9.99.
003100     05  FILLER               PIC X(02)  VALUE SPACES.
003110     05  DL-BALANCE           PIC -(9)9.99.
003120
003130 01  SG-TOTAL-LINE.
003140     05  FILLER               PIC X(02)  VALUE SPACES.
003150     05  TL-LABEL             PIC X(22).
003160     05  TL-AMOUNT            PIC -(9)9.99.
003170
003180 01  SG-COUNT-TOTAL-LINE.
003190     05  FILLER               PIC X(02)  VALUE SPACES.
003200     05  CT-LABEL             PIC X(40).
003210     05  CT-COUNT             PIC Z(8)9.
003220
003230 PROCEDURE DIVISION.
003240******************************************************************
003250*    0000-MAINLINE
003260******************************************************************
003270 0000-MAINLINE.
003280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003290     SORT STMT-SORT-FILE
003300     ON ASCENDING KEY SS-ACCOUNT SS-SEQ
003310     INPUT PROCEDURE IS 2000-RELEASE-HISTORY THRU 2000-EXIT
003320     OUTPUT PROCEDURE IS 4000-PRINT-STATEMENTS THRU 4000-EXIT.
003330     PERFORM 5900-PRINT-CONTROL-TOTALS THRU 5900-EXIT.
003340     IF SG-CONTINUE-SW = 'Y'
003350     PERFORM 8800-STAMP-RUN-CONTROL THRU 8800-EXIT
003360     ELSE
003370     MOVE 8 TO RETURN-CODE
003380     END-IF.
003390     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003400     STOP RUN.
003410
003420******************************************************************
003430*    1000-INITIALIZE
003440*    PROMPTS FOR THE STATEMENT MONTH AND OPENS THE FILES.
003450******************************************************************
003460 1000-INITIALIZE.
003470     PERFORM 8900-GET-BUSINESS-DATE THRU 8900-EXIT.
003480     DISPLAY "ENTER STATEMENT MONTH (YYYYMM): ".
003490     ACCEPT SG-STMT-MONTH.
003500     IF SG-STMT-MM < 01 OR SG-STMT-MM > 12
003510     DISPLAY "INVALID STATEMENT MONTH. RUN CANCELLED."
003520     STOP RUN
003530     END-IF.
003540
003550     OPEN INPUT ACCOUNT-MASTER.
003560     IF SG-ACCT-FS NOT = "00"
003570     DISPLAY "UNABLE TO OPEN ACCOUNT MASTER FILE. STATUS="
003580     SG-ACCT-FS
003590     STOP RUN
003600     END-IF.
003610
003620     OPEN INPUT CUSTOMER-MASTER.
003630     IF SG-CUST-FS = "00"
003640     SET SG-CUST-AVAIL TO TRUE
003650     ELSE
003660     DISPLAY "CUSTOMER MASTER UNAVAILABLE. STATUS=" SG-CUST-FS
003670     DISPLAY "STATEMENTS WILL PRINT WITHOUT ADDRESS BLOCKS."
003680     END-IF.
003690
003700     OPEN OUTPUT STMT-REPORT.
003710     MOVE SPACES TO STMT-REPORT-LINE.
003720     STRING "MONTHLY ACCOUNT STATEMENTS FOR " DELIMITED BY SIZE
003730     SG-STMT-MONTH DELIMITED BY SIZE
003740     INTO STMT-REPORT-LINE.
003750     WRITE STMT-REPORT-LINE.
003760 1000-EXIT.
003770     EXIT.
003780
003790******************************************************************
003800*    2000-RELEASE-HISTORY
003810*    SORT INPUT PROCEDURE - ONE PASS OVER EVERY ARCHIVE DATED IN
003820*    OR AFTER THE STATEMENT MONTH, THEN THE LIVE LOG. INDEX DATES
003830*    ASCEND WITHIN ONE CUTOVER RUN, SO ANY ENTRY NOT NEWER THAN
003840*    THE LAST DAY PROCESSED IS A RERUN'S DUPLICATE OF A DAY
003850*    ALREADY SCANNED - THE ARCHIVES ARE REWRITTEN WHOLE, SO THE
003860*    DUPLICATE IS IDENTICAL AND SAFE TO SKIP.
003870******************************************************************
003880 2000-RELEASE-HISTORY.
003890     MOVE 0 TO SG-PREV-ARCIX-DATE.
003900     MOVE 'N' TO SG-ARCIX-EOF-SW.
003910     OPEN INPUT ARCHIVE-INDEX.
003920     IF SG-ARCIX-FS = "00"
003930     PERFORM 3100-READ-INDEX-ENTRY THRU 3100-EXIT
003940     PERFORM UNTIL SG-ARCIX-EOF
003950     MOVE ARCIX-DATE TO SG-ARCIX-DATE-SPLIT
003960     IF SG-ARCIX-YM NOT < SG-STMT-MONTH
003970     AND ARCIX-DATE > SG-PREV-ARCIX-DATE
003980     ADD 1 TO SG-ARCH-EXPECTED
003990     MOVE ARCIX-FILE-NAME TO SG-ARCHIVE-NAME
004000     PERFORM 3200-SCAN-ONE-ARCHIVE THRU 3200-EXIT
004010     MOVE ARCIX-DATE TO SG-PREV-ARCIX-DATE
004020     END-IF
004030     PERFORM 3100-READ-INDEX-ENTRY THRU 3100-EXIT
004040     END-PERFORM
004050     CLOSE ARCHIVE-INDEX
004060     END-IF.
004070     IF SG-ARCIX-FS NOT = "00" AND SG-ARCIX-FS NOT = "35"
004080     DISPLAY "ARCHIVE INDEX WILL NOT OPEN. STATUS=" SG-ARCIX-FS
004090     SET SG-INPUT-FAILED TO TRUE
004100     END-IF.
004110
004120     MOVE 'N' TO SG-TXN-EOF-SW.
004130     OPEN INPUT TRANSACTION-LOG.
004140     IF SG-TXN-FS = "00"
004150     PERFORM 3370-READ-LOG-ENTRY THRU 3370-EXIT
004160     PERFORM UNTIL SG-TXN-EOF
004170     PERFORM 2200-SELECT-ENTRY THRU 2200-EXIT
004180     PERFORM 3370-READ-LOG-ENTRY THRU 3370-EXIT
004190     END-PERFORM
004200     CLOSE TRANSACTION-LOG
004210     END-IF.
004220     IF SG-TXN-FS NOT = "00" AND SG-TXN-FS NOT = "35"
004230     DISPLAY "TRANSACTION LOG WILL NOT OPEN. STATUS=" SG-TXN-FS
004240     SET SG-INPUT-FAILED TO TRUE
004250     END-IF.
004260 2000-EXIT.
004270     EXIT.
004280
004290 2100-READ-ACCOUNT.
004300     READ ACCOUNT-MASTER NEXT
004310     AT END
004320     MOVE 'Y' TO SG-ACCT-EOF-SW
004330     END-READ.
004340 2100-EXIT.
004350     EXIT.
004360
004370******************************************************************
004380*    2200-SELECT-ENTRY
004390*    ONE LOG OR ARCHIVE ENTRY (IN TRANSACTION-RECORD). ENTRIES
004400*    BEFORE THE STATEMENT MONTH ARE NOT NEEDED - THE OPENING
004410*    BALANCE IS DERIVED BACKWARDS. THE REST ARE RELEASED WHOLE;
004420*    SS-SEQ KEEPS EACH ACCOUNT'S ENTRIES IN LOGGED ORDER.
004430******************************************************************
004440 2200-SELECT-ENTRY.
004450     ADD 1 TO SG-ENTRIES-READ.
004460     MOVE TXN-DATE TO SG-TXN-DATE-SPLIT.
004470     IF SG-TXN-YM < SG-STMT-MONTH
004480     ADD 1 TO SG-BEFORE-MONTH
004490     GO TO 2200-EXIT
004500     END-IF.
004510
004520     MOVE SPACES TO STMT-SORT-RECORD.
004530     MOVE TXN-ACCOUNT TO SS-ACCOUNT.
004540     ADD 1 TO SG-RELEASED.
004550     MOVE SG-RELEASED TO SS-SEQ.
004560     MOVE TRANSACTION-RECORD TO SS-TXN-DATA.
004570     RELEASE STMT-SORT-RECORD.
004580 2200-EXIT.
004590     EXIT.
004600
004610 3100-READ-INDEX-ENTRY.
004620     READ ARCHIVE-INDEX
004630     AT END
004640     MOVE 'Y' TO SG-ARCIX-EOF-SW
004650     END-READ.
004660 3100-EXIT.
004670     EXIT.
004680
004690 3200-SCAN-ONE-ARCHIVE.
004700     MOVE 'N' TO SG-ARCH-EOF-SW.
004710     OPEN INPUT ARCHIVE-FILE.
004720     IF SG-ARCH-FS NOT = "00"
004730     DISPLAY "ARCHIVE " SG-ARCHIVE-NAME " WILL NOT OPEN. STATUS="
004740     SG-ARCH-FS
004750     GO TO 3200-EXIT
004760     END-IF.
004770     ADD 1 TO SG-ARCH-SCANNED.
004780     IF SG-ARCH-FS = "00"
004790     PERFORM 3300-READ-ARCHIVE-ENTRY THRU 3300-EXIT
004800     PERFORM UNTIL SG-ARCH-EOF
004810     PERFORM 2200-SELECT-ENTRY THRU 2200-EXIT
004820     PERFORM 3300-READ-ARCHIVE-ENTRY THRU 3300-EXIT
004830     END-PERFORM
004840     CLOSE ARCHIVE-FILE
004850     END-IF.
004860 3200-EXIT.
004870     EXIT.
004880
004890 3300-READ-ARCHIVE-ENTRY.
004900     READ ARCHIVE-FILE INTO TRANSACTION-RECORD
004910     AT END
004920     MOVE 'Y' TO SG-ARCH-EOF-SW
004930     END-READ.
004940 3300-EXIT.
004950     EXIT.
004960
004970 3370-READ-LOG-ENTRY.
004980     READ TRANSACTION-LOG
004990     AT END
005000     MOVE 'Y' TO SG-TXN-EOF-SW
005010     END-READ.
005020 3370-EXIT.
005030     EXIT.
005040
005050******************************************************************
005060*    4000-PRINT-STATEMENTS
005070*    SORT OUTPUT PROCEDURE - SEQUENTIAL PASS OVER ACCOUNT-MASTER
005080*    MATCHED AGAINST THE SORTED ENTRIES. BUILDS AND PRINTS ONE
005090*    STATEMENT PER ACCOUNT. ENTRIES FOR AN ACCOUNT NOT ON THE
005100*    MASTER ARE COUNTED AND PASSED OVER.
005110******************************************************************
005120 4000-PRINT-STATEMENTS.
005130     PERFORM 4100-RETURN-SORT THRU 4100-EXIT.
005140     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
005150     PERFORM UNTIL SG-ACCT-EOF
005160     ADD 1 TO SG-ACCT-READ
005170     PERFORM 4200-PASS-NO-MASTER THRU 4200-EXIT
005180     UNTIL SG-SORT-EOF OR SS-ACCOUNT NOT < ACCT-NUMBER
005190     PERFORM 4300-BUILD-STATEMENT THRU 4300-EXIT
005200     PERFORM 5000-PRINT-STATEMENT THRU 5000-EXIT
005210     ADD 1 TO SG-ACCOUNTS-DONE
005220     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT
005230     END-PERFORM.
005240     PERFORM 4200-PASS-NO-MASTER THRU 4200-EXIT
005250     UNTIL SG-SORT-EOF.
005260 4000-EXIT.
005270     EXIT.
005280
005290 4100-RETURN-SORT.
005300     RETURN STMT-SORT-FILE
005310     AT END
005320     MOVE 'Y' TO SG-SORT-EOF-SW
005330     NOT AT END
005340     ADD 1 TO SG-RETURNED
005350     END-RETURN.
005360 4100-EXIT.
005370     EXIT.
005380
005390 4200-PASS-NO-MASTER.
005400     ADD 1 TO SG-ENTRIES-NO-MASTER.
005410     PERFORM 4100-RETURN-SORT THRU 4100-EXIT.
005420 4200-EXIT.
005430     EXIT.
005440
005450******************************************************************
005460*    4300-BUILD-STATEMENT
005470*    TAKES THE CURRENT ACCOUNT'S ENTRIES OFF THE SORT. ENTRIES
005480*    INSIDE THE MONTH ARE TOTALLED AND SPOOLED TO STMTWORK;
005490*    ENTRIES AFTER THE MONTH ONLY FEED SG-POST-NET SO THE PERIOD
005500*    OPENING BALANCE CAN BE DERIVED FROM TODAY'S STORED BALANCE.
005510*    IF STMTWORK WILL NOT OPEN THE ACCOUNT'S ENTRIES ARE TAKEN
005520*    OFF THE SORT UNSPOOLED AND THE RUN FAILS.
005530******************************************************************
005540 4300-BUILD-STATEMENT.
005550     MOVE 0 TO SG-ENT-COUNT.
005560     MOVE ZERO TO SG-MONTH-NET.
005570     MOVE ZERO TO SG-POST-NET.
005580     MOVE ZERO TO SG-TOT-DEPOSIT.
005590     MOVE ZERO TO SG-TOT-WITHDRAWAL.
005600     MOVE ZERO TO SG-TOT-FEES.
005610     MOVE ZERO TO SG-TOT-INTEREST.
005620     MOVE ZERO TO SG-TOT-XFER-IN.
005630     MOVE ZERO TO SG-TOT-XFER-OUT.
005640     MOVE ZERO TO SG-TOT-RECOVERY.
005650     MOVE ZERO TO SG-TOT-CORRECTIONS.
005660
005670     OPEN OUTPUT STMT-WORK-FILE.
005680     IF SG-WORK-FS NOT = "00"
005690     DISPLAY "STMTWORK WILL NOT OPEN. STATUS=" SG-WORK-FS
005700     MOVE 'N' TO SG-CONTINUE-SW
005710     PERFORM 4100-RETURN-SORT THRU 4100-EXIT
005720     UNTIL SG-SORT-EOF OR SS-ACCOUNT NOT = ACCT-NUMBER
005730     GO TO 4300-EXIT
005740     END-IF.
005750     PERFORM 4400-SPOOL-ENTRY THRU 4400-EXIT
005760     UNTIL SG-SORT-EOF OR SS-ACCOUNT NOT = ACCT-NUMBER.
005770     CLOSE STMT-WORK-FILE.
005780 4300-EXIT.
005790     EXIT.
005800
005810 4400-SPOOL-ENTRY.
005820     MOVE SS-TXN-DATA TO TRANSACTION-RECORD.
005830     MOVE TXN-DATE TO SG-TXN-DATE-SPLIT.
005840     PERFORM 3500-CLASSIFY-ENTRY THRU 3500-EXIT.
005850
005860     IF SG-TXN-YM > SG-STMT-MONTH
005870     ADD SG-ENTRY-EFFECT TO SG-POST-NET
005880     ADD 1 TO SG-AFTER-MONTH
005890     GO TO 4400-NEXT
005900     END-IF.
005910
005920     ADD SG-ENTRY-EFFECT TO SG-MONTH-NET.
005930     PERFORM 3600-TOTAL-BY-TYPE THRU 3600-EXIT.
005940     MOVE TRANSACTION-RECORD TO SW-TXN-DATA.
005950     MOVE SG-ENTRY-EFFECT TO SW-EFFECT.
005960     WRITE STMT-WORK-RECORD.
005970     ADD 1 TO SG-ENT-COUNT.
005980     ADD 1 TO SG-ENTRIES-SPOOLED.
005990 4400-NEXT.
006000     PERFORM 4100-RETURN-SORT THRU 4100-EXIT.
006010 4400-EXIT.
006020     EXIT.
006030
006040******************************************************************
006050*    3500-CLASSIFY-ENTRY
006060*    SIGNED BALANCE EFFECT OF ONE ENTRY. MAINTENANCE MARKERS
006070*    (UNLOCK, PIN-CHANGE, OD-ADJUST, ACCT-CLOSE) CARRY NO
006080*    BALANCE EFFECT AND CLASSIFY TO ZERO.
006090******************************************************************
006100 3500-CLASSIFY-ENTRY.
006110     EVALUATE TXN-TYPE
006120     WHEN "DEPOSIT"
006130     MOVE TXN-AMOUNT TO SG-ENTRY-EFFECT
006140     WHEN "INTEREST"
006150     MOVE TXN-AMOUNT TO SG-ENTRY-EFFECT
006160     WHEN "TRANSFER-IN"
006170     MOVE TXN-AMOUNT TO SG-ENTRY-EFFECT
006180     WHEN "ACCT-OPEN"
006190     MOVE TXN-AMOUNT TO SG-ENTRY-EFFECT
006200     WHEN "WITHDRAWAL"
006210     COMPUTE SG-ENTRY-EFFECT = 0 - TXN-AMOUNT
006220     WHEN "OD-FEE"
006230     COMPUTE SG-ENTRY-EFFECT = 0 - TXN-AMOUNT
006240     WHEN "RECOVERY"
006250     COMPUTE SG-ENTRY-EFFECT = 0 - TXN-AMOUNT
006260     WHEN "RCVR-FEE"
006270     COMPUTE SG-ENTRY-EFFECT = 0 - TXN-AMOUNT
006280     WHEN "SVC-FEE"
006290     COMPUTE SG-ENTRY-EFFECT = 0 - TXN-AMOUNT
006300     WHEN "TD-PENALTY"
006310     COMPUTE SG-ENTRY-EFFECT = 0 - TXN-AMOUNT
006320     WHEN "CHARGE-OFF"
006330     MOVE TXN-AMOUNT TO SG-ENTRY-EFFECT
006340     WHEN "EXT-CREDIT"
006350     MOVE TXN-AMOUNT TO SG-ENTRY-EFFECT
006360     WHEN "EXT-DEBIT"
006370     COMPUTE SG-ENTRY-EFFECT = 0 - TXN-AMOUNT
006380     WHEN "EXT-PAYMENT"
006390     COMPUTE SG-ENTRY-EFFECT = 0 - TXN-AMOUNT
006400     WHEN "EXT-RETURN"
006410     MOVE TXN-AMOUNT TO SG-ENTRY-EFFECT
006420     WHEN "TLR-DEPOSIT"
006430     MOVE TXN-AMOUNT TO SG-ENTRY-EFFECT
006440     WHEN "TLR-WITHDRWL"
006450     COMPUTE SG-ENTRY-EFFECT = 0 - TXN-AMOUNT
006460     WHEN "TRANSFER-OUT"
006470     COMPUTE SG-ENTRY-EFFECT = 0 - TXN-AMOUNT
006480     WHEN "REV-WITHDRWL"
006490     MOVE TXN-AMOUNT TO SG-ENTRY-EFFECT
006500     WHEN "REV-TLR-WDL"
006510     MOVE TXN-AMOUNT TO SG-ENTRY-EFFECT
006520     WHEN "REV-OD-FEE"
006530     MOVE TXN-AMOUNT TO SG-ENTRY-EFFECT
006540     WHEN "REV-SVC-FEE"
006550     MOVE TXN-AMOUNT TO SG-ENTRY-EFFECT
006560     WHEN "REV-RCVR-FEE"
006570     MOVE TXN-AMOUNT TO SG-ENTRY-EFFECT
006580     WHEN "REV-DEPOSIT"
006590     COMPUTE SG-ENTRY-EFFECT = 0 - TXN-AMOUNT
006600     WHEN "REV-TLR-DEP"
006610     COMPUTE SG-ENTRY-EFFECT = 0 - TXN-AMOUNT
006620     WHEN "REV-EXT-CRED"
006630     COMPUTE SG-ENTRY-EFFECT = 0 - TXN-AMOUNT
006640     WHEN "REV-INTEREST"
006650     COMPUTE SG-ENTRY-EFFECT = 0 - TXN-AMOUNT
006660     WHEN OTHER
006670     MOVE ZERO TO SG-ENTRY-EFFECT
006680     END-EVALUATE.
006690 3500-EXIT.
006700     EXIT.
006710
006720******************************************************************
006730*    3600-TOTAL-BY-TYPE
006740******************************************************************
006750 3600-TOTAL-BY-TYPE.
006760     EVALUATE TXN-TYPE
006770     WHEN "DEPOSIT"
006780     ADD TXN-AMOUNT TO SG-TOT-DEPOSIT
006790     WHEN "ACCT-OPEN"
006800     ADD TXN-AMOUNT TO SG-TOT-DEPOSIT
006810     WHEN "INTEREST"
006820     ADD TXN-AMOUNT TO SG-TOT-INTEREST
006830     WHEN "TRANSFER-IN"
006840     ADD TXN-AMOUNT TO SG-TOT-XFER-IN
006850     WHEN "WITHDRAWAL"
006860     ADD TXN-AMOUNT TO SG-TOT-WITHDRAWAL
006870     WHEN "OD-FEE"
006880     ADD TXN-AMOUNT TO SG-TOT-FEES
006890     WHEN "RCVR-FEE"
006900     ADD TXN-AMOUNT TO SG-TOT-FEES
006910     WHEN "SVC-FEE"
006920     ADD TXN-AMOUNT TO SG-TOT-FEES
006930     WHEN "TD-PENALTY"
006940     ADD TXN-AMOUNT TO SG-TOT-FEES
006950     WHEN "EXT-CREDIT"
006960     ADD TXN-AMOUNT TO SG-TOT-DEPOSIT
006970     WHEN "EXT-DEBIT"
006980     ADD TXN-AMOUNT TO SG-TOT-WITHDRAWAL
006990     WHEN "EXT-PAYMENT"
007000     ADD TXN-AMOUNT TO SG-TOT-WITHDRAWAL
007010     WHEN "EXT-RETURN"
007020     ADD TXN-AMOUNT TO SG-TOT-DEPOSIT
007030     WHEN "TLR-DEPOSIT"
007040     ADD TXN-AMOUNT TO SG-TOT-DEPOSIT
007050     WHEN "TLR-WITHDRWL"
007060     ADD TXN-AMOUNT TO SG-TOT-WITHDRAWAL
007070     WHEN "RECOVERY"
007080     ADD TXN-AMOUNT TO SG-TOT-RECOVERY
007090     WHEN "TRANSFER-OUT"
007100     ADD TXN-AMOUNT TO SG-TOT-XFER-OUT
007110     WHEN "CHARGE-OFF"
007120     WHEN "REV-DEPOSIT"
007130     WHEN "REV-TLR-DEP"
007140     WHEN "REV-EXT-CRED"
007150     WHEN "REV-INTEREST"
007160     WHEN "REV-WITHDRWL"
007170     WHEN "REV-TLR-WDL"
007180     WHEN "REV-OD-FEE"
007190     WHEN "REV-SVC-FEE"
007200     WHEN "REV-RCVR-FEE"
007210     ADD SG-ENTRY-EFFECT TO SG-TOT-CORRECTIONS
007220     WHEN OTHER
007230     CONTINUE
007240     END-EVALUATE.
007250 3600-EXIT.
007260     EXIT.
007270
007280******************************************************************
007290*    4500-PRINT-CUSTOMER-BLOCK
007300*    MAILING NAME AND ADDRESS AT THE TOP OF THE STATEMENT, READ
007310*    FROM CUSTMAST THROUGH ACCT-CUST-ID. AN UNLINKED ACCOUNT OR
007320*    A MISSING CUSTOMER IS CALLED OUT SO THE MAILROOM PULLS THE
007330*    STATEMENT INSTEAD OF POSTING AN UNADDRESSED ONE.
007340******************************************************************
007350 4500-PRINT-CUSTOMER-BLOCK.
007360     IF NOT SG-CUST-AVAIL OR ACCT-CUST-ID = ZERO
007370     MOVE SPACES TO STMT-REPORT-LINE
007380     MOVE "  *** NO CUSTOMER ON FILE - PULL FOR THE MAILROOM"
007390     TO STMT-REPORT-LINE
007400     WRITE STMT-REPORT-LINE
007410     GO TO 4500-EXIT
007420     END-IF.
007430
007440     MOVE ACCT-CUST-ID TO CUST-ID.
007450     READ CUSTOMER-MASTER
007460     INVALID KEY
007470     MOVE SPACES TO STMT-REPORT-LINE
007480     MOVE "  *** NO CUSTOMER ON FILE - PULL FOR THE MAILROOM"
007490     TO STMT-REPORT-LINE
007500     WRITE STMT-REPORT-LINE
007510     GO TO 4500-EXIT
007520     END-READ.
007530
007540     MOVE SPACES TO STMT-REPORT-LINE.
007550     STRING "CUSTOMER " DELIMITED BY SIZE
007560     CUST-ID DELIMITED BY SIZE
007570     "  " DELIMITED BY SIZE
007580     CUST-NAME DELIMITED BY SIZE
007590     INTO STMT-REPORT-LINE.
007600     WRITE STMT-REPORT-LINE.
007610
007620     MOVE SPACES TO STMT-REPORT-LINE.
007630     STRING "         " DELIMITED BY SIZE
007640     CUST-ADDR-LINE-1 DELIMITED BY SIZE
007650     INTO STMT-REPORT-LINE.
007660     WRITE STMT-REPORT-LINE.
007670
007680     IF CUST-ADDR-LINE-2 NOT = SPACES
007690     MOVE SPACES TO STMT-REPORT-LINE
007700     STRING "         " DELIMITED BY SIZE
007710     CUST-ADDR-LINE-2 DELIMITED BY SIZE
007720     INTO STMT-REPORT-LINE
007730     WRITE STMT-REPORT-LINE
007740     END-IF.
007750
007760     MOVE SPACES TO STMT-REPORT-LINE.
007770     STRING "         " DELIMITED BY SIZE
007780     CUST-CITY DELIMITED BY SIZE
007790     " " DELIMITED BY SIZE
007800     CUST-STATE DELIMITED BY SIZE
007810     "  " DELIMITED BY SIZE
007820     CUST-ZIP DELIMITED BY SIZE
007830     INTO STMT-REPORT-LINE.
007840     WRITE STMT-REPORT-LINE.
007850 4500-EXIT.
007860     EXIT.
007870
007880******************************************************************
007890*    5000-PRINT-STATEMENT
007900*    OPENING BALANCE = STORED BALANCE LESS EVERYTHING LOGGED ON
007910*    OR AFTER THE PERIOD START, THEN EACH ENTRY ROLLS THE
007920*    RUNNING BALANCE FORWARD TO THE PERIOD CLOSE. AN ACCOUNT
007930*    WITH A PENDING WITHDRAWAL CHECKPOINT HAS A STORED BALANCE
007940*    LEGITIMATELY BEHIND THE LOG, SO ITS DERIVED FIGURES ARE
007950*    FLAGGED ON THE STATEMENT RATHER THAN PRINTED AS GOSPEL -
007960*    THE SAME TREATMENT THE RECONCILIATION AND AUDIT GIVE IT.
007970*    IF STMTWORK WILL NOT OPEN THE STATEMENT IS MARKED
007980*    INCOMPLETE AND THE RUN FAILS.
007990******************************************************************
008000 5000-PRINT-STATEMENT.
008010     COMPUTE SG-OPEN-BALANCE =
008020     ACCT-BALANCE - SG-MONTH-NET - SG-POST-NET.
008030
008040     MOVE SPACES TO STMT-REPORT-LINE.
008050     WRITE STMT-REPORT-LINE.
008060     MOVE ALL "-" TO STMT-REPORT-LINE.
008070     WRITE STMT-REPORT-LINE.
008080     PERFORM 4500-PRINT-CUSTOMER-BLOCK THRU 4500-EXIT.
008090     MOVE SPACES TO STMT-REPORT-LINE.
008100     STRING "ACCOUNT " DELIMITED BY SIZE
008110     ACCT-NUMBER DELIMITED BY SIZE
008120     "  TYPE " DELIMITED BY SIZE
008130     ACCT-TYPE DELIMITED BY SIZE
008140     "  STATEMENT FOR " DELIMITED BY SIZE
008150     SG-STMT-MONTH DELIMITED BY SIZE
008160     INTO STMT-REPORT-LINE.
008170     WRITE STMT-REPORT-LINE.
008180
008190     IF ACCT-CKPT-PENDING
008200     MOVE SPACES TO STMT-REPORT-LINE
008210     MOVE "  *** PENDING CHECKPOINT - BALANCES AWAIT RECOVERY"
008220     TO STMT-REPORT-LINE
008230     WRITE STMT-REPORT-LINE
008240     END-IF.
008250
008260     MOVE SPACES TO SG-TOTAL-LINE.
008270     MOVE "OPENING BALANCE" TO TL-LABEL.
008280     MOVE SG-OPEN-BALANCE TO TL-AMOUNT.
008290     WRITE STMT-REPORT-LINE FROM SG-TOTAL-LINE.
008300
008310     IF SG-WORK-FS NOT = "00"
008320     MOVE SPACES TO STMT-REPORT-LINE
008330     MOVE "  *** ENTRIES UNAVAILABLE - STATEMENT INCOMPLETE"
008340     TO STMT-REPORT-LINE
008350     WRITE STMT-REPORT-LINE
008360     GO TO 5000-EXIT
008370     END-IF.
008380
008390     MOVE SG-OPEN-BALANCE TO SG-RUN-BALANCE.
008400     IF SG-ENT-COUNT = 0
008410     MOVE SPACES TO STMT-REPORT-LINE
008420     MOVE "  NO ACTIVITY THIS PERIOD" TO STMT-REPORT-LINE
008430     WRITE STMT-REPORT-LINE
008440     ELSE
008450     MOVE 'N' TO SG-WORK-EOF-SW
008460     OPEN INPUT STMT-WORK-FILE
008470     IF SG-WORK-FS NOT = "00"
008480     DISPLAY "STMTWORK WILL NOT OPEN. STATUS=" SG-WORK-FS
008490     MOVE 'N' TO SG-CONTINUE-SW
008500     MOVE SPACES TO STMT-REPORT-LINE
008510     MOVE "  *** ENTRIES UNAVAILABLE - STATEMENT INCOMPLETE"
008520     TO STMT-REPORT-LINE
008530     WRITE STMT-REPORT-LINE
008540     GO TO 5000-EXIT
008550     END-IF
008560     PERFORM 5150-READ-WORK-ENTRY THRU 5150-EXIT
008570     PERFORM 5100-PRINT-ENTRY THRU 5100-EXIT
008580     UNTIL SG-WORK-EOF
008590     CLOSE STMT-WORK-FILE
008600     END-IF.
008610
008620     PERFORM 5200-PRINT-TOTALS THRU 5200-EXIT.
008630
008640     MOVE SPACES TO SG-TOTAL-LINE.
008650     MOVE "CLOSING BALANCE" TO TL-LABEL.
008660     COMPUTE TL-AMOUNT = SG-OPEN-BALANCE + SG-MONTH-NET.
008670     WRITE STMT-REPORT-LINE FROM SG-TOTAL-LINE.
008680 5000-EXIT.
008690     EXIT.
008700
008710 5100-PRINT-ENTRY.
008720     MOVE SW-TXN-DATA TO TRANSACTION-RECORD.
008730     MOVE TXN-DATE   TO DL-DATE.
008740     MOVE TXN-TIME   TO DL-TIME.
008750     MOVE TXN-TYPE   TO DL-TYPE.
008760     MOVE TXN-AMOUNT TO DL-AMOUNT.
008770     ADD SW-EFFECT   TO SG-RUN-BALANCE.
008780     MOVE SG-RUN-BALANCE TO DL-BALANCE.
008790     WRITE STMT-REPORT-LINE FROM SG-DETAIL-LINE.
008800     ADD 1 TO SG-ENTRIES-PRINTED.
008810     PERFORM 5150-READ-WORK-ENTRY THRU 5150-EXIT.
008820 5100-EXIT.
008830     EXIT.
008840
008850 5150-READ-WORK-ENTRY.
008860     READ STMT-WORK-FILE
008870     AT END
008880     MOVE 'Y' TO SG-WORK-EOF-SW
008890     END-READ.
008900 5150-EXIT.
008910     EXIT.
008920
008930******************************************************************
008940*    5200-PRINT-TOTALS
008950******************************************************************
008960 5200-PRINT-TOTALS.
008970     MOVE SPACES TO STMT-REPORT-LINE.
008980     WRITE STMT-REPORT-LINE.
008990     MOVE SPACES TO SG-TOTAL-LINE.
009000     MOVE "TOTAL DEPOSITS" TO TL-LABEL.
009010     MOVE SG-TOT-DEPOSIT TO TL-AMOUNT.
009020     WRITE STMT-REPORT-LINE FROM SG-TOTAL-LINE.
009030     MOVE "TOTAL WITHDRAWALS" TO TL-LABEL.
009040     MOVE SG-TOT-WITHDRAWAL TO TL-AMOUNT.
009050     WRITE STMT-REPORT-LINE FROM SG-TOTAL-LINE.
009060     MOVE "TOTAL FEES" TO TL-LABEL.
009070     MOVE SG-TOT-FEES TO TL-AMOUNT.
009080     WRITE STMT-REPORT-LINE FROM SG-TOTAL-LINE.
009090     MOVE "TOTAL INTEREST" TO TL-LABEL.
009100     MOVE SG-TOT-INTEREST TO TL-AMOUNT.
009110     WRITE STMT-REPORT-LINE FROM SG-TOTAL-LINE.
009120     MOVE "TOTAL TRANSFERS IN" TO TL-LABEL.
009130     MOVE SG-TOT-XFER-IN TO TL-AMOUNT.
009140     WRITE STMT-REPORT-LINE FROM SG-TOTAL-LINE.
009150     MOVE "TOTAL TRANSFERS OUT" TO TL-LABEL.
009160     MOVE SG-TOT-XFER-OUT TO TL-AMOUNT.
009170     WRITE STMT-REPORT-LINE FROM SG-TOTAL-LINE.
009180     MOVE "TOTAL RECOVERIES" TO TL-LABEL.
009190     MOVE SG-TOT-RECOVERY TO TL-AMOUNT.
009200     WRITE STMT-REPORT-LINE FROM SG-TOTAL-LINE.
009210     MOVE "TOTAL CORRECTIONS" TO TL-LABEL.
009220     MOVE SG-TOT-CORRECTIONS TO TL-AMOUNT.
009230     WRITE STMT-REPORT-LINE FROM SG-TOTAL-LINE.
009240 5200-EXIT.
009250     EXIT.
009260
009270******************************************************************
009280*    5900-PRINT-CONTROL-TOTALS
009290*    EVERY MASTER RECORD GETS A STATEMENT, EVERY HISTORY ENTRY IS
009300*    EITHER BEFORE THE MONTH OR ACCOUNTED FOR AGAINST ITS
009310*    ACCOUNT, THE SORT RETURNS ALL IT WAS GIVEN, EVERY ARCHIVE ON
009320*    THE INDEX WAS READ AND THE LIVE LOG OPENED - OR THE RUN IS
009330*    INCOMPLETE AND IS NOT STAMPED.
009340******************************************************************
009350 5900-PRINT-CONTROL-TOTALS.
009360     MOVE SPACES TO STMT-REPORT-LINE.
009370     WRITE STMT-REPORT-LINE.
009380     MOVE ALL "-" TO STMT-REPORT-LINE.
009390     WRITE STMT-REPORT-LINE.
009400     MOVE "CONTROL TOTALS" TO STMT-REPORT-LINE.
009410     WRITE STMT-REPORT-LINE.
009420     MOVE "MASTER RECORDS READ" TO CT-LABEL.
009430     MOVE SG-ACCT-READ TO CT-COUNT.
009440     WRITE STMT-REPORT-LINE FROM SG-COUNT-TOTAL-LINE.
009450     MOVE "STATEMENTS PRINTED" TO CT-LABEL.
009460     MOVE SG-ACCOUNTS-DONE TO CT-COUNT.
009470     WRITE STMT-REPORT-LINE FROM SG-COUNT-TOTAL-LINE.
009480     MOVE "HISTORY ENTRIES READ" TO CT-LABEL.
009490     MOVE SG-ENTRIES-READ TO CT-COUNT.
009500     WRITE STMT-REPORT-LINE FROM SG-COUNT-TOTAL-LINE.
009510     MOVE "  BEFORE THE MONTH" TO CT-LABEL.
009520     MOVE SG-BEFORE-MONTH TO CT-COUNT.
009530     WRITE STMT-REPORT-LINE FROM SG-COUNT-TOTAL-LINE.
009540     MOVE "  SORT RECORDS RELEASED" TO CT-LABEL.
009550     MOVE SG-RELEASED TO CT-COUNT.
009560     WRITE STMT-REPORT-LINE FROM SG-COUNT-TOTAL-LINE.
009570     MOVE "  SORT RECORDS RETURNED" TO CT-LABEL.
009580     MOVE SG-RETURNED TO CT-COUNT.
009590     WRITE STMT-REPORT-LINE FROM SG-COUNT-TOTAL-LINE.
009600     MOVE "    IN THE MONTH - PRINTED" TO CT-LABEL.
009610     MOVE SG-ENTRIES-PRINTED TO CT-COUNT.
009620     WRITE STMT-REPORT-LINE FROM SG-COUNT-TOTAL-LINE.
009630     MOVE "    AFTER THE MONTH" TO CT-LABEL.
009640     MOVE SG-AFTER-MONTH TO CT-COUNT.
009650     WRITE STMT-REPORT-LINE FROM SG-COUNT-TOTAL-LINE.
009660     MOVE "    NO ACCOUNT MASTER" TO CT-LABEL.
009670     MOVE SG-ENTRIES-NO-MASTER TO CT-COUNT.
009680     WRITE STMT-REPORT-LINE FROM SG-COUNT-TOTAL-LINE.
009690     MOVE "ARCHIVE DAYS ON THE INDEX" TO CT-LABEL.
009700     MOVE SG-ARCH-EXPECTED TO CT-COUNT.
009710     WRITE STMT-REPORT-LINE FROM SG-COUNT-TOTAL-LINE.
009720     MOVE "ARCHIVES OPENED AND READ" TO CT-LABEL.
009730     MOVE SG-ARCH-SCANNED TO CT-COUNT.
009740     WRITE STMT-REPORT-LINE FROM SG-COUNT-TOTAL-LINE.
009750
009760     COMPUTE SG-PROOF-TOTAL = SG-ENTRIES-SPOOLED + SG-AFTER-MONTH
009770     + SG-ENTRIES-NO-MASTER.
009780     IF SORT-RETURN NOT = 0
009790     OR SG-RELEASED NOT = SG-RETURNED
009800     OR SG-ENTRIES-READ NOT = SG-BEFORE-MONTH + SG-RELEASED
009810     OR SG-RETURNED NOT = SG-PROOF-TOTAL
009820     OR SG-ENTRIES-PRINTED NOT = SG-ENTRIES-SPOOLED
009830     OR SG-ACCOUNTS-DONE NOT = SG-ACCT-READ
009840     OR SG-ARCH-SCANNED NOT = SG-ARCH-EXPECTED
009850     OR SG-INPUT-FAILED
009860     MOVE 'N' TO SG-CONTINUE-SW
009870     END-IF.
009880     IF SG-CONTINUE-SW = 'Y'
009890     MOVE "  CONTROL TOTALS AGREE - EVERY ENTRY ACCOUNTED FOR."
009900     TO STMT-REPORT-LINE
009910     WRITE STMT-REPORT-LINE
009920     ELSE
009930     MOVE "  *** CONTROL TOTALS DO NOT AGREE - STATEMENTS ARE"
009940     TO STMT-REPORT-LINE
009950     WRITE STMT-REPORT-LINE
009960     MOVE "  *** INCOMPLETE. RUN NOT STAMPED."
009970     TO STMT-REPORT-LINE
009980     WRITE STMT-REPORT-LINE
009990     DISPLAY "STMTGEN CONTROL TOTALS DO NOT AGREE."
010000     END-IF.
010010 5900-EXIT.
010020     EXIT.
010030******************************************************************
010040*    8800-STAMP-RUN-CONTROL
010050*    RECORDS THE SUCCESSFUL RUN AND THE STATEMENT MONTH.
010060******************************************************************
010070 8800-STAMP-RUN-CONTROL.
010080     OPEN I-O RUN-CONTROL.
010090     IF SG-RUNCTL-FS = "35"
010100     OPEN OUTPUT RUN-CONTROL
010110     CLOSE RUN-CONTROL
010120     OPEN I-O RUN-CONTROL
010130     END-IF.
010140     IF SG-RUNCTL-FS NOT = "00"
010150     DISPLAY "WARNING - RUN NOT STAMPED. STATUS=" SG-RUNCTL-FS
010160     GO TO 8800-EXIT
010170     END-IF.
010180
010190     MOVE 'N' TO SG-RC-FOUND-SW.
010200     MOVE "STMTGEN " TO RC-JOB-NAME.
010210     READ RUN-CONTROL
010220     INVALID KEY
010230     MOVE SPACES TO RUNCTL-RECORD
010240     MOVE "STMTGEN " TO RC-JOB-NAME
010250     MOVE ZERO TO RC-RUN-COUNT
010260     NOT INVALID KEY
010270     SET SG-RC-FOUND TO TRUE
010280     END-READ.
010290
010300     MOVE SG-RUN-DATE TO RC-LAST-RUN-DATE.
010310     ACCEPT RC-LAST-RUN-TIME FROM TIME.
010320     MOVE SG-STMT-MONTH TO RC-LAST-PERIOD.
010330     ADD 1 TO RC-RUN-COUNT.
010340     IF SG-RC-FOUND
010350     REWRITE RUNCTL-RECORD
010360     ELSE
010370     WRITE RUNCTL-RECORD
010380     END-IF.
010390     CLOSE RUN-CONTROL.
010400 8800-EXIT.
010410     EXIT.
010420
010430******************************************************************
010440*    8900-GET-BUSINESS-DATE
010450*    READS THE PROCESSING DATE FROM THE BUSDATE CONTROL FILE -
010460*    THE WALL CLOCK ONLY SEEDS THE FILE THE FIRST TIME IT IS
010470*    MISSING. THE DATE ADVANCES ONLY WHEN THE EODROLL ROLLOVER
010480*    CLOSES THE DAY, SO WORK THAT SLIPS PAST MIDNIGHT STILL
010490*    STAMPS THE DAY IT BELONGS TO.
010500******************************************************************
010510 8900-GET-BUSINESS-DATE.
010520     OPEN INPUT BUSINESS-DATE.
010530     IF SG-BD-FS = "35"
010540     PERFORM 8950-CREATE-BUSDATE THRU 8950-EXIT
010550     OPEN INPUT BUSINESS-DATE
010560     END-IF.
010570     IF SG-BD-FS NOT = "00"
010580     DISPLAY "BUSDATE UNAVAILABLE - USING THE WALL CLOCK."
010590     ACCEPT SG-RUN-DATE FROM DATE YYYYMMDD
010600     GO TO 8900-EXIT
010610     END-IF.
010620     READ BUSINESS-DATE
010630     AT END
010640     DISPLAY "BUSDATE IS EMPTY - USING THE WALL CLOCK."
010650     ACCEPT SG-RUN-DATE FROM DATE YYYYMMDD
010660     CLOSE BUSINESS-DATE
010670     GO TO 8900-EXIT
010680     END-READ.
010690     MOVE BD-BUSINESS-DATE TO SG-RUN-DATE.
010700     CLOSE BUSINESS-DATE.
010710 8900-EXIT.
010720     EXIT.
010730
010740 8950-CREATE-BUSDATE.
010750     OPEN OUTPUT BUSINESS-DATE.
010760     MOVE SPACES TO BUSDATE-RECORD.
010770     ACCEPT BD-BUSINESS-DATE FROM DATE YYYYMMDD.
010780     WRITE BUSDATE-RECORD.
010790     CLOSE BUSINESS-DATE.
010800 8950-EXIT.
010810     EXIT.
010820
010830******************************************************************
010840*    9000-TERMINATE
010850******************************************************************
010860 9000-TERMINATE.
010870     CLOSE ACCOUNT-MASTER.
010880     IF SG-CUST-AVAIL
010890     CLOSE CUSTOMER-MASTER
010900     END-IF.
010910     CLOSE STMT-REPORT.
010920     DISPLAY "STATEMENT RUN COMPLETE. SEE STMTRPT.".
010930     DISPLAY "ACCOUNTS PROCESSED: " SG-ACCOUNTS-DONE.
010940 9000-EXIT.
010950     EXIT.
