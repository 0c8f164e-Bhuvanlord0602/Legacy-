000380*                     THE DAY IT BELONGS TO. THE DATE ADVANCES
000390*                     ONLY WHEN THE EODROLL ROLLOVER CLOSES THE
000400*                     DAY.
000410*    10/15/2026 RH    TERM DEPOSITS (ACCOUNT TYPE T) ARE NEVER
000420*                     FLAGGED DORMANT - A DEPOSIT LEFT UNTOUCHED
000430*                     UNTIL ITS MATURITY IS DOING EXACTLY WHAT IT
000440*                     WAS OPENED FOR.
000450*    10/15/2026 RH    AN ACCOUNT WRITTEN OFF BY THE ODAGING
000460*                     OVERDRAFT AGING RUN (ACCT-STATUS 'W') IS
000470*                     CHARGED NO FEE - ITS BALANCE MUST STAY AT
000480*                     ZERO.
000490*    10/15/2026 RH    EACH ACCOUNT FLAGGED DORMANT IS NOW ALSO
000500*                     WRITTEN, AS IT STOOD BEFORE AND AFTER THE
000510*                     FLAG, TO THE MAINTJRN MAINTENANCE JOURNAL
000520*                     (SEE MJRNREC.CPY).
000530*    10/15/2026 RH    AN OUTSIDE BILL PAYMENT (EXT-PAYMENT) NOW
000540*                     COUNTS AS CUSTOMER ACTIVITY FOR THE DORMANCY
000550*                     TEST.
000560*    10/15/2026 RH    THE 200-ACCOUNT DORMANCY TABLE IS GONE.
000570*                     THE MASTER AND THE WINDOW'S CUSTOMER
000580*                     ACTIVITY ARE SORTED TOGETHER IN ACCOUNT
000590*                     ORDER AND CHECKED ONE ACCOUNT AT A TIME,
000600*                     WITH NO LIMIT. DORMRPT NOW ENDS WITH CONTROL
000610*                     TOTALS FOR BOTH PASSES; IF THEY DO NOT AGREE
000620*                     THE REPORT SAYS SO AND THE RUN ENDS RC 8
000630*                     (THE PERIOD IS STILL STAMPED - THE FEES ARE
000640*                     ALREADY POSTED).
000650*    10/15/2026 RH    BEFORE ANY FEE IS CHARGED, EVERY ARCHIVE THE
000660*                     TXNARCIX INDEX NAMES FOR THE DORMANCY WINDOW
000670*                     MUST OPEN; AN ARCHIVE INDEX THAT WILL NOT
000680*                     OPEN FOR ANY REASON BUT NOT-YET-CREATED
000690*                     (35), OR A MISSING ARCHIVE, CANCELS THE RUN
000700*                     RC 8 WITH NOTHING CHARGED AND THE PERIOD NOT
000710*                     STAMPED. THE DORMANCY PASS COUNTS THE
000720*                     ARCHIVES IT READS AGAINST THE INDEX AND
000730*                     FAILS THE CONTROL TOTALS ON A SHORTFALL OR A
000740*                     LIVE LOG THAT WILL NOT OPEN, AND THEN FLAGS
000750*                     NO ACCOUNT DORMANT. THE TXNLOG EXTEND OPEN
000760*                     IS NOW CHECKED AS WELL.
000770******************************************************************
000780
000790 ENVIRONMENT DIVISION.
000800 INPUT-OUTPUT SECTION.
000810 FILE-CONTROL.
000820     SELECT ACCOUNT-MASTER  ASSIGN TO "ACCTMAST"
000830     ORGANIZATION IS INDEXED
000840     ACCESS MODE IS DYNAMIC
000850     RECORD KEY IS ACCT-NUMBER
000860     FILE STATUS IS FA-ACCT-FS.
000870
000880     SELECT TRANSACTION-LOG ASSIGN TO "TXNLOG"
000890     ORGANIZATION IS LINE SEQUENTIAL
000900     FILE STATUS IS FA-TXN-FS.
000910
000920     SELECT ARCHIVE-INDEX   ASSIGN TO "TXNARCIX"
000930     ORGANIZATION IS LINE SEQUENTIAL
000940     FILE STATUS IS FA-ARCIX-FS.
000950
000960     SELECT ARCHIVE-FILE    ASSIGN TO DYNAMIC FA-ARCHIVE-NAME
000970     ORGANIZATION IS LINE SEQUENTIAL
000980     FILE STATUS IS FA-ARCH-FS.
000990
001000     SELECT FEE-TABLE       ASSIGN TO "FEETBL"
001010     ORGANIZATION IS LINE SEQUENTIAL
001020     FILE STATUS IS FA-FEE-FS.
001030
001040     SELECT DORMANT-REPORT  ASSIGN TO "DORMRPT"
001050     ORGANIZATION IS LINE SEQUENTIAL
001060     FILE STATUS IS FA-RPT-FS.
001070
001080     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
001090     ORGANIZATION IS INDEXED
001100     ACCESS MODE IS DYNAMIC
001110     RECORD KEY IS RC-JOB-NAME
001120     FILE STATUS IS FA-RUNCTL-FS.
001130
001140     SELECT BUSINESS-DATE   ASSIGN TO "BUSDATE"
001150     ORGANIZATION IS LINE SEQUENTIAL
001160     FILE STATUS IS FA-BD-FS.
001170
001180     SELECT MAINT-JOURNAL   ASSIGN TO "MAINTJRN"
001190     ORGANIZATION IS LINE SEQUENTIAL
001200     FILE STATUS IS FA-JRN-FS.
001210
001220     SELECT DORMANCY-SORT-FILE ASSIGN TO "FASORT".
001230
001240 DATA DIVISION.
001250 FILE SECTION.
001260 FD  ACCOUNT-MASTER
001270     LABEL RECORDS ARE STANDARD.
001280     COPY ACCTREC.
001290
001300 FD  TRANSACTION-LOG
001310     LABEL RECORDS ARE STANDARD.
001320     COPY TXNREC.
001330
001340 FD  ARCHIVE-INDEX
001350     LABEL RECORDS ARE STANDARD.
001360     COPY ARCIXREC.
001370
001380 FD  ARCHIVE-FILE
001390     LABEL RECORDS ARE STANDARD.
001400 01  ARCHIVE-RECORD              PIC X(69).
001410
001420 FD  FEE-TABLE
001430     LABEL RECORDS ARE STANDARD.
001440     COPY FEEREC.
001450
001460 FD  DORMANT-REPORT
001470     LABEL RECORDS ARE STANDARD.
001480 01  DORMANT-REPORT-LINE         PIC X(80).
001490
001500 FD  RUN-CONTROL
001510     LABEL RECORDS ARE STANDARD.
001520     COPY RUNREC.
001530
001540 FD  BUSINESS-DATE
001550     LABEL RECORDS ARE STANDARD.
001560     COPY BDREC.
001570
001580 FD  MAINT-JOURNAL
001590     LABEL RECORDS ARE STANDARD.
001600     COPY MJRNREC.
001610
001620******************************************************************
001630*    ONE SORT RECORD PER ACCOUNT ON THE MASTER (KIND 1) AND PER
001640*    CUSTOMER-INITIATED ENTRY INSIDE THE DORMANCY WINDOW (KIND
001650*    2). IN ACCOUNT ORDER AN ACCOUNT'S MASTER RECORD COMES BACK
001660*    AHEAD OF ANY ACTIVITY AGAINST IT.
001670******************************************************************
001680 SD  DORMANCY-SORT-FILE.
001690 01  DORMANCY-SORT-RECORD.
001700     05  FS-ACCOUNT              PIC 9(06).
001710     05  FS-KIND                 PIC X(01).
001720         88  FS-MASTER                   VALUE '1'.
001730         88  FS-ACTIVITY                 VALUE '2'.
001740     05  FS-ELIGIBLE-FLAG        PIC X(01).
001750
001760 WORKING-STORAGE SECTION.
001770******************************************************************
001780*    FILE STATUS AND SWITCHES
001790******************************************************************
001800 01  FA-ACCT-FS               PIC X(02)  VALUE "00".
001810 01  FA-TXN-FS                PIC X(02)  VALUE "00".
001820 01  FA-ARCIX-FS              PIC X(02)  VALUE "00".
001830 01  FA-ARCH-FS               PIC X(02)  VALUE "00".
001840 01  FA-FEE-FS                PIC X(02)  VALUE "00".
001850 01  FA-RPT-FS                PIC X(02)  VALUE "00".
001860 01  FA-RUNCTL-FS             PIC X(02)  VALUE "00".
001870 01  FA-BD-FS                 PIC X(02)  VALUE "00".
001880 01  FA-JRN-FS                PIC X(02)  VALUE "00".
001890
001900 01  FA-CONTINUE-SW           PIC X(01)  VALUE 'Y'.
001910
001920 01  FA-TOTALS-SW             PIC X(01)  VALUE 'Y'.
001930
001940 01  FA-INPUT-FAIL-SW         PIC X(01)  VALUE 'N'.
001950     88  FA-INPUT-FAILED              VALUE 'Y'.
001960
001970 01  FA-RC-FOUND-SW           PIC X(01)  VALUE 'N'.
001980     88  FA-RC-FOUND                  VALUE 'Y'.
001990
002000 01  FA-ACCT-EOF-SW           PIC X(01)  VALUE 'N'.
002010     88  FA-ACCT-EOF                  VALUE 'Y'.
002020
002030 01  FA-TXN-EOF-SW            PIC X(01)  VALUE 'N'.
002040     88  FA-TXN-EOF                   VALUE 'Y'.
002050
002060 01  FA-ARCIX-EOF-SW          PIC X(01)  VALUE 'N'.
002070     88  FA-ARCIX-EOF                 VALUE 'Y'.
002080
002090 01  FA-ARCH-EOF-SW           PIC X(01)  VALUE 'N'.
002100     88  FA-ARCH-EOF                  VALUE 'Y'.
002110
002120 01  FA-FEE-EOF-SW            PIC X(01)  VALUE 'N'.
002130     88  FA-FEE-EOF                   VALUE 'Y'.
002140
002150 01  FA-SORT-EOF-SW           PIC X(01)  VALUE 'N'.
002160     88  FA-SORT-EOF                  VALUE 'Y'.
002170
002180******************************************************************
002190*    ASSESSMENT PERIOD AND RUN-CONTROL WORK FIELDS
002200******************************************************************
002210 01  FA-STMT-PERIOD           PIC 9(06).
002220 01  FA-STMT-PERIOD-SPLIT REDEFINES FA-STMT-PERIOD.
002230     05  FA-PERIOD-YYYY       PIC 9(04).
002240     05  FA-PERIOD-MM         PIC 9(02).
002250 77  FA-OVERRIDE              PIC X(01).
002260
002270******************************************************************
002280*    FEE SCHEDULE TABLE - LOADED FROM FEETBL AT START-UP.
002290******************************************************************
002300 01  FA-FEE-TIER-TABLE.
002310     05  FA-FEE-ENTRY OCCURS 10 TIMES INDEXED BY FA-FEE-IDX.
002320     10  FA-FEE-TYPE          PIC X(01).
002330     10  FA-FEE-AMOUNT        PIC 9(05)V99.
002340     10  FA-FEE-FLOOR         PIC 9(07)V99.
002350 77  FA-FEE-COUNT             PIC 9(02)  VALUE 0.
002360 77  FA-CHOSEN-FEE            PIC 9(05)V99.
002370 77  FA-CHOSEN-FLOOR          PIC 9(07)V99.
002380
002390******************************************************************
002400*    DORMANCY WORK FIELDS
002410*    AN ACCOUNT IS DORMANT WHEN NO CUSTOMER-INITIATED ENTRY
002420*    (DEPOSIT, WITHDRAWAL, TRANSFER LEG, RECOVERY OR OPENING)
002430*    IS LOGGED IN THE FA-DORMANT-MONTHS ENDING AT THE PERIOD.
002440*    FA-CUTOFF-YM IS THE OLDEST YYYYMM INSIDE THAT WINDOW.
002450******************************************************************
002460 77  FA-DORMANT-MONTHS        PIC 9(02)    VALUE 6.
002470 01  FA-CUTOFF-YM             PIC 9(06).
002480 01  FA-CUTOFF-YM-SPLIT REDEFINES FA-CUTOFF-YM.
002490     05  FA-CUTOFF-YYYY       PIC 9(04).
002500     05  FA-CUTOFF-MM         PIC 9(02).
002510 77  FA-MONTHS-BACK           PIC 9(02).
002520 01  FA-TXN-DATE-SPLIT.
002530     05  FA-TXN-YM            PIC 9(06).
002540     05  FA-TXN-DD            PIC 9(02).
002550 01  FA-ARCIX-DATE-SPLIT.
002560     05  FA-ARCIX-YM          PIC 9(06).
002570     05  FA-ARCIX-DD          PIC 9(02).
002580 77  FA-ARCHIVE-NAME          PIC X(12).
002590 77  FA-PREV-ARCIX-DATE       PIC 9(08)  VALUE 0.
002600
002610******************************************************************
002620*    THE ACCOUNT BEING CHECKED FOR DORMANCY - BUILT FROM ITS
002630*    MASTER RECORD AND ITS ACTIVITY AS THEY COME BACK FROM THE
002640*    SORT, ONE ACCOUNT AT A TIME, SO THERE IS NO LIMIT ON THE
002650*    NUMBER OF ACCOUNTS. ONLY ACTIVE ACCOUNTS ARE ELIGIBLE FOR
002660*    FLAGGING.
002670******************************************************************
002680 01  FA-CURRENT-ACCOUNT.
002690     05  FA-ACCT-NUMBER        PIC 9(06).
002700     05  FA-ELIGIBLE-FLAG      PIC X(01).
002710     05  FA-GROUP-ACTIVITY     PIC 9(07).
002720
002730 01  FA-GROUP-OPEN-SW         PIC X(01)  VALUE 'N'.
002740     88  FA-GROUP-OPEN                VALUE 'Y'.
002750
002760 01  FA-HAVE-MASTER-SW        PIC X(01)  VALUE 'N'.
002770     88  FA-HAVE-MASTER               VALUE 'Y'.
002780
002790******************************************************************
002800*    CONTROL TOTALS - EVERY ACCOUNT READ ON THE FEE PASS IS
002810*    CHARGED, WAIVED OR SKIPPED FOR A STATED REASON; EVERY
002820*    ACCOUNT READ ON THE DORMANCY PASS IS CHECKED; EVERY ENTRY
002830*    READ IS EITHER ACTIVITY OR PASSED OVER.
002840******************************************************************
002850 77  FA-FEE-ACCTS-READ        PIC 9(07)  VALUE 0.
002860 77  FA-FEE-NOT-OPEN          PIC 9(07)  VALUE 0.
002870 77  FA-FEE-CKPT-SKIPPED      PIC 9(07)  VALUE 0.
002880 77  FA-FEE-NONE              PIC 9(07)  VALUE 0.
002890 77  FA-DORM-ACCTS-READ       PIC 9(07)  VALUE 0.
002900 77  FA-ACCTS-CHECKED         PIC 9(07)  VALUE 0.
002910 77  FA-NOT-ELIGIBLE          PIC 9(07)  VALUE 0.
002920 77  FA-ACTIVE-ACCTS          PIC 9(07)  VALUE 0.
002930 77  FA-FLAG-SKIPPED          PIC 9(07)  VALUE 0.
002940 77  FA-ARCH-READ             PIC 9(09)  VALUE 0.
002950 77  FA-LOG-READ              PIC 9(09)  VALUE 0.
002960 77  FA-ARCH-EXPECTED         PIC 9(05)  VALUE 0.
002970 77  FA-ARCH-SCANNED          PIC 9(05)  VALUE 0.
002980 77  FA-ENTRIES-READ          PIC 9(09)  VALUE 0.
002990 77  FA-ENTRIES-PASSED        PIC 9(09)  VALUE 0.
003000 77  FA-ACTIVITY-RELEASED     PIC 9(09)  VALUE 0.
003010 77  FA-ACTIVITY-APPLIED      PIC 9(09)  VALUE 0.
003020 77  FA-ACTIVITY-NO-MASTER    PIC 9(09)  VALUE 0.
003030 77  FA-RELEASED              PIC 9(09)  VALUE 0.
003040 77  FA-RETURNED              PIC 9(09)  VALUE 0.
003050 77  FA-PROOF-TOTAL           PIC 9(09)  VALUE 0.
003060
003070******************************************************************
003080*    POSTING WORK FIELDS AND RUN TOTALS
003090******************************************************************
003100 77  FA-RUN-DATE              PIC 9(08).
003110 77  FA-FEES-CHARGED          PIC 9(06)  VALUE 0.
003120 77  FA-FEES-WAIVED           PIC 9(06)  VALUE 0.
003130 77  FA-FEE-TOTAL             PIC S9(09)V99 VALUE 0.
003140 77  FA-DORMANT-FLAGGED       PIC 9(06)  VALUE 0.
003150 77  FA-BEFORE-IMAGE          PIC X(150).
003160
003170 01  FA-REPORT-ACCT-LINE.
003180     05  FILLER                PIC X(02)  VALUE SPACES.
003190     05  RL-ACCT-NUMBER        PIC 9(06).
003200     05  FILLER                PIC X(04)  VALUE SPACES.
003210     05  RL-BALANCE            PIC -(7)9.99.
003220     05  FILLER                PIC X(04)  VALUE SPACES.
003230     05  RL-NOTE               PIC X(40).
003240
003250 01  FA-COUNT-TOTAL-LINE.
003260     05  FILLER                PIC X(02)  VALUE SPACES.
003270     05  CT-LABEL              PIC X(40).
003280     05  CT-COUNT              PIC Z(8)9.
003290
003300 PROCEDURE DIVISION.
003310******************************************************************
003320*    0000-MAINLINE
003330******************************************************************
003340 0000-MAINLINE.
003350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003360     IF FA-CONTINUE-SW = 'Y'
003370     PERFORM 1100-CHECK-RUN-CONTROL THRU 1100-EXIT
003380     END-IF.
003390     IF FA-CONTINUE-SW = 'Y'
003400     PERFORM 1400-CHECK-HISTORY THRU 1400-EXIT
003410     END-IF.
003420     IF FA-CONTINUE-SW = 'Y'
003430     PERFORM 2000-ASSESS-FEES THRU 2000-EXIT
003440     PERFORM 4000-FLAG-DORMANTS THRU 4000-EXIT
003450     PERFORM 8800-STAMP-RUN-CONTROL THRU 8800-EXIT
003460     IF FA-TOTALS-SW NOT = 'Y'
003470     MOVE 8 TO RETURN-CODE
003480     END-IF
003490     END-IF.
003500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003510     STOP RUN.
003520
003530******************************************************************
003540*    1000-INITIALIZE
003550*    PROMPTS FOR THE ASSESSMENT PERIOD, OPENS THE FILES AND
003560*    LOADS THE FEE SCHEDULE.
003570******************************************************************
003580 1000-INITIALIZE.
003590     PERFORM 8900-GET-BUSINESS-DATE THRU 8900-EXIT.
003600     DISPLAY "ENTER ASSESSMENT PERIOD (YYYYMM): ".
003610     ACCEPT FA-STMT-PERIOD.
003620     IF FA-PERIOD-MM < 01 OR FA-PERIOD-MM > 12
003630     DISPLAY "INVALID ASSESSMENT PERIOD. RUN CANCELLED."
003640     MOVE 'N' TO FA-CONTINUE-SW
003650     GO TO 1000-EXIT
003660     END-IF.
003670     PERFORM 1300-SET-CUTOFF-YM THRU 1300-EXIT.
003680
003690     OPEN I-O ACCOUNT-MASTER.
003700     IF FA-ACCT-FS NOT = "00"
003710     DISPLAY "UNABLE TO OPEN ACCOUNT MASTER FILE. STATUS="
003720     FA-ACCT-FS
003730     MOVE 'N' TO FA-CONTINUE-SW
003740     GO TO 1000-EXIT
003750     END-IF.
003760
003770     OPEN EXTEND TRANSACTION-LOG.
003780     IF FA-TXN-FS = "35"
003790     OPEN OUTPUT TRANSACTION-LOG
003800     CLOSE TRANSACTION-LOG
003810     OPEN EXTEND TRANSACTION-LOG
003820     END-IF.
003830     IF FA-TXN-FS NOT = "00"
003840     DISPLAY "UNABLE TO OPEN TRANSACTION LOG. STATUS=" FA-TXN-FS
003850     MOVE 'N' TO FA-CONTINUE-SW
003860     GO TO 1000-EXIT
003870     END-IF.
003880
003890     OPEN EXTEND MAINT-JOURNAL.
003900     IF FA-JRN-FS = "35"
003910     OPEN OUTPUT MAINT-JOURNAL
003920     CLOSE MAINT-JOURNAL
003930     OPEN EXTEND MAINT-JOURNAL
003940     END-IF.
003950     IF FA-JRN-FS NOT = "00"
003960     DISPLAY "UNABLE TO OPEN MAINTENANCE JOURNAL. STATUS="
003970     FA-JRN-FS
003980     MOVE 'N' TO FA-CONTINUE-SW
003990     GO TO 1000-EXIT
004000     END-IF.
004010
004020     PERFORM 1200-LOAD-FEE-TABLE THRU 1200-EXIT.
004030     IF FA-FEE-COUNT = 0
004040     DISPLAY "NO FEE SCHEDULE ON FILE. RUN CANCELLED."
004050     MOVE 'N' TO FA-CONTINUE-SW
004060     END-IF.
004070 1000-EXIT.
004080     EXIT.
004090
004100******************************************************************
004110*    1100-CHECK-RUN-CONTROL
004120*    REFUSES TO ASSESS ANY PERIOD NOT AFTER THE ONE LAST STAMPED
004130*    ON RUNCTL UNLESS THE OPERATOR EXPLICITLY KEYS THE OVERRIDE
004140*    - THE SAME GUARD INTPOST PUTS ON ITS PERIOD, SO A DOUBLE
004150*    SUBMISSION CANNOT CHARGE THE MONTH'S FEE TWICE.
004160******************************************************************
004170 1100-CHECK-RUN-CONTROL.
004180     MOVE 'N' TO FA-RC-FOUND-SW.
004190
004200     OPEN I-O RUN-CONTROL.
004210     IF FA-RUNCTL-FS = "35"
004220     OPEN OUTPUT RUN-CONTROL
004230     CLOSE RUN-CONTROL
004240     OPEN I-O RUN-CONTROL
004250     END-IF.
004260     IF FA-RUNCTL-FS NOT = "00"
004270     DISPLAY "WARNING - RUN CONTROL UNAVAILABLE. STATUS="
004280     FA-RUNCTL-FS
004290     GO TO 1100-EXIT
004300     END-IF.
004310
004320     MOVE "FEEASSES" TO RC-JOB-NAME.
004330     READ RUN-CONTROL
004340     INVALID KEY
004350     CONTINUE
004360     NOT INVALID KEY
004370     SET FA-RC-FOUND TO TRUE
004380     END-READ.
004390
004400     IF FA-RC-FOUND AND FA-STMT-PERIOD NOT > RC-LAST-PERIOD
004410     DISPLAY "FEES ALREADY ASSESSED THROUGH PERIOD "
004420     RC-LAST-PERIOD " ON " RC-LAST-RUN-DATE "."
004430     DISPLAY "ENTER Y TO OVERRIDE AND ASSESS " FA-STMT-PERIOD
004440     ": "
004450     ACCEPT FA-OVERRIDE
004460     IF FA-OVERRIDE NOT = 'Y'
004470     DISPLAY "ASSESSMENT CANCELLED. BALANCES UNTOUCHED."
004480     MOVE 'N' TO FA-CONTINUE-SW
004490     END-IF
004500     END-IF.
004510
004520     CLOSE RUN-CONTROL.
004530 1100-EXIT.
004540     EXIT.
004550
004560******************************************************************
004570*    1200-LOAD-FEE-TABLE
004580*    LOADS THE FEE SCHEDULE FROM FEETBL, SEEDING THE FILE WITH
004590*    THE BOARD-APPROVED DEFAULT THE FIRST TIME IT IS MISSING -
004600*    5.00 MONTHLY ON CHECKING, WAIVED AT A 1500.00 BALANCE.
004610*    SAVINGS CARRIES NO FEE UNTIL A RECORD SAYS OTHERWISE.
004620******************************************************************
004630 1200-LOAD-FEE-TABLE.
004640     MOVE 'N' TO FA-FEE-EOF-SW.
004650     OPEN INPUT FEE-TABLE.
004660     IF FA-FEE-FS = "35"
004670     PERFORM 1250-CREATE-FEE-TABLE THRU 1250-EXIT
004680     OPEN INPUT FEE-TABLE
004690     END-IF.
004700     IF FA-FEE-FS NOT = "00"
004710     DISPLAY "UNABLE TO OPEN FEE SCHEDULE. STATUS=" FA-FEE-FS
004720     GO TO 1200-EXIT
004730     END-IF.
004740
004750     PERFORM 1270-READ-FEE-ENTRY THRU 1270-EXIT.
004760     PERFORM UNTIL FA-FEE-EOF
004770     IF FA-FEE-COUNT >= 10
004780     DISPLAY "FEE SCHEDULE FULL AT 10 TYPES - EXTRA IGNORED."
004790     MOVE 'Y' TO FA-FEE-EOF-SW
004800     ELSE
004810     ADD 1 TO FA-FEE-COUNT
004820     SET FA-FEE-IDX TO FA-FEE-COUNT
004830     MOVE FEE-ACCT-TYPE TO FA-FEE-TYPE(FA-FEE-IDX)
004840     MOVE FEE-AMOUNT TO FA-FEE-AMOUNT(FA-FEE-IDX)
004850     MOVE FEE-WAIVE-FLOOR TO FA-FEE-FLOOR(FA-FEE-IDX)
004860     PERFORM 1270-READ-FEE-ENTRY THRU 1270-EXIT
004870     END-IF
004880     END-PERFORM.
004890     CLOSE FEE-TABLE.
004900     DISPLAY "FEE TYPES LOADED: " FA-FEE-COUNT.
004910 1200-EXIT.
004920     EXIT.
004930
004940 1250-CREATE-FEE-TABLE.
004950     OPEN OUTPUT FEE-TABLE.
004960     MOVE SPACES TO FEE-RECORD.
004970     MOVE 'C' TO FEE-ACCT-TYPE.
004980     MOVE 5.00 TO FEE-AMOUNT.
004990     MOVE 1500.00 TO FEE-WAIVE-FLOOR.
005000     WRITE FEE-RECORD.
005010     CLOSE FEE-TABLE.
005020 1250-EXIT.
005030     EXIT.
005040
005050 1270-READ-FEE-ENTRY.
005060     READ FEE-TABLE
005070     AT END
005080     MOVE 'Y' TO FA-FEE-EOF-SW
005090     END-READ.
005100 1270-EXIT.
005110     EXIT.
005120
005130******************************************************************
005140*    1300-SET-CUTOFF-YM
005150*    OLDEST YYYYMM INSIDE THE DORMANCY WINDOW - THE PERIOD
005160*    ITSELF COUNTS AS THE NEWEST OF FA-DORMANT-MONTHS MONTHS.
005170******************************************************************
005180 1300-SET-CUTOFF-YM.
005190     MOVE FA-STMT-PERIOD TO FA-CUTOFF-YM.
005200     PERFORM 1310-BACK-ONE-MONTH THRU 1310-EXIT
005210     VARYING FA-MONTHS-BACK FROM 2 BY 1
005220     UNTIL FA-MONTHS-BACK > FA-DORMANT-MONTHS.
005230 1300-EXIT.
005240     EXIT.
005250
005260 1310-BACK-ONE-MONTH.
005270     IF FA-CUTOFF-MM > 01
005280     SUBTRACT 1 FROM FA-CUTOFF-MM
005290     ELSE
005300     MOVE 12 TO FA-CUTOFF-MM
005310     SUBTRACT 1 FROM FA-CUTOFF-YYYY
005320     END-IF.
005330 1310-EXIT.
005340     EXIT.
005350
005360******************************************************************
005370*    1400-CHECK-HISTORY
005380*    THE FEES POST BEFORE THE DORMANCY PASS READS THE HISTORY,
005390*    SO EVERY ARCHIVE THE INDEX NAMES FOR THE WINDOW IS OPENED
005400*    HERE FIRST. IF ONE WILL NOT OPEN, OR THE INDEX ITSELF WILL
005410*    NOT OPEN FOR ANY REASON BUT NOT-YET-CREATED, THE RUN IS
005420*    CANCELLED RC 8 WITH NOTHING CHARGED AND NOTHING STAMPED.
005430******************************************************************
005440 1400-CHECK-HISTORY.
005450     MOVE ZERO TO FA-PREV-ARCIX-DATE.
005460     MOVE 'N' TO FA-ARCIX-EOF-SW.
005470     OPEN INPUT ARCHIVE-INDEX.
005480     IF FA-ARCIX-FS = "35"
005490     GO TO 1400-EXIT
005500     END-IF.
005510     IF FA-ARCIX-FS NOT = "00"
005520     DISPLAY "ARCHIVE INDEX WILL NOT OPEN. STATUS=" FA-ARCIX-FS
005530     SET FA-INPUT-FAILED TO TRUE
005540     GO TO 1400-CANCEL
005550     END-IF.
005560     PERFORM 4100-READ-INDEX-ENTRY THRU 4100-EXIT.
005570     PERFORM UNTIL FA-ARCIX-EOF
005580     MOVE ARCIX-DATE TO FA-ARCIX-DATE-SPLIT
005590     IF FA-ARCIX-YM NOT < FA-CUTOFF-YM
005600     AND ARCIX-DATE > FA-PREV-ARCIX-DATE
005610     MOVE ARCIX-FILE-NAME TO FA-ARCHIVE-NAME
005620     PERFORM 1410-OPEN-ONE-ARCHIVE THRU 1410-EXIT
005630     MOVE ARCIX-DATE TO FA-PREV-ARCIX-DATE
005640     END-IF
005650     PERFORM 4100-READ-INDEX-ENTRY THRU 4100-EXIT
005660     END-PERFORM.
005670     CLOSE ARCHIVE-INDEX.
005680     IF NOT FA-INPUT-FAILED
005690     GO TO 1400-EXIT
005700     END-IF.
005710 1400-CANCEL.
005720     DISPLAY "HISTORY INPUT INCOMPLETE - NO FEES CHARGED.".
005730     DISPLAY "RUN NOT STAMPED.".
005740     MOVE 'N' TO FA-CONTINUE-SW.
005750     MOVE 8 TO RETURN-CODE.
005760 1400-EXIT.
005770     EXIT.
005780
005790 1410-OPEN-ONE-ARCHIVE.
005800     OPEN INPUT ARCHIVE-FILE.
005810     IF FA-ARCH-FS NOT = "00"
005820     DISPLAY "ARCHIVE " FA-ARCHIVE-NAME " WILL NOT OPEN. STATUS="
005830     FA-ARCH-FS
005840     SET FA-INPUT-FAILED TO TRUE
005850     GO TO 1410-EXIT
005860     END-IF.
005870     CLOSE ARCHIVE-FILE.
005880 1410-EXIT.
005890     EXIT.
005900
005910******************************************************************
005920*    2000-ASSESS-FEES
005930*    SEQUENTIAL PASS OVER ACCOUNT-MASTER - CHARGES THE TYPE'S
005940*    FEE TO EVERY OPEN ACCOUNT BELOW ITS WAIVER FLOOR AND COUNTS
005950*    EVERY ACCOUNT IT PASSES OVER. AN ACCOUNT WITH A PENDING
005960*    CHECKPOINT IS SKIPPED - ITS STORED BALANCE IS LEGITIMATELY
005970*    BEHIND THE LOG UNTIL THE NEXT LOGIN RESOLVES IT.
005980******************************************************************
005990 2000-ASSESS-FEES.
006000     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
006010     PERFORM UNTIL FA-ACCT-EOF
006020     ADD 1 TO FA-FEE-ACCTS-READ
006030     IF NOT ACCT-CLOSED AND NOT ACCT-CHARGED-OFF
006040     IF ACCT-CKPT-PENDING
006050     DISPLAY "ACCOUNT " ACCT-NUMBER " HAS A PENDING"
006060     " CHECKPOINT - FEE SKIPPED. ASSESS BY HAND."
006070     ADD 1 TO FA-FEE-CKPT-SKIPPED
006080     ELSE
006090     PERFORM 2200-CHARGE-ONE-ACCOUNT THRU 2200-EXIT
006100     END-IF
006110     ELSE
006120     ADD 1 TO FA-FEE-NOT-OPEN
006130     END-IF
006140     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT
006150     END-PERFORM.
006160 2000-EXIT.
006170     EXIT.
006180
006190 2100-READ-ACCOUNT.
006200     READ ACCOUNT-MASTER NEXT
006210     AT END
006220     MOVE 'Y' TO FA-ACCT-EOF-SW
006230     END-READ.
006240 2100-EXIT.
006250     EXIT.
006260
006270******************************************************************
006280*    2200-CHARGE-ONE-ACCOUNT
006290*    LOOKS UP THE TYPE'S FEE AND CHARGES OR WAIVES IT. THE
006300*    SVC-FEE ENTRY IS LOGGED BEFORE THE BALANCE REWRITE, SO A
006310*    CRASH MID-POST NEVER LEAVES A BALANCE CHANGE WITH NO LOG
006320*    ENTRY BEHIND IT.
006330******************************************************************
006340 2200-CHARGE-ONE-ACCOUNT.
006350     PERFORM 2300-SELECT-FEE THRU 2300-EXIT.
006360     IF FA-CHOSEN-FEE = ZERO
006370     ADD 1 TO FA-FEE-NONE
006380     GO TO 2200-EXIT
006390     END-IF.
006400
006410     IF ACCT-BALANCE NOT < FA-CHOSEN-FLOOR
006420     ADD 1 TO FA-FEES-WAIVED
006430     GO TO 2200-EXIT
006440     END-IF.
006450
006460     SUBTRACT FA-CHOSEN-FEE FROM ACCT-BALANCE.
006470
006480     MOVE SPACES TO TRANSACTION-RECORD.
006490     MOVE FA-RUN-DATE TO TXN-DATE.
006500     ACCEPT TXN-TIME FROM TIME.
006510     MOVE ACCT-NUMBER      TO TXN-ACCOUNT.
006520     MOVE "SVC-FEE"        TO TXN-TYPE.
006530     MOVE FA-CHOSEN-FEE    TO TXN-AMOUNT.
006540     MOVE ACCT-BALANCE     TO TXN-BALANCE.
006550     MOVE "BAT" TO TXN-CHANNEL.
006560     MOVE "FEEASSES" TO TXN-OPERATOR.
006570     WRITE TRANSACTION-RECORD.
006580
006590     REWRITE ACCOUNT-RECORD.
006600     ADD 1 TO FA-FEES-CHARGED.
006610     ADD FA-CHOSEN-FEE TO FA-FEE-TOTAL.
006620 2200-EXIT.
006630     EXIT.
006640
006650******************************************************************
006660*    2300-SELECT-FEE
006670*    FEE AND FLOOR FOR THE CURRENT ACCOUNT'S TYPE - A TYPE WITH
006680*    NO SCHEDULE RECORD PAYS NOTHING.
006690******************************************************************
006700 2300-SELECT-FEE.
006710     MOVE ZERO TO FA-CHOSEN-FEE.
006720     MOVE ZERO TO FA-CHOSEN-FLOOR.
006730     PERFORM 2310-TEST-ONE-TYPE THRU 2310-EXIT
006740     VARYING FA-FEE-IDX FROM 1 BY 1
006750     UNTIL FA-FEE-IDX > FA-FEE-COUNT.
006760 2300-EXIT.
006770     EXIT.
006780
006790 2310-TEST-ONE-TYPE.
006800     IF FA-FEE-TYPE(FA-FEE-IDX) = ACCT-TYPE
006810     MOVE FA-FEE-AMOUNT(FA-FEE-IDX) TO FA-CHOSEN-FEE
006820     MOVE FA-FEE-FLOOR(FA-FEE-IDX) TO FA-CHOSEN-FLOOR
006830     END-IF.
006840 2310-EXIT.
006850     EXIT.
006860
006870******************************************************************
006880*    3000-RELEASE-RECORDS
006890*    SORT INPUT PROCEDURE FOR THE DORMANCY CHECK - EVERY ACCOUNT
006900*    ON THE MASTER (A SECOND PASS, SO THE FEES JUST CHARGED ARE
006910*    ALREADY ON IT), THEN EVERY ARCHIVE DATED INSIDE THE WINDOW
006920*    AND THE LIVE LOG. AN ARCHIVE THAT WILL NOT OPEN, OR A LOG OR
006930*    INDEX THAT WILL NOT OPEN FOR ANY REASON BUT NOT-YET-CREATED,
006940*    FAILS THE PASS.
006950******************************************************************
006960 3000-RELEASE-RECORDS.
006970     MOVE 'N' TO FA-ACCT-EOF-SW.
006980     MOVE ZERO TO ACCT-NUMBER.
006990     START ACCOUNT-MASTER KEY NOT < ACCT-NUMBER
007000     INVALID KEY
007010     MOVE 'Y' TO FA-ACCT-EOF-SW
007020     END-START.
007030     IF NOT FA-ACCT-EOF
007040     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT
007050     END-IF.
007060     PERFORM UNTIL FA-ACCT-EOF
007070     ADD 1 TO FA-DORM-ACCTS-READ
007080     PERFORM 3100-RELEASE-ACCOUNT THRU 3100-EXIT
007090     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT
007100     END-PERFORM.
007110
007120     MOVE ZERO TO FA-PREV-ARCIX-DATE.
007130     MOVE 'N' TO FA-ARCIX-EOF-SW.
007140     OPEN INPUT ARCHIVE-INDEX.
007150     IF FA-ARCIX-FS = "00"
007160     PERFORM 4100-READ-INDEX-ENTRY THRU 4100-EXIT
007170     PERFORM UNTIL FA-ARCIX-EOF
007180     MOVE ARCIX-DATE TO FA-ARCIX-DATE-SPLIT
007190     IF FA-ARCIX-YM NOT < FA-CUTOFF-YM
007200     AND ARCIX-DATE > FA-PREV-ARCIX-DATE
007210     ADD 1 TO FA-ARCH-EXPECTED
007220     MOVE ARCIX-FILE-NAME TO FA-ARCHIVE-NAME
007230     PERFORM 4200-SCAN-ONE-ARCHIVE THRU 4200-EXIT
007240     MOVE ARCIX-DATE TO FA-PREV-ARCIX-DATE
007250     END-IF
007260     PERFORM 4100-READ-INDEX-ENTRY THRU 4100-EXIT
007270     END-PERFORM
007280     CLOSE ARCHIVE-INDEX
007290     END-IF.
007300     IF FA-ARCIX-FS NOT = "00" AND FA-ARCIX-FS NOT = "35"
007310     DISPLAY "ARCHIVE INDEX WILL NOT OPEN. STATUS=" FA-ARCIX-FS
007320     SET FA-INPUT-FAILED TO TRUE
007330     END-IF.
007340
007350     MOVE 'N' TO FA-TXN-EOF-SW.
007360     OPEN INPUT TRANSACTION-LOG.
007370     IF FA-TXN-FS = "00"
007380     PERFORM 4370-READ-LOG-ENTRY THRU 4370-EXIT
007390     PERFORM UNTIL FA-TXN-EOF
007400     ADD 1 TO FA-LOG-READ
007410     PERFORM 4400-SELECT-ACTIVITY THRU 4400-EXIT
007420     PERFORM 4370-READ-LOG-ENTRY THRU 4370-EXIT
007430     END-PERFORM
007440     CLOSE TRANSACTION-LOG
007450     END-IF.
007460     IF FA-TXN-FS NOT = "00" AND FA-TXN-FS NOT = "35"
007470     DISPLAY "TRANSACTION LOG WILL NOT OPEN. STATUS=" FA-TXN-FS
007480     SET FA-INPUT-FAILED TO TRUE
007490     END-IF.
007500     IF FA-ARCH-SCANNED NOT = FA-ARCH-EXPECTED
007510     SET FA-INPUT-FAILED TO TRUE
007520     END-IF.
007530 3000-EXIT.
007540     EXIT.
007550
007560 3100-RELEASE-ACCOUNT.
007570     MOVE SPACES TO DORMANCY-SORT-RECORD.
007580     MOVE ACCT-NUMBER TO FS-ACCOUNT.
007590     SET FS-MASTER TO TRUE.
007600     IF ACCT-ACTIVE AND NOT ACCT-TYPE-TERM
007610     MOVE 'Y' TO FS-ELIGIBLE-FLAG
007620     ELSE
007630     MOVE 'N' TO FS-ELIGIBLE-FLAG
007640     END-IF.
007650     RELEASE DORMANCY-SORT-RECORD.
007660     ADD 1 TO FA-RELEASED.
007670 3100-EXIT.
007680     EXIT.
007690
007700******************************************************************
007710*    4000-FLAG-DORMANTS
007720*    THE MASTER AND THE WINDOW'S CUSTOMER ACTIVITY ARE SORTED
007730*    TOGETHER IN ACCOUNT ORDER; EVERY ELIGIBLE ACCOUNT THAT
007740*    COMES BACK WITH NO ACTIVITY BEHIND IT IS FLAGGED DORMANT ON
007750*    THE MASTER AND REPORTED ON DORMRPT FOR THE TELLERS.
007760******************************************************************
007770 4000-FLAG-DORMANTS.
007780     CLOSE TRANSACTION-LOG.
007790
007800     OPEN OUTPUT DORMANT-REPORT.
007810     MOVE SPACES TO DORMANT-REPORT-LINE.
007820     STRING "DORMANT ACCOUNT REPORT FOR PERIOD " DELIMITED BY
007830     SIZE
007840     FA-STMT-PERIOD DELIMITED BY SIZE
007850     INTO DORMANT-REPORT-LINE.
007860     WRITE DORMANT-REPORT-LINE.
007870     MOVE SPACES TO DORMANT-REPORT-LINE.
007880     STRING "NO CUSTOMER ACTIVITY SINCE " DELIMITED BY SIZE
007890     FA-CUTOFF-YM DELIMITED BY SIZE
007900     " - SEE A TELLER TO REACTIVATE." DELIMITED BY SIZE
007910     INTO DORMANT-REPORT-LINE.
007920     WRITE DORMANT-REPORT-LINE.
007930     MOVE SPACES TO DORMANT-REPORT-LINE.
007940     WRITE DORMANT-REPORT-LINE.
007950
007960     SORT DORMANCY-SORT-FILE
007970     ON ASCENDING KEY FS-ACCOUNT FS-KIND
007980     INPUT PROCEDURE IS 3000-RELEASE-RECORDS THRU 3000-EXIT
007990     OUTPUT PROCEDURE IS 5000-CHECK-DORMANCY THRU 5000-EXIT.
008000
008010     IF FA-DORMANT-FLAGGED = 0
008020     MOVE "  (NONE)" TO DORMANT-REPORT-LINE
008030     WRITE DORMANT-REPORT-LINE
008040     END-IF.
008050     PERFORM 5900-PRINT-CONTROL-TOTALS THRU 5900-EXIT.
008060     CLOSE DORMANT-REPORT.
008070 4000-EXIT.
008080     EXIT.
008090
008100 4100-READ-INDEX-ENTRY.
008110     READ ARCHIVE-INDEX
008120     AT END
008130     MOVE 'Y' TO FA-ARCIX-EOF-SW
008140     END-READ.
008150 4100-EXIT.
008160     EXIT.
008170
008180 4200-SCAN-ONE-ARCHIVE.
008190     MOVE 'N' TO FA-ARCH-EOF-SW.
008200     OPEN INPUT ARCHIVE-FILE.
008210     IF FA-ARCH-FS NOT = "00"
008220     DISPLAY "ARCHIVE " FA-ARCHIVE-NAME " WILL NOT OPEN. STATUS="
008230     FA-ARCH-FS
008240     GO TO 4200-EXIT
008250     END-IF.
008260     ADD 1 TO FA-ARCH-SCANNED.
008270     IF FA-ARCH-FS = "00"
008280     PERFORM 4300-READ-ARCHIVE-ENTRY THRU 4300-EXIT
008290     PERFORM UNTIL FA-ARCH-EOF
008300     ADD 1 TO FA-ARCH-READ
008310     PERFORM 4400-SELECT-ACTIVITY THRU 4400-EXIT
008320     PERFORM 4300-READ-ARCHIVE-ENTRY THRU 4300-EXIT
008330     END-PERFORM
008340     CLOSE ARCHIVE-FILE
008350     END-IF.
008360 4200-EXIT.
008370     EXIT.
008380
008390 4300-READ-ARCHIVE-ENTRY.
008400     READ ARCHIVE-FILE INTO TRANSACTION-RECORD
008410     AT END
008420     MOVE 'Y' TO FA-ARCH-EOF-SW
008430     END-READ.
008440 4300-EXIT.
008450     EXIT.
008460
008470 4370-READ-LOG-ENTRY.
008480     READ TRANSACTION-LOG
008490     AT END
008500     MOVE 'Y' TO FA-TXN-EOF-SW
008510     END-READ.
008520 4370-EXIT.
008530     EXIT.
008540
008550******************************************************************
008560*    4400-SELECT-ACTIVITY
008570*    ONE LOG OR ARCHIVE ENTRY (IN TRANSACTION-RECORD) - RELEASED
008580*    AS ACTIVITY WHEN IT IS CUSTOMER-INITIATED AND INSIDE THE
008590*    WINDOW. INTEREST, FEES, HOLD RELEASES AND MAINTENANCE
008600*    MARKERS DO NOT COUNT - A BALANCE THAT ONLY EARNS INTEREST IS
008610*    EXACTLY WHAT DORMANCY LOOKS LIKE.
008620******************************************************************
008630 4400-SELECT-ACTIVITY.
008640     MOVE TXN-DATE TO FA-TXN-DATE-SPLIT.
008650     IF FA-TXN-YM < FA-CUTOFF-YM
008660     ADD 1 TO FA-ENTRIES-PASSED
008670     GO TO 4400-EXIT
008680     END-IF.
008690
008700     IF TXN-TYPE = "DEPOSIT" OR TXN-TYPE = "WITHDRAWAL"
008710     OR TXN-TYPE = "TRANSFER-OUT" OR TXN-TYPE = "TRANSFER-IN"
008720     OR TXN-TYPE = "RECOVERY" OR TXN-TYPE = "ACCT-OPEN"
008730     OR TXN-TYPE = "EXT-CREDIT" OR TXN-TYPE = "EXT-DEBIT"
008740     OR TXN-TYPE = "TLR-DEPOSIT" OR TXN-TYPE = "TLR-WITHDRWL"
008750     OR TXN-TYPE = "EXT-PAYMENT"
008760     MOVE SPACES TO DORMANCY-SORT-RECORD
008770     MOVE TXN-ACCOUNT TO FS-ACCOUNT
008780     SET FS-ACTIVITY TO TRUE
008790     RELEASE DORMANCY-SORT-RECORD
008800     ADD 1 TO FA-RELEASED
008810     ADD 1 TO FA-ACTIVITY-RELEASED
008820     ELSE
008830     ADD 1 TO FA-ENTRIES-PASSED
008840     END-IF.
008850 4400-EXIT.
008860     EXIT.
008870
008880******************************************************************
008890*    4500-FLAG-ONE-ACCOUNT
008900*    MARKS ONE ELIGIBLE ACCOUNT WITH NO ACTIVITY DORMANT ON THE
008910*    MASTER AND LOGS A ZERO-AMOUNT DORMANT MARKER, THE SAME WAY
008920*    THE TELLER MAINTENANCE ACTIONS ARE TRACED. THE RECORD AS IT
008930*    STOOD BEFORE AND AFTER GOES TO THE MAINTENANCE JOURNAL.
008940******************************************************************
008950 4500-FLAG-ONE-ACCOUNT.
008960     MOVE FA-ACCT-NUMBER TO ACCT-NUMBER.
008970     READ ACCOUNT-MASTER
008980     INVALID KEY
008990     ADD 1 TO FA-FLAG-SKIPPED
009000     GO TO 4500-EXIT
009010     END-READ.
009020     IF NOT ACCT-ACTIVE
009030     ADD 1 TO FA-FLAG-SKIPPED
009040     GO TO 4500-EXIT
009050     END-IF.
009060
009070     MOVE ACCOUNT-RECORD TO FA-BEFORE-IMAGE.
009080     SET ACCT-DORMANT TO TRUE.
009090
009100     MOVE SPACES TO TRANSACTION-RECORD.
009110     MOVE FA-RUN-DATE TO TXN-DATE.
009120     ACCEPT TXN-TIME FROM TIME.
009130     MOVE ACCT-NUMBER      TO TXN-ACCOUNT.
009140     MOVE "DORMANT"        TO TXN-TYPE.
009150     MOVE ZERO             TO TXN-AMOUNT.
009160     MOVE ACCT-BALANCE     TO TXN-BALANCE.
009170     MOVE "BAT" TO TXN-CHANNEL.
009180     MOVE "FEEASSES" TO TXN-OPERATOR.
009190     WRITE TRANSACTION-RECORD.
009200
009210     REWRITE ACCOUNT-RECORD.
009220     PERFORM 4550-JOURNAL-ACCOUNT THRU 4550-EXIT.
009230     ADD 1 TO FA-DORMANT-FLAGGED.
009240
009250     MOVE SPACES TO FA-REPORT-ACCT-LINE.
009260     MOVE ACCT-NUMBER  TO RL-ACCT-NUMBER.
009270     MOVE ACCT-BALANCE TO RL-BALANCE.
009280     MOVE "FLAGGED DORMANT" TO RL-NOTE.
009290     WRITE DORMANT-REPORT-LINE FROM FA-REPORT-ACCT-LINE.
009300 4500-EXIT.
009310     EXIT.
009320
009330******************************************************************
009340*    4550-JOURNAL-ACCOUNT
009350*    APPENDS ONE MAINTENANCE JOURNAL ENTRY FOR THE ACCOUNT JUST
009360*    FLAGGED - FA-BEFORE-IMAGE AS READ AND ACCOUNT-RECORD AS
009370*    WRITTEN BACK, PIN ZEROED IN BOTH. A BATCH RUN STAMPS ITS OWN
009380*    NAME AS THE USER.
009390******************************************************************
009400 4550-JOURNAL-ACCOUNT.
009410     MOVE SPACES TO MAINT-JOURNAL-RECORD.
009420     MOVE FA-RUN-DATE     TO MJ-DATE.
009430     ACCEPT MJ-TIME FROM TIME.
009440     MOVE "FEEASSES"      TO MJ-PROGRAM.
009450     MOVE "FEEASSES"      TO MJ-USER-ID.
009460     SET MJ-ACCOUNT-CHANGE TO TRUE.
009470     MOVE ACCT-NUMBER     TO MJ-KEY.
009480     MOVE "DORMANT"       TO MJ-ACTION.
009490     MOVE FA-BEFORE-IMAGE TO MJ-BEFORE-IMAGE.
009500     MOVE ACCOUNT-RECORD  TO MJ-AFTER-IMAGE.
009510     MOVE ZERO TO MJ-BEFORE-PIN.
009520     MOVE ZERO TO MJ-AFTER-PIN.
009530     WRITE MAINT-JOURNAL-RECORD.
009540 4550-EXIT.
009550     EXIT.
009560
009570******************************************************************
009580*    5000-CHECK-DORMANCY
009590*    SORT OUTPUT PROCEDURE - CONTROL BREAK ON THE ACCOUNT. THE
009600*    LOG GOES BACK TO EXTEND FOR THE DORMANT MARKERS. IF THE
009610*    HISTORY PASS FAILED THE SORT IS DRAINED AND NO ACCOUNT IS
009620*    FLAGGED - MISSING ACTIVITY WOULD MAKE A LIVE ACCOUNT LOOK
009630*    DORMANT.
009640******************************************************************
009650 5000-CHECK-DORMANCY.
009660     OPEN EXTEND TRANSACTION-LOG.
009670     PERFORM 5100-RETURN-SORT THRU 5100-EXIT.
009680     IF FA-INPUT-FAILED
009690     PERFORM 5100-RETURN-SORT THRU 5100-EXIT
009700     UNTIL FA-SORT-EOF
009710     GO TO 5000-EXIT
009720     END-IF.
009730     PERFORM UNTIL FA-SORT-EOF
009740     IF NOT FA-GROUP-OPEN OR FS-ACCOUNT NOT = FA-ACCT-NUMBER
009750     PERFORM 5300-FINISH-ACCOUNT THRU 5300-EXIT
009760     PERFORM 5200-START-ACCOUNT THRU 5200-EXIT
009770     END-IF
009780     IF FS-MASTER
009790     MOVE FS-ELIGIBLE-FLAG TO FA-ELIGIBLE-FLAG
009800     SET FA-HAVE-MASTER TO TRUE
009810     ELSE
009820     ADD 1 TO FA-GROUP-ACTIVITY
009830     END-IF
009840     PERFORM 5100-RETURN-SORT THRU 5100-EXIT
009850     END-PERFORM.
009860     PERFORM 5300-FINISH-ACCOUNT THRU 5300-EXIT.
009870 5000-EXIT.
009880     EXIT.
009890
009900 5100-RETURN-SORT.
009910     RETURN DORMANCY-SORT-FILE
009920     AT END
009930     MOVE 'Y' TO FA-SORT-EOF-SW
009940     NOT AT END
009950     ADD 1 TO FA-RETURNED
009960     END-RETURN.
009970 5100-EXIT.
009980     EXIT.
009990
010000 5200-START-ACCOUNT.
010010     INITIALIZE FA-CURRENT-ACCOUNT.
010020     MOVE FS-ACCOUNT TO FA-ACCT-NUMBER.
010030     MOVE 'N' TO FA-HAVE-MASTER-SW.
010040     SET FA-GROUP-OPEN TO TRUE.
010050 5200-EXIT.
010060     EXIT.
010070
010080******************************************************************
010090*    5300-FINISH-ACCOUNT
010100*    ACTIVITY AGAINST AN ACCOUNT NOT ON THE MASTER IS COUNTED
010110*    AND OTHERWISE IGNORED - THERE IS NOTHING TO FLAG.
010120******************************************************************
010130 5300-FINISH-ACCOUNT.
010140     IF NOT FA-GROUP-OPEN
010150     GO TO 5300-EXIT
010160     END-IF.
010170     MOVE 'N' TO FA-GROUP-OPEN-SW.
010180     IF NOT FA-HAVE-MASTER
010190     ADD FA-GROUP-ACTIVITY TO FA-ACTIVITY-NO-MASTER
010200     GO TO 5300-EXIT
010210     END-IF.
010220
010230     ADD 1 TO FA-ACCTS-CHECKED.
010240     ADD FA-GROUP-ACTIVITY TO FA-ACTIVITY-APPLIED.
010250     IF FA-ELIGIBLE-FLAG NOT = 'Y'
010260     ADD 1 TO FA-NOT-ELIGIBLE
010270     ELSE
010280     IF FA-GROUP-ACTIVITY > 0
010290     ADD 1 TO FA-ACTIVE-ACCTS
010300     ELSE
010310     PERFORM 4500-FLAG-ONE-ACCOUNT THRU 4500-EXIT
010320     END-IF
010330     END-IF.
010340 5300-EXIT.
010350     EXIT.
010360
010370******************************************************************
010380*    5900-PRINT-CONTROL-TOTALS
010390*    PROVES EVERY ACCOUNT ON THE MASTER WAS DEALT WITH BY BOTH
010400*    PASSES AND EVERY LOGGED ENTRY WAS LOOKED AT. THE FEES ARE
010410*    ALREADY POSTED BY NOW, SO THE PERIOD IS STAMPED EITHER WAY
010420*    (A RERUN WOULD CHARGE THEM TWICE) - A DISAGREEMENT MARKS
010430*    THE REPORT INCOMPLETE AND ENDS THE RUN RC 8. A MISSING
010440*    ARCHIVE IS NORMALLY CAUGHT BY 1400 BEFORE ANY FEE POSTS;
010450*    ONE THAT GOES MISSING BETWEEN THE TWO PASSES LANDS HERE.
010460******************************************************************
010470 5900-PRINT-CONTROL-TOTALS.
010480     MOVE SPACES TO DORMANT-REPORT-LINE.
010490     WRITE DORMANT-REPORT-LINE.
010500     MOVE "CONTROL TOTALS" TO DORMANT-REPORT-LINE.
010510     WRITE DORMANT-REPORT-LINE.
010520     MOVE "FEE PASS - ACCOUNTS READ" TO CT-LABEL.
010530     MOVE FA-FEE-ACCTS-READ TO CT-COUNT.
010540     WRITE DORMANT-REPORT-LINE FROM FA-COUNT-TOTAL-LINE.
010550     MOVE "  FEE CHARGED" TO CT-LABEL.
010560     MOVE FA-FEES-CHARGED TO CT-COUNT.
010570     WRITE DORMANT-REPORT-LINE FROM FA-COUNT-TOTAL-LINE.
010580     MOVE "  FEE WAIVED" TO CT-LABEL.
010590     MOVE FA-FEES-WAIVED TO CT-COUNT.
010600     WRITE DORMANT-REPORT-LINE FROM FA-COUNT-TOTAL-LINE.
010610     MOVE "  NO FEE FOR THE ACCOUNT TYPE" TO CT-LABEL.
010620     MOVE FA-FEE-NONE TO CT-COUNT.
010630     WRITE DORMANT-REPORT-LINE FROM FA-COUNT-TOTAL-LINE.
010640     MOVE "  CLOSED OR CHARGED OFF" TO CT-LABEL.
010650     MOVE FA-FEE-NOT-OPEN TO CT-COUNT.
010660     WRITE DORMANT-REPORT-LINE FROM FA-COUNT-TOTAL-LINE.
010670     MOVE "  PENDING CHECKPOINT - SKIPPED" TO CT-LABEL.
010680     MOVE FA-FEE-CKPT-SKIPPED TO CT-COUNT.
010690     WRITE DORMANT-REPORT-LINE FROM FA-COUNT-TOTAL-LINE.
010700     MOVE "DORMANCY PASS - ACCOUNTS READ" TO CT-LABEL.
010710     MOVE FA-DORM-ACCTS-READ TO CT-COUNT.
010720     WRITE DORMANT-REPORT-LINE FROM FA-COUNT-TOTAL-LINE.
010730     MOVE "  NOT ELIGIBLE" TO CT-LABEL.
010740     MOVE FA-NOT-ELIGIBLE TO CT-COUNT.
010750     WRITE DORMANT-REPORT-LINE FROM FA-COUNT-TOTAL-LINE.
010760     MOVE "  ACTIVE IN THE WINDOW" TO CT-LABEL.
010770     MOVE FA-ACTIVE-ACCTS TO CT-COUNT.
010780     WRITE DORMANT-REPORT-LINE FROM FA-COUNT-TOTAL-LINE.
010790     MOVE "  FLAGGED DORMANT" TO CT-LABEL.
010800     MOVE FA-DORMANT-FLAGGED TO CT-COUNT.
010810     WRITE DORMANT-REPORT-LINE FROM FA-COUNT-TOTAL-LINE.
010820     MOVE "  CHANGED SINCE READ - NOT FLAGGED" TO CT-LABEL.
010830     MOVE FA-FLAG-SKIPPED TO CT-COUNT.
010840     WRITE DORMANT-REPORT-LINE FROM FA-COUNT-TOTAL-LINE.
010850     MOVE "ARCHIVED ENTRIES READ" TO CT-LABEL.
010860     MOVE FA-ARCH-READ TO CT-COUNT.
010870     WRITE DORMANT-REPORT-LINE FROM FA-COUNT-TOTAL-LINE.
010880     MOVE "LIVE LOG ENTRIES READ" TO CT-LABEL.
010890     MOVE FA-LOG-READ TO CT-COUNT.
010900     WRITE DORMANT-REPORT-LINE FROM FA-COUNT-TOTAL-LINE.
010910     MOVE "ARCHIVE DAYS ON THE INDEX" TO CT-LABEL.
010920     MOVE FA-ARCH-EXPECTED TO CT-COUNT.
010930     WRITE DORMANT-REPORT-LINE FROM FA-COUNT-TOTAL-LINE.
010940     MOVE "ARCHIVES OPENED AND READ" TO CT-LABEL.
010950     MOVE FA-ARCH-SCANNED TO CT-COUNT.
010960     WRITE DORMANT-REPORT-LINE FROM FA-COUNT-TOTAL-LINE.
010970     MOVE "  CUSTOMER ACTIVITY IN THE WINDOW" TO CT-LABEL.
010980     MOVE FA-ACTIVITY-RELEASED TO CT-COUNT.
010990     WRITE DORMANT-REPORT-LINE FROM FA-COUNT-TOTAL-LINE.
011000     MOVE "    FOR AN ACCOUNT NOT ON THE MASTER" TO CT-LABEL.
011010     MOVE FA-ACTIVITY-NO-MASTER TO CT-COUNT.
011020     WRITE DORMANT-REPORT-LINE FROM FA-COUNT-TOTAL-LINE.
011030     MOVE "  OTHER ENTRIES OR OUTSIDE THE WINDOW" TO CT-LABEL.
011040     MOVE FA-ENTRIES-PASSED TO CT-COUNT.
011050     WRITE DORMANT-REPORT-LINE FROM FA-COUNT-TOTAL-LINE.
011060     MOVE "SORT RECORDS RELEASED" TO CT-LABEL.
011070     MOVE FA-RELEASED TO CT-COUNT.
011080     WRITE DORMANT-REPORT-LINE FROM FA-COUNT-TOTAL-LINE.
011090     MOVE "SORT RECORDS RETURNED" TO CT-LABEL.
011100     MOVE FA-RETURNED TO CT-COUNT.
011110     WRITE DORMANT-REPORT-LINE FROM FA-COUNT-TOTAL-LINE.
011120
011130     COMPUTE FA-ENTRIES-READ = FA-ARCH-READ + FA-LOG-READ.
011140     COMPUTE FA-PROOF-TOTAL = FA-DORM-ACCTS-READ
011150     + FA-ACTIVITY-RELEASED.
011160     IF SORT-RETURN NOT = 0
011170     OR FA-RELEASED NOT = FA-RETURNED
011180     OR FA-RELEASED NOT = FA-PROOF-TOTAL
011190     OR FA-ENTRIES-READ NOT =
011200     FA-ACTIVITY-RELEASED + FA-ENTRIES-PASSED
011210     OR FA-ACTIVITY-RELEASED NOT =
011220     FA-ACTIVITY-APPLIED + FA-ACTIVITY-NO-MASTER
011230     OR FA-ACCTS-CHECKED NOT = FA-DORM-ACCTS-READ
011240     OR FA-ACCTS-CHECKED NOT = FA-NOT-ELIGIBLE + FA-ACTIVE-ACCTS
011250     + FA-DORMANT-FLAGGED + FA-FLAG-SKIPPED
011260     OR FA-FEE-ACCTS-READ NOT = FA-FEES-CHARGED + FA-FEES-WAIVED
011270     + FA-FEE-NONE + FA-FEE-NOT-OPEN + FA-FEE-CKPT-SKIPPED
011280     OR FA-ARCH-SCANNED NOT = FA-ARCH-EXPECTED
011290     OR FA-INPUT-FAILED
011300     MOVE 'N' TO FA-TOTALS-SW
011310     END-IF.
011320     IF FA-TOTALS-SW = 'Y'
011330     MOVE "  CONTROL TOTALS AGREE - EVERY ACCOUNT AND EVERY ENTRY"
011340     TO DORMANT-REPORT-LINE
011350     WRITE DORMANT-REPORT-LINE
011360     MOVE "  WAS CHECKED." TO DORMANT-REPORT-LINE
011370     WRITE DORMANT-REPORT-LINE
011380     ELSE
011390     MOVE "  *** CONTROL TOTALS DO NOT AGREE - REPORT IS"
011400     TO DORMANT-REPORT-LINE
011410     WRITE DORMANT-REPORT-LINE
011420     MOVE "  *** INCOMPLETE. FEES ARE POSTED; PERIOD STAMPED."
011430     TO DORMANT-REPORT-LINE
011440     WRITE DORMANT-REPORT-LINE
011450     DISPLAY "FEEASSES CONTROL TOTALS DO NOT AGREE."
011460     END-IF.
011470     IF FA-INPUT-FAILED
011480     MOVE "  *** HISTORY INPUT INCOMPLETE - NO ACCOUNT FLAGGED."
011490     TO DORMANT-REPORT-LINE
011500     WRITE DORMANT-REPORT-LINE
011510     END-IF.
011520 5900-EXIT.
011530     EXIT.
011540
011550******************************************************************
011560*    8800-STAMP-RUN-CONTROL
011570*    RECORDS THE SUCCESSFUL RUN AND THE PERIOD IT COVERED. AN
011580*    OVERRIDE RERUN OF AN OLD MONTH MUST NOT ROLL THE STAMPED
011590*    PERIOD BACKWARDS AND UN-GUARD THE NEWER ONE.
011600******************************************************************
011610 8800-STAMP-RUN-CONTROL.
011620     OPEN I-O RUN-CONTROL.
011630     IF FA-RUNCTL-FS NOT = "00"
011640     DISPLAY "WARNING - RUN NOT STAMPED. STATUS=" FA-RUNCTL-FS
011650     GO TO 8800-EXIT
011660     END-IF.
011670
011680     MOVE 'N' TO FA-RC-FOUND-SW.
011690     MOVE "FEEASSES" TO RC-JOB-NAME.
011700     READ RUN-CONTROL
011710     INVALID KEY
011720     MOVE SPACES TO RUNCTL-RECORD
011730     MOVE "FEEASSES" TO RC-JOB-NAME
011740     MOVE ZERO TO RC-RUN-COUNT
011750     MOVE ZERO TO RC-LAST-PERIOD
011760     NOT INVALID KEY
011770     SET FA-RC-FOUND TO TRUE
011780     END-READ.
011790
011800     MOVE FA-RUN-DATE TO RC-LAST-RUN-DATE.
011810     ACCEPT RC-LAST-RUN-TIME FROM TIME.
011820     IF FA-STMT-PERIOD > RC-LAST-PERIOD
011830     MOVE FA-STMT-PERIOD TO RC-LAST-PERIOD
011840     END-IF.
011850     ADD 1 TO RC-RUN-COUNT.
011860     IF FA-RC-FOUND
011870     REWRITE RUNCTL-RECORD
011880     ELSE
011890     WRITE RUNCTL-RECORD
011900     END-IF.
011910     CLOSE RUN-CONTROL.
011920 8800-EXIT.
011930     EXIT.
011940
011950******************************************************************
011960*    8900-GET-BUSINESS-DATE
011970*    READS THE PROCESSING DATE FROM THE BUSDATE CONTROL FILE -
011980*    THE WALL CLOCK ONLY SEEDS THE FILE THE FIRST TIME IT IS
011990*    MISSING. THE DATE ADVANCES ONLY WHEN THE EODROLL ROLLOVER
012000*    CLOSES THE DAY, SO WORK THAT SLIPS PAST MIDNIGHT STILL
012010*    STAMPS THE DAY IT BELONGS TO.
012020******************************************************************
012030 8900-GET-BUSINESS-DATE.
012040     OPEN INPUT BUSINESS-DATE.
012050     IF FA-BD-FS = "35"
012060     PERFORM 8950-CREATE-BUSDATE THRU 8950-EXIT
012070     OPEN INPUT BUSINESS-DATE
012080     END-IF.
012090     IF FA-BD-FS NOT = "00"
012100     DISPLAY "BUSDATE UNAVAILABLE - USING THE WALL CLOCK."
012110     ACCEPT FA-RUN-DATE FROM DATE YYYYMMDD
012120     GO TO 8900-EXIT
012130     END-IF.
012140     READ BUSINESS-DATE
012150     AT END
012160     DISPLAY "BUSDATE IS EMPTY - USING THE WALL CLOCK."
012170     ACCEPT FA-RUN-DATE FROM DATE YYYYMMDD
012180     CLOSE BUSINESS-DATE
012190     GO TO 8900-EXIT
012200     END-READ.
012210     MOVE BD-BUSINESS-DATE TO FA-RUN-DATE.
012220     CLOSE BUSINESS-DATE.
012230 8900-EXIT.
012240     EXIT.
012250
012260 8950-CREATE-BUSDATE.
012270     OPEN OUTPUT BUSINESS-DATE.
012280     MOVE SPACES TO BUSDATE-RECORD.
012290     ACCEPT BD-BUSINESS-DATE FROM DATE YYYYMMDD.
012300     WRITE BUSDATE-RECORD.
012310     CLOSE BUSINESS-DATE.
012320 8950-EXIT.
012330     EXIT.
012340
012350******************************************************************
012360*    9000-TERMINATE
012370******************************************************************
012380 9000-TERMINATE.
012390     CLOSE ACCOUNT-MASTER.
012400     CLOSE TRANSACTION-LOG.
012410     CLOSE MAINT-JOURNAL.
012420     IF FA-CONTINUE-SW = 'Y'
012430     DISPLAY "SERVICE FEE ASSESSMENT COMPLETE. SEE DORMRPT."
012440     DISPLAY "FEES CHARGED:    " FA-FEES-CHARGED
012450     DISPLAY "FEES WAIVED:     " FA-FEES-WAIVED
012460     DISPLAY "FEE TOTAL:       " FA-FEE-TOTAL
012470     DISPLAY "DORMANT FLAGGED: " FA-DORMANT-FLAGGED
012480     ELSE
012490     DISPLAY "ASSESSMENT DID NOT RUN."
012500     END-IF.
012510 9000-EXIT.
012520     EXIT.
