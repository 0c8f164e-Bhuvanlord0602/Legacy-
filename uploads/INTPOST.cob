000560*                     THE DAY IT BELONGS TO. THE DATE ADVANCES
000570*                     ONLY WHEN THE EODROLL ROLLOVER CLOSES THE
000580*                     DAY.
000590*    10/14/2026 RH    TELLER REVERSALS (REV- ENTRIES FROM
000600*                     ACCTMNT) NOW COUNT AS CORRECTIONS IN THE ADB
000610*                     REBUILD, NOT NEW ACTIVITY - THE REV- ENTRY
000620*                     CARRIES NO EFFECT, AND AN ORIGINAL FOUND ON
000630*                     THE REVLOG REVERSAL REGISTER IS DROPPED TOO,
000640*                     SO THE ADB IS REBUILT AS IF THE REVERSED
000650*                     ENTRY HAD NEVER POSTED.
000660*    10/15/2026 RH    TERM DEPOSITS (ACCOUNT TYPE T) NOW EARN
000670*                     INTEREST HERE TOO, ON THE SAME ADB BASIS,
000680*                     BUT AT THE FIXED MONTHLY RATE ON THEIR
000690*                     TDMAST RECORD (SEE TDREC.CPY) INSTEAD OF A
000700*                     RATETBL TIER. A DEPOSIT WITH NO TDMAST
000710*                     RECORD IS SKIPPED AND REPORTED FOR POSTING
000720*                     BY HAND. THE TD-PENALTY EARLY-WITHDRAWAL
000730*                     CHARGE CLASSIFIES AS A DEBIT IN THE ADB
000740*                     REBUILD.
000750*    10/15/2026 RH    A CHARGE-OFF ENTRY FROM THE ODAGING
000760*                     OVERDRAFT AGING RUN CLASSIFIES AS A CREDIT
000770*                     IN THE ADB REBUILD. A CO-RECOVERY LEAVES THE
000780*                     BALANCE AT ZERO AND CLASSIFIES AS NO EFFECT.
000790*    10/15/2026 RH    EXT-PAYMENT (AN OUTSIDE BILL PAYMENT) COUNTS
000800*                     AS A DEBIT AND EXT-RETURN (ONE SENT BACK BY
000810*                     THE PAYEE'S BANK) AS A CREDIT.
000820*    10/15/2026 RH    THE 1000-ENTRY PER-ACCOUNT TABLE IS GONE.
000830*                     THE ARCHIVES AND LIVE LOG ARE READ ONCE,
000840*                     NOT ONCE PER ACCOUNT, AND THE PERIOD'S
000850*                     ENTRIES SORTED BY ACCOUNT AND MATCHED TO
000860*                     THE MASTER; EACH ACCOUNT'S ADB IS WALKED AS
000870*                     ITS ENTRIES COME BACK, SO NO ACCOUNT IS
000880*                     EVER SKIPPED FOR WANT OF ROOM. THE RUN ENDS
000890*                     WITH CONTROL TOTALS; IF THEY DO NOT AGREE
000900*                     IT ENDS RC 8 (THE PERIOD IS STILL STAMPED -
000910*                     WHAT POSTED MUST NOT POST TWICE).
000920*    10/15/2026 RH    REV-EXT-CRED (A TELLER REVERSAL OF A WRONG
000930*                     EXT-CREDIT FROM PAYIMPRT) DROPS OUT WITH
000940*                     ITS ORIGINAL LIKE EVERY OTHER REVERSAL.
000950*    10/15/2026 RH    EVERY ARCHIVE THE TXNARCIX INDEX NAMES FOR
000960*                     THE PERIOD MUST NOW OPEN AND BE READ, AND AN
000970*                     ARCHIVE INDEX OR LIVE LOG THAT WILL NOT OPEN
000980*                     FOR ANY REASON BUT NOT-YET-CREATED (35)
000990*                     FAILS THE HISTORY PASS. A FAILED PASS POSTS
001000*                     NOTHING, ENDS RC 8 AND DOES NOT STAMP THE
001010*                     PERIOD, SO THE RERUN POSTS THE MONTH IN
001020*                     FULL. THE TXNLOG EXTEND OPEN IS NOW CHECKED
001030*                     AS WELL.
001040******************************************************************
001050
001060 ENVIRONMENT DIVISION.
001070 INPUT-OUTPUT SECTION.
001080 FILE-CONTROL.
001090     SELECT ACCOUNT-MASTER  ASSIGN TO "ACCTMAST"
001100     ORGANIZATION IS INDEXED
001110     ACCESS MODE IS DYNAMIC
001120     RECORD KEY IS ACCT-NUMBER
001130     FILE STATUS IS IP-ACCT-FS.
001140
001150     SELECT TRANSACTION-LOG ASSIGN TO "TXNLOG"
001160     ORGANIZATION IS LINE SEQUENTIAL
001170     FILE STATUS IS IP-TXN-FS.
001180
001190     SELECT ARCHIVE-INDEX   ASSIGN TO "TXNARCIX"
001200     ORGANIZATION IS LINE SEQUENTIAL
001210     FILE STATUS IS IP-ARCIX-FS.
001220
001230     SELECT ARCHIVE-FILE    ASSIGN TO DYNAMIC IP-ARCHIVE-NAME
001240     ORGANIZATION IS LINE SEQUENTIAL
001250     FILE STATUS IS IP-ARCH-FS.
001260
001270     SELECT REVERSAL-REGISTER ASSIGN TO "REVLOG"
001280     ORGANIZATION IS INDEXED
001290     ACCESS MODE IS DYNAMIC
001300     RECORD KEY IS REV-ORIG-KEY
001310     FILE STATUS IS IP-REV-FS.
001320
001330     SELECT RATE-TABLE      ASSIGN TO "RATETBL"
001340     ORGANIZATION IS LINE SEQUENTIAL
001350     FILE STATUS IS IP-RATE-FS.
001360
001370     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
001380     ORGANIZATION IS INDEXED
001390     ACCESS MODE IS DYNAMIC
001400     RECORD KEY IS RC-JOB-NAME
001410     FILE STATUS IS IP-RUNCTL-FS.
001420
001430     SELECT BUSINESS-DATE   ASSIGN TO "BUSDATE"
001440     ORGANIZATION IS LINE SEQUENTIAL
001450     FILE STATUS IS IP-BD-FS.
001460
001470     SELECT TERM-DEPOSIT-MASTER ASSIGN TO "TDMAST"
001480     ORGANIZATION IS INDEXED
001490     ACCESS MODE IS DYNAMIC
001500     RECORD KEY IS TD-ACCOUNT
001510     FILE STATUS IS IP-TD-FS.
001520
001530     SELECT INTEREST-SORT-FILE ASSIGN TO "IPSORT".
001540
001550 DATA DIVISION.
001560 FILE SECTION.
001570 FD  ACCOUNT-MASTER
001580     LABEL RECORDS ARE STANDARD.
001590     COPY ACCTREC.
001600
001610 FD  TRANSACTION-LOG
001620     LABEL RECORDS ARE STANDARD.
001630     COPY TXNREC.
001640
001650 FD  ARCHIVE-INDEX
001660     LABEL RECORDS ARE STANDARD.
001670     COPY ARCIXREC.
001680
001690 FD  ARCHIVE-FILE
001700     LABEL RECORDS ARE STANDARD.
001710 01  ARCHIVE-RECORD              PIC X(69).
001720
001730 FD  REVERSAL-REGISTER
001740     LABEL RECORDS ARE STANDARD.
001750     COPY REVREC.
001760
001770 FD  RATE-TABLE
001780     LABEL RECORDS ARE STANDARD.
001790     COPY RATEREC.
001800
001810 FD  RUN-CONTROL
001820     LABEL RECORDS ARE STANDARD.
001830     COPY RUNREC.
001840
001850 FD  BUSINESS-DATE
001860     LABEL RECORDS ARE STANDARD.
001870     COPY BDREC.
001880
001890 FD  TERM-DEPOSIT-MASTER
001900     LABEL RECORDS ARE STANDARD.
001910     COPY TDREC.
001920
001930******************************************************************
001940*    ONE SORT RECORD PER HISTORY ENTRY FROM THE POSTING PERIOD
001950*    ON, WITH ITS SIGNED BALANCE EFFECT. IS-SEQ IS THE ORDER THE
001960*    ENTRY WAS MET IN, SO EACH ACCOUNT'S ENTRIES COME BACK IN
001970*    LOGGED ORDER.
001980******************************************************************
001990 SD  INTEREST-SORT-FILE.
002000 01  INTEREST-SORT-RECORD.
002010     05  IS-ACCOUNT              PIC 9(06).
002020     05  IS-SEQ                  PIC 9(09).
002030     05  IS-PERIOD-FLAG          PIC X(01).
002040         88  IS-IN-PERIOD                 VALUE 'Y'.
002050     05  IS-DD                   PIC 9(02).
002060     05  IS-EFFECT               PIC S9(07)V99.
002070
002080 WORKING-STORAGE SECTION.
002090******************************************************************
002100*    FILE STATUS AND SWITCHES
002110******************************************************************
002120 01  IP-ACCT-FS               PIC X(02)  VALUE "00".
002130 01  IP-TXN-FS                PIC X(02)  VALUE "00".
002140 01  IP-ARCIX-FS              PIC X(02)  VALUE "00".
002150 01  IP-ARCH-FS               PIC X(02)  VALUE "00".
002160 01  IP-REV-FS                PIC X(02)  VALUE "00".
002170 01  IP-RATE-FS               PIC X(02)  VALUE "00".
002180 01  IP-RUNCTL-FS             PIC X(02)  VALUE "00".
002190 01  IP-BD-FS                 PIC X(02)  VALUE "00".
002200 01  IP-TD-FS                 PIC X(02)  VALUE "00".
002210 77  IP-RUN-DATE              PIC 9(08).
002220
002230 01  IP-ACCT-EOF-SW           PIC X(01)  VALUE 'N'.
002240     88  IP-ACCT-EOF                  VALUE 'Y'.
002250
002260 01  IP-TXN-EOF-SW            PIC X(01)  VALUE 'N'.
002270     88  IP-TXN-EOF                   VALUE 'Y'.
002280
002290 01  IP-ARCIX-EOF-SW          PIC X(01)  VALUE 'N'.
002300     88  IP-ARCIX-EOF                 VALUE 'Y'.
002310
002320 01  IP-ARCH-EOF-SW           PIC X(01)  VALUE 'N'.
002330     88  IP-ARCH-EOF                  VALUE 'Y'.
002340
002350 01  IP-RATE-EOF-SW           PIC X(01)  VALUE 'N'.
002360     88  IP-RATE-EOF                  VALUE 'Y'.
002370
002380 01  IP-CONTINUE-SW           PIC X(01)  VALUE 'Y'.
002390
002400 01  IP-RC-FOUND-SW           PIC X(01)  VALUE 'N'.
002410     88  IP-RC-FOUND                  VALUE 'Y'.
002420
002430 01  IP-REV-OPEN-SW           PIC X(01)  VALUE 'N'.
002440     88  IP-REV-OPEN                  VALUE 'Y'.
002450
002460 01  IP-TD-OPEN-SW            PIC X(01)  VALUE 'N'.
002470     88  IP-TD-OPEN                   VALUE 'Y'.
002480
002490 01  IP-SORT-EOF-SW           PIC X(01)  VALUE 'N'.
002500     88  IP-SORT-EOF                  VALUE 'Y'.
002510
002520 01  IP-EVALUATE-SW           PIC X(01)  VALUE 'N'.
002530     88  IP-EVALUATE-ACCOUNT          VALUE 'Y'.
002540
002550 01  IP-TOTALS-SW             PIC X(01)  VALUE 'Y'.
002560
002570 01  IP-INPUT-FAIL-SW         PIC X(01)  VALUE 'N'.
002580     88  IP-INPUT-FAILED              VALUE 'Y'.
002590
002600******************************************************************
002610*    POSTING PERIOD AND RUN-CONTROL WORK FIELDS
002620******************************************************************
002630 01  IP-STMT-PERIOD           PIC 9(06).
002640 01  IP-STMT-PERIOD-SPLIT REDEFINES IP-STMT-PERIOD.
002650     05  IP-PERIOD-YYYY       PIC 9(04).
002660     05  IP-PERIOD-MM         PIC 9(02).
002670 77  IP-PERIOD-DAYS           PIC 9(02).
002680 77  IP-OVERRIDE              PIC X(01).
002690 77  IP-LEAP-QUOT             PIC 9(04).
002700 77  IP-LEAP-REM              PIC 9(04).
002710 01  IP-MONTH-TABLE-DATA.
002720     05  FILLER               PIC X(24)
002730     VALUE "312831303130313130313031".
002740 01  IP-MONTH-TABLE REDEFINES IP-MONTH-TABLE-DATA.
002750     05  IP-DAYS-IN-MONTH     OCCURS 12 TIMES PIC 9(02).
002760
002770******************************************************************
002780*    RATE TIER TABLE - LOADED FROM RATETBL AT START-UP, IN
002790*    ASCENDING FLOOR ORDER. THE HIGHEST TIER WHOSE FLOOR THE
002800*    ADB REACHES SUPPLIES THE MONTHLY RATE.
002810******************************************************************
002820 01  IP-RATE-TIER-TABLE.
002830     05  IP-RATE-ENTRY OCCURS 10 TIMES INDEXED BY IP-RATE-IDX.
002840     10  IP-TIER-FLOOR        PIC 9(07)V99.
002850     10  IP-TIER-RATE         PIC 9V9(06).
002860 77  IP-RATE-COUNT            PIC 9(02)  VALUE 0.
002870 77  IP-CHOSEN-RATE           PIC 9V9(06).
002880
002890******************************************************************
002900*    AVERAGE-DAILY-BALANCE WORK FIELDS
002910*    THE PERIOD'S ENTRIES COME BACK FROM THE SORT IN ACCOUNT
002920*    AND LOGGED ORDER AND ARE WALKED AS THEY ARRIVE, SO THERE IS
002930*    NO LIMIT ON AN ACCOUNT'S ENTRIES. THE WALK RUNS FROM A ZERO
002940*    OPENING - THE TRUE OPENING BALANCE IS ONLY KNOWN ONCE THE
002950*    ACCOUNT'S LAST ENTRY IS IN, AND IT WAS HELD EVERY DAY OF THE
002960*    PERIOD, SO IT IS ADDED TO THE WEIGHTED SUM AS OPENING TIMES
002970*    THE PERIOD'S CALENDAR DAYS AT THE END.
002980******************************************************************
002990 77  IP-ENTRY-EFFECT          PIC S9(07)V99.
003000 77  IP-MONTH-NET             PIC S9(09)V99.
003010 77  IP-POST-NET              PIC S9(09)V99.
003020 77  IP-OPEN-BALANCE          PIC S9(09)V99.
003030 77  IP-RUN-BALANCE           PIC S9(09)V99.
003040 77  IP-WEIGHTED-SUM          PIC S9(11)V99.
003050 77  IP-PREV-DD               PIC 9(02).
003060 77  IP-ADB                   PIC S9(09)V99.
003070 01  IP-TXN-DATE-SPLIT.
003080     05  IP-TXN-YM            PIC 9(06).
003090     05  IP-TXN-DD            PIC 9(02).
003100 01  IP-ARCIX-DATE-SPLIT.
003110     05  IP-ARCIX-YM          PIC 9(06).
003120     05  IP-ARCIX-DD          PIC 9(02).
003130 77  IP-ARCHIVE-NAME          PIC X(12).
003140 77  IP-PREV-ARCIX-DATE       PIC 9(08).
003150
003160******************************************************************
003170*    POSTING WORK FIELDS AND RUN TOTALS
003180******************************************************************
003190 77  IP-INTEREST-AMOUNT       PIC S9(07)V99.
003200 77  IP-ACCOUNTS-POSTED       PIC 9(06)  VALUE 0.
003210 77  IP-INTEREST-TOTAL        PIC S9(09)V99 VALUE 0.
003220 77  IP-TERM-POSTED           PIC 9(06)  VALUE 0.
003230
003240******************************************************************
003250*    CONTROL TOTALS - EVERY MASTER RECORD IS EITHER NOT AN
003260*    INTEREST-BEARING ACCOUNT, SKIPPED ON A PENDING CHECKPOINT
003270*    OR EVALUATED, AND EVERY HISTORY ENTRY IS EITHER BEFORE THE
003280*    PERIOD OR COMES BACK FROM THE SORT AGAINST ITS ACCOUNT.
003290******************************************************************
003300 77  IP-ACCT-READ             PIC 9(07)  VALUE 0.
003310 77  IP-NOT-ELIGIBLE          PIC 9(07)  VALUE 0.
003320 77  IP-CKPT-SKIPPED          PIC 9(07)  VALUE 0.
003330 77  IP-EVALUATED             PIC 9(07)  VALUE 0.
003340 77  IP-ENTRIES-READ          PIC 9(09)  VALUE 0.
003350 77  IP-BEFORE-PERIOD         PIC 9(09)  VALUE 0.
003360 77  IP-ENTRIES-USED          PIC 9(09)  VALUE 0.
003370 77  IP-ENTRIES-OTHER         PIC 9(09)  VALUE 0.
003380 77  IP-ENTRIES-NO-MASTER     PIC 9(09)  VALUE 0.
003390 77  IP-RELEASED              PIC 9(09)  VALUE 0.
003400 77  IP-RETURNED              PIC 9(09)  VALUE 0.
003410 77  IP-PROOF-TOTAL           PIC 9(09)  VALUE 0.
003420 77  IP-ARCH-EXPECTED         PIC 9(05)  VALUE 0.
003430 77  IP-ARCH-SCANNED          PIC 9(05)  VALUE 0.
003440
003450 PROCEDURE DIVISION.
003460******************************************************************
003470*    0000-MAINLINE
003480******************************************************************
003490 0000-MAINLINE.
003500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003510     IF IP-CONTINUE-SW = 'Y'
003520     PERFORM 1100-CHECK-RUN-CONTROL THRU 1100-EXIT
003530     END-IF.
003540     IF IP-CONTINUE-SW = 'Y'
003550     SORT INTEREST-SORT-FILE
003560     ON ASCENDING KEY IS-ACCOUNT IS-SEQ
003570     INPUT PROCEDURE IS 2000-RELEASE-HISTORY THRU 2000-EXIT
003580     OUTPUT PROCEDURE IS 4000-POST-ACCOUNTS THRU 4000-EXIT
003590     PERFORM 5900-CHECK-CONTROL-TOTALS THRU 5900-EXIT
003600     IF NOT IP-INPUT-FAILED
003610     PERFORM 8800-STAMP-RUN-CONTROL THRU 8800-EXIT
003620     END-IF
003630     IF IP-TOTALS-SW NOT = 'Y'
003640     MOVE 8 TO RETURN-CODE
003650     END-IF
003660     END-IF.
003670     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003680     STOP RUN.
003690
003700******************************************************************
003710*    1000-INITIALIZE
003720*    PROMPTS FOR THE POSTING PERIOD, OPENS THE FILES AND LOADS
003730*    THE RATE TIER TABLE.
003740******************************************************************
003750 1000-INITIALIZE.
003760     PERFORM 8900-GET-BUSINESS-DATE THRU 8900-EXIT.
003770     DISPLAY "ENTER POSTING PERIOD (YYYYMM): ".
003780     ACCEPT IP-STMT-PERIOD.
003790     IF IP-PERIOD-MM < 01 OR IP-PERIOD-MM > 12
003800     DISPLAY "INVALID POSTING PERIOD. RUN CANCELLED."
003810     MOVE 'N' TO IP-CONTINUE-SW
003820     GO TO 1000-EXIT
003830     END-IF.
003840     PERFORM 1300-SET-PERIOD-DAYS THRU 1300-EXIT.
003850
003860     OPEN I-O ACCOUNT-MASTER.
003870     IF IP-ACCT-FS NOT = "00"
003880     DISPLAY "UNABLE TO OPEN ACCOUNT MASTER FILE. STATUS="
003890     IP-ACCT-FS
003900     MOVE 'N' TO IP-CONTINUE-SW
003910     GO TO 1000-EXIT
003920     END-IF.
003930
003940     OPEN EXTEND TRANSACTION-LOG.
003950     IF IP-TXN-FS = "35"
003960     OPEN OUTPUT TRANSACTION-LOG
003970     CLOSE TRANSACTION-LOG
003980     OPEN EXTEND TRANSACTION-LOG
003990     END-IF.
004000     IF IP-TXN-FS NOT = "00"
004010     DISPLAY "UNABLE TO OPEN TRANSACTION LOG. STATUS=" IP-TXN-FS
004020     MOVE 'N' TO IP-CONTINUE-SW
004030     GO TO 1000-EXIT
004040     END-IF.
004050
004060*    NO REVERSAL REGISTER YET SIMPLY MEANS NOTHING WAS REVERSED.
004070     OPEN INPUT REVERSAL-REGISTER.
004080     IF IP-REV-FS = "00"
004090     SET IP-REV-OPEN TO TRUE
004100     END-IF.
004110
004120*    NO TERM DEPOSIT MASTER YET SIMPLY MEANS NONE HAS BEEN OPENED.
004130     OPEN INPUT TERM-DEPOSIT-MASTER.
004140     IF IP-TD-FS = "00"
004150     SET IP-TD-OPEN TO TRUE
004160     END-IF.
004170
004180     PERFORM 1200-LOAD-RATE-TABLE THRU 1200-EXIT.
004190     IF IP-RATE-COUNT = 0
004200     DISPLAY "NO RATE TIERS ON FILE. RUN CANCELLED."
004210     MOVE 'N' TO IP-CONTINUE-SW
004220     END-IF.
004230 1000-EXIT.
004240     EXIT.
004250
004260******************************************************************
004270*    1100-CHECK-RUN-CONTROL
004280*    REFUSES TO POST ANY PERIOD NOT AFTER THE ONE LAST STAMPED
004290*    ON RUNCTL - THE SAME MONTH OR AN EARLIER ONE - UNLESS THE
004300*    OPERATOR EXPLICITLY KEYS THE OVERRIDE. A RERUN AFTER A
004310*    PARTIAL FAILURE IS EXACTLY WHEN THAT JUDGMENT CALL
004320*    BELONGS WITH A PERSON, NOT THE SCHEDULER.
004330******************************************************************
004340 1100-CHECK-RUN-CONTROL.
004350     MOVE 'N' TO IP-RC-FOUND-SW.
004360
004370     OPEN I-O RUN-CONTROL.
004380     IF IP-RUNCTL-FS = "35"
004390     OPEN OUTPUT RUN-CONTROL
004400     CLOSE RUN-CONTROL
004410     OPEN I-O RUN-CONTROL
004420     END-IF.
004430     IF IP-RUNCTL-FS NOT = "00"
004440     DISPLAY "WARNING - RUN CONTROL UNAVAILABLE. STATUS="
004450     IP-RUNCTL-FS
004460     GO TO 1100-EXIT
004470     END-IF.
004480
004490     MOVE "INTPOST " TO RC-JOB-NAME.
004500     READ RUN-CONTROL
004510     INVALID KEY
004520     CONTINUE
004530     NOT INVALID KEY
004540     SET IP-RC-FOUND TO TRUE
004550     END-READ.
004560
004570     IF IP-RC-FOUND AND IP-STMT-PERIOD NOT > RC-LAST-PERIOD
004580     DISPLAY "INTEREST ALREADY POSTED THROUGH PERIOD "
004590     RC-LAST-PERIOD " ON " RC-LAST-RUN-DATE "."
004600     DISPLAY "ENTER Y TO OVERRIDE AND POST " IP-STMT-PERIOD ": "
004610     ACCEPT IP-OVERRIDE
004620     IF IP-OVERRIDE NOT = 'Y'
004630     DISPLAY "POSTING CANCELLED. BALANCES UNTOUCHED."
004640     MOVE 'N' TO IP-CONTINUE-SW
004650     END-IF
004660     END-IF.
004670
004680     CLOSE RUN-CONTROL.
004690 1100-EXIT.
004700     EXIT.
004710
004720******************************************************************
004730*    1200-LOAD-RATE-TABLE
004740*    LOADS THE RATE TIERS FROM RATETBL, SEEDING THE FILE WITH
004750*    THE HISTORIC DEFAULTS THE FIRST TIME IT IS MISSING - HALF
004760*    A PERCENT MONTHLY, SIX TENTHS ABOVE 2500.
004770******************************************************************
004780 1200-LOAD-RATE-TABLE.
004790     MOVE 'N' TO IP-RATE-EOF-SW.
004800     OPEN INPUT RATE-TABLE.
004810     IF IP-RATE-FS = "35"
004820     PERFORM 1250-CREATE-RATE-TABLE THRU 1250-EXIT
004830     OPEN INPUT RATE-TABLE
004840     END-IF.
004850     IF IP-RATE-FS NOT = "00"
004860     DISPLAY "UNABLE TO OPEN RATE TABLE. STATUS=" IP-RATE-FS
004870     GO TO 1200-EXIT
004880     END-IF.
004890
004900     PERFORM 1270-READ-RATE-ENTRY THRU 1270-EXIT.
004910     PERFORM UNTIL IP-RATE-EOF
004920     IF IP-RATE-COUNT >= 10
004930     DISPLAY "RATE TABLE FULL AT 10 TIERS - EXTRA IGNORED."
004940     MOVE 'Y' TO IP-RATE-EOF-SW
004950     ELSE
004960     ADD 1 TO IP-RATE-COUNT
004970     SET IP-RATE-IDX TO IP-RATE-COUNT
004980     MOVE RT-TIER-FLOOR TO IP-TIER-FLOOR(IP-RATE-IDX)
004990     MOVE RT-MONTHLY-RATE TO IP-TIER-RATE(IP-RATE-IDX)
005000     PERFORM 1270-READ-RATE-ENTRY THRU 1270-EXIT
005010     END-IF
005020     END-PERFORM.
005030     CLOSE RATE-TABLE.
005040     DISPLAY "RATE TIERS LOADED: " IP-RATE-COUNT.
005050 1200-EXIT.
005060     EXIT.
005070
005080 1250-CREATE-RATE-TABLE.
005090     OPEN OUTPUT RATE-TABLE.
005100     MOVE SPACES TO RATE-RECORD.
005110     MOVE 0.00 TO RT-TIER-FLOOR.
005120     MOVE 0.005000 TO RT-MONTHLY-RATE.
005130     WRITE RATE-RECORD.
005140     MOVE SPACES TO RATE-RECORD.
005150     MOVE 2500.00 TO RT-TIER-FLOOR.
005160     MOVE 0.006000 TO RT-MONTHLY-RATE.
005170     WRITE RATE-RECORD.
005180     CLOSE RATE-TABLE.
005190 1250-EXIT.
005200     EXIT.
005210
005220 1270-READ-RATE-ENTRY.
005230     READ RATE-TABLE
005240     AT END
005250     MOVE 'Y' TO IP-RATE-EOF-SW
005260     END-READ.
005270 1270-EXIT.
005280     EXIT.
005290
005300******************************************************************
005310*    1300-SET-PERIOD-DAYS
005320*    CALENDAR DAYS IN THE POSTING PERIOD (FEBRUARY BY THE FULL
005330*    LEAP RULE - DIVISIBLE BY 4, EXCEPT CENTURIES NOT
005340*    DIVISIBLE BY 400).
005350******************************************************************
005360 1300-SET-PERIOD-DAYS.
005370     MOVE IP-DAYS-IN-MONTH(IP-PERIOD-MM) TO IP-PERIOD-DAYS.
005380     IF IP-PERIOD-MM = 02
005390     DIVIDE IP-PERIOD-YYYY BY 4 GIVING IP-LEAP-QUOT
005400     REMAINDER IP-LEAP-REM
005410     IF IP-LEAP-REM = 0
005420     DIVIDE IP-PERIOD-YYYY BY 100 GIVING IP-LEAP-QUOT
005430     REMAINDER IP-LEAP-REM
005440     IF IP-LEAP-REM NOT = 0
005450     MOVE 29 TO IP-PERIOD-DAYS
005460     ELSE
005470     DIVIDE IP-PERIOD-YYYY BY 400 GIVING IP-LEAP-QUOT
005480     REMAINDER IP-LEAP-REM
005490     IF IP-LEAP-REM = 0
005500     MOVE 29 TO IP-PERIOD-DAYS
005510     END-IF
005520     END-IF
005530     END-IF
005540     END-IF.
005550 1300-EXIT.
005560     EXIT.
005570
005580******************************************************************
005590*    2000-RELEASE-HISTORY
005600*    SORT INPUT PROCEDURE - ONE PASS OVER EVERY ARCHIVE DATED IN
005610*    OR AFTER THE PERIOD PLUS THE LIVE LOG. EACH ENTRY FROM THE
005620*    PERIOD ON IS CLASSIFIED AND RELEASED WITH ITS SIGNED EFFECT;
005630*    THE RELEASE SEQUENCE KEEPS EACH ACCOUNT'S ENTRIES IN LOGGED
005640*    ORDER. THE LIVE LOG IS CLOSED AROUND THE SCAN, THE SAME WAY
005650*    THE ATM READS IT.
005660******************************************************************
005670 2000-RELEASE-HISTORY.
005680     MOVE ZERO TO IP-PREV-ARCIX-DATE.
005690     MOVE 'N' TO IP-ARCIX-EOF-SW.
005700     OPEN INPUT ARCHIVE-INDEX.
005710     IF IP-ARCIX-FS = "00"
005720     PERFORM 3100-READ-INDEX-ENTRY THRU 3100-EXIT
005730     PERFORM UNTIL IP-ARCIX-EOF
005740     MOVE ARCIX-DATE TO IP-ARCIX-DATE-SPLIT
005750     IF IP-ARCIX-YM NOT < IP-STMT-PERIOD
005760     AND ARCIX-DATE > IP-PREV-ARCIX-DATE
005770     ADD 1 TO IP-ARCH-EXPECTED
005780     MOVE ARCIX-FILE-NAME TO IP-ARCHIVE-NAME
005790     PERFORM 3200-SCAN-ONE-ARCHIVE THRU 3200-EXIT
005800     MOVE ARCIX-DATE TO IP-PREV-ARCIX-DATE
005810     END-IF
005820     PERFORM 3100-READ-INDEX-ENTRY THRU 3100-EXIT
005830     END-PERFORM
005840     CLOSE ARCHIVE-INDEX
005850     END-IF.
005860     IF IP-ARCIX-FS NOT = "00" AND IP-ARCIX-FS NOT = "35"
005870     DISPLAY "ARCHIVE INDEX WILL NOT OPEN. STATUS=" IP-ARCIX-FS
005880     SET IP-INPUT-FAILED TO TRUE
005890     END-IF.
005900
005910     CLOSE TRANSACTION-LOG.
005920     MOVE 'N' TO IP-TXN-EOF-SW.
005930     OPEN INPUT TRANSACTION-LOG.
005940     IF IP-TXN-FS = "00"
005950     PERFORM 3370-READ-LOG-ENTRY THRU 3370-EXIT
005960     PERFORM UNTIL IP-TXN-EOF
005970     PERFORM 3400-SELECT-ENTRY THRU 3400-EXIT
005980     PERFORM 3370-READ-LOG-ENTRY THRU 3370-EXIT
005990     END-PERFORM
006000     CLOSE TRANSACTION-LOG
006010     END-IF.
006020     IF IP-TXN-FS NOT = "00" AND IP-TXN-FS NOT = "35"
006030     DISPLAY "TRANSACTION LOG WILL NOT OPEN. STATUS=" IP-TXN-FS
006040     SET IP-INPUT-FAILED TO TRUE
006050     END-IF.
006060     IF IP-ARCH-SCANNED NOT = IP-ARCH-EXPECTED
006070     SET IP-INPUT-FAILED TO TRUE
006080     END-IF.
006090 2000-EXIT.
006100     EXIT.
006110
006120 2100-READ-ACCOUNT.
006130     READ ACCOUNT-MASTER NEXT
006140     AT END
006150     MOVE 'Y' TO IP-ACCT-EOF-SW
006160     END-READ.
006170 2100-EXIT.
006180     EXIT.
006190
006200 3100-READ-INDEX-ENTRY.
006210     READ ARCHIVE-INDEX
006220     AT END
006230     MOVE 'Y' TO IP-ARCIX-EOF-SW
006240     END-READ.
006250 3100-EXIT.
006260     EXIT.
006270
006280 3200-SCAN-ONE-ARCHIVE.
006290     MOVE 'N' TO IP-ARCH-EOF-SW.
006300     OPEN INPUT ARCHIVE-FILE.
006310     IF IP-ARCH-FS NOT = "00"
006320     DISPLAY "ARCHIVE " IP-ARCHIVE-NAME " WILL NOT OPEN. STATUS="
006330     IP-ARCH-FS
006340     GO TO 3200-EXIT
006350     END-IF.
006360     ADD 1 TO IP-ARCH-SCANNED.
006370     IF IP-ARCH-FS = "00"
006380     PERFORM 3300-READ-ARCHIVE-ENTRY THRU 3300-EXIT
006390     PERFORM UNTIL IP-ARCH-EOF
006400     PERFORM 3400-SELECT-ENTRY THRU 3400-EXIT
006410     PERFORM 3300-READ-ARCHIVE-ENTRY THRU 3300-EXIT
006420     END-PERFORM
006430     CLOSE ARCHIVE-FILE
006440     END-IF.
006450 3200-EXIT.
006460     EXIT.
006470
006480 3300-READ-ARCHIVE-ENTRY.
006490     READ ARCHIVE-FILE INTO TRANSACTION-RECORD
006500     AT END
006510     MOVE 'Y' TO IP-ARCH-EOF-SW
006520     END-READ.
006530 3300-EXIT.
006540     EXIT.
006550
006560 3370-READ-LOG-ENTRY.
006570     READ TRANSACTION-LOG
006580     AT END
006590     MOVE 'Y' TO IP-TXN-EOF-SW
006600     END-READ.
006610 3370-EXIT.
006620     EXIT.
006630
006640******************************************************************
006650*    3400-SELECT-ENTRY
006660*    ONE LOG OR ARCHIVE ENTRY (IN TRANSACTION-RECORD). ENTRIES
006670*    FROM BEFORE THE PERIOD PLAY NO PART; THE REST ARE RELEASED,
006680*    FLAGGED AS IN THE PERIOD (THEY ARE WALKED FOR THE ADB) OR
006690*    AFTER IT (THEY ONLY FEED IP-POST-NET SO THE PERIOD OPENING
006700*    CAN BE DERIVED FROM THE STORED BALANCE).
006710******************************************************************
006720 3400-SELECT-ENTRY.
006730     ADD 1 TO IP-ENTRIES-READ.
006740     MOVE TXN-DATE TO IP-TXN-DATE-SPLIT.
006750     IF IP-TXN-YM < IP-STMT-PERIOD
006760     ADD 1 TO IP-BEFORE-PERIOD
006770     GO TO 3400-EXIT
006780     END-IF.
006790
006800     PERFORM 3500-CLASSIFY-ENTRY THRU 3500-EXIT.
006810     PERFORM 3550-CHECK-REVERSED THRU 3550-EXIT.
006820
006830     MOVE SPACES TO INTEREST-SORT-RECORD.
006840     MOVE TXN-ACCOUNT TO IS-ACCOUNT.
006850     ADD 1 TO IP-RELEASED.
006860     MOVE IP-RELEASED TO IS-SEQ.
006870     IF IP-TXN-YM > IP-STMT-PERIOD
006880     MOVE 'N' TO IS-PERIOD-FLAG
006890     ELSE
006900     MOVE 'Y' TO IS-PERIOD-FLAG
006910     END-IF.
006920     MOVE IP-TXN-DD TO IS-DD.
006930     MOVE IP-ENTRY-EFFECT TO IS-EFFECT.
006940     RELEASE INTEREST-SORT-RECORD.
006950 3400-EXIT.
006960     EXIT.
006970
006980******************************************************************
006990*    3500-CLASSIFY-ENTRY
007000*    SIGNED BALANCE EFFECT OF ONE ENTRY. MAINTENANCE MARKERS
007010*    AND HOLD RELEASES CARRY NO BALANCE EFFECT.
007020******************************************************************
007030 3500-CLASSIFY-ENTRY.
007040     EVALUATE TXN-TYPE
007050     WHEN "DEPOSIT"
007060     MOVE TXN-AMOUNT TO IP-ENTRY-EFFECT
007070     WHEN "INTEREST"
007080     MOVE TXN-AMOUNT TO IP-ENTRY-EFFECT
007090     WHEN "TRANSFER-IN"
007100     MOVE TXN-AMOUNT TO IP-ENTRY-EFFECT
007110     WHEN "ACCT-OPEN"
007120     MOVE TXN-AMOUNT TO IP-ENTRY-EFFECT
007130     WHEN "WITHDRAWAL"
007140     COMPUTE IP-ENTRY-EFFECT = 0 - TXN-AMOUNT
007150     WHEN "OD-FEE"
007160     COMPUTE IP-ENTRY-EFFECT = 0 - TXN-AMOUNT
007170     WHEN "RECOVERY"
007180     COMPUTE IP-ENTRY-EFFECT = 0 - TXN-AMOUNT
007190     WHEN "RCVR-FEE"
007200     COMPUTE IP-ENTRY-EFFECT = 0 - TXN-AMOUNT
007210     WHEN "SVC-FEE"
007220     COMPUTE IP-ENTRY-EFFECT = 0 - TXN-AMOUNT
007230     WHEN "TD-PENALTY"
007240     COMPUTE IP-ENTRY-EFFECT = 0 - TXN-AMOUNT
007250     WHEN "CHARGE-OFF"
007260     MOVE TXN-AMOUNT TO IP-ENTRY-EFFECT
007270     WHEN "EXT-CREDIT"
007280     MOVE TXN-AMOUNT TO IP-ENTRY-EFFECT
007290     WHEN "EXT-DEBIT"
007300     COMPUTE IP-ENTRY-EFFECT = 0 - TXN-AMOUNT
007310     WHEN "EXT-PAYMENT"
007320     COMPUTE IP-ENTRY-EFFECT = 0 - TXN-AMOUNT
007330     WHEN "EXT-RETURN"
007340     MOVE TXN-AMOUNT TO IP-ENTRY-EFFECT
007350     WHEN "TLR-DEPOSIT"
007360     MOVE TXN-AMOUNT TO IP-ENTRY-EFFECT
007370     WHEN "TLR-WITHDRWL"
007380     COMPUTE IP-ENTRY-EFFECT = 0 - TXN-AMOUNT
007390     WHEN "TRANSFER-OUT"
007400     COMPUTE IP-ENTRY-EFFECT = 0 - TXN-AMOUNT
007410     WHEN "REV-DEPOSIT"
007420     MOVE ZERO TO IP-ENTRY-EFFECT
007430     WHEN "REV-TLR-DEP"
007440     MOVE ZERO TO IP-ENTRY-EFFECT
007450     WHEN "REV-EXT-CRED"
007460     MOVE ZERO TO IP-ENTRY-EFFECT
007470     WHEN "REV-INTEREST"
007480     MOVE ZERO TO IP-ENTRY-EFFECT
007490     WHEN "REV-WITHDRWL"
007500     MOVE ZERO TO IP-ENTRY-EFFECT
007510     WHEN "REV-TLR-WDL"
007520     MOVE ZERO TO IP-ENTRY-EFFECT
007530     WHEN "REV-OD-FEE"
007540     MOVE ZERO TO IP-ENTRY-EFFECT
007550     WHEN "REV-SVC-FEE"
007560     MOVE ZERO TO IP-ENTRY-EFFECT
007570     WHEN "REV-RCVR-FEE"
007580     MOVE ZERO TO IP-ENTRY-EFFECT
007590     WHEN OTHER
007600     MOVE ZERO TO IP-ENTRY-EFFECT
007610     END-EVALUATE.
007620 3500-EXIT.
007630     EXIT.
007640
007650******************************************************************
007660*    3550-CHECK-REVERSED
007670*    AN ENTRY A TELLER HAS SINCE REVERSED IS ON THE REVLOG
007680*    REGISTER UNDER ITS OWN ACCOUNT, DATE, TIME AND TYPE. ITS
007690*    EFFECT IS DROPPED, LIKE THE REV- ENTRY'S, SO THE PAIR
007700*    NEITHER MOVES THE ADB NOR THE DERIVED OPENING BALANCE.
007710******************************************************************
007720 3550-CHECK-REVERSED.
007730     IF IP-ENTRY-EFFECT = ZERO OR NOT IP-REV-OPEN
007740     GO TO 3550-EXIT
007750     END-IF.
007760     MOVE TXN-ACCOUNT TO REV-ORIG-ACCOUNT.
007770     MOVE TXN-DATE    TO REV-ORIG-DATE.
007780     MOVE TXN-TIME    TO REV-ORIG-TIME.
007790     MOVE TXN-TYPE    TO REV-ORIG-TYPE.
007800     READ REVERSAL-REGISTER
007810     INVALID KEY
007820     CONTINUE
007830     NOT INVALID KEY
007840     MOVE ZERO TO IP-ENTRY-EFFECT
007850     END-READ.
007860 3550-EXIT.
007870     EXIT.
007880
007890******************************************************************
007900*    2200-POST-INTEREST
007910*    SELECTS THE TIER RATE FOR THE ADB (OR THE FIXED RATE OF A
007920*    TERM DEPOSIT), CREDITS THE INTEREST
007930*    AND LOGS IT BEFORE REWRITING THE ACCOUNT, SO A CRASH
007940*    MID-POST NEVER LEAVES A BALANCE CHANGE WITH NO LOG ENTRY
007950*    BEHIND IT. THE INTEREST ENTRY IS THE SAME SHAPE THE
007960*    END-OF-DAY RECONCILIATION HAS ALWAYS TIED OUT.
007970******************************************************************
007980 2200-POST-INTEREST.
007990     IF ACCT-TYPE-TERM
008000     PERFORM 2350-SELECT-TERM-RATE THRU 2350-EXIT
008010     ELSE
008020     PERFORM 2300-SELECT-RATE THRU 2300-EXIT
008030     END-IF.
008040     COMPUTE IP-INTEREST-AMOUNT ROUNDED =
008050     IP-ADB * IP-CHOSEN-RATE.
008060     IF IP-INTEREST-AMOUNT <= ZERO
008070     GO TO 2200-EXIT
008080     END-IF.
008090
008100     ADD IP-INTEREST-AMOUNT TO ACCT-BALANCE.
008110
008120     MOVE SPACES TO TRANSACTION-RECORD.
008130     MOVE IP-RUN-DATE TO TXN-DATE.
008140     ACCEPT TXN-TIME FROM TIME.
008150     MOVE ACCT-NUMBER      TO TXN-ACCOUNT.
008160     MOVE "INTEREST"       TO TXN-TYPE.
008170     MOVE IP-INTEREST-AMOUNT TO TXN-AMOUNT.
008180     MOVE ACCT-BALANCE     TO TXN-BALANCE.
008190     MOVE "BAT" TO TXN-CHANNEL.
008200     MOVE "INTPOST " TO TXN-OPERATOR.
008210     WRITE TRANSACTION-RECORD.
008220
008230     REWRITE ACCOUNT-RECORD.
008240     ADD 1 TO IP-ACCOUNTS-POSTED.
008250     IF ACCT-TYPE-TERM
008260     ADD 1 TO IP-TERM-POSTED
008270     END-IF.
008280     ADD IP-INTEREST-AMOUNT TO IP-INTEREST-TOTAL.
008290 2200-EXIT.
008300     EXIT.
008310
008320******************************************************************
008330*    2300-SELECT-RATE
008340*    TIERS ARE IN ASCENDING FLOOR ORDER, SO THE LAST FLOOR THE
008350*    ADB REACHES SUPPLIES THE RATE.
008360******************************************************************
008370 2300-SELECT-RATE.
008380     MOVE ZERO TO IP-CHOSEN-RATE.
008390     PERFORM 2310-TEST-ONE-TIER THRU 2310-EXIT
008400     VARYING IP-RATE-IDX FROM 1 BY 1
008410     UNTIL IP-RATE-IDX > IP-RATE-COUNT.
008420 2300-EXIT.
008430     EXIT.
008440
008450 2310-TEST-ONE-TIER.
008460     IF IP-ADB >= IP-TIER-FLOOR(IP-RATE-IDX)
008470     MOVE IP-TIER-RATE(IP-RATE-IDX) TO IP-CHOSEN-RATE
008480     END-IF.
008490 2310-EXIT.
008500     EXIT.
008510
008520******************************************************************
008530*    2350-SELECT-TERM-RATE
008540*    A TERM DEPOSIT EARNS THE FIXED MONTHLY RATE ON ITS TDMAST
008550*    RECORD WHATEVER ITS BALANCE. NO RECORD LEAVES THE RATE AT
008560*    ZERO, SO NOTHING POSTS AND THE ACCOUNT IS REPORTED.
008570******************************************************************
008580 2350-SELECT-TERM-RATE.
008590     MOVE ZERO TO IP-CHOSEN-RATE.
008600     IF NOT IP-TD-OPEN
008610     DISPLAY "ACCOUNT " ACCT-NUMBER " IS A TERM DEPOSIT BUT"
008620     " TDMAST IS UNAVAILABLE - INTEREST SKIPPED. POST BY HAND."
008630     GO TO 2350-EXIT
008640     END-IF.
008650     MOVE ACCT-NUMBER TO TD-ACCOUNT.
008660     READ TERM-DEPOSIT-MASTER
008670     INVALID KEY
008680     DISPLAY "ACCOUNT " ACCT-NUMBER " HAS NO TERM DEPOSIT RECORD"
008690     " - INTEREST SKIPPED. POST BY HAND."
008700     GO TO 2350-EXIT
008710     END-READ.
008720     MOVE TD-MONTHLY-RATE TO IP-CHOSEN-RATE.
008730 2350-EXIT.
008740     EXIT.
008750
008760******************************************************************
008770*    4000-POST-ACCOUNTS
008780*    SORT OUTPUT PROCEDURE - SEQUENTIAL PASS OVER ACCOUNT-MASTER
008790*    MATCHED AGAINST THE SORTED ENTRIES. EVERY ACTIVE SAVINGS
008800*    ACCOUNT GETS ITS PERIOD ADB BUILT FROM ITS OWN ENTRIES AND
008810*    INTEREST POSTED AT ITS TIER RATE; AN ACTIVE TERM DEPOSIT
008820*    THE SAME AT ITS OWN FIXED RATE. ENTRIES FOR AN ACCOUNT NOT
008830*    ON THE MASTER ARE COUNTED AND PASSED OVER.
008840*    IF THE HISTORY PASS FAILED THE SORT IS DRAINED AND NOTHING
008850*    IS POSTED - AN ADB BUILT FROM PART OF THE PERIOD IS WRONG.
008860******************************************************************
008870 4000-POST-ACCOUNTS.
008880     OPEN EXTEND TRANSACTION-LOG.
008890     MOVE 'N' TO IP-SORT-EOF-SW.
008900     PERFORM 4100-RETURN-SORT THRU 4100-EXIT.
008910     IF IP-INPUT-FAILED
008920     PERFORM 4100-RETURN-SORT THRU 4100-EXIT
008930     UNTIL IP-SORT-EOF
008940     GO TO 4000-EXIT
008950     END-IF.
008960     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
008970     PERFORM UNTIL IP-ACCT-EOF
008980     PERFORM 4200-PASS-NO-MASTER THRU 4200-EXIT
008990     UNTIL IP-SORT-EOF OR IS-ACCOUNT NOT < ACCT-NUMBER
009000     PERFORM 4300-PROCESS-ACCOUNT THRU 4300-EXIT
009010     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT
009020     END-PERFORM.
009030     PERFORM 4200-PASS-NO-MASTER THRU 4200-EXIT
009040     UNTIL IP-SORT-EOF.
009050 4000-EXIT.
009060     EXIT.
009070
009080 4100-RETURN-SORT.
009090     RETURN INTEREST-SORT-FILE
009100     AT END
009110     MOVE 'Y' TO IP-SORT-EOF-SW
009120     NOT AT END
009130     ADD 1 TO IP-RETURNED
009140     END-RETURN.
009150 4100-EXIT.
009160     EXIT.
009170
009180 4200-PASS-NO-MASTER.
009190     ADD 1 TO IP-ENTRIES-NO-MASTER.
009200     PERFORM 4100-RETURN-SORT THRU 4100-EXIT.
009210 4200-EXIT.
009220     EXIT.
009230
009240******************************************************************
009250*    4300-PROCESS-ACCOUNT
009260*    ONE MASTER RECORD AND ITS ENTRIES. AN ACCOUNT WITH A
009270*    PENDING WITHDRAWAL CHECKPOINT IS SKIPPED - ITS STORED
009280*    BALANCE IS LEGITIMATELY BEHIND THE LOG UNTIL THE NEXT LOGIN
009290*    RESOLVES IT, SO THE DERIVED OPENING (AND THE ADB) WOULD BE
009300*    OVERSTATED BY THE IN-FLIGHT DEBIT.
009310******************************************************************
009320 4300-PROCESS-ACCOUNT.
009330     ADD 1 TO IP-ACCT-READ.
009340     MOVE 'N' TO IP-EVALUATE-SW.
009350     IF (ACCT-TYPE-SAVINGS OR ACCT-TYPE-TERM) AND ACCT-ACTIVE
009360     IF ACCT-CKPT-PENDING
009370     DISPLAY "ACCOUNT " ACCT-NUMBER " HAS A PENDING"
009380     " CHECKPOINT - INTEREST SKIPPED. POST BY HAND."
009390     ADD 1 TO IP-CKPT-SKIPPED
009400     ELSE
009410     SET IP-EVALUATE-ACCOUNT TO TRUE
009420     ADD 1 TO IP-EVALUATED
009430     END-IF
009440     ELSE
009450     ADD 1 TO IP-NOT-ELIGIBLE
009460     END-IF.
009470
009480     MOVE ZERO TO IP-MONTH-NET.
009490     MOVE ZERO TO IP-POST-NET.
009500     MOVE ZERO TO IP-RUN-BALANCE.
009510     MOVE ZERO TO IP-WEIGHTED-SUM.
009520     MOVE 1 TO IP-PREV-DD.
009530     PERFORM 4400-WALK-ONE-ENTRY THRU 4400-EXIT
009540     UNTIL IP-SORT-EOF OR IS-ACCOUNT NOT = ACCT-NUMBER.
009550
009560     IF NOT IP-EVALUATE-ACCOUNT
009570     GO TO 4300-EXIT
009580     END-IF.
009590
009600     COMPUTE IP-OPEN-BALANCE =
009610     ACCT-BALANCE - IP-MONTH-NET - IP-POST-NET.
009620     COMPUTE IP-WEIGHTED-SUM = IP-WEIGHTED-SUM +
009630     IP-RUN-BALANCE * (IP-PERIOD-DAYS - IP-PREV-DD + 1) +
009640     IP-OPEN-BALANCE * IP-PERIOD-DAYS.
009650     COMPUTE IP-ADB ROUNDED =
009660     IP-WEIGHTED-SUM / IP-PERIOD-DAYS.
009670     IF IP-ADB > 0
009680     PERFORM 2200-POST-INTEREST THRU 2200-EXIT
009690     END-IF.
009700 4300-EXIT.
009710     EXIT.
009720
009730******************************************************************
009740*    4400-WALK-ONE-ENTRY
009750*    A PERIOD ENTRY WEIGHTS THE RUNNING BALANCE BY THE DAYS IT
009760*    WAS HELD BEFORE THE ENTRY; A LATER ENTRY ONLY FEEDS
009770*    IP-POST-NET. ENTRIES OF AN ACCOUNT THAT EARNS NO INTEREST
009780*    THIS RUN ARE COUNTED AND PASSED OVER.
009790******************************************************************
009800 4400-WALK-ONE-ENTRY.
009810     IF NOT IP-EVALUATE-ACCOUNT
009820     ADD 1 TO IP-ENTRIES-OTHER
009830     GO TO 4400-NEXT
009840     END-IF.
009850     ADD 1 TO IP-ENTRIES-USED.
009860     IF NOT IS-IN-PERIOD
009870     ADD IS-EFFECT TO IP-POST-NET
009880     GO TO 4400-NEXT
009890     END-IF.
009900     COMPUTE IP-WEIGHTED-SUM = IP-WEIGHTED-SUM +
009910     IP-RUN-BALANCE * (IS-DD - IP-PREV-DD).
009920     ADD IS-EFFECT TO IP-RUN-BALANCE.
009930     ADD IS-EFFECT TO IP-MONTH-NET.
009940     MOVE IS-DD TO IP-PREV-DD.
009950 4400-NEXT.
009960     PERFORM 4100-RETURN-SORT THRU 4100-EXIT.
009970 4400-EXIT.
009980     EXIT.
009990
010000******************************************************************
010010*    5900-CHECK-CONTROL-TOTALS
010020*    EVERY MASTER RECORD AND EVERY HISTORY ENTRY MUST BE
010030*    ACCOUNTED FOR, AND THE SORT MUST RETURN ALL IT WAS GIVEN.
010040*    THE INTEREST ALREADY POSTED STANDS AND THE PERIOD IS STILL
010050*    STAMPED, SO A RERUN CANNOT PAY IT TWICE, BUT THE RUN ENDS
010060*    RC 8 FOR THE ACCOUNTS TO BE CHECKED BY HAND. EVERY ARCHIVE
010070*    ON THE INDEX FOR THE PERIOD MUST ALSO HAVE BEEN READ; WHEN
010080*    THE HISTORY PASS FAILED NOTHING POSTED, SO THE PERIOD IS
010090*    LEFT UNSTAMPED FOR A FULL RERUN.
010100******************************************************************
010110 5900-CHECK-CONTROL-TOTALS.
010120     COMPUTE IP-PROOF-TOTAL = IP-ENTRIES-USED + IP-ENTRIES-OTHER
010130     + IP-ENTRIES-NO-MASTER.
010140     IF SORT-RETURN NOT = 0
010150     OR IP-RELEASED NOT = IP-RETURNED
010160     OR IP-ENTRIES-READ NOT = IP-BEFORE-PERIOD + IP-RELEASED
010170     OR IP-RETURNED NOT = IP-PROOF-TOTAL
010180     OR IP-ACCT-READ NOT =
010190     IP-NOT-ELIGIBLE + IP-CKPT-SKIPPED + IP-EVALUATED
010200     OR IP-ARCH-SCANNED NOT = IP-ARCH-EXPECTED
010210     OR IP-INPUT-FAILED
010220     MOVE 'N' TO IP-TOTALS-SW
010230     END-IF.
010240 5900-EXIT.
010250     EXIT.
010260
010270******************************************************************
010280*    8800-STAMP-RUN-CONTROL
010290*    RECORDS THE SUCCESSFUL RUN AND THE PERIOD IT COVERED.
010300******************************************************************
010310 8800-STAMP-RUN-CONTROL.
010320     OPEN I-O RUN-CONTROL.
010330     IF IP-RUNCTL-FS NOT = "00"
010340     DISPLAY "WARNING - RUN NOT STAMPED. STATUS=" IP-RUNCTL-FS
010350     GO TO 8800-EXIT
010360     END-IF.
010370
010380     MOVE 'N' TO IP-RC-FOUND-SW.
010390     MOVE "INTPOST " TO RC-JOB-NAME.
010400     READ RUN-CONTROL
010410     INVALID KEY
010420     MOVE SPACES TO RUNCTL-RECORD
010430     MOVE "INTPOST " TO RC-JOB-NAME
010440     MOVE ZERO TO RC-RUN-COUNT
010450     MOVE ZERO TO RC-LAST-PERIOD
010460     NOT INVALID KEY
010470     SET IP-RC-FOUND TO TRUE
010480     END-READ.
010490
010500     MOVE IP-RUN-DATE TO RC-LAST-RUN-DATE.
010510     ACCEPT RC-LAST-RUN-TIME FROM TIME.
010520*    AN OVERRIDE REPOST OF AN OLD MONTH MUST NOT ROLL THE
010530*    STAMPED PERIOD BACKWARDS AND UN-GUARD THE NEWER ONE.
010540     IF IP-STMT-PERIOD > RC-LAST-PERIOD
010550     MOVE IP-STMT-PERIOD TO RC-LAST-PERIOD
010560     END-IF.
010570     ADD 1 TO RC-RUN-COUNT.
010580     IF IP-RC-FOUND
010590     REWRITE RUNCTL-RECORD
010600     ELSE
010610     WRITE RUNCTL-RECORD
010620     END-IF.
010630     CLOSE RUN-CONTROL.
010640 8800-EXIT.
010650     EXIT.
010660
010670******************************************************************
010680*    8900-GET-BUSINESS-DATE
010690*    READS THE PROCESSING DATE FROM THE BUSDATE CONTROL FILE -
010700*    THE WALL CLOCK ONLY SEEDS THE FILE THE FIRST TIME IT IS
010710*    MISSING. THE DATE ADVANCES ONLY WHEN THE EODROLL ROLLOVER
010720*    CLOSES THE DAY, SO WORK THAT SLIPS PAST MIDNIGHT STILL
010730*    STAMPS THE DAY IT BELONGS TO.
010740******************************************************************
010750 8900-GET-BUSINESS-DATE.
010760     OPEN INPUT BUSINESS-DATE.
010770     IF IP-BD-FS = "35"
010780     PERFORM 8950-CREATE-BUSDATE THRU 8950-EXIT
010790     OPEN INPUT BUSINESS-DATE
010800     END-IF.
010810     IF IP-BD-FS NOT = "00"
010820     DISPLAY "BUSDATE UNAVAILABLE - USING THE WALL CLOCK."
010830     ACCEPT IP-RUN-DATE FROM DATE YYYYMMDD
010840     GO TO 8900-EXIT
010850     END-IF.
010860     READ BUSINESS-DATE
010870     AT END
010880     DISPLAY "BUSDATE IS EMPTY - USING THE WALL CLOCK."
010890     ACCEPT IP-RUN-DATE FROM DATE YYYYMMDD
010900     CLOSE BUSINESS-DATE
010910     GO TO 8900-EXIT
010920     END-READ.
010930     MOVE BD-BUSINESS-DATE TO IP-RUN-DATE.
010940     CLOSE BUSINESS-DATE.
010950 8900-EXIT.
010960     EXIT.
010970
010980 8950-CREATE-BUSDATE.
010990     OPEN OUTPUT BUSINESS-DATE.
011000     MOVE SPACES TO BUSDATE-RECORD.
011010     ACCEPT BD-BUSINESS-DATE FROM DATE YYYYMMDD.
011020     WRITE BUSDATE-RECORD.
011030     CLOSE BUSINESS-DATE.
011040 8950-EXIT.
011050     EXIT.
011060
011070******************************************************************
011080*    9000-TERMINATE
011090******************************************************************
011100 9000-TERMINATE.
011110     CLOSE ACCOUNT-MASTER.
011120     CLOSE TRANSACTION-LOG.
011130     IF IP-REV-OPEN
011140     CLOSE REVERSAL-REGISTER
011150     END-IF.
011160     IF IP-TD-OPEN
011170     CLOSE TERM-DEPOSIT-MASTER
011180     END-IF.
011190     IF IP-CONTINUE-SW = 'Y'
011200     DISPLAY "INTEREST POSTING COMPLETE."
011210     DISPLAY "ACCOUNTS POSTED: " IP-ACCOUNTS-POSTED
011220     DISPLAY "TERM DEPOSITS:   " IP-TERM-POSTED
011230     DISPLAY "TOTAL INTEREST:  " IP-INTEREST-TOTAL
011240     PERFORM 9100-DISPLAY-CONTROL-TOTALS THRU 9100-EXIT
011250     ELSE
011260     DISPLAY "POSTING DID NOT RUN."
011270     END-IF.
011280 9000-EXIT.
011290     EXIT.
011300
011310******************************************************************
011320*    9100-DISPLAY-CONTROL-TOTALS
011330******************************************************************
011340 9100-DISPLAY-CONTROL-TOTALS.
011350     DISPLAY "CONTROL TOTALS".
011360     DISPLAY "  MASTER RECORDS READ:        " IP-ACCT-READ.
011370     DISPLAY "    NOT INTEREST-BEARING:     " IP-NOT-ELIGIBLE.
011380     DISPLAY "    CHECKPOINT PENDING:       " IP-CKPT-SKIPPED.
011390     DISPLAY "    EVALUATED:                " IP-EVALUATED.
011400     DISPLAY "  HISTORY ENTRIES READ:       " IP-ENTRIES-READ.
011410     DISPLAY "    BEFORE THE PERIOD:        " IP-BEFORE-PERIOD.
011420     DISPLAY "    SORT RECORDS RELEASED:    " IP-RELEASED.
011430     DISPLAY "    SORT RECORDS RETURNED:    " IP-RETURNED.
011440     DISPLAY "      EVALUATED ACCOUNTS:     " IP-ENTRIES-USED.
011450     DISPLAY "      OTHER ACCOUNTS:         " IP-ENTRIES-OTHER.
011460     DISPLAY "      NO ACCOUNT MASTER:     " IP-ENTRIES-NO-MASTER.
011470     DISPLAY "  ARCHIVE DAYS ON THE INDEX:  " IP-ARCH-EXPECTED.
011480     DISPLAY "  ARCHIVES OPENED AND READ:   " IP-ARCH-SCANNED.
011490     IF IP-INPUT-FAILED
011500     DISPLAY "*** HISTORY INPUT INCOMPLETE - NOTHING POSTED."
011510     DISPLAY "*** INCOMPLETE. RUN NOT STAMPED."
011520     GO TO 9100-EXIT
011530     END-IF.
011540     IF IP-TOTALS-SW = 'Y'
011550     DISPLAY "  CONTROL TOTALS AGREE - EVERY ACCOUNT EVALUATED."
011560     ELSE
011570     DISPLAY "*** CONTROL TOTALS DO NOT AGREE - POSTING MAY BE"
011580     DISPLAY "*** INCOMPLETE. CHECK THE ACCOUNTS BY HAND."
011590     END-IF.
011600 9100-EXIT.
011610     EXIT.
