000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ODAGING.
000030 AUTHOR.      R HOLLOWAY.
000040 INSTALLATION. RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ------------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    ---------- ----  --------------------------------------------
000120*    10/15/2026 RH    ORIGINAL PROGRAM - NIGHTLY OVERDRAFT AGING.
000130*                     TRACKS HOW LONG EVERY ACCOUNT HAS BEEN
000140*                     BELOW ZERO ON THE ODAGEMST AGING MASTER,
000150*                     AGES THE OVERDRAWN ACCOUNTS INTO 30/60/90
000160*                     DAY BUCKETS ON THE ODAGERPT REPORT AND
000170*                     WRITES A COLLNTC COLLECTION NOTICE,
000180*                     ADDRESSED FROM CUSTMAST, AT EACH STEP. AN
000190*                     ACCOUNT OVERDRAWN PAST THE CHARGE-OFF
000200*                     THRESHOLD IS WRITTEN OFF - A CHARGE-OFF
000210*                     ENTRY BRINGS THE BALANCE TO ZERO AND THE
000220*                     ACCOUNT MOVES TO CHARGED-OFF STATUS.
000230*    10/15/2026 RH    EACH CHARGE-OFF NOW ALSO WRITES THE ACCOUNT
000240*                     RECORD AS IT STOOD BEFORE AND AFTER TO THE
000250*                     MAINTJRN MAINTENANCE JOURNAL (SEE
000260*                     MJRNREC.CPY).
000270*    10/15/2026 RH    THE COLLNTC NOTICE FILE IS NOW OPENED EXTEND
000280*                     SO A SAME-DAY RERUN KEEPS THE FIRST RUN'S
000290*                     NOTICES. A RUN WHOSE CONTROL TOTALS DO NOT
000300*                     PROVE NOW ENDS WITH RETURN CODE 8 AND IS NOT
000310*                     STAMPED, AND A TXNLOG OR MAINTJRN THAT WILL
000320*                     NOT OPEN ABANDONS THE RUN.
000330******************************************************************
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT ACCOUNT-MASTER  ASSIGN TO "ACCTMAST"
000390     ORGANIZATION IS INDEXED
000400     ACCESS MODE IS DYNAMIC
000410     RECORD KEY IS ACCT-NUMBER
000420     FILE STATUS IS OG-ACCT-FS.
000430
000440     SELECT OD-AGING-MASTER ASSIGN TO "ODAGEMST"
000450     ORGANIZATION IS INDEXED
000460     ACCESS MODE IS DYNAMIC
000470     RECORD KEY IS OA-ACCOUNT
000480     FILE STATUS IS OG-AGE-FS.
000490
000500     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000510     ORGANIZATION IS INDEXED
000520     ACCESS MODE IS DYNAMIC
000530     RECORD KEY IS CUST-ID
000540     FILE STATUS IS OG-CUST-FS.
000550
000560     SELECT TRANSACTION-LOG ASSIGN TO "TXNLOG"
000570     ORGANIZATION IS LINE SEQUENTIAL
000580     FILE STATUS IS OG-TXN-FS.
000590
000600     SELECT AGING-REPORT    ASSIGN TO "ODAGERPT"
000610     ORGANIZATION IS LINE SEQUENTIAL
000620     FILE STATUS IS OG-RPT-FS.
000630
000640     SELECT NOTICE-FILE     ASSIGN TO "COLLNTC"
000650     ORGANIZATION IS LINE SEQUENTIAL
000660     FILE STATUS IS OG-NTC-FS.
000670
000680     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
000690     ORGANIZATION IS INDEXED
000700     ACCESS MODE IS DYNAMIC
000710     RECORD KEY IS RC-JOB-NAME
000720     FILE STATUS IS OG-RUNCTL-FS.
000730
000740     SELECT BUSINESS-DATE   ASSIGN TO "BUSDATE"
000750     ORGANIZATION IS LINE SEQUENTIAL
000760     FILE STATUS IS OG-BD-FS.
000770
000780     SELECT MAINT-JOURNAL   ASSIGN TO "MAINTJRN"
000790     ORGANIZATION IS LINE SEQUENTIAL
000800     FILE STATUS IS OG-JRN-FS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  ACCOUNT-MASTER
000850     LABEL RECORDS ARE STANDARD.
000860     COPY ACCTREC.
000870
000880 FD  OD-AGING-MASTER
000890     LABEL RECORDS ARE STANDARD.
000900     COPY ODAREC.
000910
000920 FD  CUSTOMER-MASTER
000930     LABEL RECORDS ARE STANDARD.
000940     COPY CUSTREC.
000950
000960 FD  TRANSACTION-LOG
000970     LABEL RECORDS ARE STANDARD.
000980     COPY TXNREC.
000990
001000 FD  AGING-REPORT
001010     LABEL RECORDS ARE STANDARD.
001020 01  AGING-REPORT-LINE           PIC X(80).
001030
001040 FD  NOTICE-FILE
001050     LABEL RECORDS ARE STANDARD.
001060     COPY COLLREC.
001070
001080 FD  RUN-CONTROL
001090     LABEL RECORDS ARE STANDARD.
001100     COPY RUNREC.
001110
001120 FD  BUSINESS-DATE
001130     LABEL RECORDS ARE STANDARD.
001140     COPY BDREC.
001150
001160 FD  MAINT-JOURNAL
001170     LABEL RECORDS ARE STANDARD.
001180     COPY MJRNREC.
001190
001200 WORKING-STORAGE SECTION.
001210******************************************************************
001220*    FILE STATUS AND SWITCHES
001230******************************************************************
001240 01  OG-ACCT-FS               PIC X(02)  VALUE "00".
001250 01  OG-AGE-FS                PIC X(02)  VALUE "00".
001260 01  OG-CUST-FS               PIC X(02)  VALUE "00".
001270 01  OG-TXN-FS                PIC X(02)  VALUE "00".
001280 01  OG-RPT-FS                PIC X(02)  VALUE "00".
001290 01  OG-NTC-FS                PIC X(02)  VALUE "00".
001300 01  OG-RUNCTL-FS             PIC X(02)  VALUE "00".
001310 01  OG-BD-FS                 PIC X(02)  VALUE "00".
001320 01  OG-JRN-FS                PIC X(02)  VALUE "00".
001330
001340 01  OG-CONTINUE-SW           PIC X(01)  VALUE 'Y'.
001350
001360 01  OG-RC-FOUND-SW           PIC X(01)  VALUE 'N'.
001370     88  OG-RC-FOUND                  VALUE 'Y'.
001380
001390 01  OG-PROVED-SW             PIC X(01)  VALUE 'Y'.
001400     88  OG-PROVED                    VALUE 'Y'.
001410
001420 01  OG-ACCT-EOF-SW           PIC X(01)  VALUE 'N'.
001430     88  OG-ACCT-EOF                  VALUE 'Y'.
001440
001450 01  OG-CUST-OPEN-SW          PIC X(01)  VALUE 'N'.
001460     88  OG-CUST-OPEN                 VALUE 'Y'.
001470
001480 01  OG-AGE-FOUND-SW          PIC X(01)  VALUE 'N'.
001490     88  OG-AGE-FOUND                 VALUE 'Y'.
001500
001510******************************************************************
001520*    COLLECTION RULES
001530*    NOTICES GO OUT AS THE ACCOUNT REACHES 30, 60 AND 90 DAYS
001540*    BELOW ZERO. AN ACCOUNT STILL OVERDRAWN AT OG-CHARGEOFF-DAYS
001550*    IS WRITTEN OFF.
001560******************************************************************
001570 77  OG-CHARGEOFF-DAYS        PIC 9(05)  VALUE 120.
001580 77  OG-STAGE-REACHED         PIC 9(02).
001590 77  OG-NOTICE-STAGE          PIC X(02).
001600
001610******************************************************************
001620*    DAY-COUNT WORK FIELDS (FEBRUARY BY THE FULL LEAP RULE -
001630*    DIVISIBLE BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY 400).
001640******************************************************************
001650 01  OG-WORK-DATE.
001660     05  OG-WORK-YYYY         PIC 9(04).
001670     05  OG-WORK-MM           PIC 9(02).
001680     05  OG-WORK-DD           PIC 9(02).
001690 01  OG-WORK-DATE-N REDEFINES OG-WORK-DATE PIC 9(08).
001700 77  OG-DAY-COUNT             PIC 9(05).
001710 77  OG-LEAP-QUOT             PIC 9(04).
001720 77  OG-LEAP-REM              PIC 9(04).
001730 77  OG-MONTH-LIMIT           PIC 9(02).
001740 01  OG-MONTH-TABLE-DATA.
001750     05  FILLER               PIC X(24)
001760     VALUE "312831303130313130313031".
001770 01  OG-MONTH-TABLE REDEFINES OG-MONTH-TABLE-DATA.
001780     05  OG-DAYS-IN-MONTH     OCCURS 12 TIMES PIC 9(02).
001790
001800******************************************************************
001810*    POSTING WORK FIELDS
001820******************************************************************
001830 77  OG-LOG-TYPE              PIC X(12).
001840 77  OG-LOG-AMOUNT            PIC S9(07)V99.
001850 77  OG-CHARGEOFF-AMOUNT      PIC S9(07)V99.
001860 77  OG-CURRENT-DATE          PIC 9(08).
001870 77  OG-CURRENT-TIME          PIC 9(08).
001880 77  OG-BEFORE-IMAGE          PIC X(150).
001890
001900******************************************************************
001910*    RUN CONTROL AND TOTALS
001920*    EVERY ACCOUNT READ LANDS IN EXACTLY ONE OF CLOSED, ALREADY
001930*    CHARGED OFF, NOT OVERDRAWN OR OVERDRAWN - 7000 PROVES IT.
001940******************************************************************
001950 77  OG-RUN-DATE              PIC 9(08).
001960 77  OG-ACCOUNTS-READ         PIC 9(06)  VALUE 0.
001970 77  OG-ACCOUNTS-CLOSED       PIC 9(06)  VALUE 0.
001980 77  OG-ACCOUNTS-WRITTEN-OFF  PIC 9(06)  VALUE 0.
001990 77  OG-ACCOUNTS-IN-CREDIT    PIC 9(06)  VALUE 0.
002000 77  OG-ACCOUNTS-OVERDRAWN    PIC 9(06)  VALUE 0.
002010 77  OG-ACCOUNTS-CURED        PIC 9(06)  VALUE 0.
002020 77  OG-ACCOUNTS-CKPT         PIC 9(06)  VALUE 0.
002030 77  OG-NOTICES-WRITTEN       PIC 9(06)  VALUE 0.
002040 77  OG-CHARGEOFF-COUNT       PIC 9(06)  VALUE 0.
002050 77  OG-CHARGEOFF-TOTAL       PIC S9(09)V99 VALUE 0.
002060 77  OG-OVERDRAWN-TOTAL       PIC S9(09)V99 VALUE 0.
002070 77  OG-ACCOUNTS-PROVED       PIC 9(06)  VALUE 0.
002080
002090******************************************************************
002100*    AGING BUCKETS - 1 UNDER 30 DAYS, 2 30-59, 3 60-89, 4 90
002110*    AND OVER.
002120******************************************************************
002130 01  OG-BUCKET-TABLE.
002140     05  OG-BUCKET-ENTRY      OCCURS 4 TIMES.
002150         10  OG-BUCKET-COUNT  PIC 9(06).
002160         10  OG-BUCKET-AMOUNT PIC S9(09)V99.
002170 01  OG-BUCKET-NAME-DATA.
002180     05  FILLER               PIC X(12)  VALUE "UNDER 30    ".
002190     05  FILLER               PIC X(12)  VALUE "30-59 DAYS  ".
002200     05  FILLER               PIC X(12)  VALUE "60-89 DAYS  ".
002210     05  FILLER               PIC X(12)  VALUE "90+ DAYS    ".
002220 01  OG-BUCKET-NAMES REDEFINES OG-BUCKET-NAME-DATA.
002230     05  OG-BUCKET-NAME       OCCURS 4 TIMES PIC X(12).
002240 77  OG-BUCKET-SUB            PIC 9(01).
002250
002260******************************************************************
002270*    REPORT LINES
002280******************************************************************
002290 01  OG-DETAIL-LINE.
002300     05  FILLER                PIC X(02)  VALUE SPACES.
002310     05  RL-ACCOUNT            PIC 9(06).
002320     05  FILLER                PIC X(02)  VALUE SPACES.
002330     05  RL-SINCE              PIC 9(08).
002340     05  FILLER                PIC X(02)  VALUE SPACES.
002350     05  RL-DAYS               PIC Z(4)9.
002360     05  FILLER                PIC X(02)  VALUE SPACES.
002370     05  RL-BUCKET             PIC X(12).
002380     05  RL-BALANCE            PIC -(6)9.99.
002390     05  FILLER                PIC X(02)  VALUE SPACES.
002400     05  RL-ACTION             PIC X(29).
002410
002420 01  OG-TOTAL-LINE.
002430     05  FILLER                PIC X(02)  VALUE SPACES.
002440     05  TL-LABEL              PIC X(24).
002450     05  TL-COUNT              PIC Z(5)9.
002460     05  FILLER                PIC X(02)  VALUE SPACES.
002470     05  TL-AMOUNT             PIC -(8)9.99.
002480
002490 PROCEDURE DIVISION.
002500******************************************************************
002510*    0000-MAINLINE
002520******************************************************************
002530 0000-MAINLINE.
002540     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002550     IF OG-CONTINUE-SW = 'Y'
002560     PERFORM 1100-CHECK-RUN-CONTROL THRU 1100-EXIT
002570     PERFORM 2000-AGE-ACCOUNTS THRU 2000-EXIT
002580     PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT
002590     IF OG-PROVED
002600     PERFORM 8800-STAMP-RUN-CONTROL THRU 8800-EXIT
002610     END-IF
002620     END-IF.
002630     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002640     GOBACK.
002650
002660******************************************************************
002670*    1000-INITIALIZE
002680*    OPENS THE FILES. THE AGING MASTER IS CREATED EMPTY THE
002690*    FIRST TIME. A MISSING CUSTOMER MASTER ONLY LEAVES THE
002700*    NOTICES UNADDRESSED. A LOG OR JOURNAL THAT WILL NOT OPEN
002710*    STOPS THE RUN. THE NOTICE FILE IS OPENED EXTEND SO A SAME-
002720*    DAY RERUN, WHICH WRITES ONLY THE NOTICES THE FIRST RUN DID
002730*    NOT, KEEPS THE FIRST RUN'S NOTICES FOR THE MAILING.
002740******************************************************************
002750 1000-INITIALIZE.
002760     PERFORM 8900-GET-BUSINESS-DATE THRU 8900-EXIT.
002770     DISPLAY "OVERDRAFT AGING - RUN DATE " OG-RUN-DATE.
002780     INITIALIZE OG-BUCKET-TABLE.
002790
002800     OPEN I-O ACCOUNT-MASTER.
002810     IF OG-ACCT-FS NOT = "00"
002820     DISPLAY "UNABLE TO OPEN ACCOUNT MASTER FILE. STATUS="
002830     OG-ACCT-FS
002840     MOVE 'N' TO OG-CONTINUE-SW
002850     MOVE 12 TO RETURN-CODE
002860     GO TO 1000-EXIT
002870     END-IF.
002880
002890     OPEN I-O OD-AGING-MASTER.
002900     IF OG-AGE-FS = "35"
002910     OPEN OUTPUT OD-AGING-MASTER
002920     CLOSE OD-AGING-MASTER
002930     OPEN I-O OD-AGING-MASTER
002940     END-IF.
002950     IF OG-AGE-FS NOT = "00"
002960     DISPLAY "UNABLE TO OPEN OVERDRAFT AGING MASTER. STATUS="
002970     OG-AGE-FS
002980     MOVE 'N' TO OG-CONTINUE-SW
002990     MOVE 12 TO RETURN-CODE
003000     CLOSE ACCOUNT-MASTER
003010     GO TO 1000-EXIT
003020     END-IF.
003030
003040     OPEN INPUT CUSTOMER-MASTER.
003050     IF OG-CUST-FS = "00"
003060     SET OG-CUST-OPEN TO TRUE
003070     ELSE
003080     DISPLAY "CUSTOMER MASTER UNAVAILABLE - NOTICES UNADDRESSED."
003090     END-IF.
003100
003110     OPEN EXTEND TRANSACTION-LOG.
003120     IF OG-TXN-FS = "35"
003130     OPEN OUTPUT TRANSACTION-LOG
003140     CLOSE TRANSACTION-LOG
003150     OPEN EXTEND TRANSACTION-LOG
003160     END-IF.
003170     IF OG-TXN-FS NOT = "00"
003180     DISPLAY "UNABLE TO OPEN TRANSACTION LOG. STATUS=" OG-TXN-FS
003190     MOVE 'N' TO OG-CONTINUE-SW
003200     MOVE 12 TO RETURN-CODE
003210     CLOSE ACCOUNT-MASTER
003220     CLOSE OD-AGING-MASTER
003230     IF OG-CUST-OPEN
003240     CLOSE CUSTOMER-MASTER
003250     END-IF
003260     GO TO 1000-EXIT
003270     END-IF.
003280
003290     OPEN EXTEND MAINT-JOURNAL.
003300     IF OG-JRN-FS = "35"
003310     OPEN OUTPUT MAINT-JOURNAL
003320     CLOSE MAINT-JOURNAL
003330     OPEN EXTEND MAINT-JOURNAL
003340     END-IF.
003350     IF OG-JRN-FS NOT = "00"
003360     DISPLAY "UNABLE TO OPEN MAINTENANCE JOURNAL. STATUS="
003370     OG-JRN-FS
003380     MOVE 'N' TO OG-CONTINUE-SW
003390     MOVE 12 TO RETURN-CODE
003400     CLOSE ACCOUNT-MASTER
003410     CLOSE OD-AGING-MASTER
003420     IF OG-CUST-OPEN
003430     CLOSE CUSTOMER-MASTER
003440     END-IF
003450     CLOSE TRANSACTION-LOG
003460     GO TO 1000-EXIT
003470     END-IF.
003480
003490     OPEN EXTEND NOTICE-FILE.
003500     IF OG-NTC-FS = "35"
003510     OPEN OUTPUT NOTICE-FILE
003520     END-IF.
003530
003540     OPEN OUTPUT AGING-REPORT.
003550     MOVE SPACES TO AGING-REPORT-LINE.
003560     STRING "OVERDRAWN ACCOUNT AGING - RUN DATE " DELIMITED BY
003570     SIZE
003580     OG-RUN-DATE DELIMITED BY SIZE
003590     INTO AGING-REPORT-LINE.
003600     WRITE AGING-REPORT-LINE.
003610     MOVE SPACES TO AGING-REPORT-LINE.
003620     STRING "  ACCOUNT" DELIMITED BY SIZE
003630     "  OVERDRAWN" DELIMITED BY SIZE
003640     "  DAYS" DELIMITED BY SIZE
003650     "  BUCKET     " DELIMITED BY SIZE
003660     "    BALANCE" DELIMITED BY SIZE
003670     "  ACTION" DELIMITED BY SIZE
003680     INTO AGING-REPORT-LINE.
003690     WRITE AGING-REPORT-LINE.
003700 1000-EXIT.
003710     EXIT.
003720
003730******************************************************************
003740*    1100-CHECK-RUN-CONTROL
003750*    WARNS WHEN THE RUN DATE HAS ALREADY BEEN AGED. A RERUN IS
003760*    SAFE - A NOTICE STEP ALREADY TAKEN IS NOT REPEATED AND A
003770*    CHARGED-OFF ACCOUNT IS NOT AGED AGAIN - BUT THE OPERATOR
003780*    SHOULD KNOW.
003790******************************************************************
003800 1100-CHECK-RUN-CONTROL.
003810     MOVE 'N' TO OG-RC-FOUND-SW.
003820     OPEN I-O RUN-CONTROL.
003830     IF OG-RUNCTL-FS = "35"
003840     OPEN OUTPUT RUN-CONTROL
003850     CLOSE RUN-CONTROL
003860     OPEN I-O RUN-CONTROL
003870     END-IF.
003880     IF OG-RUNCTL-FS NOT = "00"
003890     DISPLAY "WARNING - RUN CONTROL UNAVAILABLE. STATUS="
003900     OG-RUNCTL-FS
003910     GO TO 1100-EXIT
003920     END-IF.
003930
003940     MOVE "ODAGING" TO RC-JOB-NAME.
003950     READ RUN-CONTROL
003960     INVALID KEY
003970     CONTINUE
003980     NOT INVALID KEY
003990     SET OG-RC-FOUND TO TRUE
004000     END-READ.
004010
004020     IF OG-RC-FOUND AND RC-LAST-RUN-DATE = OG-RUN-DATE
004030     DISPLAY "WARNING - ACCOUNTS ALREADY AGED FOR "
004040     OG-RUN-DATE ". NO NOTICE WILL REPEAT."
004050     END-IF.
004060
004070     CLOSE RUN-CONTROL.
004080 1100-EXIT.
004090     EXIT.
004100
004110******************************************************************
004120*    2000-AGE-ACCOUNTS
004130*    SEQUENTIAL PASS OVER THE ACCOUNT MASTER.
004140******************************************************************
004150 2000-AGE-ACCOUNTS.
004160     MOVE ZERO TO ACCT-NUMBER.
004170     START ACCOUNT-MASTER KEY NOT < ACCT-NUMBER
004180     INVALID KEY
004190     MOVE 'Y' TO OG-ACCT-EOF-SW
004200     END-START.
004210
004220     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
004230     PERFORM UNTIL OG-ACCT-EOF
004240     ADD 1 TO OG-ACCOUNTS-READ
004250     PERFORM 3000-AGE-ONE-ACCOUNT THRU 3000-EXIT
004260     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT
004270     END-PERFORM.
004280 2000-EXIT.
004290     EXIT.
004300
004310 2100-READ-ACCOUNT.
004320     READ ACCOUNT-MASTER NEXT
004330     AT END
004340     MOVE 'Y' TO OG-ACCT-EOF-SW
004350     END-READ.
004360 2100-EXIT.
004370     EXIT.
004380
004390******************************************************************
004400*    3000-AGE-ONE-ACCOUNT
004410*    A CLOSED OR ALREADY CHARGED-OFF ACCOUNT IS ONLY COUNTED.
004420*    AN ACCOUNT AT OR ABOVE ZERO CLEARS ANY AGING IT CARRIED.
004430*    AN OVERDRAWN ACCOUNT IS AGED FROM THE DATE IT WENT BELOW
004440*    ZERO, NOTIFIED AT EACH NEW STEP, AND WRITTEN OFF ONCE IT
004450*    REACHES THE CHARGE-OFF THRESHOLD.
004460******************************************************************
004470 3000-AGE-ONE-ACCOUNT.
004480     IF ACCT-CLOSED
004490     ADD 1 TO OG-ACCOUNTS-CLOSED
004500     GO TO 3000-EXIT
004510     END-IF.
004520     IF ACCT-CHARGED-OFF
004530     ADD 1 TO OG-ACCOUNTS-WRITTEN-OFF
004540     GO TO 3000-EXIT
004550     END-IF.
004560
004570     MOVE 'N' TO OG-AGE-FOUND-SW.
004580     MOVE ACCT-NUMBER TO OA-ACCOUNT.
004590     READ OD-AGING-MASTER
004600     INVALID KEY
004610     CONTINUE
004620     NOT INVALID KEY
004630     SET OG-AGE-FOUND TO TRUE
004640     END-READ.
004650
004660     IF ACCT-BALANCE NOT < ZERO
004670     ADD 1 TO OG-ACCOUNTS-IN-CREDIT
004680     IF OG-AGE-FOUND AND OA-OVERDRAWN-SINCE NOT = ZERO
004690     PERFORM 3100-CLEAR-AGING THRU 3100-EXIT
004700     END-IF
004710     GO TO 3000-EXIT
004720     END-IF.
004730
004740     ADD 1 TO OG-ACCOUNTS-OVERDRAWN.
004750     IF NOT OG-AGE-FOUND
004760     MOVE SPACES TO OD-AGING-RECORD
004770     MOVE ACCT-NUMBER TO OA-ACCOUNT
004780     MOVE ZERO TO OA-OVERDRAWN-SINCE
004790     MOVE ZERO TO OA-NOTICE-STAGE
004800     MOVE ZERO TO OA-LAST-NOTICE-DATE
004810     MOVE ZERO TO OA-CHARGEOFF-DATE
004820     MOVE ZERO TO OA-CHARGEOFF-AMOUNT
004830     MOVE ZERO TO OA-RECOVERED-AMOUNT
004840     END-IF.
004850     IF OA-OVERDRAWN-SINCE = ZERO
004860     MOVE OG-RUN-DATE TO OA-OVERDRAWN-SINCE
004870     MOVE ZERO TO OA-NOTICE-STAGE
004880     END-IF.
004890
004900     PERFORM 8700-COUNT-DAYS THRU 8700-EXIT.
004910     MOVE OG-DAY-COUNT TO OA-DAYS-OVERDRAWN.
004920     MOVE OG-RUN-DATE TO OA-LAST-AGED-DATE.
004930     MOVE SPACES TO RL-ACTION.
004940
004950     IF OA-DAYS-OVERDRAWN NOT < OG-CHARGEOFF-DAYS
004960     IF ACCT-CKPT-PENDING
004970     MOVE "CHARGE-OFF HELD - CHECKPOINT" TO RL-ACTION
004980     ADD 1 TO OG-ACCOUNTS-CKPT
004990     ELSE
005000     PERFORM 3500-CHARGE-OFF THRU 3500-EXIT
005010     END-IF
005020     ELSE
005030     PERFORM 3200-CHECK-NOTICE-STEP THRU 3200-EXIT
005040     END-IF.
005050
005060     PERFORM 3900-WRITE-DETAIL THRU 3900-EXIT.
005070     PERFORM 3950-SAVE-AGING THRU 3950-EXIT.
005080 3000-EXIT.
005090     EXIT.
005100
005110******************************************************************
005120*    3100-CLEAR-AGING
005130*    THE ACCOUNT IS BACK AT OR ABOVE ZERO - THE NEXT TIME IT
005140*    GOES OVERDRAWN IT AGES FROM THE START AGAIN.
005150******************************************************************
005160 3100-CLEAR-AGING.
005170     MOVE ZERO TO OA-OVERDRAWN-SINCE.
005180     MOVE ZERO TO OA-DAYS-OVERDRAWN.
005190     MOVE ZERO TO OA-NOTICE-STAGE.
005200     MOVE OG-RUN-DATE TO OA-LAST-AGED-DATE.
005210     REWRITE OD-AGING-RECORD.
005220     ADD 1 TO OG-ACCOUNTS-CURED.
005230 3100-EXIT.
005240     EXIT.
005250
005260******************************************************************
005270*    3200-CHECK-NOTICE-STEP
005280*    A NOTICE GOES OUT THE FIRST NIGHT THE ACCOUNT IS AT OR PAST
005290*    A STEP IT HAS NOT BEEN NOTIFIED FOR. AN ACCOUNT THAT JUMPS
005300*    A STEP (THE BATCH DID NOT RUN) GETS ONLY THE LATEST ONE.
005310******************************************************************
005320 3200-CHECK-NOTICE-STEP.
005330     EVALUATE TRUE
005340     WHEN OA-DAYS-OVERDRAWN NOT < 90
005350     MOVE 90 TO OG-STAGE-REACHED
005360     WHEN OA-DAYS-OVERDRAWN NOT < 60
005370     MOVE 60 TO OG-STAGE-REACHED
005380     WHEN OA-DAYS-OVERDRAWN NOT < 30
005390     MOVE 30 TO OG-STAGE-REACHED
005400     WHEN OTHER
005410     MOVE 0 TO OG-STAGE-REACHED
005420     END-EVALUATE.
005430
005440     IF OG-STAGE-REACHED > OA-NOTICE-STAGE
005450     MOVE OG-STAGE-REACHED TO OA-NOTICE-STAGE
005460     MOVE OG-RUN-DATE TO OA-LAST-NOTICE-DATE
005470     MOVE OG-STAGE-REACHED TO OG-NOTICE-STAGE
005480     PERFORM 4000-WRITE-NOTICE THRU 4000-EXIT
005490     STRING "NOTICE - " DELIMITED BY SIZE
005500     OG-STAGE-REACHED DELIMITED BY SIZE
005510     " DAYS" DELIMITED BY SIZE
005520     INTO RL-ACTION
005530     END-IF.
005540 3200-EXIT.
005550     EXIT.
005560
005570******************************************************************
005580*    3500-CHARGE-OFF
005590*    WRITES THE NEGATIVE BALANCE OFF. THE CHARGE-OFF ENTRY
005600*    CARRIES THE AMOUNT WRITTEN OFF AND IS LOGGED BEFORE THE
005610*    MASTER IS REWRITTEN. THE OVERDRAFT LIMIT AND ANY DEPOSIT
005620*    HOLD GO WITH IT - THE ACCOUNT TAKES NO FURTHER ACTIVITY
005630*    EXCEPT RECOVERIES. THE RECORD AS IT STOOD BEFORE AND AFTER
005640*    GOES TO THE MAINTENANCE JOURNAL.
005650******************************************************************
005660 3500-CHARGE-OFF.
005670     COMPUTE OG-CHARGEOFF-AMOUNT = ZERO - ACCT-BALANCE.
005680     MOVE ACCOUNT-RECORD TO OG-BEFORE-IMAGE.
005690     MOVE ZERO TO ACCT-BALANCE.
005700     MOVE ZERO TO ACCT-OVERDRAFT-LIMIT.
005710     MOVE ZERO TO ACCT-HELD-AMOUNT.
005720     MOVE ZERO TO ACCT-HOLD-RELEASE-DATE.
005730     SET ACCT-CHARGED-OFF TO TRUE.
005740     MOVE OG-CHARGEOFF-AMOUNT TO OG-LOG-AMOUNT.
005750     MOVE "CHARGE-OFF" TO OG-LOG-TYPE.
005760     PERFORM 8500-WRITE-LOG THRU 8500-EXIT.
005770     REWRITE ACCOUNT-RECORD.
005780     PERFORM 8550-JOURNAL-ACCOUNT THRU 8550-EXIT.
005790
005800     MOVE OG-RUN-DATE TO OA-CHARGEOFF-DATE.
005810     ADD OG-CHARGEOFF-AMOUNT TO OA-CHARGEOFF-AMOUNT.
005820     MOVE OG-RUN-DATE TO OA-LAST-NOTICE-DATE.
005830     MOVE "CO" TO OG-NOTICE-STAGE.
005840     PERFORM 4000-WRITE-NOTICE THRU 4000-EXIT.
005850
005860     ADD 1 TO OG-CHARGEOFF-COUNT.
005870     ADD OG-CHARGEOFF-AMOUNT TO OG-CHARGEOFF-TOTAL.
005880     MOVE "CHARGED OFF" TO RL-ACTION.
005890 3500-EXIT.
005900     EXIT.
005910
005920******************************************************************
005930*    3900-WRITE-DETAIL
005940*    ONE AGING LINE PER OVERDRAWN ACCOUNT, ROLLED INTO ITS
005950*    BUCKET. A CHARGED-OFF ACCOUNT IS SHOWN WITH THE BALANCE IT
005960*    WAS WRITTEN OFF AT, SO THE 90+ BUCKET TIES TO THE CHARGE-
005970*    OFF TOTAL.
005980******************************************************************
005990 3900-WRITE-DETAIL.
006000     EVALUATE TRUE
006010     WHEN OA-DAYS-OVERDRAWN NOT < 90
006020     MOVE 4 TO OG-BUCKET-SUB
006030     WHEN OA-DAYS-OVERDRAWN NOT < 60
006040     MOVE 3 TO OG-BUCKET-SUB
006050     WHEN OA-DAYS-OVERDRAWN NOT < 30
006060     MOVE 2 TO OG-BUCKET-SUB
006070     WHEN OTHER
006080     MOVE 1 TO OG-BUCKET-SUB
006090     END-EVALUATE.
006100
006110     MOVE ACCT-NUMBER TO RL-ACCOUNT.
006120     MOVE OA-OVERDRAWN-SINCE TO RL-SINCE.
006130     MOVE OA-DAYS-OVERDRAWN TO RL-DAYS.
006140     MOVE OG-BUCKET-NAME(OG-BUCKET-SUB) TO RL-BUCKET.
006150     IF ACCT-CHARGED-OFF
006160     COMPUTE RL-BALANCE = ZERO - OG-CHARGEOFF-AMOUNT
006170     SUBTRACT OG-CHARGEOFF-AMOUNT FROM
006180     OG-BUCKET-AMOUNT(OG-BUCKET-SUB)
006190     SUBTRACT OG-CHARGEOFF-AMOUNT FROM OG-OVERDRAWN-TOTAL
006200     ELSE
006210     MOVE ACCT-BALANCE TO RL-BALANCE
006220     ADD ACCT-BALANCE TO OG-BUCKET-AMOUNT(OG-BUCKET-SUB)
006230     ADD ACCT-BALANCE TO OG-OVERDRAWN-TOTAL
006240     END-IF.
006250     ADD 1 TO OG-BUCKET-COUNT(OG-BUCKET-SUB).
006260     WRITE AGING-REPORT-LINE FROM OG-DETAIL-LINE.
006270 3900-EXIT.
006280     EXIT.
006290
006300 3950-SAVE-AGING.
006310     IF OG-AGE-FOUND
006320     REWRITE OD-AGING-RECORD
006330     ELSE
006340     WRITE OD-AGING-RECORD
006350     END-IF.
006360 3950-EXIT.
006370     EXIT.
006380
006390******************************************************************
006400*    4000-WRITE-NOTICE
006410*    ONE COLLECTION NOTICE FOR THE STAGE IN OG-NOTICE-STAGE.
006420*    AN ACCOUNT WITH NO LINKED CUSTOMER, OR ONE WHOSE CUSTOMER IS
006430*    MISSING, GOES OUT WITH A BLANK ADDRESS FOR THE BRANCH TO
006440*    COMPLETE BY HAND.
006450******************************************************************
006460 4000-WRITE-NOTICE.
006470     MOVE SPACES TO COLLECTION-NOTICE-RECORD.
006480     MOVE OG-NOTICE-STAGE TO CN-STAGE.
006490     MOVE OG-RUN-DATE TO CN-BUS-DATE.
006500     MOVE ACCT-NUMBER TO CN-ACCOUNT.
006510     MOVE OA-DAYS-OVERDRAWN TO CN-DAYS-OVERDRAWN.
006520     IF CN-STAGE-CHARGE-OFF
006530     COMPUTE CN-BALANCE = ZERO - OG-CHARGEOFF-AMOUNT
006540     ELSE
006550     MOVE ACCT-BALANCE TO CN-BALANCE
006560     END-IF.
006570     MOVE ACCT-CUST-ID TO CN-CUST-ID.
006580
006590     IF OG-CUST-OPEN AND ACCT-CUST-ID NOT = ZERO
006600     MOVE ACCT-CUST-ID TO CUST-ID
006610     READ CUSTOMER-MASTER
006620     INVALID KEY
006630     DISPLAY "ACCOUNT " ACCT-NUMBER " CUSTOMER " ACCT-CUST-ID
006640     " NOT ON FILE - NOTICE UNADDRESSED."
006650     NOT INVALID KEY
006660     MOVE CUST-NAME        TO CN-NAME
006670     MOVE CUST-ADDR-LINE-1 TO CN-ADDR-LINE-1
006680     MOVE CUST-ADDR-LINE-2 TO CN-ADDR-LINE-2
006690     MOVE CUST-CITY        TO CN-CITY
006700     MOVE CUST-STATE       TO CN-STATE
006710     MOVE CUST-ZIP         TO CN-ZIP
006720     END-READ
006730     END-IF.
006740
006750     WRITE COLLECTION-NOTICE-RECORD.
006760     ADD 1 TO OG-NOTICES-WRITTEN.
006770 4000-EXIT.
006780     EXIT.
006790
006800******************************************************************
006810*    7000-WRITE-TOTALS
006820*    BUCKET TOTALS, THEN THE CONTROL TOTALS - EVERY ACCOUNT READ
006830*    MUST BE ACCOUNTED FOR AS CLOSED, CHARGED OFF BEFORE
006840*    TONIGHT, AT OR ABOVE ZERO, OR OVERDRAWN. A RUN THAT DOES NOT
006850*    PROVE SAYS SO ON THE REPORT, ENDS WITH RETURN CODE 8 AND IS
006860*    NOT STAMPED.
006870******************************************************************
006880 7000-WRITE-TOTALS.
006890     MOVE SPACES TO AGING-REPORT-LINE.
006900     WRITE AGING-REPORT-LINE.
006910     MOVE ZERO TO TL-AMOUNT.
006920     PERFORM 7100-WRITE-BUCKET THRU 7100-EXIT
006930     VARYING OG-BUCKET-SUB FROM 1 BY 1
006940     UNTIL OG-BUCKET-SUB > 4.
006950     MOVE "TOTAL OVERDRAWN" TO TL-LABEL.
006960     MOVE OG-ACCOUNTS-OVERDRAWN TO TL-COUNT.
006970     MOVE OG-OVERDRAWN-TOTAL TO TL-AMOUNT.
006980     WRITE AGING-REPORT-LINE FROM OG-TOTAL-LINE.
006990     MOVE "CHARGED OFF TONIGHT" TO TL-LABEL.
007000     MOVE OG-CHARGEOFF-COUNT TO TL-COUNT.
007010     MOVE OG-CHARGEOFF-TOTAL TO TL-AMOUNT.
007020     WRITE AGING-REPORT-LINE FROM OG-TOTAL-LINE.
007030     MOVE ZERO TO TL-AMOUNT.
007040     MOVE "CHARGE-OFFS HELD" TO TL-LABEL.
007050     MOVE OG-ACCOUNTS-CKPT TO TL-COUNT.
007060     WRITE AGING-REPORT-LINE FROM OG-TOTAL-LINE.
007070     MOVE "NOTICES WRITTEN" TO TL-LABEL.
007080     MOVE OG-NOTICES-WRITTEN TO TL-COUNT.
007090     WRITE AGING-REPORT-LINE FROM OG-TOTAL-LINE.
007100     MOVE "BACK ABOVE ZERO" TO TL-LABEL.
007110     MOVE OG-ACCOUNTS-CURED TO TL-COUNT.
007120     WRITE AGING-REPORT-LINE FROM OG-TOTAL-LINE.
007130
007140     MOVE SPACES TO AGING-REPORT-LINE.
007150     WRITE AGING-REPORT-LINE.
007160     MOVE "ACCOUNTS READ" TO TL-LABEL.
007170     MOVE OG-ACCOUNTS-READ TO TL-COUNT.
007180     WRITE AGING-REPORT-LINE FROM OG-TOTAL-LINE.
007190     MOVE "  CLOSED" TO TL-LABEL.
007200     MOVE OG-ACCOUNTS-CLOSED TO TL-COUNT.
007210     WRITE AGING-REPORT-LINE FROM OG-TOTAL-LINE.
007220     MOVE "  CHARGED OFF EARLIER" TO TL-LABEL.
007230     MOVE OG-ACCOUNTS-WRITTEN-OFF TO TL-COUNT.
007240     WRITE AGING-REPORT-LINE FROM OG-TOTAL-LINE.
007250     MOVE "  AT OR ABOVE ZERO" TO TL-LABEL.
007260     MOVE OG-ACCOUNTS-IN-CREDIT TO TL-COUNT.
007270     WRITE AGING-REPORT-LINE FROM OG-TOTAL-LINE.
007280     MOVE "  OVERDRAWN" TO TL-LABEL.
007290     MOVE OG-ACCOUNTS-OVERDRAWN TO TL-COUNT.
007300     WRITE AGING-REPORT-LINE FROM OG-TOTAL-LINE.
007310
007320     COMPUTE OG-ACCOUNTS-PROVED = OG-ACCOUNTS-CLOSED
007330     + OG-ACCOUNTS-WRITTEN-OFF + OG-ACCOUNTS-IN-CREDIT
007340     + OG-ACCOUNTS-OVERDRAWN.
007350     MOVE SPACES TO AGING-REPORT-LINE.
007360     IF OG-ACCOUNTS-PROVED = OG-ACCOUNTS-READ
007370     MOVE "  CONTROL TOTALS PROVE - EVERY ACCOUNT AGED."
007380     TO AGING-REPORT-LINE
007390     ELSE
007400     MOVE "  *** CONTROL TOTALS DO NOT PROVE ***"
007410     TO AGING-REPORT-LINE
007420     MOVE 'N' TO OG-PROVED-SW
007430     MOVE 8 TO RETURN-CODE
007440     END-IF.
007450     WRITE AGING-REPORT-LINE.
007460     IF NOT OG-PROVED
007470     MOVE "  *** INCOMPLETE. RUN NOT STAMPED."
007480     TO AGING-REPORT-LINE
007490     WRITE AGING-REPORT-LINE
007500     DISPLAY "ODAGING CONTROL TOTALS DO NOT PROVE."
007510     END-IF.
007520 7000-EXIT.
007530     EXIT.
007540
007550 7100-WRITE-BUCKET.
007560     MOVE SPACES TO TL-LABEL.
007570     MOVE OG-BUCKET-NAME(OG-BUCKET-SUB) TO TL-LABEL.
007580     MOVE OG-BUCKET-COUNT(OG-BUCKET-SUB) TO TL-COUNT.
007590     MOVE OG-BUCKET-AMOUNT(OG-BUCKET-SUB) TO TL-AMOUNT.
007600     WRITE AGING-REPORT-LINE FROM OG-TOTAL-LINE.
007610 7100-EXIT.
007620     EXIT.
007630
007640******************************************************************
007650*    8500-WRITE-LOG
007660*    APPENDS ONE TRANSACTION-LOG RECORD FOR THE CURRENT ACCOUNT
007670*    USING OG-LOG-TYPE/OG-LOG-AMOUNT SET BY THE CALLER.
007680******************************************************************
007690 8500-WRITE-LOG.
007700     MOVE SPACES TO TRANSACTION-RECORD.
007710     MOVE OG-RUN-DATE TO OG-CURRENT-DATE.
007720     ACCEPT OG-CURRENT-TIME FROM TIME.
007730     MOVE OG-CURRENT-DATE TO TXN-DATE.
007740     MOVE OG-CURRENT-TIME TO TXN-TIME.
007750     MOVE ACCT-NUMBER     TO TXN-ACCOUNT.
007760     MOVE OG-LOG-TYPE     TO TXN-TYPE.
007770     MOVE OG-LOG-AMOUNT   TO TXN-AMOUNT.
007780     MOVE ACCT-BALANCE    TO TXN-BALANCE.
007790     MOVE "BAT" TO TXN-CHANNEL.
007800     MOVE "ODAGING" TO TXN-OPERATOR.
007810     WRITE TRANSACTION-RECORD.
007820 8500-EXIT.
007830     EXIT.
007840
007850******************************************************************
007860*    8550-JOURNAL-ACCOUNT
007870*    APPENDS ONE MAINTENANCE JOURNAL ENTRY FOR THE ACCOUNT JUST
007880*    CHARGED OFF - OG-BEFORE-IMAGE AS READ AND ACCOUNT-RECORD AS
007890*    WRITTEN BACK, PIN ZEROED IN BOTH.
007900******************************************************************
007910 8550-JOURNAL-ACCOUNT.
007920     MOVE SPACES TO MAINT-JOURNAL-RECORD.
007930     MOVE OG-RUN-DATE     TO MJ-DATE.
007940     ACCEPT MJ-TIME FROM TIME.
007950     MOVE "ODAGING"       TO MJ-PROGRAM.
007960     MOVE "ODAGING"       TO MJ-USER-ID.
007970     SET MJ-ACCOUNT-CHANGE TO TRUE.
007980     MOVE ACCT-NUMBER     TO MJ-KEY.
007990     MOVE "CHARGE-OFF"    TO MJ-ACTION.
008000     MOVE OG-BEFORE-IMAGE TO MJ-BEFORE-IMAGE.
008010     MOVE ACCOUNT-RECORD  TO MJ-AFTER-IMAGE.
008020     MOVE ZERO TO MJ-BEFORE-PIN.
008030     MOVE ZERO TO MJ-AFTER-PIN.
008040     WRITE MAINT-JOURNAL-RECORD.
008050 8550-EXIT.
008060     EXIT.
008070
008080******************************************************************
008090*    8700-COUNT-DAYS
008100*    CALENDAR DAYS FROM OA-OVERDRAWN-SINCE TO THE RUN DATE,
008110*    COUNTED A DAY AT A TIME - THE FIRST NIGHT OVERDRAWN IS DAY
008120*    ZERO.
008130******************************************************************
008140 8700-COUNT-DAYS.
008150     MOVE ZERO TO OG-DAY-COUNT.
008160     MOVE OA-OVERDRAWN-SINCE TO OG-WORK-DATE.
008170     PERFORM 8710-ADD-ONE-DAY THRU 8710-EXIT
008180     UNTIL OG-WORK-DATE-N NOT < OG-RUN-DATE.
008190 8700-EXIT.
008200     EXIT.
008210
008220 8710-ADD-ONE-DAY.
008230     ADD 1 TO OG-DAY-COUNT.
008240     PERFORM 8720-SET-MONTH-LIMIT THRU 8720-EXIT.
008250     IF OG-WORK-DD < OG-MONTH-LIMIT
008260     ADD 1 TO OG-WORK-DD
008270     ELSE
008280     MOVE 01 TO OG-WORK-DD
008290     IF OG-WORK-MM < 12
008300     ADD 1 TO OG-WORK-MM
008310     ELSE
008320     MOVE 01 TO OG-WORK-MM
008330     ADD 1 TO OG-WORK-YYYY
008340     END-IF
008350     END-IF.
008360 8710-EXIT.
008370     EXIT.
008380
008390 8720-SET-MONTH-LIMIT.
008400     MOVE OG-DAYS-IN-MONTH(OG-WORK-MM) TO OG-MONTH-LIMIT.
008410     IF OG-WORK-MM = 02
008420     DIVIDE OG-WORK-YYYY BY 4 GIVING OG-LEAP-QUOT
008430     REMAINDER OG-LEAP-REM
008440     IF OG-LEAP-REM = 0
008450     DIVIDE OG-WORK-YYYY BY 100 GIVING OG-LEAP-QUOT
008460     REMAINDER OG-LEAP-REM
008470     IF OG-LEAP-REM NOT = 0
008480     MOVE 29 TO OG-MONTH-LIMIT
008490     ELSE
008500     DIVIDE OG-WORK-YYYY BY 400 GIVING OG-LEAP-QUOT
008510     REMAINDER OG-LEAP-REM
008520     IF OG-LEAP-REM = 0
008530     MOVE 29 TO OG-MONTH-LIMIT
008540     END-IF
008550     END-IF
008560     END-IF
008570     END-IF.
008580 8720-EXIT.
008590     EXIT.
008600
008610******************************************************************
008620*    8800-STAMP-RUN-CONTROL
008630*    RECORDS THE SUCCESSFUL RUN ON RUNCTL.
008640******************************************************************
008650 8800-STAMP-RUN-CONTROL.
008660     OPEN I-O RUN-CONTROL.
008670     IF OG-RUNCTL-FS = "35"
008680     OPEN OUTPUT RUN-CONTROL
008690     CLOSE RUN-CONTROL
008700     OPEN I-O RUN-CONTROL
008710     END-IF.
008720     IF OG-RUNCTL-FS NOT = "00"
008730     DISPLAY "WARNING - RUN NOT STAMPED. STATUS=" OG-RUNCTL-FS
008740     GO TO 8800-EXIT
008750     END-IF.
008760
008770     MOVE 'N' TO OG-RC-FOUND-SW.
008780     MOVE "ODAGING" TO RC-JOB-NAME.
008790     READ RUN-CONTROL
008800     INVALID KEY
008810     MOVE SPACES TO RUNCTL-RECORD
008820     MOVE "ODAGING" TO RC-JOB-NAME
008830     MOVE ZERO TO RC-RUN-COUNT
008840     NOT INVALID KEY
008850     SET OG-RC-FOUND TO TRUE
008860     END-READ.
008870
008880     MOVE OG-RUN-DATE TO RC-LAST-RUN-DATE.
008890     ACCEPT RC-LAST-RUN-TIME FROM TIME.
008900     MOVE ZERO TO RC-LAST-PERIOD.
008910     ADD 1 TO RC-RUN-COUNT.
008920     IF OG-RC-FOUND
008930     REWRITE RUNCTL-RECORD
008940     ELSE
008950     WRITE RUNCTL-RECORD
008960     END-IF.
008970     CLOSE RUN-CONTROL.
008980 8800-EXIT.
008990     EXIT.
009000
009010******************************************************************
009020*    8900-GET-BUSINESS-DATE
009030*    READS THE PROCESSING DATE FROM THE BUSDATE CONTROL FILE -
009040*    THE WALL CLOCK ONLY SEEDS THE FILE THE FIRST TIME IT IS
009050*    MISSING. THE DATE ADVANCES ONLY WHEN THE EODROLL ROLLOVER
009060*    CLOSES THE DAY, SO WORK THAT SLIPS PAST MIDNIGHT STILL
009070*    STAMPS THE DAY IT BELONGS TO.
009080******************************************************************
009090 8900-GET-BUSINESS-DATE.
009100     OPEN INPUT BUSINESS-DATE.
009110     IF OG-BD-FS = "35"
009120     PERFORM 8950-CREATE-BUSDATE THRU 8950-EXIT
009130     OPEN INPUT BUSINESS-DATE
009140     END-IF.
009150     IF OG-BD-FS NOT = "00"
009160     DISPLAY "BUSDATE UNAVAILABLE - USING THE WALL CLOCK."
009170     ACCEPT OG-RUN-DATE FROM DATE YYYYMMDD
009180     GO TO 8900-EXIT
009190     END-IF.
009200     READ BUSINESS-DATE
009210     AT END
009220     DISPLAY "BUSDATE IS EMPTY - USING THE WALL CLOCK."
009230     ACCEPT OG-RUN-DATE FROM DATE YYYYMMDD
009240     CLOSE BUSINESS-DATE
009250     GO TO 8900-EXIT
009260     END-READ.
009270     MOVE BD-BUSINESS-DATE TO OG-RUN-DATE.
009280     CLOSE BUSINESS-DATE.
009290 8900-EXIT.
009300     EXIT.
009310
009320 8950-CREATE-BUSDATE.
009330     OPEN OUTPUT BUSINESS-DATE.
009340     MOVE SPACES TO BUSDATE-RECORD.
009350     ACCEPT BD-BUSINESS-DATE FROM DATE YYYYMMDD.
009360     WRITE BUSDATE-RECORD.
009370     CLOSE BUSINESS-DATE.
009380 8950-EXIT.
009390     EXIT.
009400
009410******************************************************************
009420*    9000-TERMINATE
009430******************************************************************
009440 9000-TERMINATE.
009450     IF OG-CONTINUE-SW = 'Y'
009460     CLOSE ACCOUNT-MASTER
009470     CLOSE OD-AGING-MASTER
009480     IF OG-CUST-OPEN
009490     CLOSE CUSTOMER-MASTER
009500     END-IF
009510     CLOSE TRANSACTION-LOG
009520     CLOSE MAINT-JOURNAL
009530     CLOSE NOTICE-FILE
009540     CLOSE AGING-REPORT
009550     DISPLAY "OVERDRAFT AGING COMPLETE. SEE ODAGERPT AND COLLNTC."
009560     DISPLAY "ACCOUNTS READ:      " OG-ACCOUNTS-READ
009570     DISPLAY "ACCOUNTS OVERDRAWN: " OG-ACCOUNTS-OVERDRAWN
009580     DISPLAY "NOTICES WRITTEN:    " OG-NOTICES-WRITTEN
009590     DISPLAY "CHARGED OFF:        " OG-CHARGEOFF-COUNT
009600     DISPLAY "AMOUNT CHARGED OFF: " OG-CHARGEOFF-TOTAL
009610     ELSE
009620     DISPLAY "OVERDRAFT AGING DID NOT RUN."
009630     END-IF.
009640 9000-EXIT.
009650     EXIT.
