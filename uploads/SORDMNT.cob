000210*                     STORED - A BAD MONTH USED TO RIDE INTO
000220*                     SORDPOST'S MONTH TABLE AS AN OUT-OF-RANGE
000230*                     SUBSCRIPT AND ABEND THE NIGHTLY CHAIN.
000240*    10/15/2026 RH    A TERM DEPOSIT (ACCOUNT TYPE T) IS REFUSED
000250*                     AS THE SOURCE OF A STANDING ORDER - MONEY
000260*                     LEAVES A DEPOSIT BEFORE MATURITY ONLY OVER
000270*                     THE COUNTER, WITH A SUPERVISOR AND A
000280*                     PENALTY.
000290*    10/15/2026 RH    AN ACCOUNT WRITTEN OFF BY THE ODAGING
000300*                     OVERDRAFT AGING RUN (ACCT-STATUS 'W') IS
000310*                     REFUSED AS THE SOURCE OR TARGET OF A NEW
000320*                     ORDER, LIKE A CLOSED ONE.
000330*    10/15/2026 RH    TELLERS NOW SIGN ON WITH A TELLER ID, AND
000340*                     EVERY ORDER ADDED OR CANCELLED IS WRITTEN TO
000350*                     THE MAINTJRN MAINTENANCE JOURNAL (SEE
000360*                     MJRNREC.CPY) WITH THE ORDER AS IT STOOD
000370*                     BEFORE AND AFTER, THE TELLER'S ID AND THE
000380*                     BUSINESS DATE FROM BUSDATE.
000390******************************************************************
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT STANDING-ORDERS ASSIGN TO "STANDORD"
000450     ORGANIZATION IS INDEXED
000460     ACCESS MODE IS DYNAMIC
000470     RECORD KEY IS SO-ORDER-ID
000480     FILE STATUS IS SM-SORD-FS.
000490
000500     SELECT ACCOUNT-MASTER  ASSIGN TO "ACCTMAST"
000510     ORGANIZATION IS INDEXED
000520     ACCESS MODE IS DYNAMIC
000530     RECORD KEY IS ACCT-NUMBER
000540     FILE STATUS IS SM-ACCT-FS.
000550
000560     SELECT MAINT-JOURNAL   ASSIGN TO "MAINTJRN"
000570     ORGANIZATION IS LINE SEQUENTIAL
000580     FILE STATUS IS SM-JRN-FS.
000590
000600     SELECT BUSINESS-DATE   ASSIGN TO "BUSDATE"
000610     ORGANIZATION IS LINE SEQUENTIAL
000620     FILE STATUS IS SM-BD-FS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  STANDING-ORDERS
000670     LABEL RECORDS ARE STANDARD.
000680     COPY SORDREC.
000690
000700 FD  ACCOUNT-MASTER
000710     LABEL RECORDS ARE STANDARD.
000720     COPY ACCTREC.
000730
000740 FD  MAINT-JOURNAL
000750     LABEL RECORDS ARE STANDARD.
000760     COPY MJRNREC.
000770
000780 FD  BUSINESS-DATE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY BDREC.
000810
000820 WORKING-STORAGE SECTION.
000830******************************************************************
000840*    FILE STATUS AND SWITCHES
000850******************************************************************
000860 01  SM-SORD-FS               PIC X(02)  VALUE "00".
000870 01  SM-ACCT-FS               PIC X(02)  VALUE "00".
000880 01  SM-JRN-FS                PIC X(02)  VALUE "00".
000890 01  SM-BD-FS                 PIC X(02)  VALUE "00".
000900
000910 01  SM-CONTINUE-SW           PIC X(01)  VALUE 'Y'.
000920
000930 01  SM-SORD-EOF-SW           PIC X(01)  VALUE 'N'.
000940     88  SM-SORD-EOF                  VALUE 'Y'.
000950
000960 01  SM-ACCT-OK-SW            PIC X(01)  VALUE 'N'.
000970     88  SM-ACCT-OK                   VALUE 'Y'.
000980
000990******************************************************************
001000*    MENU AND INPUT WORK FIELDS
001010******************************************************************
001020 77  SM-CHOICE                PIC 9(01).
001030 77  SM-AMOUNT-INPUT          PIC 9(06)V99.
001040 77  SM-FREQ-INPUT            PIC X(01).
001050 01  SM-DUE-INPUT.
001060     05  SM-DUE-YYYY          PIC 9(04).
001070     05  SM-DUE-MM            PIC 9(02).
001080     05  SM-DUE-DD            PIC 9(02).
001090 77  SM-ACCT-INPUT            PIC 9(06).
001100 77  SM-ORDERS-LISTED         PIC 9(04)  VALUE 0.
001110
001120******************************************************************
001130*    SESSION AND MAINTENANCE JOURNAL WORK FIELDS - SM-BEFORE-IMAGE
001140*    HOLDS THE ORDER AS READ, BEFORE THE TELLER'S CHANGE.
001150******************************************************************
001160 77  SM-TELLER-ID             PIC X(08).
001170 77  SM-BUSINESS-DATE         PIC 9(08).
001180 77  SM-BEFORE-IMAGE          PIC X(150).
001190 77  SM-JRN-ACTION            PIC X(12).
001200
001210 PROCEDURE DIVISION.
001220******************************************************************
001230*    0000-MAINLINE
001240*    CONTROLLING PARAGRAPH - OPENS THE FILES THEN DRIVES THE
001250*    MAINTENANCE MENU UNTIL THE TELLER EXITS.
001260******************************************************************
001270 0000-MAINLINE.
001280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001290
001300     IF SM-CONTINUE-SW = 'Y'
001310     PERFORM 3000-MAIN-MENU THRU 3000-EXIT
001320     UNTIL SM-CONTINUE-SW = 'N'
001330     END-IF.
001340
001350     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001360     STOP RUN.
001370
001380******************************************************************
001390*    1000-INITIALIZE
001400*    SIGNS THE TELLER ON, OPENS THE STANDING-ORDER FILE (CREATED
001410*    EMPTY THE FIRST TIME IT IS MISSING), THE ACCOUNT MASTER FOR
001420*    VALIDATION READS AND THE MAINTENANCE JOURNAL.
001430******************************************************************
001440 1000-INITIALIZE.
001450     PERFORM 8900-GET-BUSINESS-DATE THRU 8900-EXIT.
001460     DISPLAY "==== STANDING ORDER MAINTENANCE ====".
001470     DISPLAY "ENTER TELLER ID: ".
001480     ACCEPT SM-TELLER-ID.
001490     IF SM-TELLER-ID = SPACES
001500     DISPLAY "A TELLER ID IS REQUIRED. SESSION ENDED."
001510     MOVE 'N' TO SM-CONTINUE-SW
001520     GO TO 1000-EXIT
001530     END-IF.
001540     MOVE 'Y' TO SM-CONTINUE-SW.
001550
001560     OPEN I-O STANDING-ORDERS.
001570     IF SM-SORD-FS = "35"
001580     OPEN OUTPUT STANDING-ORDERS
001590     CLOSE STANDING-ORDERS
001600     OPEN I-O STANDING-ORDERS
001610     END-IF.
001620     IF SM-SORD-FS NOT = "00"
001630     DISPLAY "UNABLE TO OPEN STANDING ORDERS. STATUS=" SM-SORD-FS
001640     MOVE 'N' TO SM-CONTINUE-SW
001650     GO TO 1000-EXIT
001660     END-IF.
001670
001680     OPEN INPUT ACCOUNT-MASTER.
001690     IF SM-ACCT-FS NOT = "00"
001700     DISPLAY "UNABLE TO OPEN ACCOUNT MASTER FILE. STATUS="
001710     SM-ACCT-FS
001720     MOVE 'N' TO SM-CONTINUE-SW
001730     GO TO 1000-EXIT
001740     END-IF.
001750
001760     OPEN EXTEND MAINT-JOURNAL.
001770     IF SM-JRN-FS = "35"
001780     OPEN OUTPUT MAINT-JOURNAL
001790     CLOSE MAINT-JOURNAL
001800     OPEN EXTEND MAINT-JOURNAL
001810     END-IF.
001820     IF SM-JRN-FS NOT = "00"
001830     DISPLAY "UNABLE TO OPEN MAINTENANCE JOURNAL. STATUS="
001840     SM-JRN-FS
001850     MOVE 'N' TO SM-CONTINUE-SW
001860     END-IF.
001870 1000-EXIT.
001880     EXIT.
001890
001900******************************************************************
001910*    3000-MAIN-MENU
001920*    ONE PASS THROUGH THE MENU - MAINLINE PERFORMS THIS UNTIL
001930*    THE TELLER EXITS.
001940******************************************************************
001950 3000-MAIN-MENU.
001960     DISPLAY "==============================".
001970     DISPLAY "1. ADD STANDING ORDER".
001980     DISPLAY "2. CANCEL STANDING ORDER".
001990     DISPLAY "3. LIST STANDING ORDERS".
002000     DISPLAY "4. EXIT".
002010     DISPLAY "ENTER YOUR CHOICE: ".
002020     ACCEPT SM-CHOICE.
002030
002040     EVALUATE SM-CHOICE
002050     WHEN 1
002060     PERFORM 4000-ADD-ORDER THRU 4000-EXIT
002070     WHEN 2
002080     PERFORM 5000-CANCEL-ORDER THRU 5000-EXIT
002090     WHEN 3
002100     PERFORM 6000-LIST-ORDERS THRU 6000-EXIT
002110     WHEN 4
002120     DISPLAY "MAINTENANCE SESSION ENDED."
002130     MOVE 'N' TO SM-CONTINUE-SW
002140     WHEN OTHER
002150     DISPLAY "INVALID CHOICE. TRY AGAIN."
002160     END-EVALUATE.
002170 3000-EXIT.
002180     EXIT.
002190
002200******************************************************************
002210*    3100-CHECK-ACCOUNT
002220*    VALIDATES ONE ACCOUNT NUMBER (IN SM-ACCT-INPUT) AGAINST THE
002230*    MASTER - IT MUST BE ON FILE, NOT CLOSED AND NOT CHARGED
002240*    OFF. SHARED BY THE SOURCE AND TARGET CHECKS AT ORDER ENTRY.
002250******************************************************************
002260 3100-CHECK-ACCOUNT.
002270     MOVE 'N' TO SM-ACCT-OK-SW.
002280     MOVE SM-ACCT-INPUT TO ACCT-NUMBER.
002290     READ ACCOUNT-MASTER
002300     INVALID KEY
002310     DISPLAY "ACCOUNT " SM-ACCT-INPUT " NOT ON FILE."
002320     GO TO 3100-EXIT
002330     END-READ.
002340     IF ACCT-CLOSED
002350     DISPLAY "ACCOUNT " SM-ACCT-INPUT " IS CLOSED."
002360     GO TO 3100-EXIT
002370     END-IF.
002380     IF ACCT-CHARGED-OFF
002390     DISPLAY "ACCOUNT " SM-ACCT-INPUT " IS CHARGED OFF."
002400     GO TO 3100-EXIT
002410     END-IF.
002420     SET SM-ACCT-OK TO TRUE.
002430 3100-EXIT.
002440     EXIT.
002450
002460******************************************************************
002470*    4000-ADD-ORDER
002480*    BUILDS A FRESH STANDING-ORDER RECORD FROM TELLER INPUT.
002490*    BOTH ACCOUNTS MUST BE OPEN ON THE MASTER AND DIFFERENT -
002500*    THE SAME RULES THE ATM TRANSFER APPLIES AT THE COUNTER - AND
002510*    THE SOURCE MAY NOT BE A TERM DEPOSIT.
002520******************************************************************
002530 4000-ADD-ORDER.
002540     DISPLAY "ENTER NEW ORDER ID: ".
002550     ACCEPT SO-ORDER-ID.
002560
002570     DISPLAY "ENTER SOURCE ACCOUNT NUMBER: ".
002580     ACCEPT SM-ACCT-INPUT.
002590     PERFORM 3100-CHECK-ACCOUNT THRU 3100-EXIT.
002600     IF NOT SM-ACCT-OK
002610     GO TO 4000-EXIT
002620     END-IF.
002630     IF ACCT-TYPE-TERM
002640     DISPLAY "A TERM DEPOSIT CANNOT FUND A STANDING ORDER."
002650     GO TO 4000-EXIT
002660     END-IF.
002670     MOVE SM-ACCT-INPUT TO SO-SOURCE-ACCT.
002680
002690     DISPLAY "ENTER TARGET ACCOUNT NUMBER: ".
002700     ACCEPT SM-ACCT-INPUT.
002710     IF SM-ACCT-INPUT = SO-SOURCE-ACCT
002720     DISPLAY "SOURCE AND TARGET MUST DIFFER. ORDER NOT ADDED."
002730     GO TO 4000-EXIT
002740     END-IF.
002750     PERFORM 3100-CHECK-ACCOUNT THRU 3100-EXIT.
002760     IF NOT SM-ACCT-OK
002770     GO TO 4000-EXIT
002780     END-IF.
002790     MOVE SM-ACCT-INPUT TO SO-TARGET-ACCT.
002800
002810     DISPLAY "ENTER AMOUNT: ".
002820     ACCEPT SM-AMOUNT-INPUT.
002830     IF SM-AMOUNT-INPUT = ZERO
002840     DISPLAY "AMOUNT MUST BE GREATER THAN ZERO. NOT ADDED."
002850     GO TO 4000-EXIT
002860     END-IF.
002870     MOVE SM-AMOUNT-INPUT TO SO-AMOUNT.
002880
002890     DISPLAY "ENTER FREQUENCY (W=WEEKLY M=MONTHLY): ".
002900     ACCEPT SM-FREQ-INPUT.
002910     IF SM-FREQ-INPUT NOT = 'W' AND SM-FREQ-INPUT NOT = 'M'
002920     DISPLAY "INVALID FREQUENCY. ORDER NOT ADDED."
002930     GO TO 4000-EXIT
002940     END-IF.
002950     MOVE SM-FREQ-INPUT TO SO-FREQUENCY.
002960
002970     DISPLAY "ENTER FIRST DUE DATE (YYYYMMDD): ".
002980     ACCEPT SM-DUE-INPUT.
002990     IF SM-DUE-MM < 01 OR SM-DUE-MM > 12
003000     OR SM-DUE-DD < 01 OR SM-DUE-DD > 31
003010     DISPLAY "INVALID DUE DATE. ORDER NOT ADDED."
003020     GO TO 4000-EXIT
003030     END-IF.
003040     MOVE SM-DUE-INPUT TO SO-NEXT-DUE-DATE.
003050     SET SO-ACTIVE TO TRUE.
003060
003070     WRITE STANDING-ORDER-RECORD
003080     INVALID KEY
003090     DISPLAY "ORDER ID ALREADY ON FILE. NOT ADDED."
003100     NOT INVALID KEY
003110     DISPLAY "STANDING ORDER " SO-ORDER-ID " ADDED."
003120     MOVE SPACES TO SM-BEFORE-IMAGE
003130     MOVE "ORDER-ADD" TO SM-JRN-ACTION
003140     PERFORM 8500-JOURNAL-ORDER THRU 8500-EXIT
003150     END-WRITE.
003160 4000-EXIT.
003170     EXIT.
003180
003190******************************************************************
003200*    5000-CANCEL-ORDER
003210*    MARKS AN ORDER CANCELLED. THE RECORD STAYS ON FILE SO THE
003220*    INSTRUCTION'S HISTORY CAN STILL BE TRACED.
003230******************************************************************
003240 5000-CANCEL-ORDER.
003250     DISPLAY "ENTER ORDER ID: ".
003260     ACCEPT SO-ORDER-ID.
003270     READ STANDING-ORDERS
003280     INVALID KEY
003290     DISPLAY "ORDER NOT ON FILE."
003300     GO TO 5000-EXIT
003310     END-READ.
003320
003330     IF SO-CANCELLED
003340     DISPLAY "ORDER IS ALREADY CANCELLED."
003350     GO TO 5000-EXIT
003360     END-IF.
003370
003380     MOVE STANDING-ORDER-RECORD TO SM-BEFORE-IMAGE.
003390     SET SO-CANCELLED TO TRUE.
003400     REWRITE STANDING-ORDER-RECORD.
003410     MOVE "ORDER-CANCEL" TO SM-JRN-ACTION.
003420     PERFORM 8500-JOURNAL-ORDER THRU 8500-EXIT.
003430     DISPLAY "STANDING ORDER " SO-ORDER-ID " CANCELLED.".
003440 5000-EXIT.
003450     EXIT.
003460
003470******************************************************************
003480*    6000-LIST-ORDERS
003490*    SEQUENTIAL PASS OVER THE FILE - ONE CONSOLE LINE PER ORDER.
003500******************************************************************
003510 6000-LIST-ORDERS.
003520     MOVE 0 TO SM-ORDERS-LISTED.
003530     MOVE 'N' TO SM-SORD-EOF-SW.
003540     MOVE ZERO TO SO-ORDER-ID.
003550     START STANDING-ORDERS KEY NOT < SO-ORDER-ID
003560     INVALID KEY
003570     MOVE 'Y' TO SM-SORD-EOF-SW
003580     END-START.
003590
003600     PERFORM 6100-READ-ORDER THRU 6100-EXIT.
003610     PERFORM UNTIL SM-SORD-EOF
003620     PERFORM 6200-SHOW-ORDER THRU 6200-EXIT
003630     PERFORM 6100-READ-ORDER THRU 6100-EXIT
003640     END-PERFORM.
003650
003660     IF SM-ORDERS-LISTED = 0
003670     DISPLAY "NO STANDING ORDERS ON FILE."
003680     END-IF.
003690 6000-EXIT.
003700     EXIT.
003710
003720 6100-READ-ORDER.
003730     READ STANDING-ORDERS NEXT
003740     AT END
003750     MOVE 'Y' TO SM-SORD-EOF-SW
003760     END-READ.
003770 6100-EXIT.
003780     EXIT.
003790
003800 6200-SHOW-ORDER.
003810     ADD 1 TO SM-ORDERS-LISTED.
003820     DISPLAY "ORDER " SO-ORDER-ID
003830     " FROM " SO-SOURCE-ACCT
003840     " TO " SO-TARGET-ACCT
003850     " $" SO-AMOUNT
003860     " FREQ " SO-FREQUENCY
003870     " NEXT DUE " SO-NEXT-DUE-DATE
003880     " STATUS " SO-STATUS.
003890 6200-EXIT.
003900     EXIT.
003910
003920******************************************************************
003930*    8500-JOURNAL-ORDER
003940*    APPENDS ONE MAINTENANCE JOURNAL ENTRY FOR THE CURRENT ORDER -
003950*    SM-BEFORE-IMAGE AS READ (SPACES FOR A NEW ORDER) AND THE
003960*    RECORD AS WRITTEN, UNDER THE ACTION IN SM-JRN-ACTION.
003970******************************************************************
003980 8500-JOURNAL-ORDER.
003990     MOVE SPACES TO MAINT-JOURNAL-RECORD.
004000     MOVE SM-BUSINESS-DATE TO MJ-DATE.
004010     ACCEPT MJ-TIME FROM TIME.
004020     MOVE "SORDMNT"       TO MJ-PROGRAM.
004030     MOVE SM-TELLER-ID    TO MJ-USER-ID.
004040     SET MJ-ORDER-CHANGE  TO TRUE.
004050     MOVE SO-ORDER-ID     TO MJ-KEY.
004060     MOVE SM-JRN-ACTION   TO MJ-ACTION.
004070     MOVE SM-BEFORE-IMAGE TO MJ-BEFORE-IMAGE.
004080     MOVE STANDING-ORDER-RECORD TO MJ-AFTER-IMAGE.
004090     WRITE MAINT-JOURNAL-RECORD.
004100 8500-EXIT.
004110     EXIT.
004120
004130******************************************************************
004140*    8900-GET-BUSINESS-DATE
004150*    READS THE PROCESSING DATE FROM THE BUSDATE CONTROL FILE -
004160*    THE WALL CLOCK ONLY SEEDS THE FILE THE FIRST TIME IT IS
004170*    MISSING. THE DATE ADVANCES ONLY WHEN THE EODROLL ROLLOVER
004180*    CLOSES THE DAY, SO WORK THAT SLIPS PAST MIDNIGHT STILL
004190*    STAMPS THE DAY IT BELONGS TO.
004200******************************************************************
004210 8900-GET-BUSINESS-DATE.
004220     OPEN INPUT BUSINESS-DATE.
004230     IF SM-BD-FS = "35"
004240     PERFORM 8950-CREATE-BUSDATE THRU 8950-EXIT
004250     OPEN INPUT BUSINESS-DATE
004260     END-IF.
004270     IF SM-BD-FS NOT = "00"
004280     DISPLAY "BUSDATE UNAVAILABLE - USING THE WALL CLOCK."
004290     ACCEPT SM-BUSINESS-DATE FROM DATE YYYYMMDD
004300     GO TO 8900-EXIT
004310     END-IF.
004320     READ BUSINESS-DATE
004330     AT END
004340     DISPLAY "BUSDATE IS EMPTY - USING THE WALL CLOCK."
004350     ACCEPT SM-BUSINESS-DATE FROM DATE YYYYMMDD
004360     CLOSE BUSINESS-DATE
004370     GO TO 8900-EXIT
004380     END-READ.
004390     MOVE BD-BUSINESS-DATE TO SM-BUSINESS-DATE.
004400     CLOSE BUSINESS-DATE.
004410 8900-EXIT.
004420     EXIT.
004430
004440 8950-CREATE-BUSDATE.
004450     OPEN OUTPUT BUSINESS-DATE.
004460     MOVE SPACES TO BUSDATE-RECORD.
004470     ACCEPT BD-BUSINESS-DATE FROM DATE YYYYMMDD.
004480     WRITE BUSDATE-RECORD.
004490     CLOSE BUSINESS-DATE.
004500 8950-EXIT.
004510     EXIT.
004520
004530******************************************************************
004540*    9000-TERMINATE
004550******************************************************************
004560 9000-TERMINATE.
004570     CLOSE STANDING-ORDERS.
004580     CLOSE ACCOUNT-MASTER.
004590     CLOSE MAINT-JOURNAL.
004600     DISPLAY "STANDING ORDER MAINTENANCE ENDED.".
004610 9000-EXIT.
004620     EXIT.
