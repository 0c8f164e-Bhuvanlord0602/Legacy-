000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  CTRRPT.
000030 AUTHOR.      R HOLLOWAY.
000040 INSTALLATION. RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ------------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    ---------- ----  --------------------------------------------
000120*    10/15/2026 RH    ORIGINAL PROGRAM - NIGHTLY CURRENCY
000130*                     TRANSACTION REPORT. TOTALS THE BUSINESS
000140*                     DAY'S CASH IN (DEPOSIT, TLR-DEPOSIT) AND
000150*                     CASH OUT (WITHDRAWAL, TLR-WITHDRWL) PER
000160*                     CUSTOMER THROUGH ACCT-CUST-ID, SO CASH
000170*                     SPREAD OVER SEVERAL ACCOUNTS AND OVER THE
000180*                     ATM AND THE COUNTER COUNTS TOGETHER, AND
000190*                     WRITES A CTRFILE FILING RECORD WITH THE
000200*                     CUSTMAST NAME AND ADDRESS FOR EVERY
000210*                     CUSTOMER OVER THE THRESHOLD. ALSO LOOKS
000220*                     BACK OVER THE MOST RECENT ARCHIVED DAYS
000230*                     (THROUGH TXNARCIX) FOR REPEATED DAYS OF
000240*                     CASH JUST UNDER THE THRESHOLD AND LISTS
000250*                     THOSE CUSTOMERS ON THE CTRREVW COMPLIANCE
000260*                     REVIEW REPORT. RUNS INSIDE THE NIGHTLY
000270*                     CHAIN BEFORE THE TXNARCH CUTOVER.
000280*    10/15/2026 RH    A CO-RECOVERY TAKEN IN CASH AT THE COUNTER
000290*                     ON A CHARGED-OFF ACCOUNT COUNTS AS CASH IN.
000300*                     ONE RECEIVED THROUGH THE CLEARING HOUSE
000310*                     MOVES NO CURRENCY AND IS LEFT OUT.
000320*    10/15/2026 RH    ONLY A MISSING TXNLOG OR REVLOG (STATUS 35)
000330*                     NOW COUNTS AS NO ACTIVITY. ONE THAT IS ON
000340*                     FILE BUT WILL NOT OPEN LEAVES THE REPORT
000350*                     INCOMPLETE - RETURN CODE 8, RUN NOT STAMPED.
000360*    10/15/2026 RH    THE LOOKBACK IS NOW PROVED. EVERY ARCHIVE
000370*                     DAY IN THE WINDOW ON THE INDEX MUST BE
000380*                     OPENED AND READ, AND AN INDEX THAT IS ON
000390*                     FILE BUT WILL NOT OPEN FAILS THE RUN -
000400*                     RETURN CODE 8, RUN NOT STAMPED. NO INDEX AT
000410*                     ALL STILL MEANS NO ARCHIVED DAYS.
000420******************************************************************
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT ACCOUNT-MASTER  ASSIGN TO "ACCTMAST"
000480     ORGANIZATION IS INDEXED
000490     ACCESS MODE IS DYNAMIC
000500     RECORD KEY IS ACCT-NUMBER
000510     FILE STATUS IS CR-ACCT-FS.
000520
000530     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000540     ORGANIZATION IS INDEXED
000550     ACCESS MODE IS DYNAMIC
000560     RECORD KEY IS CUST-ID
000570     FILE STATUS IS CR-CUST-FS.
000580
000590     SELECT TRANSACTION-LOG ASSIGN TO "TXNLOG"
000600     ORGANIZATION IS LINE SEQUENTIAL
000610     FILE STATUS IS CR-TXN-FS.
000620
000630     SELECT ARCHIVE-INDEX   ASSIGN TO "TXNARCIX"
000640     ORGANIZATION IS LINE SEQUENTIAL
000650     FILE STATUS IS CR-ARCIX-FS.
000660
000670     SELECT ARCHIVE-FILE    ASSIGN TO DYNAMIC CR-ARCHIVE-NAME
000680     ORGANIZATION IS LINE SEQUENTIAL
000690     FILE STATUS IS CR-ARCH-FS.
000700
000710     SELECT REVERSAL-REGISTER ASSIGN TO "REVLOG"
000720     ORGANIZATION IS INDEXED
000730     ACCESS MODE IS DYNAMIC
000740     RECORD KEY IS REV-ORIG-KEY
000750     FILE STATUS IS CR-REV-FS.
000760
000770     SELECT CTR-FILE        ASSIGN TO "CTRFILE"
000780     ORGANIZATION IS LINE SEQUENTIAL
000790     FILE STATUS IS CR-CTR-FS.
000800
000810     SELECT REVIEW-REPORT   ASSIGN TO "CTRREVW"
000820     ORGANIZATION IS LINE SEQUENTIAL
000830     FILE STATUS IS CR-RPT-FS.
000840
000850     SELECT CASH-SORT-FILE  ASSIGN TO "CTRSORT".
000860
000870     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
000880     ORGANIZATION IS INDEXED
000890     ACCESS MODE IS DYNAMIC
000900     RECORD KEY IS RC-JOB-NAME
000910     FILE STATUS IS CR-RUNCTL-FS.
000920
000930     SELECT BUSINESS-DATE   ASSIGN TO "BUSDATE"
000940     ORGANIZATION IS LINE SEQUENTIAL
000950     FILE STATUS IS CR-BD-FS.
000960
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  ACCOUNT-MASTER
001000     LABEL RECORDS ARE STANDARD.
001010     COPY ACCTREC.
001020
001030 FD  CUSTOMER-MASTER
001040     LABEL RECORDS ARE STANDARD.
001050     COPY CUSTREC.
001060
001070 FD  TRANSACTION-LOG
001080     LABEL RECORDS ARE STANDARD.
001090     COPY TXNREC.
001100
001110 FD  ARCHIVE-INDEX
001120     LABEL RECORDS ARE STANDARD.
001130     COPY ARCIXREC.
001140
001150 FD  ARCHIVE-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 01  ARCHIVE-RECORD              PIC X(69).
001180
001190 FD  REVERSAL-REGISTER
001200     LABEL RECORDS ARE STANDARD.
001210     COPY REVREC.
001220
001230 FD  CTR-FILE
001240     LABEL RECORDS ARE STANDARD.
001250     COPY CTRREC.
001260
001270 FD  REVIEW-REPORT
001280     LABEL RECORDS ARE STANDARD.
001290 01  REVIEW-REPORT-LINE          PIC X(132).
001300
001310******************************************************************
001320*    ONE SORT RECORD PER CASH ENTRY, KEYED TO THE OWNING
001330*    CUSTOMER (OR TO THE ACCOUNT ITSELF WHEN NO CUSTOMER IS
001340*    LINKED) AND THE DAY IT WAS LOGGED. A SAME-DAY CORRECTION
001350*    OF A CASH ENTRY IS RELEASED WITH NEGATIVE AMOUNTS SO THE
001360*    DAY NETS TO WHAT ACTUALLY CROSSED THE COUNTER.
001370******************************************************************
001380 SD  CASH-SORT-FILE.
001390 01  CASH-SORT-RECORD.
001400     05  CS-KEY-TYPE             PIC X(01).
001410     05  CS-KEY-ID               PIC 9(06).
001420     05  CS-DATE                 PIC 9(08).
001430     05  CS-CASH-IN              PIC S9(09)V99.
001440     05  CS-CASH-OUT             PIC S9(09)V99.
001450     05  CS-IN-ITEMS             PIC S9(03).
001460     05  CS-OUT-ITEMS            PIC S9(03).
001470
001480 FD  RUN-CONTROL
001490     LABEL RECORDS ARE STANDARD.
001500     COPY RUNREC.
001510
001520 FD  BUSINESS-DATE
001530     LABEL RECORDS ARE STANDARD.
001540     COPY BDREC.
001550
001560 WORKING-STORAGE SECTION.
001570******************************************************************
001580*    FILE STATUS AND SWITCHES
001590******************************************************************
001600 01  CR-ACCT-FS               PIC X(02)  VALUE "00".
001610 01  CR-CUST-FS               PIC X(02)  VALUE "00".
001620 01  CR-TXN-FS                PIC X(02)  VALUE "00".
001630 01  CR-ARCIX-FS              PIC X(02)  VALUE "00".
001640 01  CR-ARCH-FS               PIC X(02)  VALUE "00".
001650 01  CR-REV-FS                PIC X(02)  VALUE "00".
001660 01  CR-CTR-FS                PIC X(02)  VALUE "00".
001670 01  CR-RPT-FS                PIC X(02)  VALUE "00".
001680 01  CR-RUNCTL-FS             PIC X(02)  VALUE "00".
001690 01  CR-BD-FS                 PIC X(02)  VALUE "00".
001700
001710 01  CR-CONTINUE-SW           PIC X(01)  VALUE 'Y'.
001720
001730 01  CR-RC-FOUND-SW           PIC X(01)  VALUE 'N'.
001740     88  CR-RC-FOUND                  VALUE 'Y'.
001750
001760 01  CR-TXN-EOF-SW            PIC X(01)  VALUE 'N'.
001770     88  CR-TXN-EOF                   VALUE 'Y'.
001780
001790 01  CR-ARCIX-EOF-SW          PIC X(01)  VALUE 'N'.
001800     88  CR-ARCIX-EOF                 VALUE 'Y'.
001810
001820 01  CR-ARCH-EOF-SW           PIC X(01)  VALUE 'N'.
001830     88  CR-ARCH-EOF                  VALUE 'Y'.
001840
001850 01  CR-REV-EOF-SW            PIC X(01)  VALUE 'N'.
001860     88  CR-REV-EOF                   VALUE 'Y'.
001870
001880 01  CR-SORT-EOF-SW           PIC X(01)  VALUE 'N'.
001890     88  CR-SORT-EOF                  VALUE 'Y'.
001900
001910 01  CR-ACCT-OPEN-SW          PIC X(01)  VALUE 'N'.
001920     88  CR-ACCT-OPEN                 VALUE 'Y'.
001930
001940 01  CR-CUST-OPEN-SW          PIC X(01)  VALUE 'N'.
001950     88  CR-CUST-OPEN                 VALUE 'Y'.
001960
001970 01  CR-IN-CUSTOMER-SW        PIC X(01)  VALUE 'N'.
001980     88  CR-IN-CUSTOMER               VALUE 'Y'.
001990
002000 01  CR-IN-DAY-SW             PIC X(01)  VALUE 'N'.
002010     88  CR-IN-DAY                    VALUE 'Y'.
002020
002030******************************************************************
002040*    REPORTING RULES. A CTR IS FILED WHEN THE DAY'S CASH IN OR
002050*    CASH OUT IS OVER CR-CTR-THRESHOLD. A DAY WHOSE CASH IN OR
002060*    CASH OUT FALLS FROM CR-NEAR-FLOOR UP TO THE THRESHOLD IS A
002070*    NEAR-THRESHOLD DAY, AND A CUSTOMER WITH CR-REVIEW-MIN-DAYS
002080*    OR MORE OF THEM INSIDE THE LOOKBACK WINDOW (THE LAST
002090*    CR-LOOKBACK-DAYS ARCHIVED DAYS PLUS TODAY) GOES TO REVIEW -
002100*    BUT ONLY WHEN TODAY IS ONE OF THEM, SO A PATTERN IS RAISED
002110*    AS IT GROWS AND NOT AGAIN EVERY NIGHT IT STAYS IN WINDOW.
002120******************************************************************
002130 77  CR-CTR-THRESHOLD         PIC S9(09)V99 VALUE 10000.00.
002140 77  CR-NEAR-FLOOR            PIC S9(09)V99 VALUE 8000.00.
002150 77  CR-LOOKBACK-DAYS         PIC 9(03)  VALUE 10.
002160 77  CR-REVIEW-MIN-DAYS       PIC 9(03)  VALUE 2.
002170
002180******************************************************************
002190*    ARCHIVE WINDOW - THE INDEX IS READ TWICE: ONCE TO COUNT
002200*    THE DISTINCT ARCHIVED DAYS BEFORE TODAY, ONCE TO SCAN ONLY
002210*    THE LAST CR-LOOKBACK-DAYS OF THEM.
002220******************************************************************
002230 77  CR-ARCHIVE-NAME          PIC X(12).
002240 77  CR-PREV-ARCIX-DATE       PIC 9(08)  VALUE 0.
002250 77  CR-ARCH-DAYS-AVAIL       PIC 9(05)  VALUE 0.
002260 77  CR-ARCH-DAYS-SKIP        PIC 9(05)  VALUE 0.
002270 77  CR-ARCH-DAY-SEQ          PIC 9(05)  VALUE 0.
002280
002290******************************************************************
002300*    CURRENT CUSTOMER AND DAY
002310******************************************************************
002320 77  CR-CUR-KEY-TYPE          PIC X(01).
002330 77  CR-CUR-KEY-ID            PIC 9(06).
002340 77  CR-CUR-DATE              PIC 9(08).
002350 77  CR-DAY-IN                PIC S9(09)V99.
002360 77  CR-DAY-OUT               PIC S9(09)V99.
002370 77  CR-DAY-IN-ITEMS          PIC S9(05).
002380 77  CR-DAY-OUT-ITEMS         PIC S9(05).
002390 77  CR-NEAR-DAYS             PIC 9(03).
002400 77  CR-NEAR-FIRST            PIC 9(08).
002410 77  CR-NEAR-LAST             PIC 9(08).
002420 77  CR-NEAR-IN-TOTAL         PIC S9(11)V99.
002430 77  CR-NEAR-OUT-TOTAL        PIC S9(11)V99.
002440 77  CR-LOOKUP-ACCOUNT        PIC 9(06).
002450
002460******************************************************************
002470*    RUN CONTROL AND CONTROL TOTALS
002480******************************************************************
002490 77  CR-RUN-DATE              PIC 9(08).
002500 77  CR-RELEASED              PIC 9(07)  VALUE 0.
002510 77  CR-RETURNED              PIC 9(07)  VALUE 0.
002520 77  CR-LOG-READ              PIC 9(07)  VALUE 0.
002530 77  CR-LOG-SELECTED          PIC 9(07)  VALUE 0.
002540 77  CR-ARCH-EXPECTED         PIC 9(05)  VALUE 0.
002550 77  CR-ARCH-SCANNED          PIC 9(05)  VALUE 0.
002560 77  CR-ARCH-READ             PIC 9(07)  VALUE 0.
002570 77  CR-ARCH-SELECTED         PIC 9(07)  VALUE 0.
002580 77  CR-REV-READ              PIC 9(07)  VALUE 0.
002590 77  CR-REV-SELECTED          PIC 9(07)  VALUE 0.
002600 77  CR-NO-CUSTOMER           PIC 9(07)  VALUE 0.
002610 77  CR-CUST-DAYS             PIC 9(07)  VALUE 0.
002620 77  CR-CUSTOMERS             PIC 9(07)  VALUE 0.
002630 77  CR-CTR-COUNT             PIC 9(05)  VALUE 0.
002640 77  CR-REVIEW-COUNT          PIC 9(05)  VALUE 0.
002650 77  CR-TODAY-IN              PIC S9(11)V99 VALUE 0.
002660 77  CR-TODAY-OUT             PIC S9(11)V99 VALUE 0.
002670 77  CR-CTR-IN-TOTAL          PIC S9(11)V99 VALUE 0.
002680 77  CR-CTR-OUT-TOTAL         PIC S9(11)V99 VALUE 0.
002690
002700 01  CR-CTR-LINE.
002710     05  FILLER               PIC X(02)  VALUE SPACES.
002720     05  FILLER               PIC X(12)  VALUE "CTR FILED   ".
002730     05  CL-KEY-TYPE          PIC X(01).
002740     05  CL-KEY-ID            PIC 9(06).
002750     05  FILLER               PIC X(02)  VALUE SPACES.
002760     05  CL-NAME              PIC X(30).
002770     05  FILLER               PIC X(09)  VALUE "  CASH IN".
002780     05  CL-CASH-IN           PIC -(10)9.99.
002790     05  FILLER               PIC X(10)  VALUE "  CASH OUT".
002800     05  CL-CASH-OUT          PIC -(10)9.99.
002810
002820 01  CR-REVIEW-LINE.
002830     05  FILLER               PIC X(02)  VALUE SPACES.
002840     05  FILLER               PIC X(12)  VALUE "REVIEW      ".
002850     05  RL-KEY-TYPE          PIC X(01).
002860     05  RL-KEY-ID            PIC 9(06).
002870     05  FILLER               PIC X(02)  VALUE SPACES.
002880     05  RL-NAME              PIC X(30).
002890     05  FILLER               PIC X(02)  VALUE SPACES.
002900     05  RL-NEAR-DAYS         PIC ZZ9.
002910     05  FILLER               PIC X(06)  VALUE " DAYS ".
002920     05  RL-FIRST             PIC 9(08).
002930     05  FILLER               PIC X(04)  VALUE " TO ".
002940     05  RL-LAST              PIC 9(08).
002950     05  FILLER               PIC X(04)  VALUE "  IN".
002960     05  RL-IN                PIC -(10)9.99.
002970     05  FILLER               PIC X(05)  VALUE "  OUT".
002980     05  RL-OUT               PIC -(10)9.99.
002990
003000 01  CR-COUNT-TOTAL-LINE.
003010     05  FILLER               PIC X(02)  VALUE SPACES.
003020     05  CT-LABEL             PIC X(36).
003030     05  CT-COUNT             PIC Z(6)9.
003040
003050 01  CR-AMOUNT-TOTAL-LINE.
003060     05  FILLER               PIC X(02)  VALUE SPACES.
003070     05  AT-LABEL             PIC X(36).
003080     05  AT-AMOUNT            PIC -(10)9.99.
003090
003100 PROCEDURE DIVISION.
003110******************************************************************
003120*    0000-MAINLINE
003130******************************************************************
003140 0000-MAINLINE.
003150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003160     IF CR-CONTINUE-SW = 'Y'
003170     SORT CASH-SORT-FILE
003180     ON ASCENDING KEY CS-KEY-TYPE CS-KEY-ID CS-DATE
003190     INPUT PROCEDURE IS 2000-RELEASE-CASH THRU 2000-EXIT
003200     OUTPUT PROCEDURE IS 3000-TOTAL-CUSTOMERS THRU 3000-EXIT
003210     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
003220     END-IF.
003230     IF CR-CONTINUE-SW = 'Y'
003240     PERFORM 8800-STAMP-RUN-CONTROL THRU 8800-EXIT
003250     ELSE
003260     MOVE 8 TO RETURN-CODE
003270     END-IF.
003280     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003290     GOBACK.
003300
003310******************************************************************
003320*    1000-INITIALIZE
003330*    THE ACCOUNT MASTER IS REQUIRED - WITHOUT IT NO ENTRY CAN
003340*    BE TIED TO ITS CUSTOMER AND THE TOTALS WOULD BE WRONG.
003350******************************************************************
003360 1000-INITIALIZE.
003370     PERFORM 8900-GET-BUSINESS-DATE THRU 8900-EXIT.
003380     DISPLAY "CURRENCY TRANSACTION REPORT - BUSINESS DATE "
003390     CR-RUN-DATE.
003400
003410     OPEN INPUT ACCOUNT-MASTER.
003420     IF CR-ACCT-FS NOT = "00"
003430     DISPLAY "UNABLE TO OPEN ACCTMAST. STATUS=" CR-ACCT-FS
003440     MOVE 'N' TO CR-CONTINUE-SW
003450     GO TO 1000-EXIT
003460     END-IF.
003470     SET CR-ACCT-OPEN TO TRUE.
003480
003490     OPEN INPUT CUSTOMER-MASTER.
003500     IF CR-CUST-FS = "00"
003510     SET CR-CUST-OPEN TO TRUE
003520     ELSE
003530     DISPLAY "CUSTMAST UNAVAILABLE - FILINGS WILL NEED "
003540     "NAMES AND ADDRESSES COMPLETED BY HAND."
003550     END-IF.
003560
003570     OPEN OUTPUT CTR-FILE.
003580     IF CR-CTR-FS NOT = "00"
003590     DISPLAY "UNABLE TO OPEN CTRFILE. STATUS=" CR-CTR-FS
003600     MOVE 'N' TO CR-CONTINUE-SW
003610     GO TO 1000-EXIT
003620     END-IF.
003630
003640     OPEN OUTPUT REVIEW-REPORT.
003650     IF CR-RPT-FS NOT = "00"
003660     DISPLAY "UNABLE TO OPEN CTRREVW. STATUS=" CR-RPT-FS
003670     MOVE 'N' TO CR-CONTINUE-SW
003680     GO TO 1000-EXIT
003690     END-IF.
003700     MOVE SPACES TO REVIEW-REPORT-LINE.
003710     STRING "CURRENCY TRANSACTION REPORT AND STRUCTURING REVIEW"
003720     DELIMITED BY SIZE
003730     " FOR " DELIMITED BY SIZE
003740     CR-RUN-DATE DELIMITED BY SIZE
003750     INTO REVIEW-REPORT-LINE.
003760     WRITE REVIEW-REPORT-LINE.
003770     MOVE SPACES TO REVIEW-REPORT-LINE.
003780     STRING "  CTR FILED = TODAY'S CASH IN OR OUT OVER 10,000.00."
003790     DELIMITED BY SIZE
003800     " REVIEW = REPEATED DAYS OF 8,000.00 TO 10,000.00"
003810     DELIMITED BY SIZE
003820     " INCLUDING TODAY." DELIMITED BY SIZE
003830     INTO REVIEW-REPORT-LINE.
003840     WRITE REVIEW-REPORT-LINE.
003850     MOVE SPACES TO REVIEW-REPORT-LINE.
003860     STRING "  (KEY TYPE C = CUSTOMER, A = ACCOUNT WITH NO"
003870     DELIMITED BY SIZE
003880     " LINKED CUSTOMER)" DELIMITED BY SIZE
003890     INTO REVIEW-REPORT-LINE.
003900     WRITE REVIEW-REPORT-LINE.
003910     MOVE SPACES TO REVIEW-REPORT-LINE.
003920     WRITE REVIEW-REPORT-LINE.
003930 1000-EXIT.
003940     EXIT.
003950
003960******************************************************************
003970*    2000-RELEASE-CASH
003980*    SORT INPUT PROCEDURE - THE ARCHIVED DAYS IN THE LOOKBACK
003990*    WINDOW, TODAY'S LIVE LOG, AND TODAY'S CORRECTIONS OF
004000*    TODAY'S CASH ENTRIES.
004010******************************************************************
004020 2000-RELEASE-CASH.
004030     PERFORM 2100-COUNT-ARCHIVE-DAYS THRU 2100-EXIT.
004040     PERFORM 2200-RELEASE-ARCHIVES THRU 2200-EXIT.
004050     PERFORM 2400-RELEASE-LOG THRU 2400-EXIT.
004060     PERFORM 2500-RELEASE-REVERSALS THRU 2500-EXIT.
004070 2000-EXIT.
004080     EXIT.
004090
004100******************************************************************
004110*    2100-COUNT-ARCHIVE-DAYS
004120*    INDEX DATES ASCEND WITHIN ONE CUTOVER RUN, SO AN ENTRY NOT
004130*    NEWER THAN THE LAST DAY SEEN IS A RERUN'S DUPLICATE.
004140*    NO INDEX AT ALL MEANS NO CUTOVER HAS RUN YET; ONE THAT IS
004150*    ON FILE BUT WILL NOT OPEN FAILS THE RUN.
004160******************************************************************
004170 2100-COUNT-ARCHIVE-DAYS.
004180     MOVE 0 TO CR-ARCH-DAYS-AVAIL.
004190     MOVE 0 TO CR-PREV-ARCIX-DATE.
004200     MOVE 'N' TO CR-ARCIX-EOF-SW.
004210     OPEN INPUT ARCHIVE-INDEX.
004220     IF CR-ARCIX-FS = "35"
004230     GO TO 2100-EXIT
004240     END-IF.
004250     IF CR-ARCIX-FS NOT = "00"
004260     DISPLAY "ARCHIVE INDEX WILL NOT OPEN. STATUS=" CR-ARCIX-FS
004270     MOVE 'N' TO CR-CONTINUE-SW
004280     GO TO 2100-EXIT
004290     END-IF.
004300     PERFORM 2110-READ-INDEX-ENTRY THRU 2110-EXIT.
004310     PERFORM UNTIL CR-ARCIX-EOF
004320     IF ARCIX-DATE > CR-PREV-ARCIX-DATE
004330     AND ARCIX-DATE < CR-RUN-DATE
004340     ADD 1 TO CR-ARCH-DAYS-AVAIL
004350     MOVE ARCIX-DATE TO CR-PREV-ARCIX-DATE
004360     END-IF
004370     PERFORM 2110-READ-INDEX-ENTRY THRU 2110-EXIT
004380     END-PERFORM.
004390     CLOSE ARCHIVE-INDEX.
004400     IF CR-ARCH-DAYS-AVAIL > CR-LOOKBACK-DAYS
004410     COMPUTE CR-ARCH-DAYS-SKIP =
004420     CR-ARCH-DAYS-AVAIL - CR-LOOKBACK-DAYS
004430     ELSE
004440     MOVE 0 TO CR-ARCH-DAYS-SKIP
004450     END-IF.
004460 2100-EXIT.
004470     EXIT.
004480
004490 2110-READ-INDEX-ENTRY.
004500     READ ARCHIVE-INDEX
004510     AT END
004520     MOVE 'Y' TO CR-ARCIX-EOF-SW
004530     END-READ.
004540 2110-EXIT.
004550     EXIT.
004560
004570 2200-RELEASE-ARCHIVES.
004580     IF CR-ARCH-DAYS-AVAIL = 0
004590     GO TO 2200-EXIT
004600     END-IF.
004610     MOVE 0 TO CR-ARCH-DAY-SEQ.
004620     MOVE 0 TO CR-PREV-ARCIX-DATE.
004630     MOVE 'N' TO CR-ARCIX-EOF-SW.
004640     OPEN INPUT ARCHIVE-INDEX.
004650     IF CR-ARCIX-FS NOT = "00"
004660     DISPLAY "ARCHIVE INDEX WILL NOT OPEN. STATUS=" CR-ARCIX-FS
004670     MOVE 'N' TO CR-CONTINUE-SW
004680     GO TO 2200-EXIT
004690     END-IF.
004700     PERFORM 2110-READ-INDEX-ENTRY THRU 2110-EXIT.
004710     PERFORM UNTIL CR-ARCIX-EOF
004720     IF ARCIX-DATE > CR-PREV-ARCIX-DATE
004730     AND ARCIX-DATE < CR-RUN-DATE
004740     ADD 1 TO CR-ARCH-DAY-SEQ
004750     IF CR-ARCH-DAY-SEQ > CR-ARCH-DAYS-SKIP
004760     ADD 1 TO CR-ARCH-EXPECTED
004770     MOVE ARCIX-FILE-NAME TO CR-ARCHIVE-NAME
004780     PERFORM 2300-SCAN-ONE-ARCHIVE THRU 2300-EXIT
004790     END-IF
004800     MOVE ARCIX-DATE TO CR-PREV-ARCIX-DATE
004810     END-IF
004820     PERFORM 2110-READ-INDEX-ENTRY THRU 2110-EXIT
004830     END-PERFORM.
004840     CLOSE ARCHIVE-INDEX.
004850 2200-EXIT.
004860     EXIT.
004870
004880 2300-SCAN-ONE-ARCHIVE.
004890     MOVE 'N' TO CR-ARCH-EOF-SW.
004900     OPEN INPUT ARCHIVE-FILE.
004910     IF CR-ARCH-FS NOT = "00"
004920     DISPLAY "ARCHIVE " CR-ARCHIVE-NAME " WILL NOT OPEN. STATUS="
004930     CR-ARCH-FS
004940     GO TO 2300-EXIT
004950     END-IF.
004960     ADD 1 TO CR-ARCH-SCANNED.
004970     PERFORM 2310-READ-ARCHIVE-ENTRY THRU 2310-EXIT.
004980     PERFORM UNTIL CR-ARCH-EOF
004990     ADD 1 TO CR-ARCH-READ
005000     PERFORM 2600-SELECT-CASH-ENTRY THRU 2600-EXIT
005010     IF CASH-SORT-RECORD NOT = SPACES
005020     ADD 1 TO CR-ARCH-SELECTED
005030     PERFORM 2900-RELEASE-ONE THRU 2900-EXIT
005040     END-IF
005050     PERFORM 2310-READ-ARCHIVE-ENTRY THRU 2310-EXIT
005060     END-PERFORM.
005070     CLOSE ARCHIVE-FILE.
005080 2300-EXIT.
005090     EXIT.
005100
005110 2310-READ-ARCHIVE-ENTRY.
005120     READ ARCHIVE-FILE INTO TRANSACTION-RECORD
005130     AT END
005140     MOVE 'Y' TO CR-ARCH-EOF-SW
005150     END-READ.
005160 2310-EXIT.
005170     EXIT.
005180
005190******************************************************************
005200*    2400-RELEASE-LOG
005210*    TODAY'S ENTRIES ONLY - ANY EARLIER DAY STILL ON THE LIVE
005220*    LOG IS NOT PART OF THIS BUSINESS DAY'S FILING. A LOG ON FILE
005230*    THAT WILL NOT OPEN LEAVES THE REPORT INCOMPLETE.
005240******************************************************************
005250 2400-RELEASE-LOG.
005260     MOVE 'N' TO CR-TXN-EOF-SW.
005270     OPEN INPUT TRANSACTION-LOG.
005280     IF CR-TXN-FS = "35"
005290     DISPLAY "NO TRANSACTION LOG - NO CASH ACTIVITY TODAY."
005300     GO TO 2400-EXIT
005310     END-IF.
005320     IF CR-TXN-FS NOT = "00"
005330     DISPLAY "UNABLE TO OPEN TRANSACTION LOG. STATUS=" CR-TXN-FS
005340     MOVE 'N' TO CR-CONTINUE-SW
005350     GO TO 2400-EXIT
005360     END-IF.
005370     PERFORM 2410-READ-LOG-ENTRY THRU 2410-EXIT.
005380     PERFORM UNTIL CR-TXN-EOF
005390     ADD 1 TO CR-LOG-READ
005400     IF TXN-DATE = CR-RUN-DATE
005410     PERFORM 2600-SELECT-CASH-ENTRY THRU 2600-EXIT
005420     IF CASH-SORT-RECORD NOT = SPACES
005430     ADD 1 TO CR-LOG-SELECTED
005440     PERFORM 2900-RELEASE-ONE THRU 2900-EXIT
005450     END-IF
005460     END-IF
005470     PERFORM 2410-READ-LOG-ENTRY THRU 2410-EXIT
005480     END-PERFORM.
005490     CLOSE TRANSACTION-LOG.
005500 2400-EXIT.
005510     EXIT.
005520
005530 2410-READ-LOG-ENTRY.
005540     READ TRANSACTION-LOG
005550     AT END
005560     MOVE 'Y' TO CR-TXN-EOF-SW
005570     END-READ.
005580 2410-EXIT.
005590     EXIT.
005600
005610******************************************************************
005620*    2500-RELEASE-REVERSALS
005630*    A TELLER CORRECTION MADE TODAY OF ONE OF TODAY'S CASH
005640*    ENTRIES TAKES THAT ENTRY BACK OUT OF THE DAY'S TOTALS.
005650*    A CORRECTION OF AN EARLIER DAY DOES NOT REOPEN THAT DAY -
005660*    ANY FILING ALREADY MADE FOR IT STANDS. A REGISTER ON FILE
005670*    THAT WILL NOT OPEN LEAVES THE REPORT INCOMPLETE.
005680******************************************************************
005690 2500-RELEASE-REVERSALS.
005700     MOVE 'N' TO CR-REV-EOF-SW.
005710     OPEN INPUT REVERSAL-REGISTER.
005720     IF CR-REV-FS = "35"
005730     GO TO 2500-EXIT
005740     END-IF.
005750     IF CR-REV-FS NOT = "00"
005760     DISPLAY "UNABLE TO OPEN REVERSAL REGISTER. STATUS=" CR-REV-FS
005770     MOVE 'N' TO CR-CONTINUE-SW
005780     GO TO 2500-EXIT
005790     END-IF.
005800     PERFORM 2510-READ-REVERSAL THRU 2510-EXIT.
005810     PERFORM UNTIL CR-REV-EOF
005820     ADD 1 TO CR-REV-READ
005830     IF REV-DATE = CR-RUN-DATE
005840     AND REV-ORIG-DATE = CR-RUN-DATE
005850     PERFORM 2520-SELECT-REVERSAL THRU 2520-EXIT
005860     END-IF
005870     PERFORM 2510-READ-REVERSAL THRU 2510-EXIT
005880     END-PERFORM.
005890     CLOSE REVERSAL-REGISTER.
005900 2500-EXIT.
005910     EXIT.
005920
005930 2510-READ-REVERSAL.
005940     READ REVERSAL-REGISTER NEXT RECORD
005950     AT END
005960     MOVE 'Y' TO CR-REV-EOF-SW
005970     END-READ.
005980 2510-EXIT.
005990     EXIT.
006000
006010 2520-SELECT-REVERSAL.
006020     MOVE SPACES TO CASH-SORT-RECORD.
006030     MOVE ZERO TO CS-CASH-IN.
006040     MOVE ZERO TO CS-CASH-OUT.
006050     MOVE ZERO TO CS-IN-ITEMS.
006060     MOVE ZERO TO CS-OUT-ITEMS.
006070     EVALUATE REV-ORIG-TYPE
006080     WHEN "DEPOSIT"
006090     WHEN "TLR-DEPOSIT"
006100     COMPUTE CS-CASH-IN = 0 - REV-ORIG-AMOUNT
006110     MOVE -1 TO CS-IN-ITEMS
006120     WHEN "WITHDRAWAL"
006130     WHEN "TLR-WITHDRWL"
006140     COMPUTE CS-CASH-OUT = 0 - REV-ORIG-AMOUNT
006150     MOVE -1 TO CS-OUT-ITEMS
006160     WHEN OTHER
006170     GO TO 2520-EXIT
006180     END-EVALUATE.
006190     MOVE REV-ORIG-ACCOUNT TO CR-LOOKUP-ACCOUNT.
006200     PERFORM 2700-SET-OWNER THRU 2700-EXIT.
006210     MOVE REV-ORIG-DATE TO CS-DATE.
006220     ADD 1 TO CR-REV-SELECTED.
006230     PERFORM 2900-RELEASE-ONE THRU 2900-EXIT.
006240 2520-EXIT.
006250     EXIT.
006260
006270******************************************************************
006280*    2600-SELECT-CASH-ENTRY
006290*    BUILDS THE SORT RECORD FOR A CASH ENTRY IN TRANSACTION-
006300*    RECORD; LEAVES IT SPACES FOR ANY OTHER ENTRY. TRANSFERS,
006310*    FEES, EXTERNAL PAYMENTS AND RECOVERIES MOVE NO CURRENCY. A
006320*    CHARGE-OFF RECOVERY IS CASH ONLY WHEN TAKEN AT THE COUNTER.
006330******************************************************************
006340 2600-SELECT-CASH-ENTRY.
006350     MOVE SPACES TO CASH-SORT-RECORD.
006360     IF TXN-TYPE NOT = "DEPOSIT"
006370     AND TXN-TYPE NOT = "TLR-DEPOSIT"
006380     AND TXN-TYPE NOT = "WITHDRAWAL"
006390     AND TXN-TYPE NOT = "TLR-WITHDRWL"
006400     AND NOT (TXN-TYPE = "CO-RECOVERY" AND TXN-CHANNEL = "TLR")
006410     GO TO 2600-EXIT
006420     END-IF.
006430     MOVE ZERO TO CS-CASH-IN.
006440     MOVE ZERO TO CS-CASH-OUT.
006450     MOVE ZERO TO CS-IN-ITEMS.
006460     MOVE ZERO TO CS-OUT-ITEMS.
006470     IF TXN-TYPE = "DEPOSIT" OR TXN-TYPE = "TLR-DEPOSIT"
006480     OR TXN-TYPE = "CO-RECOVERY"
006490     MOVE TXN-AMOUNT TO CS-CASH-IN
006500     MOVE 1 TO CS-IN-ITEMS
006510     ELSE
006520     MOVE TXN-AMOUNT TO CS-CASH-OUT
006530     MOVE 1 TO CS-OUT-ITEMS
006540     END-IF.
006550     MOVE TXN-ACCOUNT TO CR-LOOKUP-ACCOUNT.
006560     PERFORM 2700-SET-OWNER THRU 2700-EXIT.
006570     MOVE TXN-DATE TO CS-DATE.
006580 2600-EXIT.
006590     EXIT.
006600
006610******************************************************************
006620*    2700-SET-OWNER
006630*    KEYS THE SORT RECORD TO THE ACCOUNT'S OWNING CUSTOMER, OR
006640*    TO THE ACCOUNT ITSELF WHEN NO CUSTOMER IS LINKED.
006650******************************************************************
006660 2700-SET-OWNER.
006670     MOVE CR-LOOKUP-ACCOUNT TO ACCT-NUMBER.
006680     READ ACCOUNT-MASTER
006690     INVALID KEY
006700     MOVE ZERO TO ACCT-CUST-ID
006710     END-READ.
006720     IF ACCT-CUST-ID = ZERO
006730     MOVE 'A' TO CS-KEY-TYPE
006740     MOVE CR-LOOKUP-ACCOUNT TO CS-KEY-ID
006750     ADD 1 TO CR-NO-CUSTOMER
006760     ELSE
006770     MOVE 'C' TO CS-KEY-TYPE
006780     MOVE ACCT-CUST-ID TO CS-KEY-ID
006790     END-IF.
006800 2700-EXIT.
006810     EXIT.
006820
006830 2900-RELEASE-ONE.
006840     RELEASE CASH-SORT-RECORD.
006850     ADD 1 TO CR-RELEASED.
006860 2900-EXIT.
006870     EXIT.
006880
006890******************************************************************
006900*    3000-TOTAL-CUSTOMERS
006910*    SORT OUTPUT PROCEDURE - CONTROL BREAKS ON THE CUSTOMER AND
006920*    ON THE DAY WITHIN THE CUSTOMER.
006930******************************************************************
006940 3000-TOTAL-CUSTOMERS.
006950     MOVE 'N' TO CR-SORT-EOF-SW.
006960     PERFORM 3100-RETURN-ENTRY THRU 3100-EXIT.
006970     PERFORM UNTIL CR-SORT-EOF
006980     IF NOT CR-IN-CUSTOMER
006990     OR CS-KEY-TYPE NOT = CR-CUR-KEY-TYPE
007000     OR CS-KEY-ID NOT = CR-CUR-KEY-ID
007010     PERFORM 3200-START-CUSTOMER THRU 3200-EXIT
007020     END-IF
007030     IF NOT CR-IN-DAY OR CS-DATE NOT = CR-CUR-DATE
007040     PERFORM 3300-START-DAY THRU 3300-EXIT
007050     END-IF
007060     ADD CS-CASH-IN TO CR-DAY-IN
007070     ADD CS-CASH-OUT TO CR-DAY-OUT
007080     ADD CS-IN-ITEMS TO CR-DAY-IN-ITEMS
007090     ADD CS-OUT-ITEMS TO CR-DAY-OUT-ITEMS
007100     PERFORM 3100-RETURN-ENTRY THRU 3100-EXIT
007110     END-PERFORM.
007120     IF CR-IN-CUSTOMER
007130     PERFORM 3900-FINISH-CUSTOMER THRU 3900-EXIT
007140     END-IF.
007150 3000-EXIT.
007160     EXIT.
007170
007180 3100-RETURN-ENTRY.
007190     RETURN CASH-SORT-FILE
007200     AT END
007210     MOVE 'Y' TO CR-SORT-EOF-SW
007220     NOT AT END
007230     ADD 1 TO CR-RETURNED
007240     END-RETURN.
007250 3100-EXIT.
007260     EXIT.
007270
007280 3200-START-CUSTOMER.
007290     IF CR-IN-CUSTOMER
007300     PERFORM 3900-FINISH-CUSTOMER THRU 3900-EXIT
007310     END-IF.
007320     MOVE CS-KEY-TYPE TO CR-CUR-KEY-TYPE.
007330     MOVE CS-KEY-ID TO CR-CUR-KEY-ID.
007340     SET CR-IN-CUSTOMER TO TRUE.
007350     ADD 1 TO CR-CUSTOMERS.
007360     MOVE 0 TO CR-NEAR-DAYS.
007370     MOVE 0 TO CR-NEAR-FIRST.
007380     MOVE 0 TO CR-NEAR-LAST.
007390     MOVE ZERO TO CR-NEAR-IN-TOTAL.
007400     MOVE ZERO TO CR-NEAR-OUT-TOTAL.
007410 3200-EXIT.
007420     EXIT.
007430
007440 3300-START-DAY.
007450     IF CR-IN-DAY
007460     PERFORM 3800-FINISH-DAY THRU 3800-EXIT
007470     END-IF.
007480     MOVE CS-DATE TO CR-CUR-DATE.
007490     SET CR-IN-DAY TO TRUE.
007500     MOVE ZERO TO CR-DAY-IN.
007510     MOVE ZERO TO CR-DAY-OUT.
007520     MOVE ZERO TO CR-DAY-IN-ITEMS.
007530     MOVE ZERO TO CR-DAY-OUT-ITEMS.
007540 3300-EXIT.
007550     EXIT.
007560
007570******************************************************************
007580*    3800-FINISH-DAY
007590*    TODAY OVER THE THRESHOLD IS FILED; ANY DAY IN THE WINDOW
007600*    IN THE NEAR-THRESHOLD BAND COUNTS TOWARD REVIEW.
007610******************************************************************
007620 3800-FINISH-DAY.
007630     ADD 1 TO CR-CUST-DAYS.
007640     IF CR-CUR-DATE = CR-RUN-DATE
007650     ADD CR-DAY-IN TO CR-TODAY-IN
007660     ADD CR-DAY-OUT TO CR-TODAY-OUT
007670     IF CR-DAY-IN > CR-CTR-THRESHOLD
007680     OR CR-DAY-OUT > CR-CTR-THRESHOLD
007690     PERFORM 4000-WRITE-CTR THRU 4000-EXIT
007700     END-IF
007710     END-IF.
007720     IF (CR-DAY-IN NOT < CR-NEAR-FLOOR
007730     AND CR-DAY-IN NOT > CR-CTR-THRESHOLD)
007740     OR (CR-DAY-OUT NOT < CR-NEAR-FLOOR
007750     AND CR-DAY-OUT NOT > CR-CTR-THRESHOLD)
007760     ADD 1 TO CR-NEAR-DAYS
007770     IF CR-NEAR-FIRST = 0
007780     MOVE CR-CUR-DATE TO CR-NEAR-FIRST
007790     END-IF
007800     MOVE CR-CUR-DATE TO CR-NEAR-LAST
007810     ADD CR-DAY-IN TO CR-NEAR-IN-TOTAL
007820     ADD CR-DAY-OUT TO CR-NEAR-OUT-TOTAL
007830     END-IF.
007840     MOVE 'N' TO CR-IN-DAY-SW.
007850 3800-EXIT.
007860     EXIT.
007870
007880 3900-FINISH-CUSTOMER.
007890     IF CR-IN-DAY
007900     PERFORM 3800-FINISH-DAY THRU 3800-EXIT
007910     END-IF.
007920     IF CR-NEAR-DAYS NOT < CR-REVIEW-MIN-DAYS
007930     AND CR-NEAR-LAST = CR-RUN-DATE
007940     PERFORM 4500-WRITE-REVIEW THRU 4500-EXIT
007950     END-IF.
007960     MOVE 'N' TO CR-IN-CUSTOMER-SW.
007970 3900-EXIT.
007980     EXIT.
007990
008000******************************************************************
008010*    4000-WRITE-CTR
008020******************************************************************
008030 4000-WRITE-CTR.
008040     PERFORM 4900-GET-NAME-ADDRESS THRU 4900-EXIT.
008050     MOVE CR-RUN-DATE TO CTR-BUS-DATE.
008060     MOVE CR-CUR-KEY-TYPE TO CTR-KEY-TYPE.
008070     MOVE CR-CUR-KEY-ID TO CTR-CUST-ID.
008080     MOVE CR-DAY-IN TO CTR-CASH-IN.
008090     MOVE CR-DAY-OUT TO CTR-CASH-OUT.
008100     MOVE CR-DAY-IN-ITEMS TO CTR-IN-ITEMS.
008110     MOVE CR-DAY-OUT-ITEMS TO CTR-OUT-ITEMS.
008120     WRITE CTR-RECORD.
008130     ADD 1 TO CR-CTR-COUNT.
008140     ADD CR-DAY-IN TO CR-CTR-IN-TOTAL.
008150     ADD CR-DAY-OUT TO CR-CTR-OUT-TOTAL.
008160
008170     MOVE CR-CUR-KEY-TYPE TO CL-KEY-TYPE.
008180     MOVE CR-CUR-KEY-ID TO CL-KEY-ID.
008190     MOVE CTR-NAME TO CL-NAME.
008200     MOVE CR-DAY-IN TO CL-CASH-IN.
008210     MOVE CR-DAY-OUT TO CL-CASH-OUT.
008220     WRITE REVIEW-REPORT-LINE FROM CR-CTR-LINE.
008230 4000-EXIT.
008240     EXIT.
008250
008260******************************************************************
008270*    4500-WRITE-REVIEW
008280******************************************************************
008290 4500-WRITE-REVIEW.
008300     PERFORM 4900-GET-NAME-ADDRESS THRU 4900-EXIT.
008310     MOVE CR-CUR-KEY-TYPE TO RL-KEY-TYPE.
008320     MOVE CR-CUR-KEY-ID TO RL-KEY-ID.
008330     MOVE CTR-NAME TO RL-NAME.
008340     MOVE CR-NEAR-DAYS TO RL-NEAR-DAYS.
008350     MOVE CR-NEAR-FIRST TO RL-FIRST.
008360     MOVE CR-NEAR-LAST TO RL-LAST.
008370     MOVE CR-NEAR-IN-TOTAL TO RL-IN.
008380     MOVE CR-NEAR-OUT-TOTAL TO RL-OUT.
008390     WRITE REVIEW-REPORT-LINE FROM CR-REVIEW-LINE.
008400     ADD 1 TO CR-REVIEW-COUNT.
008410 4500-EXIT.
008420     EXIT.
008430
008440******************************************************************
008450*    4900-GET-NAME-ADDRESS
008460*    FILLS THE NAME AND ADDRESS FIELDS OF CTR-RECORD FROM THE
008470*    CUSTOMER MASTER FOR THE CURRENT CUSTOMER.
008480******************************************************************
008490 4900-GET-NAME-ADDRESS.
008500     MOVE SPACES TO CTR-RECORD.
008510     IF CR-CUR-KEY-TYPE = 'A'
008520     MOVE "NO CUSTOMER LINKED TO ACCOUNT" TO CTR-NAME
008530     GO TO 4900-EXIT
008540     END-IF.
008550     IF NOT CR-CUST-OPEN
008560     MOVE "CUSTOMER MASTER UNAVAILABLE" TO CTR-NAME
008570     GO TO 4900-EXIT
008580     END-IF.
008590     MOVE CR-CUR-KEY-ID TO CUST-ID.
008600     READ CUSTOMER-MASTER
008610     INVALID KEY
008620     MOVE "CUSTOMER NOT ON MASTER" TO CTR-NAME
008630     GO TO 4900-EXIT
008640     END-READ.
008650     MOVE CUST-NAME TO CTR-NAME.
008660     MOVE CUST-ADDR-LINE-1 TO CTR-ADDR-LINE-1.
008670     MOVE CUST-ADDR-LINE-2 TO CTR-ADDR-LINE-2.
008680     MOVE CUST-CITY TO CTR-CITY.
008690     MOVE CUST-STATE TO CTR-STATE.
008700     MOVE CUST-ZIP TO CTR-ZIP.
008710 4900-EXIT.
008720     EXIT.
008730
008740******************************************************************
008750*    5000-PRINT-TOTALS
008760*    A CASH ENTRY LOST IN THE SORT WOULD SILENTLY UNDERSTATE A
008770*    CUSTOMER, SO RELEASED AND RETURNED MUST AGREE OR THE RUN
008780*    IS NOT STAMPED. SO MUST THE ARCHIVE DAYS EXPECTED IN THE
008790*    WINDOW AND THE ARCHIVES ACTUALLY READ - A DAY LEFT OUT
008800*    WOULD SHORTEN THE STRUCTURING LOOKBACK.
008810******************************************************************
008820 5000-PRINT-TOTALS.
008830     MOVE SPACES TO REVIEW-REPORT-LINE.
008840     WRITE REVIEW-REPORT-LINE.
008850     MOVE "CTR FILINGS WRITTEN" TO CT-LABEL.
008860     MOVE CR-CTR-COUNT TO CT-COUNT.
008870     WRITE REVIEW-REPORT-LINE FROM CR-COUNT-TOTAL-LINE.
008880     MOVE "CASH IN ON FILINGS" TO AT-LABEL.
008890     MOVE CR-CTR-IN-TOTAL TO AT-AMOUNT.
008900     WRITE REVIEW-REPORT-LINE FROM CR-AMOUNT-TOTAL-LINE.
008910     MOVE "CASH OUT ON FILINGS" TO AT-LABEL.
008920     MOVE CR-CTR-OUT-TOTAL TO AT-AMOUNT.
008930     WRITE REVIEW-REPORT-LINE FROM CR-AMOUNT-TOTAL-LINE.
008940     MOVE "CUSTOMERS FOR STRUCTURING REVIEW" TO CT-LABEL.
008950     MOVE CR-REVIEW-COUNT TO CT-COUNT.
008960     WRITE REVIEW-REPORT-LINE FROM CR-COUNT-TOTAL-LINE.
008970     MOVE "TOTAL CASH IN TODAY" TO AT-LABEL.
008980     MOVE CR-TODAY-IN TO AT-AMOUNT.
008990     WRITE REVIEW-REPORT-LINE FROM CR-AMOUNT-TOTAL-LINE.
009000     MOVE "TOTAL CASH OUT TODAY" TO AT-LABEL.
009010     MOVE CR-TODAY-OUT TO AT-AMOUNT.
009020     WRITE REVIEW-REPORT-LINE FROM CR-AMOUNT-TOTAL-LINE.
009030
009040     MOVE SPACES TO REVIEW-REPORT-LINE.
009050     WRITE REVIEW-REPORT-LINE.
009060     MOVE "CONTROL TOTALS" TO REVIEW-REPORT-LINE.
009070     WRITE REVIEW-REPORT-LINE.
009080     MOVE "LOG ENTRIES READ" TO CT-LABEL.
009090     MOVE CR-LOG-READ TO CT-COUNT.
009100     WRITE REVIEW-REPORT-LINE FROM CR-COUNT-TOTAL-LINE.
009110     MOVE "TODAY'S CASH ENTRIES SELECTED" TO CT-LABEL.
009120     MOVE CR-LOG-SELECTED TO CT-COUNT.
009130     WRITE REVIEW-REPORT-LINE FROM CR-COUNT-TOTAL-LINE.
009140     MOVE "ARCHIVE DAYS IN WINDOW EXPECTED" TO CT-LABEL.
009150     MOVE CR-ARCH-EXPECTED TO CT-COUNT.
009160     WRITE REVIEW-REPORT-LINE FROM CR-COUNT-TOTAL-LINE.
009170     MOVE "ARCHIVE DAYS IN WINDOW SCANNED" TO CT-LABEL.
009180     MOVE CR-ARCH-SCANNED TO CT-COUNT.
009190     WRITE REVIEW-REPORT-LINE FROM CR-COUNT-TOTAL-LINE.
009200     MOVE "ARCHIVE ENTRIES READ" TO CT-LABEL.
009210     MOVE CR-ARCH-READ TO CT-COUNT.
009220     WRITE REVIEW-REPORT-LINE FROM CR-COUNT-TOTAL-LINE.
009230     MOVE "ARCHIVE CASH ENTRIES SELECTED" TO CT-LABEL.
009240     MOVE CR-ARCH-SELECTED TO CT-COUNT.
009250     WRITE REVIEW-REPORT-LINE FROM CR-COUNT-TOTAL-LINE.
009260     MOVE "REVERSALS READ" TO CT-LABEL.
009270     MOVE CR-REV-READ TO CT-COUNT.
009280     WRITE REVIEW-REPORT-LINE FROM CR-COUNT-TOTAL-LINE.
009290     MOVE "SAME-DAY CASH CORRECTIONS APPLIED" TO CT-LABEL.
009300     MOVE CR-REV-SELECTED TO CT-COUNT.
009310     WRITE REVIEW-REPORT-LINE FROM CR-COUNT-TOTAL-LINE.
009320     MOVE "ENTRIES WITH NO LINKED CUSTOMER" TO CT-LABEL.
009330     MOVE CR-NO-CUSTOMER TO CT-COUNT.
009340     WRITE REVIEW-REPORT-LINE FROM CR-COUNT-TOTAL-LINE.
009350     MOVE "SORT RECORDS RELEASED" TO CT-LABEL.
009360     MOVE CR-RELEASED TO CT-COUNT.
009370     WRITE REVIEW-REPORT-LINE FROM CR-COUNT-TOTAL-LINE.
009380     MOVE "SORT RECORDS RETURNED" TO CT-LABEL.
009390     MOVE CR-RETURNED TO CT-COUNT.
009400     WRITE REVIEW-REPORT-LINE FROM CR-COUNT-TOTAL-LINE.
009410     MOVE "CUSTOMERS TOTALLED" TO CT-LABEL.
009420     MOVE CR-CUSTOMERS TO CT-COUNT.
009430     WRITE REVIEW-REPORT-LINE FROM CR-COUNT-TOTAL-LINE.
009440     MOVE "CUSTOMER-DAYS TOTALLED" TO CT-LABEL.
009450     MOVE CR-CUST-DAYS TO CT-COUNT.
009460     WRITE REVIEW-REPORT-LINE FROM CR-COUNT-TOTAL-LINE.
009470
009480     IF SORT-RETURN NOT = 0
009490     OR CR-RELEASED NOT = CR-RETURNED
009500     OR CR-ARCH-SCANNED NOT = CR-ARCH-EXPECTED
009510     MOVE 'N' TO CR-CONTINUE-SW
009520     END-IF.
009530     IF CR-CONTINUE-SW = 'Y'
009540     MOVE "  CONTROL TOTALS AGREE - EVERY CASH ENTRY WAS"
009550     TO REVIEW-REPORT-LINE
009560     WRITE REVIEW-REPORT-LINE
009570     MOVE "  TOTALLED." TO REVIEW-REPORT-LINE
009580     WRITE REVIEW-REPORT-LINE
009590     ELSE
009600     MOVE "  *** CONTROL TOTALS DO NOT AGREE - FILINGS ARE"
009610     TO REVIEW-REPORT-LINE
009620     WRITE REVIEW-REPORT-LINE
009630     MOVE "  *** INCOMPLETE. RUN NOT STAMPED."
009640     TO REVIEW-REPORT-LINE
009650     WRITE REVIEW-REPORT-LINE
009660     DISPLAY "CTRRPT CONTROL TOTALS DO NOT AGREE."
009670     END-IF.
009680 5000-EXIT.
009690     EXIT.
009700
009710******************************************************************
009720*    8800-STAMP-RUN-CONTROL
009730*    RECORDS THE SUCCESSFUL CTR RUN ON RUNCTL.
009740******************************************************************
009750 8800-STAMP-RUN-CONTROL.
009760     OPEN I-O RUN-CONTROL.
009770     IF CR-RUNCTL-FS = "35"
009780     OPEN OUTPUT RUN-CONTROL
009790     CLOSE RUN-CONTROL
009800     OPEN I-O RUN-CONTROL
009810     END-IF.
009820     IF CR-RUNCTL-FS NOT = "00"
009830     DISPLAY "WARNING - RUN NOT STAMPED. STATUS=" CR-RUNCTL-FS
009840     GO TO 8800-EXIT
009850     END-IF.
009860
009870     MOVE 'N' TO CR-RC-FOUND-SW.
009880     MOVE "CTRRPT  " TO RC-JOB-NAME.
009890     READ RUN-CONTROL
009900     INVALID KEY
009910     MOVE SPACES TO RUNCTL-RECORD
009920     MOVE "CTRRPT  " TO RC-JOB-NAME
009930     MOVE ZERO TO RC-RUN-COUNT
009940     NOT INVALID KEY
009950     SET CR-RC-FOUND TO TRUE
009960     END-READ.
009970
009980     MOVE CR-RUN-DATE TO RC-LAST-RUN-DATE.
009990     ACCEPT RC-LAST-RUN-TIME FROM TIME.
010000     MOVE ZERO TO RC-LAST-PERIOD.
010010     ADD 1 TO RC-RUN-COUNT.
010020     IF CR-RC-FOUND
010030     REWRITE RUNCTL-RECORD
010040     ELSE
010050     WRITE RUNCTL-RECORD
010060     END-IF.
010070     CLOSE RUN-CONTROL.
010080 8800-EXIT.
010090     EXIT.
010100
010110******************************************************************
010120*    8900-GET-BUSINESS-DATE
010130*    READS THE PROCESSING DATE FROM THE BUSDATE CONTROL FILE -
010140*    THE WALL CLOCK ONLY SEEDS THE FILE THE FIRST TIME IT IS
010150*    MISSING. THE DATE ADVANCES ONLY WHEN THE EODROLL ROLLOVER
010160*    CLOSES THE DAY, SO WORK THAT SLIPS PAST MIDNIGHT STILL
010170*    STAMPS THE DAY IT BELONGS TO.
010180******************************************************************
010190 8900-GET-BUSINESS-DATE.
010200     OPEN INPUT BUSINESS-DATE.
010210     IF CR-BD-FS = "35"
010220     PERFORM 8950-CREATE-BUSDATE THRU 8950-EXIT
010230     OPEN INPUT BUSINESS-DATE
010240     END-IF.
010250     IF CR-BD-FS NOT = "00"
010260     DISPLAY "BUSDATE UNAVAILABLE - USING THE WALL CLOCK."
010270     ACCEPT CR-RUN-DATE FROM DATE YYYYMMDD
010280     GO TO 8900-EXIT
010290     END-IF.
010300     READ BUSINESS-DATE
010310     AT END
010320     DISPLAY "BUSDATE IS EMPTY - USING THE WALL CLOCK."
010330     ACCEPT CR-RUN-DATE FROM DATE YYYYMMDD
010340     CLOSE BUSINESS-DATE
010350     GO TO 8900-EXIT
010360     END-READ.
010370     MOVE BD-BUSINESS-DATE TO CR-RUN-DATE.
010380     CLOSE BUSINESS-DATE.
010390 8900-EXIT.
010400     EXIT.
010410
010420 8950-CREATE-BUSDATE.
010430     OPEN OUTPUT BUSINESS-DATE.
010440     MOVE SPACES TO BUSDATE-RECORD.
010450     ACCEPT BD-BUSINESS-DATE FROM DATE YYYYMMDD.
010460     WRITE BUSDATE-RECORD.
010470     CLOSE BUSINESS-DATE.
010480 8950-EXIT.
010490     EXIT.
010500
010510******************************************************************
010520*    9000-TERMINATE
010530******************************************************************
010540 9000-TERMINATE.
010550     IF CR-ACCT-OPEN
010560     CLOSE ACCOUNT-MASTER
010570     END-IF.
010580     IF CR-CUST-OPEN
010590     CLOSE CUSTOMER-MASTER
010600     END-IF.
010610     CLOSE CTR-FILE.
010620     CLOSE REVIEW-REPORT.
010630     DISPLAY "CURRENCY TRANSACTION REPORT COMPLETE. SEE CTRREVW.".
010640     DISPLAY "CTR FILINGS WRITTEN: " CR-CTR-COUNT.
010650     DISPLAY "REVIEW CUSTOMERS:    " CR-REVIEW-COUNT.
010660 9000-EXIT.
010670     EXIT.
