000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  TRMBAL.
000030 AUTHOR.      R HOLLOWAY.
000040 INSTALLATION. RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ------------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    ---------- ----  --------------------------------------------
000120*    10/14/2026 RH    ORIGINAL PROGRAM - NIGHTLY ATM TERMINAL
000130*                     BALANCING. MERGES THE BUSINESS DATE'S ATM
000140*                     WITHDRAWAL AND DEPOSIT ENTRIES (BY THE
000150*                     TXN-OPERATOR TERMINAL ID), THE CASSETTE
000160*                     LOADS, UNLOADS AND COUNTS ON THE TRMJRNL
000170*                     TERMINAL JOURNAL AND THE DAY'S REVLOG
000180*                     CORRECTIONS OF ATM ENTRIES, IN TERMINAL
000190*                     AND TIME ORDER, AND PROVES EVERY COUNT
000200*                     AGAINST THE BOOK POSITION AT THAT MOMENT.
000210*                     EACH MACHINE'S OVERAGE OR SHORTAGE IS
000220*                     FLAGGED ON THE TRMBALRP REPORT AND ITS
000230*                     CLOSING BOOK POSITION CARRIED FORWARD ON
000240*                     TERMMAST. RUNS INSIDE THE NIGHTLY CHAIN
000250*                     BEFORE THE TXNARCH CUTOVER. STAMPED ON
000260*                     RUNCTL ONLY WHEN THE CONTROL TOTALS PROVE
000270*                     EVERY TERMINAL AND ENTRY WAS PROCESSED.
000280*    10/15/2026 RH    ONLY A MISSING TXNLOG, TRMJRNL OR REVLOG
000290*                     (STATUS 35) NOW COUNTS AS NO ACTIVITY. ONE
000300*                     THAT IS ON FILE BUT WILL NOT OPEN LEAVES THE
000310*                     BALANCING INCOMPLETE - RETURN CODE 8, RUN
000320*                     NOT STAMPED. THE RERUN STARTS AGAIN FROM THE
000330*                     DAY'S OPENING POSITIONS.
000340*    10/15/2026 RH    ONLY A TERMMAST THAT DOES NOT EXIST YET (35)
000350*                     NOW MEANS NO MACHINES; ANY OTHER OPEN
000360*                     FAILURE, ON EITHER PASS, ENDS THE RUN RC 8,
000370*                     NOT STAMPED. A TERMINAL NOW COUNTS AS
000380*                     BALANCED ONLY ONCE ITS CLOSING POSITION HAS
000390*                     BEEN REWRITTEN TO THE MASTER, AND A FAILED
000400*                     REWRITE FAILS THE RUN, SO THE CONTROL TOTALS
000410*                     CAN NO LONGER AGREE WHEN THE POSITIONS WERE
000420*                     NOT CARRIED FORWARD.
000430******************************************************************
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT TERMINAL-MASTER ASSIGN TO "TERMMAST"
000490     ORGANIZATION IS INDEXED
000500     ACCESS MODE IS DYNAMIC
000510     RECORD KEY IS TERM-ID
000520     FILE STATUS IS TB-TERM-FS.
000530
000540     SELECT TRANSACTION-LOG ASSIGN TO "TXNLOG"
000550     ORGANIZATION IS LINE SEQUENTIAL
000560     FILE STATUS IS TB-TXN-FS.
000570
000580     SELECT TERMINAL-JOURNAL ASSIGN TO "TRMJRNL"
000590     ORGANIZATION IS LINE SEQUENTIAL
000600     FILE STATUS IS TB-JRNL-FS.
000610
000620     SELECT REVERSAL-REGISTER ASSIGN TO "REVLOG"
000630     ORGANIZATION IS INDEXED
000640     ACCESS MODE IS DYNAMIC
000650     RECORD KEY IS REV-ORIG-KEY
000660     FILE STATUS IS TB-REV-FS.
000670
000680     SELECT BALANCE-REPORT  ASSIGN TO "TRMBALRP"
000690     ORGANIZATION IS LINE SEQUENTIAL
000700     FILE STATUS IS TB-RPT-FS.
000710
000720     SELECT BALANCE-SORT-FILE ASSIGN TO "TRMSORT".
000730
000740     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
000750     ORGANIZATION IS INDEXED
000760     ACCESS MODE IS DYNAMIC
000770     RECORD KEY IS RC-JOB-NAME
000780     FILE STATUS IS TB-RUNCTL-FS.
000790
000800     SELECT BUSINESS-DATE   ASSIGN TO "BUSDATE"
000810     ORGANIZATION IS LINE SEQUENTIAL
000820     FILE STATUS IS TB-BD-FS.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  TERMINAL-MASTER
000870     LABEL RECORDS ARE STANDARD.
000880     COPY TERMREC.
000890
000900 FD  TRANSACTION-LOG
000910     LABEL RECORDS ARE STANDARD.
000920     COPY TXNREC.
000930
000940 FD  TERMINAL-JOURNAL
000950     LABEL RECORDS ARE STANDARD.
000960     COPY TRMJREC.
000970
000980 FD  REVERSAL-REGISTER
000990     LABEL RECORDS ARE STANDARD.
001000     COPY REVREC.
001010
001020 FD  BALANCE-REPORT
001030     LABEL RECORDS ARE STANDARD.
001040 01  BALANCE-REPORT-LINE         PIC X(132).
001050
001060******************************************************************
001070*    ONE SORT RECORD PER THING THAT MOVES A MACHINE'S BOOK
001080*    CASH OR BOOK DEPOSITS, IN TERMINAL / TIME / ARRIVAL ORDER.
001090*    EVERY TERMINAL ON THE MASTER CONTRIBUTES AN OPENING
001100*    RECORD AT TIME ZERO, SO IT IS REPORTED EVEN ON A DAY WITH
001110*    NO ACTIVITY, AND ANY TERMINAL ID WITH ACTIVITY BUT NO
001120*    OPENING RECORD IS NOT ON THE MASTER AT ALL.
001130******************************************************************
001140 SD  BALANCE-SORT-FILE.
001150 01  BALANCE-SORT-RECORD.
001160     05  BS-TERM-ID              PIC X(08).
001170     05  BS-TIME                 PIC 9(08).
001180     05  BS-SEQ                  PIC 9(07).
001190     05  BS-KIND                 PIC X(01).
001200         88  BS-OPENING                  VALUE 'O'.
001210         88  BS-DISPENSE                 VALUE 'W'.
001220         88  BS-DISPENSE-REV             VALUE 'R'.
001230         88  BS-DEPOSIT                  VALUE 'D'.
001240         88  BS-DEPOSIT-REV              VALUE 'V'.
001250         88  BS-LOAD                     VALUE 'L'.
001260         88  BS-UNLOAD                   VALUE 'U'.
001270         88  BS-COUNT                    VALUE 'C'.
001280         88  BS-PRIOR-REV                VALUE 'P'.
001290     05  BS-CASH-AMOUNT          PIC S9(09)V99.
001300     05  BS-DEP-AMOUNT           PIC S9(09)V99.
001310     05  BS-STAFF-ID             PIC X(08).
001320     05  BS-ORIG-TYPE            PIC X(12).
001330     05  BS-ORIG-DATE            PIC 9(08).
001340
001350 FD  RUN-CONTROL
001360     LABEL RECORDS ARE STANDARD.
001370     COPY RUNREC.
001380
001390 FD  BUSINESS-DATE
001400     LABEL RECORDS ARE STANDARD.
001410     COPY BDREC.
001420
001430 WORKING-STORAGE SECTION.
001440******************************************************************
001450*    FILE STATUS AND SWITCHES
001460******************************************************************
001470 01  TB-TERM-FS               PIC X(02)  VALUE "00".
001480 01  TB-TXN-FS                PIC X(02)  VALUE "00".
001490 01  TB-JRNL-FS               PIC X(02)  VALUE "00".
001500 01  TB-REV-FS                PIC X(02)  VALUE "00".
001510 01  TB-RPT-FS                PIC X(02)  VALUE "00".
001520 01  TB-RUNCTL-FS             PIC X(02)  VALUE "00".
001530 01  TB-BD-FS                 PIC X(02)  VALUE "00".
001540
001550 01  TB-CONTINUE-SW           PIC X(01)  VALUE 'Y'.
001560
001570 01  TB-RC-FOUND-SW           PIC X(01)  VALUE 'N'.
001580     88  TB-RC-FOUND                  VALUE 'Y'.
001590
001600 01  TB-TERM-EOF-SW           PIC X(01)  VALUE 'N'.
001610     88  TB-TERM-EOF                  VALUE 'Y'.
001620
001630 01  TB-TXN-EOF-SW            PIC X(01)  VALUE 'N'.
001640     88  TB-TXN-EOF                   VALUE 'Y'.
001650
001660 01  TB-JRNL-EOF-SW           PIC X(01)  VALUE 'N'.
001670     88  TB-JRNL-EOF                  VALUE 'Y'.
001680
001690 01  TB-REV-EOF-SW            PIC X(01)  VALUE 'N'.
001700     88  TB-REV-EOF                   VALUE 'Y'.
001710
001720 01  TB-SORT-EOF-SW           PIC X(01)  VALUE 'N'.
001730     88  TB-SORT-EOF                  VALUE 'Y'.
001740
001750 01  TB-TERM-OPEN-SW          PIC X(01)  VALUE 'N'.
001760     88  TB-TERM-OPEN                 VALUE 'Y'.
001770
001780 01  TB-IN-TERMINAL-SW        PIC X(01)  VALUE 'N'.
001790     88  TB-IN-TERMINAL               VALUE 'Y'.
001800
001810 01  TB-ON-MASTER-SW          PIC X(01)  VALUE 'N'.
001820     88  TB-ON-MASTER                 VALUE 'Y'.
001830
001840******************************************************************
001850*    CURRENT TERMINAL'S POSITION. BOOK CASH IS WHAT THE
001860*    CASSETTES SHOULD HOLD AND BOOK DEPOSITS WHAT THE BIN
001870*    SHOULD HOLD AT THE POINT REACHED IN THE MERGED STREAM. A
001880*    COUNT IS PROVED AGAINST THEM, THEN BECOMES THE NEW BOOK -
001890*    THE COUNTED CASH GOES BACK IN, THE BIN IS EMPTIED.
001900******************************************************************
001910 77  TB-CURRENT-TERM          PIC X(08)  VALUE LOW-VALUES.
001920 77  TB-OPEN-CASH             PIC S9(09)V99.
001930 77  TB-OPEN-DEP              PIC S9(09)V99.
001940 77  TB-BOOK-CASH             PIC S9(09)V99.
001950 77  TB-BOOK-DEP              PIC S9(09)V99.
001960 77  TB-CASH-IN               PIC S9(09)V99.
001970 77  TB-CASH-OUT              PIC S9(09)V99.
001980 77  TB-CASH-CORR             PIC S9(09)V99.
001990 77  TB-CASH-COUNTED          PIC S9(09)V99.
002000 77  TB-CASH-OS               PIC S9(09)V99.
002010 77  TB-DEP-IN                PIC S9(09)V99.
002020 77  TB-DEP-CORR              PIC S9(09)V99.
002030 77  TB-DEP-COUNTED           PIC S9(09)V99.
002040 77  TB-DEP-OS                PIC S9(09)V99.
002050 77  TB-DIFF-CASH             PIC S9(09)V99.
002060 77  TB-DIFF-DEP              PIC S9(09)V99.
002070 77  TB-COUNTS                PIC 9(03).
002080 77  TB-FLAG                  PIC X(14).
002090 77  TB-FLAG-BOOK             PIC S9(09)V99.
002100 77  TB-FLAG-OS               PIC S9(09)V99.
002110
002120******************************************************************
002130*    RUN CONTROL AND CONTROL TOTALS - EVERY RECORD READ FROM
002140*    EACH INPUT IS COUNTED, EVERY RECORD RELEASED TO THE SORT
002150*    MUST COME BACK OUT OF IT, AND EVERY TERMINAL READ FROM
002160*    THE MASTER MUST BE BALANCED, OR THE RUN IS NOT STAMPED.
002170******************************************************************
002180 77  TB-RUN-DATE              PIC 9(08).
002190 77  TB-RELEASE-SEQ           PIC 9(07)  VALUE 0.
002200 77  TB-RELEASED              PIC 9(07)  VALUE 0.
002210 77  TB-RETURNED              PIC 9(07)  VALUE 0.
002220 77  TB-TERMS-READ            PIC 9(05)  VALUE 0.
002230 77  TB-TERMS-BALANCED        PIC 9(05)  VALUE 0.
002240 77  TB-TERMS-UNREGISTERED    PIC 9(05)  VALUE 0.
002250 77  TB-LOG-READ              PIC 9(07)  VALUE 0.
002260 77  TB-LOG-SELECTED          PIC 9(07)  VALUE 0.
002270 77  TB-JRNL-READ             PIC 9(07)  VALUE 0.
002280 77  TB-JRNL-SELECTED         PIC 9(07)  VALUE 0.
002290 77  TB-REV-READ              PIC 9(07)  VALUE 0.
002300 77  TB-REV-SELECTED          PIC 9(07)  VALUE 0.
002310 77  TB-EXCEPTIONS            PIC 9(05)  VALUE 0.
002320 77  TB-GRAND-CASH-OS         PIC S9(11)V99 VALUE 0.
002330 77  TB-GRAND-DEP-OS          PIC S9(11)V99 VALUE 0.
002340
002350 01  TB-DETAIL-LINE.
002360     05  FILLER               PIC X(02)  VALUE SPACES.
002370     05  DL-TERM-ID           PIC X(08).
002380     05  FILLER               PIC X(02)  VALUE SPACES.
002390     05  DL-SECTION           PIC X(08).
002400     05  FILLER               PIC X(01)  VALUE SPACES.
002410     05  DL-OPENING           PIC -(8)9.99.
002420     05  FILLER               PIC X(01)  VALUE SPACES.
002430     05  DL-IN                PIC -(8)9.99.
002440     05  FILLER               PIC X(01)  VALUE SPACES.
002450     05  DL-OUT               PIC -(8)9.99.
002460     05  FILLER               PIC X(01)  VALUE SPACES.
002470     05  DL-CORR              PIC -(8)9.99.
002480     05  FILLER               PIC X(01)  VALUE SPACES.
002490     05  DL-COUNTED           PIC -(8)9.99.
002500     05  FILLER               PIC X(01)  VALUE SPACES.
002510     05  DL-BOOK              PIC -(8)9.99.
002520     05  FILLER               PIC X(01)  VALUE SPACES.
002530     05  DL-OVER-SHORT        PIC -(8)9.99.
002540     05  FILLER               PIC X(02)  VALUE SPACES.
002550     05  DL-FLAG              PIC X(14).
002560
002570 01  TB-COUNT-LINE.
002580     05  FILLER               PIC X(02)  VALUE SPACES.
002590     05  CL-TERM-ID           PIC X(08).
002600     05  FILLER               PIC X(12)  VALUE "  COUNT AT  ".
002610     05  CL-TIME              PIC 9(08).
002620     05  FILLER               PIC X(04)  VALUE " BY ".
002630     05  CL-STAFF-ID          PIC X(08).
002640     05  FILLER               PIC X(11)  VALUE "  CASH O/S ".
002650     05  CL-CASH-OS           PIC -(8)9.99.
002660     05  FILLER               PIC X(14)  VALUE "  DEPOSIT O/S ".
002670     05  CL-DEP-OS            PIC -(8)9.99.
002680
002690 01  TB-MEMO-LINE.
002700     05  FILLER               PIC X(02)  VALUE SPACES.
002710     05  ML-TERM-ID           PIC X(08).
002720     05  FILLER               PIC X(24)
002730         VALUE "  PRIOR-DAY REVERSAL OF ".
002740     05  ML-ORIG-TYPE         PIC X(12).
002750     05  FILLER               PIC X(04)  VALUE " ON ".
002760     05  ML-ORIG-DATE         PIC 9(08).
002770     05  FILLER               PIC X(01)  VALUE SPACES.
002780     05  ML-AMOUNT            PIC -(8)9.99.
002790     05  FILLER               PIC X(40)
002800         VALUE "  - EXPLAINS THAT DAY'S COUNT DIFFERENCE".
002810
002820 01  TB-COUNT-TOTAL-LINE.
002830     05  FILLER               PIC X(02)  VALUE SPACES.
002840     05  CT-LABEL             PIC X(36).
002850     05  CT-COUNT             PIC Z(6)9.
002860
002870 01  TB-AMOUNT-TOTAL-LINE.
002880     05  FILLER               PIC X(02)  VALUE SPACES.
002890     05  AT-LABEL             PIC X(36).
002900     05  AT-AMOUNT            PIC -(10)9.99.
002910
002920 PROCEDURE DIVISION.
002930******************************************************************
002940*    0000-MAINLINE
002950******************************************************************
002960 0000-MAINLINE.
002970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002980     IF TB-CONTINUE-SW = 'Y'
002990     SORT BALANCE-SORT-FILE
003000     ON ASCENDING KEY BS-TERM-ID BS-TIME BS-SEQ
003010     INPUT PROCEDURE IS 2000-RELEASE-ENTRIES THRU 2000-EXIT
003020     OUTPUT PROCEDURE IS 3000-BALANCE-TERMINALS THRU 3000-EXIT
003030     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
003040     END-IF.
003050     IF TB-CONTINUE-SW = 'Y'
003060     PERFORM 8800-STAMP-RUN-CONTROL THRU 8800-EXIT
003070     ELSE
003080     MOVE 8 TO RETURN-CODE
003090     END-IF.
003100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003110     GOBACK.
003120
003130******************************************************************
003140*    1000-INITIALIZE
003150******************************************************************
003160 1000-INITIALIZE.
003170     PERFORM 8900-GET-BUSINESS-DATE THRU 8900-EXIT.
003180     DISPLAY "ATM TERMINAL BALANCING - BUSINESS DATE "
003190     TB-RUN-DATE.
003200
003210     OPEN OUTPUT BALANCE-REPORT.
003220     IF TB-RPT-FS NOT = "00"
003230     DISPLAY "UNABLE TO OPEN TRMBALRP. STATUS=" TB-RPT-FS
003240     MOVE 'N' TO TB-CONTINUE-SW
003250     GO TO 1000-EXIT
003260     END-IF.
003270     MOVE SPACES TO BALANCE-REPORT-LINE.
003280     STRING "ATM TERMINAL BALANCING FOR " DELIMITED BY SIZE
003290     TB-RUN-DATE DELIMITED BY SIZE
003300     INTO BALANCE-REPORT-LINE.
003310     WRITE BALANCE-REPORT-LINE.
003320     MOVE SPACES TO BALANCE-REPORT-LINE.
003330     STRING "  CASH: IN = LOADS, OUT = DISPENSED + UNLOADED,"
003340     DELIMITED BY SIZE
003350     " CORRECTIONS = REVERSED WITHDRAWALS, COUNTED = LAST COUNT"
003360     DELIMITED BY SIZE
003370     INTO BALANCE-REPORT-LINE.
003380     WRITE BALANCE-REPORT-LINE.
003390     MOVE SPACES TO BALANCE-REPORT-LINE.
003400     STRING "  DEPOSITS: IN = ENVELOPES TAKEN, CORRECTIONS ="
003410     DELIMITED BY SIZE
003420     " REVERSED DEPOSITS, COUNTED = ALL BIN CLEARS"
003430     DELIMITED BY SIZE
003440     INTO BALANCE-REPORT-LINE.
003450     WRITE BALANCE-REPORT-LINE.
003460     MOVE SPACES TO BALANCE-REPORT-LINE.
003470     STRING "  TERMINAL  SECTION " DELIMITED BY SIZE
003480     "      OPENING" DELIMITED BY SIZE
003490     "           IN" DELIMITED BY SIZE
003500     "          OUT" DELIMITED BY SIZE
003510     "  CORRECTIONS" DELIMITED BY SIZE
003520     "      COUNTED" DELIMITED BY SIZE
003530     "   BOOK CLOSE" DELIMITED BY SIZE
003540     "   OVER/SHORT" DELIMITED BY SIZE
003550     "  FLAG" DELIMITED BY SIZE
003560     INTO BALANCE-REPORT-LINE.
003570     WRITE BALANCE-REPORT-LINE.
003580 1000-EXIT.
003590     EXIT.
003600
003610******************************************************************
003620*    2000-RELEASE-ENTRIES
003630*    SORT INPUT PROCEDURE - FEEDS THE SORT FROM ALL FOUR
003640*    SOURCES. NO SOURCE IS HELD IN STORAGE, SO THE NUMBER OF
003650*    TERMINALS AND ENTRIES IS LIMITED ONLY BY THE SORT ITSELF.
003660******************************************************************
003670 2000-RELEASE-ENTRIES.
003680     PERFORM 2100-RELEASE-TERMINALS THRU 2100-EXIT.
003690     PERFORM 2200-RELEASE-LOG THRU 2200-EXIT.
003700     PERFORM 2300-RELEASE-JOURNAL THRU 2300-EXIT.
003710     PERFORM 2400-RELEASE-REVERSALS THRU 2400-EXIT.
003720 2000-EXIT.
003730     EXIT.
003740
003750******************************************************************
003760*    2100-RELEASE-TERMINALS
003770*    ONE OPENING RECORD PER MACHINE ON THE MASTER. THE DAY
003780*    OPENS FROM THE LAST CLOSING BOOK POSITION - UNLESS THE
003790*    MASTER WAS ALREADY BALANCED FOR THIS SAME DATE (A RERUN),
003800*    WHEN IT OPENS FROM THE POSITION THAT RUN STARTED FROM. NO
003810*    MASTER YET MEANS NO MACHINES; ONE THAT WILL NOT OPEN FOR ANY
003820*    OTHER REASON FAILS THE RUN.
003830******************************************************************
003840 2100-RELEASE-TERMINALS.
003850     OPEN INPUT TERMINAL-MASTER.
003860     IF TB-TERM-FS = "35"
003870     DISPLAY "NO TERMINAL MASTER - NO MACHINES TO OPEN."
003880     GO TO 2100-EXIT
003890     END-IF.
003900     IF TB-TERM-FS NOT = "00"
003910     DISPLAY "UNABLE TO OPEN TERMMAST. STATUS=" TB-TERM-FS
003920     MOVE 'N' TO TB-CONTINUE-SW
003930     GO TO 2100-EXIT
003940     END-IF.
003950     MOVE 'N' TO TB-TERM-EOF-SW.
003960     PERFORM 2110-READ-TERMINAL THRU 2110-EXIT.
003970     PERFORM UNTIL TB-TERM-EOF
003980     ADD 1 TO TB-TERMS-READ
003990     MOVE SPACES TO BALANCE-SORT-RECORD
004000     MOVE TERM-ID TO BS-TERM-ID
004010     MOVE ZERO TO BS-TIME
004020     SET BS-OPENING TO TRUE
004030     IF TERM-LAST-BAL-DATE = TB-RUN-DATE
004040     MOVE TERM-OPEN-CASH TO BS-CASH-AMOUNT
004050     MOVE TERM-OPEN-DEPOSITS TO BS-DEP-AMOUNT
004060     ELSE
004070     MOVE TERM-CLOSE-CASH TO BS-CASH-AMOUNT
004080     MOVE TERM-CLOSE-DEPOSITS TO BS-DEP-AMOUNT
004090     END-IF
004100     MOVE ZERO TO BS-ORIG-DATE
004110     PERFORM 2900-RELEASE-ONE THRU 2900-EXIT
004120     PERFORM 2110-READ-TERMINAL THRU 2110-EXIT
004130     END-PERFORM.
004140     CLOSE TERMINAL-MASTER.
004150 2100-EXIT.
004160     EXIT.
004170
004180 2110-READ-TERMINAL.
004190     READ TERMINAL-MASTER NEXT RECORD
004200     AT END
004210     MOVE 'Y' TO TB-TERM-EOF-SW
004220     END-READ.
004230 2110-EXIT.
004240     EXIT.
004250
004260******************************************************************
004270*    2200-RELEASE-LOG
004280*    THE DAY'S ATM-CHANNEL WITHDRAWALS AND DEPOSITS, UNDER THE
004290*    TERMINAL ID THE MACHINE STAMPED IN TXN-OPERATOR. ENTRIES
004300*    THAT MOVE NO NOTES OR ENVELOPES (FEES, TRANSFERS, CHECK-
004310*    POINT RECOVERIES) ARE NOT PART OF THE CASSETTE POSITION.
004320*    A LOG ON FILE THAT WILL NOT OPEN LEAVES THE BALANCING
004330*    INCOMPLETE.
004340******************************************************************
004350 2200-RELEASE-LOG.
004360     OPEN INPUT TRANSACTION-LOG.
004370     IF TB-TXN-FS = "35"
004380     DISPLAY "NO TRANSACTION LOG - NO ATM ACTIVITY TO BALANCE."
004390     GO TO 2200-EXIT
004400     END-IF.
004410     IF TB-TXN-FS NOT = "00"
004420     DISPLAY "UNABLE TO OPEN TRANSACTION LOG. STATUS=" TB-TXN-FS
004430     MOVE 'N' TO TB-CONTINUE-SW
004440     GO TO 2200-EXIT
004450     END-IF.
004460     MOVE 'N' TO TB-TXN-EOF-SW.
004470     PERFORM 2210-READ-LOG THRU 2210-EXIT.
004480     PERFORM UNTIL TB-TXN-EOF
004490     ADD 1 TO TB-LOG-READ
004500     IF TXN-DATE = TB-RUN-DATE AND TXN-CHANNEL = "ATM"
004510     PERFORM 2220-SELECT-LOG-ENTRY THRU 2220-EXIT
004520     END-IF
004530     PERFORM 2210-READ-LOG THRU 2210-EXIT
004540     END-PERFORM.
004550     CLOSE TRANSACTION-LOG.
004560 2200-EXIT.
004570     EXIT.
004580
004590 2210-READ-LOG.
004600     READ TRANSACTION-LOG
004610     AT END
004620     MOVE 'Y' TO TB-TXN-EOF-SW
004630     END-READ.
004640 2210-EXIT.
004650     EXIT.
004660
004670 2220-SELECT-LOG-ENTRY.
004680     MOVE SPACES TO BALANCE-SORT-RECORD.
004690     MOVE TXN-OPERATOR TO BS-TERM-ID.
004700     MOVE TXN-TIME TO BS-TIME.
004710     MOVE ZERO TO BS-CASH-AMOUNT.
004720     MOVE ZERO TO BS-DEP-AMOUNT.
004730     MOVE ZERO TO BS-ORIG-DATE.
004740     EVALUATE TXN-TYPE
004750     WHEN "WITHDRAWAL"
004760     SET BS-DISPENSE TO TRUE
004770     MOVE TXN-AMOUNT TO BS-CASH-AMOUNT
004780     WHEN "DEPOSIT"
004790     SET BS-DEPOSIT TO TRUE
004800     MOVE TXN-AMOUNT TO BS-DEP-AMOUNT
004810     WHEN OTHER
004820     GO TO 2220-EXIT
004830     END-EVALUATE.
004840     ADD 1 TO TB-LOG-SELECTED.
004850     PERFORM 2900-RELEASE-ONE THRU 2900-EXIT.
004860 2220-EXIT.
004870     EXIT.
004880
004890******************************************************************
004900*    2300-RELEASE-JOURNAL
004910*    THE DAY'S CASSETTE LOADS, UNLOADS AND COUNTS POSTED BY
004920*    BRANCH STAFF THROUGH TRMMNT. A JOURNAL ON FILE THAT WILL NOT
004930*    OPEN LEAVES THE BALANCING INCOMPLETE.
004940******************************************************************
004950 2300-RELEASE-JOURNAL.
004960     OPEN INPUT TERMINAL-JOURNAL.
004970     IF TB-JRNL-FS = "35"
004980     DISPLAY "NO TERMINAL JOURNAL - NO LOADS OR COUNTS TODAY."
004990     GO TO 2300-EXIT
005000     END-IF.
005010     IF TB-JRNL-FS NOT = "00"
005020     DISPLAY "UNABLE TO OPEN TERMINAL JOURNAL. STATUS=" TB-JRNL-FS
005030     MOVE 'N' TO TB-CONTINUE-SW
005040     GO TO 2300-EXIT
005050     END-IF.
005060     MOVE 'N' TO TB-JRNL-EOF-SW.
005070     PERFORM 2310-READ-JOURNAL THRU 2310-EXIT.
005080     PERFORM UNTIL TB-JRNL-EOF
005090     ADD 1 TO TB-JRNL-READ
005100     IF TJ-DATE = TB-RUN-DATE
005110     PERFORM 2320-SELECT-JOURNAL-ENTRY THRU 2320-EXIT
005120     END-IF
005130     PERFORM 2310-READ-JOURNAL THRU 2310-EXIT
005140     END-PERFORM.
005150     CLOSE TERMINAL-JOURNAL.
005160 2300-EXIT.
005170     EXIT.
005180
005190 2310-READ-JOURNAL.
005200     READ TERMINAL-JOURNAL
005210     AT END
005220     MOVE 'Y' TO TB-JRNL-EOF-SW
005230     END-READ.
005240 2310-EXIT.
005250     EXIT.
005260
005270 2320-SELECT-JOURNAL-ENTRY.
005280     MOVE SPACES TO BALANCE-SORT-RECORD.
005290     MOVE TJ-TERM-ID TO BS-TERM-ID.
005300     MOVE TJ-TIME TO BS-TIME.
005310     MOVE TJ-CASH-AMOUNT TO BS-CASH-AMOUNT.
005320     MOVE ZERO TO BS-DEP-AMOUNT.
005330     MOVE TJ-STAFF-ID TO BS-STAFF-ID.
005340     MOVE ZERO TO BS-ORIG-DATE.
005350     EVALUATE TJ-ACTION
005360     WHEN "LOAD"
005370     SET BS-LOAD TO TRUE
005380     WHEN "UNLOAD"
005390     SET BS-UNLOAD TO TRUE
005400     WHEN "COUNT"
005410     SET BS-COUNT TO TRUE
005420     MOVE TJ-DEP-AMOUNT TO BS-DEP-AMOUNT
005430     WHEN OTHER
005440     GO TO 2320-EXIT
005450     END-EVALUATE.
005460     ADD 1 TO TB-JRNL-SELECTED.
005470     PERFORM 2900-RELEASE-ONE THRU 2900-EXIT.
005480 2320-EXIT.
005490     EXIT.
005500
005510******************************************************************
005520*    2400-RELEASE-REVERSALS
005530*    TODAY'S CORRECTIONS OF ATM WITHDRAWALS AND DEPOSITS. A
005540*    SAME-DAY REVERSAL TAKES EFFECT AT THE ORIGINAL ENTRY'S
005550*    TIME - THE NOTES NEVER LEFT THE MACHINE, OR THE ENVELOPE
005560*    NEVER HELD WHAT WAS KEYED. A REVERSAL OF AN EARLIER DAY'S
005570*    ENTRY IS LISTED AS A MEMO ONLY: THE COUNT THAT FOLLOWED
005580*    THE ORIGINAL ALREADY TOOK THE DIFFERENCE INTO THE BOOK. A
005590*    REGISTER ON FILE THAT WILL NOT OPEN LEAVES THE BALANCING
005600*    INCOMPLETE.
005610******************************************************************
005620 2400-RELEASE-REVERSALS.
005630     OPEN INPUT REVERSAL-REGISTER.
005640     IF TB-REV-FS = "35"
005650     GO TO 2400-EXIT
005660     END-IF.
005670     IF TB-REV-FS NOT = "00"
005680     DISPLAY "UNABLE TO OPEN REVERSAL REGISTER. STATUS=" TB-REV-FS
005690     MOVE 'N' TO TB-CONTINUE-SW
005700     GO TO 2400-EXIT
005710     END-IF.
005720     MOVE 'N' TO TB-REV-EOF-SW.
005730     PERFORM 2410-READ-REVERSAL THRU 2410-EXIT.
005740     PERFORM UNTIL TB-REV-EOF
005750     ADD 1 TO TB-REV-READ
005760     IF REV-DATE = TB-RUN-DATE AND REV-ORIG-CHANNEL = "ATM"
005770     PERFORM 2420-SELECT-REVERSAL THRU 2420-EXIT
005780     END-IF
005790     PERFORM 2410-READ-REVERSAL THRU 2410-EXIT
005800     END-PERFORM.
005810     CLOSE REVERSAL-REGISTER.
005820 2400-EXIT.
005830     EXIT.
005840
005850 2410-READ-REVERSAL.
005860     READ REVERSAL-REGISTER NEXT RECORD
005870     AT END
005880     MOVE 'Y' TO TB-REV-EOF-SW
005890     END-READ.
005900 2410-EXIT.
005910     EXIT.
005920
005930 2420-SELECT-REVERSAL.
005940     IF REV-ORIG-TYPE NOT = "WITHDRAWAL"
005950     AND REV-ORIG-TYPE NOT = "DEPOSIT"
005960     GO TO 2420-EXIT
005970     END-IF.
005980     MOVE SPACES TO BALANCE-SORT-RECORD.
005990     MOVE REV-ORIG-OPERATOR TO BS-TERM-ID.
006000     MOVE ZERO TO BS-CASH-AMOUNT.
006010     MOVE ZERO TO BS-DEP-AMOUNT.
006020     MOVE REV-ORIG-TYPE TO BS-ORIG-TYPE.
006030     MOVE REV-ORIG-DATE TO BS-ORIG-DATE.
006040     IF REV-ORIG-DATE NOT = TB-RUN-DATE
006050     MOVE ZERO TO BS-TIME
006060     SET BS-PRIOR-REV TO TRUE
006070     MOVE REV-ORIG-AMOUNT TO BS-CASH-AMOUNT
006080     ELSE
006090     MOVE REV-ORIG-TIME TO BS-TIME
006100     IF REV-ORIG-TYPE = "WITHDRAWAL"
006110     SET BS-DISPENSE-REV TO TRUE
006120     MOVE REV-ORIG-AMOUNT TO BS-CASH-AMOUNT
006130     ELSE
006140     SET BS-DEPOSIT-REV TO TRUE
006150     MOVE REV-ORIG-AMOUNT TO BS-DEP-AMOUNT
006160     END-IF
006170     END-IF.
006180     ADD 1 TO TB-REV-SELECTED.
006190     PERFORM 2900-RELEASE-ONE THRU 2900-EXIT.
006200 2420-EXIT.
006210     EXIT.
006220
006230******************************************************************
006240*    2900-RELEASE-ONE
006250*    THE ARRIVAL SEQUENCE BREAKS TIES WITHIN THE SAME SECOND,
006260*    SO THE OPENING RECORD (RELEASED FIRST) ALWAYS LEADS ITS
006270*    TERMINAL AND A SAME-SECOND REVERSAL FOLLOWS ITS ORIGINAL.
006280******************************************************************
006290 2900-RELEASE-ONE.
006300     ADD 1 TO TB-RELEASE-SEQ.
006310     MOVE TB-RELEASE-SEQ TO BS-SEQ.
006320     RELEASE BALANCE-SORT-RECORD.
006330     ADD 1 TO TB-RELEASED.
006340 2900-EXIT.
006350     EXIT.
006360
006370******************************************************************
006380*    3000-BALANCE-TERMINALS
006390*    SORT OUTPUT PROCEDURE - WALKS THE MERGED STREAM ONE
006400*    TERMINAL AT A TIME (CONTROL BREAK ON THE TERMINAL ID). A
006410*    MASTER THAT WILL NOT OPEN FOR UPDATE FAILS THE RUN - NO
006420*    POSITION COULD BE CARRIED FORWARD - UNLESS IT DOES NOT EXIST
006430*    AND NO MACHINE WAS OPENED FROM IT.
006440******************************************************************
006450 3000-BALANCE-TERMINALS.
006460     MOVE 'N' TO TB-TERM-OPEN-SW.
006470     OPEN I-O TERMINAL-MASTER.
006480     IF TB-TERM-FS = "00"
006490     SET TB-TERM-OPEN TO TRUE
006500     ELSE
006510     IF TB-TERM-FS NOT = "35" OR TB-TERMS-READ NOT = 0
006520     DISPLAY "UNABLE TO OPEN TERMMAST FOR UPDATE. STATUS="
006530     TB-TERM-FS
006540     MOVE 'N' TO TB-CONTINUE-SW
006550     END-IF
006560     END-IF.
006570
006580     MOVE 'N' TO TB-SORT-EOF-SW.
006590     PERFORM 3100-RETURN-ENTRY THRU 3100-EXIT.
006600     PERFORM UNTIL TB-SORT-EOF
006610     IF NOT TB-IN-TERMINAL OR BS-TERM-ID NOT = TB-CURRENT-TERM
006620     PERFORM 3200-START-TERMINAL THRU 3200-EXIT
006630     END-IF
006640     PERFORM 3300-APPLY-ENTRY THRU 3300-EXIT
006650     PERFORM 3100-RETURN-ENTRY THRU 3100-EXIT
006660     END-PERFORM.
006670     IF TB-IN-TERMINAL
006680     PERFORM 3900-FINISH-TERMINAL THRU 3900-EXIT
006690     END-IF.
006700
006710     IF TB-TERM-OPEN
006720     CLOSE TERMINAL-MASTER
006730     END-IF.
006740 3000-EXIT.
006750     EXIT.
006760
006770 3100-RETURN-ENTRY.
006780     RETURN BALANCE-SORT-FILE
006790     AT END
006800     MOVE 'Y' TO TB-SORT-EOF-SW
006810     NOT AT END
006820     ADD 1 TO TB-RETURNED
006830     END-RETURN.
006840 3100-EXIT.
006850     EXIT.
006860
006870 3200-START-TERMINAL.
006880     IF TB-IN-TERMINAL
006890     PERFORM 3900-FINISH-TERMINAL THRU 3900-EXIT
006900     END-IF.
006910     MOVE BS-TERM-ID TO TB-CURRENT-TERM.
006920     SET TB-IN-TERMINAL TO TRUE.
006930     MOVE 'N' TO TB-ON-MASTER-SW.
006940     MOVE ZERO TO TB-OPEN-CASH.
006950     MOVE ZERO TO TB-OPEN-DEP.
006960     MOVE ZERO TO TB-BOOK-CASH.
006970     MOVE ZERO TO TB-BOOK-DEP.
006980     MOVE ZERO TO TB-CASH-IN.
006990     MOVE ZERO TO TB-CASH-OUT.
007000     MOVE ZERO TO TB-CASH-CORR.
007010     MOVE ZERO TO TB-CASH-COUNTED.
007020     MOVE ZERO TO TB-CASH-OS.
007030     MOVE ZERO TO TB-DEP-IN.
007040     MOVE ZERO TO TB-DEP-CORR.
007050     MOVE ZERO TO TB-DEP-COUNTED.
007060     MOVE ZERO TO TB-DEP-OS.
007070     MOVE ZERO TO TB-COUNTS.
007080 3200-EXIT.
007090     EXIT.
007100
007110******************************************************************
007120*    3300-APPLY-ENTRY
007130*    MOVES THE CURRENT TERMINAL'S BOOK POSITION BY ONE ENTRY.
007140******************************************************************
007150 3300-APPLY-ENTRY.
007160     EVALUATE TRUE
007170     WHEN BS-OPENING
007180     SET TB-ON-MASTER TO TRUE
007190     MOVE BS-CASH-AMOUNT TO TB-OPEN-CASH
007200     MOVE BS-CASH-AMOUNT TO TB-BOOK-CASH
007210     MOVE BS-DEP-AMOUNT TO TB-OPEN-DEP
007220     MOVE BS-DEP-AMOUNT TO TB-BOOK-DEP
007230     WHEN BS-LOAD
007240     ADD BS-CASH-AMOUNT TO TB-CASH-IN
007250     ADD BS-CASH-AMOUNT TO TB-BOOK-CASH
007260     WHEN BS-DISPENSE
007270     ADD BS-CASH-AMOUNT TO TB-CASH-OUT
007280     SUBTRACT BS-CASH-AMOUNT FROM TB-BOOK-CASH
007290     WHEN BS-UNLOAD
007300     ADD BS-CASH-AMOUNT TO TB-CASH-OUT
007310     SUBTRACT BS-CASH-AMOUNT FROM TB-BOOK-CASH
007320     WHEN BS-DISPENSE-REV
007330     ADD BS-CASH-AMOUNT TO TB-CASH-CORR
007340     ADD BS-CASH-AMOUNT TO TB-BOOK-CASH
007350     WHEN BS-DEPOSIT
007360     ADD BS-DEP-AMOUNT TO TB-DEP-IN
007370     ADD BS-DEP-AMOUNT TO TB-BOOK-DEP
007380     WHEN BS-DEPOSIT-REV
007390     SUBTRACT BS-DEP-AMOUNT FROM TB-DEP-CORR
007400     SUBTRACT BS-DEP-AMOUNT FROM TB-BOOK-DEP
007410     WHEN BS-COUNT
007420     PERFORM 3400-APPLY-COUNT THRU 3400-EXIT
007430     WHEN BS-PRIOR-REV
007440     PERFORM 3500-PRINT-MEMO THRU 3500-EXIT
007450     END-EVALUATE.
007460 3300-EXIT.
007470     EXIT.
007480
007490******************************************************************
007500*    3400-APPLY-COUNT
007510*    PROVES ONE COUNT AGAINST THE BOOK AT THAT MOMENT AND
007520*    PRINTS ITS OVERAGE (+) OR SHORTAGE (-), THEN RESETS THE
007530*    BOOK TO WHAT WAS PHYSICALLY FOUND.
007540******************************************************************
007550 3400-APPLY-COUNT.
007560     COMPUTE TB-DIFF-CASH = BS-CASH-AMOUNT - TB-BOOK-CASH.
007570     COMPUTE TB-DIFF-DEP = BS-DEP-AMOUNT - TB-BOOK-DEP.
007580     ADD TB-DIFF-CASH TO TB-CASH-OS.
007590     ADD TB-DIFF-DEP TO TB-DEP-OS.
007600     MOVE BS-CASH-AMOUNT TO TB-CASH-COUNTED.
007610     ADD BS-DEP-AMOUNT TO TB-DEP-COUNTED.
007620     ADD 1 TO TB-COUNTS.
007630
007640     MOVE BS-TERM-ID TO CL-TERM-ID.
007650     MOVE BS-TIME TO CL-TIME.
007660     MOVE BS-STAFF-ID TO CL-STAFF-ID.
007670     MOVE TB-DIFF-CASH TO CL-CASH-OS.
007680     MOVE TB-DIFF-DEP TO CL-DEP-OS.
007690     WRITE BALANCE-REPORT-LINE FROM TB-COUNT-LINE.
007700
007710     MOVE BS-CASH-AMOUNT TO TB-BOOK-CASH.
007720     MOVE ZERO TO TB-BOOK-DEP.
007730 3400-EXIT.
007740     EXIT.
007750
007760 3500-PRINT-MEMO.
007770     MOVE BS-TERM-ID TO ML-TERM-ID.
007780     MOVE BS-ORIG-TYPE TO ML-ORIG-TYPE.
007790     MOVE BS-ORIG-DATE TO ML-ORIG-DATE.
007800     MOVE BS-CASH-AMOUNT TO ML-AMOUNT.
007810     WRITE BALANCE-REPORT-LINE FROM TB-MEMO-LINE.
007820 3500-EXIT.
007830     EXIT.
007840
007850******************************************************************
007860*    3900-FINISH-TERMINAL
007870*    PRINTS THE TERMINAL'S CASH AND DEPOSIT LINES, FLAGS ANY
007880*    OVERAGE OR SHORTAGE, AND CARRIES THE CLOSING BOOK
007890*    POSITION FORWARD ON THE MASTER. A TERMINAL ID WITH
007900*    ACTIVITY BUT NO MASTER RECORD IS REPORTED AND FLAGGED -
007910*    ITS CASH CANNOT BE BALANCED UNTIL IT IS REGISTERED.
007920******************************************************************
007930 3900-FINISH-TERMINAL.
007940     MOVE SPACES TO TB-DETAIL-LINE.
007950     MOVE TB-CURRENT-TERM TO DL-TERM-ID.
007960     MOVE "CASH" TO DL-SECTION.
007970     MOVE TB-OPEN-CASH TO DL-OPENING.
007980     MOVE TB-CASH-IN TO DL-IN.
007990     MOVE TB-CASH-OUT TO DL-OUT.
008000     MOVE TB-CASH-CORR TO DL-CORR.
008010     MOVE TB-CASH-COUNTED TO DL-COUNTED.
008020     MOVE TB-BOOK-CASH TO DL-BOOK.
008030     MOVE TB-CASH-OS TO DL-OVER-SHORT.
008040     MOVE TB-BOOK-CASH TO TB-FLAG-BOOK.
008050     MOVE TB-CASH-OS TO TB-FLAG-OS.
008060     PERFORM 3960-SET-FLAG THRU 3960-EXIT.
008070     MOVE TB-FLAG TO DL-FLAG.
008080     WRITE BALANCE-REPORT-LINE FROM TB-DETAIL-LINE.
008090
008100     MOVE SPACES TO TB-DETAIL-LINE.
008110     MOVE "DEPOSITS" TO DL-SECTION.
008120     MOVE TB-OPEN-DEP TO DL-OPENING.
008130     MOVE TB-DEP-IN TO DL-IN.
008140     MOVE ZERO TO DL-OUT.
008150     MOVE TB-DEP-CORR TO DL-CORR.
008160     MOVE TB-DEP-COUNTED TO DL-COUNTED.
008170     MOVE TB-BOOK-DEP TO DL-BOOK.
008180     MOVE TB-DEP-OS TO DL-OVER-SHORT.
008190     MOVE TB-BOOK-DEP TO TB-FLAG-BOOK.
008200     MOVE TB-DEP-OS TO TB-FLAG-OS.
008210     PERFORM 3960-SET-FLAG THRU 3960-EXIT.
008220     MOVE TB-FLAG TO DL-FLAG.
008230     WRITE BALANCE-REPORT-LINE FROM TB-DETAIL-LINE.
008240
008250     ADD TB-CASH-OS TO TB-GRAND-CASH-OS.
008260     ADD TB-DEP-OS TO TB-GRAND-DEP-OS.
008270     IF TB-ON-MASTER
008280     PERFORM 3950-CARRY-FORWARD THRU 3950-EXIT
008290     ELSE
008300     ADD 1 TO TB-TERMS-UNREGISTERED
008310     END-IF.
008320     MOVE 'N' TO TB-IN-TERMINAL-SW.
008330 3900-EXIT.
008340     EXIT.
008350
008360******************************************************************
008370*    3950-CARRY-FORWARD
008380*    WRITES THE DAY'S OPENING AND CLOSING BOOK POSITION BACK TO
008390*    THE TERMINAL'S MASTER RECORD. THE TERMINAL COUNTS AS
008400*    BALANCED ONLY ONCE THE REWRITE HAS SUCCEEDED.
008410******************************************************************
008420 3950-CARRY-FORWARD.
008430     IF NOT TB-TERM-OPEN
008440     GO TO 3950-EXIT
008450     END-IF.
008460     MOVE TB-CURRENT-TERM TO TERM-ID.
008470     READ TERMINAL-MASTER
008480     INVALID KEY
008490     DISPLAY "TERMINAL " TB-CURRENT-TERM " VANISHED FROM THE"
008500     " MASTER - POSITION NOT CARRIED FORWARD."
008510     MOVE 'N' TO TB-CONTINUE-SW
008520     GO TO 3950-EXIT
008530     END-READ.
008540     MOVE TB-OPEN-CASH TO TERM-OPEN-CASH.
008550     MOVE TB-OPEN-DEP TO TERM-OPEN-DEPOSITS.
008560     MOVE TB-BOOK-CASH TO TERM-CLOSE-CASH.
008570     MOVE TB-BOOK-DEP TO TERM-CLOSE-DEPOSITS.
008580     MOVE TB-RUN-DATE TO TERM-LAST-BAL-DATE.
008590     REWRITE TERMINAL-RECORD
008600     INVALID KEY
008610     DISPLAY "TERMINAL " TB-CURRENT-TERM " NOT REWRITTEN. STATUS="
008620     TB-TERM-FS
008630     MOVE 'N' TO TB-CONTINUE-SW
008640     GO TO 3950-EXIT
008650     END-REWRITE.
008660     ADD 1 TO TB-TERMS-BALANCED.
008670 3950-EXIT.
008680     EXIT.
008690
008700******************************************************************
008710*    3960-SET-FLAG
008720*    FLAGS ONE LINE FROM TB-FLAG-BOOK/TB-FLAG-OS. A MACHINE
008730*    THAT WAS NOT COUNTED TODAY CANNOT SHOW A DIFFERENCE, BUT
008740*    A BOOK THAT HAS GONE BELOW ZERO IS ITSELF A SHORTAGE.
008750******************************************************************
008760 3960-SET-FLAG.
008770     IF NOT TB-ON-MASTER
008780     MOVE "NOT ON MASTER" TO TB-FLAG
008790     ADD 1 TO TB-EXCEPTIONS
008800     GO TO 3960-EXIT
008810     END-IF.
008820     IF TB-FLAG-OS > ZERO
008830     MOVE "*** OVERAGE" TO TB-FLAG
008840     ADD 1 TO TB-EXCEPTIONS
008850     GO TO 3960-EXIT
008860     END-IF.
008870     IF TB-FLAG-OS < ZERO
008880     MOVE "*** SHORTAGE" TO TB-FLAG
008890     ADD 1 TO TB-EXCEPTIONS
008900     GO TO 3960-EXIT
008910     END-IF.
008920     IF TB-FLAG-BOOK < ZERO
008930     MOVE "*** BOOK < 0" TO TB-FLAG
008940     ADD 1 TO TB-EXCEPTIONS
008950     GO TO 3960-EXIT
008960     END-IF.
008970     IF TB-COUNTS = 0
008980     MOVE "NOT COUNTED" TO TB-FLAG
008990     ELSE
009000     MOVE "BALANCED" TO TB-FLAG
009010     END-IF.
009020 3960-EXIT.
009030     EXIT.
009040
009050******************************************************************
009060*    5000-PRINT-TOTALS
009070*    GRAND TOTALS AND THE CONTROL TOTALS THAT PROVE THE RUN
009080*    COMPLETE. A RECORD LOST IN THE SORT, OR A TERMINAL READ
009090*    BUT NEVER BALANCED, FAILS THE RUN SO IT IS NOT STAMPED.
009100******************************************************************
009110 5000-PRINT-TOTALS.
009120     MOVE SPACES TO BALANCE-REPORT-LINE.
009130     WRITE BALANCE-REPORT-LINE.
009140     MOVE "NET CASH OVER/SHORT" TO AT-LABEL.
009150     MOVE TB-GRAND-CASH-OS TO AT-AMOUNT.
009160     WRITE BALANCE-REPORT-LINE FROM TB-AMOUNT-TOTAL-LINE.
009170     MOVE "NET DEPOSIT OVER/SHORT" TO AT-LABEL.
009180     MOVE TB-GRAND-DEP-OS TO AT-AMOUNT.
009190     WRITE BALANCE-REPORT-LINE FROM TB-AMOUNT-TOTAL-LINE.
009200     MOVE "LINES FLAGGED FOR FOLLOW-UP" TO CT-LABEL.
009210     MOVE TB-EXCEPTIONS TO CT-COUNT.
009220     WRITE BALANCE-REPORT-LINE FROM TB-COUNT-TOTAL-LINE.
009230
009240     MOVE SPACES TO BALANCE-REPORT-LINE.
009250     WRITE BALANCE-REPORT-LINE.
009260     MOVE "CONTROL TOTALS" TO BALANCE-REPORT-LINE.
009270     WRITE BALANCE-REPORT-LINE.
009280     MOVE "TERMINALS READ FROM MASTER" TO CT-LABEL.
009290     MOVE TB-TERMS-READ TO CT-COUNT.
009300     WRITE BALANCE-REPORT-LINE FROM TB-COUNT-TOTAL-LINE.
009310     MOVE "TERMINALS BALANCED" TO CT-LABEL.
009320     MOVE TB-TERMS-BALANCED TO CT-COUNT.
009330     WRITE BALANCE-REPORT-LINE FROM TB-COUNT-TOTAL-LINE.
009340     MOVE "TERMINAL IDS NOT ON MASTER" TO CT-LABEL.
009350     MOVE TB-TERMS-UNREGISTERED TO CT-COUNT.
009360     WRITE BALANCE-REPORT-LINE FROM TB-COUNT-TOTAL-LINE.
009370     MOVE "LOG ENTRIES READ" TO CT-LABEL.
009380     MOVE TB-LOG-READ TO CT-COUNT.
009390     WRITE BALANCE-REPORT-LINE FROM TB-COUNT-TOTAL-LINE.
009400     MOVE "ATM CASH ENTRIES SELECTED" TO CT-LABEL.
009410     MOVE TB-LOG-SELECTED TO CT-COUNT.
009420     WRITE BALANCE-REPORT-LINE FROM TB-COUNT-TOTAL-LINE.
009430     MOVE "JOURNAL ENTRIES READ" TO CT-LABEL.
009440     MOVE TB-JRNL-READ TO CT-COUNT.
009450     WRITE BALANCE-REPORT-LINE FROM TB-COUNT-TOTAL-LINE.
009460     MOVE "LOADS/UNLOADS/COUNTS SELECTED" TO CT-LABEL.
009470     MOVE TB-JRNL-SELECTED TO CT-COUNT.
009480     WRITE BALANCE-REPORT-LINE FROM TB-COUNT-TOTAL-LINE.
009490     MOVE "REVERSALS READ" TO CT-LABEL.
009500     MOVE TB-REV-READ TO CT-COUNT.
009510     WRITE BALANCE-REPORT-LINE FROM TB-COUNT-TOTAL-LINE.
009520     MOVE "ATM REVERSALS SELECTED" TO CT-LABEL.
009530     MOVE TB-REV-SELECTED TO CT-COUNT.
009540     WRITE BALANCE-REPORT-LINE FROM TB-COUNT-TOTAL-LINE.
009550     MOVE "SORT RECORDS RELEASED" TO CT-LABEL.
009560     MOVE TB-RELEASED TO CT-COUNT.
009570     WRITE BALANCE-REPORT-LINE FROM TB-COUNT-TOTAL-LINE.
009580     MOVE "SORT RECORDS RETURNED" TO CT-LABEL.
009590     MOVE TB-RETURNED TO CT-COUNT.
009600     WRITE BALANCE-REPORT-LINE FROM TB-COUNT-TOTAL-LINE.
009610
009620     IF SORT-RETURN NOT = 0
009630     OR TB-RELEASED NOT = TB-RETURNED
009640     OR TB-TERMS-BALANCED NOT = TB-TERMS-READ
009650     MOVE 'N' TO TB-CONTINUE-SW
009660     END-IF.
009670     IF TB-CONTINUE-SW = 'Y'
009680     MOVE "  CONTROL TOTALS AGREE - EVERY TERMINAL AND ENTRY"
009690     TO BALANCE-REPORT-LINE
009700     WRITE BALANCE-REPORT-LINE
009710     MOVE "  WAS PROCESSED." TO BALANCE-REPORT-LINE
009720     WRITE BALANCE-REPORT-LINE
009730     ELSE
009740     MOVE "  *** CONTROL TOTALS DO NOT AGREE - REPORT IS"
009750     TO BALANCE-REPORT-LINE
009760     WRITE BALANCE-REPORT-LINE
009770     MOVE "  *** INCOMPLETE. RUN NOT STAMPED."
009780     TO BALANCE-REPORT-LINE
009790     WRITE BALANCE-REPORT-LINE
009800     DISPLAY "TRMBAL CONTROL TOTALS DO NOT AGREE."
009810     END-IF.
009820 5000-EXIT.
009830     EXIT.
009840
009850******************************************************************
009860*    8800-STAMP-RUN-CONTROL
009870*    RECORDS THE SUCCESSFUL BALANCING RUN ON RUNCTL.
009880******************************************************************
009890 8800-STAMP-RUN-CONTROL.
009900     OPEN I-O RUN-CONTROL.
009910     IF TB-RUNCTL-FS = "35"
009920     OPEN OUTPUT RUN-CONTROL
009930     CLOSE RUN-CONTROL
009940     OPEN I-O RUN-CONTROL
009950     END-IF.
009960     IF TB-RUNCTL-FS NOT = "00"
009970     DISPLAY "WARNING - RUN NOT STAMPED. STATUS=" TB-RUNCTL-FS
009980     GO TO 8800-EXIT
009990     END-IF.
010000
010010     MOVE 'N' TO TB-RC-FOUND-SW.
010020     MOVE "TRMBAL  " TO RC-JOB-NAME.
010030     READ RUN-CONTROL
010040     INVALID KEY
010050     MOVE SPACES TO RUNCTL-RECORD
010060     MOVE "TRMBAL  " TO RC-JOB-NAME
010070     MOVE ZERO TO RC-RUN-COUNT
010080     NOT INVALID KEY
010090     SET TB-RC-FOUND TO TRUE
010100     END-READ.
010110
010120     MOVE TB-RUN-DATE TO RC-LAST-RUN-DATE.
010130     ACCEPT RC-LAST-RUN-TIME FROM TIME.
010140     MOVE ZERO TO RC-LAST-PERIOD.
010150     ADD 1 TO RC-RUN-COUNT.
010160     IF TB-RC-FOUND
010170     REWRITE RUNCTL-RECORD
010180     ELSE
010190     WRITE RUNCTL-RECORD
010200     END-IF.
010210     CLOSE RUN-CONTROL.
010220 8800-EXIT.
010230     EXIT.
010240
010250******************************************************************
010260*    8900-GET-BUSINESS-DATE
010270*    READS THE PROCESSING DATE FROM THE BUSDATE CONTROL FILE -
010280*    THE WALL CLOCK ONLY SEEDS THE FILE THE FIRST TIME IT IS
010290*    MISSING. THE DATE ADVANCES ONLY WHEN THE EODROLL ROLLOVER
010300*    CLOSES THE DAY, SO WORK THAT SLIPS PAST MIDNIGHT STILL
010310*    STAMPS THE DAY IT BELONGS TO.
010320******************************************************************
010330 8900-GET-BUSINESS-DATE.
010340     OPEN INPUT BUSINESS-DATE.
010350     IF TB-BD-FS = "35"
010360     PERFORM 8950-CREATE-BUSDATE THRU 8950-EXIT
010370     OPEN INPUT BUSINESS-DATE
010380     END-IF.
010390     IF TB-BD-FS NOT = "00"
010400     DISPLAY "BUSDATE UNAVAILABLE - USING THE WALL CLOCK."
010410     ACCEPT TB-RUN-DATE FROM DATE YYYYMMDD
010420     GO TO 8900-EXIT
010430     END-IF.
010440     READ BUSINESS-DATE
010450     AT END
010460     DISPLAY "BUSDATE IS EMPTY - USING THE WALL CLOCK."
010470     ACCEPT TB-RUN-DATE FROM DATE YYYYMMDD
010480     CLOSE BUSINESS-DATE
010490     GO TO 8900-EXIT
010500     END-READ.
010510     MOVE BD-BUSINESS-DATE TO TB-RUN-DATE.
010520     CLOSE BUSINESS-DATE.
010530 8900-EXIT.
010540     EXIT.
010550
010560 8950-CREATE-BUSDATE.
010570     OPEN OUTPUT BUSINESS-DATE.
010580     MOVE SPACES TO BUSDATE-RECORD.
010590     ACCEPT BD-BUSINESS-DATE FROM DATE YYYYMMDD.
010600     WRITE BUSDATE-RECORD.
010610     CLOSE BUSINESS-DATE.
010620 8950-EXIT.
010630     EXIT.
010640
010650******************************************************************
010660*    9000-TERMINATE
010670******************************************************************
010680 9000-TERMINATE.
010690     CLOSE BALANCE-REPORT.
010700     DISPLAY "ATM TERMINAL BALANCING COMPLETE. SEE TRMBALRP.".
010710     DISPLAY "TERMINALS BALANCED:  " TB-TERMS-BALANCED.
010720     DISPLAY "LINES FLAGGED:       " TB-EXCEPTIONS.
010730 9000-EXIT.
010740     EXIT.
