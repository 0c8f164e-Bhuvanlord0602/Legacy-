000200*                     CHAIN BEFORE THE TXNARCH CUTOVER MOVES THE
000210*                     DAY'S ENTRIES OUT OF THE LIVE LOG. STAMPED
000220*                     ON RUNCTL.
000230*    10/14/2026 RH    REV-TLR-DEP/REV-TLR-WDL CORRECTIONS FROM
000240*                     THE NEW ACCTMNT TELLER REVERSAL OPTION COME
000250*                     OFF THE REVERSING TELLER'S CASH IN AND CASH
000260*                     OUT RESPECTIVELY, SO A KEYING ERROR PUT
000270*                     RIGHT AT THE COUNTER NETS OUT OF THE DRAWER
000280*                     INSTEAD OF SHOWING AS NEW CASH. REVERSALS OF
000290*                     ATM ENTRIES MOVE NO DRAWER CASH.
000300*    10/15/2026 RH    A CO-RECOVERY TAKEN AT THE COUNTER ON A
000310*                     CHARGED-OFF ACCOUNT (SEE ACCTMNT) IS CASH
000320*                     INTO THE DRAWER LIKE ANY TELLER DEPOSIT.
000330*    10/15/2026 RH    THE 50-TELLER TABLE IS GONE. THE DAY'S
000340*                     TELLER ENTRIES ARE SORTED BY TELLER ID AND
000350*                     TOTALLED ON A CONTROL BREAK, SO ANY NUMBER
000360*                     OF TELLERS IS REPORTED. THE REPORT ENDS WITH
000370*                     CONTROL TOTALS PROVING EVERY LOG RECORD WAS
000380*                     PASSED OVER OR TALLIED; IF THEY DO NOT AGREE
000390*                     THE RUN ENDS RC 8 AND IS NOT STAMPED. A LOG
000400*                     THAT WILL NOT OPEN NOW FAILS THE RUN.
000410*    10/15/2026 RH    A TELLER REVERSAL NOW COMES OFF THE DRAWER
000420*                     THAT TOOK THE ORIGINAL CASH, NOT THE DRAWER
000430*                     OF THE TELLER WHO KEYED THE CORRECTION. THE
000440*                     REV-TLR-DEP/REV-TLR-WDL ENTRIES ARE TAKEN
000450*                     FROM THE REVLOG REGISTER UNDER THE ORIGINAL
000460*                     OPERATOR, AND THE DAY'S COUNT OF THEM MUST
000470*                     AGREE WITH THE LOG'S OR THE RUN IS NOT
000480*                     STAMPED.
000490******************************************************************
000500
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT TRANSACTION-LOG ASSIGN TO "TXNLOG"
000550     ORGANIZATION IS LINE SEQUENTIAL
000560     FILE STATUS IS TR-TXN-FS.
000570
000580     SELECT REVERSAL-REGISTER ASSIGN TO "REVLOG"
000590     ORGANIZATION IS INDEXED
000600     ACCESS MODE IS DYNAMIC
000610     RECORD KEY IS REV-ORIG-KEY
000620     FILE STATUS IS TR-REV-FS.
000630
000640     SELECT TELLER-REPORT   ASSIGN TO "TLRCSHRP"
000650     ORGANIZATION IS LINE SEQUENTIAL
000660     FILE STATUS IS TR-RPT-FS.
000670
000680     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
000690     ORGANIZATION IS INDEXED
000700     ACCESS MODE IS DYNAMIC
000710     RECORD KEY IS RC-JOB-NAME
000720     FILE STATUS IS TR-RUNCTL-FS.
000730
000740     SELECT BUSINESS-DATE   ASSIGN TO "BUSDATE"
000750     ORGANIZATION IS LINE SEQUENTIAL
000760     FILE STATUS IS TR-BD-FS.
000770
000780     SELECT TELLER-SORT-FILE ASSIGN TO "TRSORT".
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  TRANSACTION-LOG
000830     LABEL RECORDS ARE STANDARD.
000840     COPY TXNREC.
000850
000860 FD  REVERSAL-REGISTER
000870     LABEL RECORDS ARE STANDARD.
000880     COPY REVREC.
000890
000900 FD  TELLER-REPORT
000910     LABEL RECORDS ARE STANDARD.
000920 01  TELLER-REPORT-LINE          PIC X(80).
000930
000940 FD  RUN-CONTROL
000950     LABEL RECORDS ARE STANDARD.
000960     COPY RUNREC.
000970
000980 FD  BUSINESS-DATE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY BDREC.
001010
001020******************************************************************
001030*    ONE SORT RECORD PER TELLER ENTRY FOR THE BUSINESS DATE, IN
001040*    TELLER ORDER FOR THE DRAWER TOTALS.
001050******************************************************************
001060 SD  TELLER-SORT-FILE.
001070 01  TELLER-SORT-RECORD.
001080     05  TS-TELLER-ID            PIC X(08).
001090     05  TS-TXN-TYPE             PIC X(12).
001100     05  TS-AMOUNT               PIC S9(07)V99.
001110
001120 WORKING-STORAGE SECTION.
001130******************************************************************
001140*    FILE STATUS AND SWITCHES
001150******************************************************************
001160 01  TR-TXN-FS                PIC X(02)  VALUE "00".
001170 01  TR-REV-FS                PIC X(02)  VALUE "00".
001180 01  TR-RPT-FS                PIC X(02)  VALUE "00".
001190 01  TR-RUNCTL-FS             PIC X(02)  VALUE "00".
001200 01  TR-BD-FS                 PIC X(02)  VALUE "00".
001210
001220 01  TR-CONTINUE-SW           PIC X(01)  VALUE 'Y'.
001230
001240 01  TR-RC-FOUND-SW           PIC X(01)  VALUE 'N'.
001250     88  TR-RC-FOUND                  VALUE 'Y'.
001260
001270 01  TR-TXN-EOF-SW            PIC X(01)  VALUE 'N'.
001280     88  TR-TXN-EOF                   VALUE 'Y'.
001290
001300 01  TR-REV-EOF-SW            PIC X(01)  VALUE 'N'.
001310     88  TR-REV-EOF                   VALUE 'Y'.
001320
001330 01  TR-SORT-EOF-SW           PIC X(01)  VALUE 'N'.
001340     88  TR-SORT-EOF                  VALUE 'Y'.
001350
001360******************************************************************
001370*    DRAWER TOTALS FOR THE TELLER BEING REPORTED - BUILT FROM THE
001380*    ENTRIES AS THEY COME BACK FROM THE SORT, ONE TELLER AT A
001390*    TIME, SO THERE IS NO LIMIT ON THE NUMBER OF TELLERS.
001400******************************************************************
001410 01  TR-CURRENT-TELLER.
001420     05  TR-TELLER-ID          PIC X(08).
001430     05  TR-CASH-IN            PIC S9(09)V99.
001440     05  TR-CASH-OUT           PIC S9(09)V99.
001450
001460 01  TR-GROUP-OPEN-SW         PIC X(01)  VALUE 'N'.
001470     88  TR-GROUP-OPEN                VALUE 'Y'.
001480
001490 77  TR-TELLER-COUNT           PIC 9(07)  VALUE 0.
001500
001510******************************************************************
001520*    RUN CONTROL AND TOTALS - EVERY TXNLOG RECORD READ IS EITHER
001530*    NOT A TELLER ENTRY FOR THE DAY OR IS TALLIED TO ITS TELLER.
001540******************************************************************
001550 77  TR-RUN-DATE               PIC 9(08).
001560 77  TR-LOG-READ               PIC 9(09)  VALUE 0.
001570 77  TR-LOG-PASSED             PIC 9(09)  VALUE 0.
001580 77  TR-ENTRIES-READ           PIC 9(07)  VALUE 0.
001590 77  TR-CASH-ENTRIES           PIC 9(07)  VALUE 0.
001600 77  TR-NON-CASH               PIC 9(07)  VALUE 0.
001610 77  TR-REV-LOGGED             PIC 9(07)  VALUE 0.
001620 77  TR-REV-READ               PIC 9(07)  VALUE 0.
001630 77  TR-REV-SELECTED           PIC 9(07)  VALUE 0.
001640 77  TR-RELEASED               PIC 9(09)  VALUE 0.
001650 77  TR-RETURNED               PIC 9(09)  VALUE 0.
001660 77  TR-PROOF-TOTAL            PIC 9(09)  VALUE 0.
001670 77  TR-GRAND-IN               PIC S9(11)V99 VALUE 0.
001680 77  TR-GRAND-OUT              PIC S9(11)V99 VALUE 0.
001690 77  TR-NET-CASH               PIC S9(11)V99.
001700
001710 01  TR-REPORT-TELLER-LINE.
001720     05  FILLER                PIC X(02)  VALUE SPACES.
001730     05  RL-TELLER-ID          PIC X(08).
001740     05  FILLER                PIC X(04)  VALUE SPACES.
001750     05  RL-CASH-IN            PIC -(9)9.99.
001760     05  FILLER                PIC X(04)  VALUE SPACES.
001770     05  RL-CASH-OUT           PIC -(9)9.99.
001780     05  FILLER                PIC X(04)  VALUE SPACES.
001790     05  RL-NET                PIC -(9)9.99.
001800
001810 01  TR-COUNT-TOTAL-LINE.
001820     05  FILLER                PIC X(02)  VALUE SPACES.
001830     05  CT-LABEL              PIC X(40).
001840     05  CT-COUNT              PIC Z(8)9.
001850
001860 PROCEDURE DIVISION.
001870******************************************************************
001880*    0000-MAINLINE
001890******************************************************************
001900 0000-MAINLINE.
001910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001920     SORT TELLER-SORT-FILE
001930     ON ASCENDING KEY TS-TELLER-ID
001940     INPUT PROCEDURE IS 2000-TALLY-ENTRIES THRU 2000-EXIT
001950     OUTPUT PROCEDURE IS 5000-PRINT-REPORT THRU 5000-EXIT.
001960     PERFORM 5900-PRINT-CONTROL-TOTALS THRU 5900-EXIT.
001970     IF TR-CONTINUE-SW = 'Y'
001980     PERFORM 8800-STAMP-RUN-CONTROL THRU 8800-EXIT
001990     ELSE
002000     MOVE 8 TO RETURN-CODE
002010     END-IF.
002020     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002030     GOBACK.
002040
002050******************************************************************
002060*    1000-INITIALIZE
002070*    A MISSING TRANSACTION LOG JUST MEANS NO TELLER (OR ANYONE
002080*    ELSE) POSTED TODAY - AN EMPTY REPORT STILL GOES OUT AND
002090*    THE RUN STILL STAMPS, SO THE CHAIN CAN ROLL THE DAY.
002100******************************************************************
002110 1000-INITIALIZE.
002120     PERFORM 8900-GET-BUSINESS-DATE THRU 8900-EXIT.
002130     DISPLAY "TELLER CASH TOTALS - BUSINESS DATE " TR-RUN-DATE.
002140
002150     OPEN OUTPUT TELLER-REPORT.
002160     MOVE SPACES TO TELLER-REPORT-LINE.
002170     STRING "TELLER CASH TOTALS FOR " DELIMITED BY SIZE
002180     TR-RUN-DATE DELIMITED BY SIZE
002190     INTO TELLER-REPORT-LINE.
002200     WRITE TELLER-REPORT-LINE.
002210     MOVE SPACES TO TELLER-REPORT-LINE.
002220     STRING "  TELLER  " DELIMITED BY SIZE
002230     "       CASH IN" DELIMITED BY SIZE
002240     "      CASH OUT" DELIMITED BY SIZE
002250     "           NET" DELIMITED BY SIZE
002260     INTO TELLER-REPORT-LINE.
002270     WRITE TELLER-REPORT-LINE.
002280 1000-EXIT.
002290     EXIT.
002300
002310******************************************************************
002320*    2000-TALLY-ENTRIES
002330*    SORT INPUT PROCEDURE - THE DAY'S TELLER ENTRIES FROM THE LIVE
002340*    LOG, THEN THE DAY'S TELLER REVERSALS FROM THE REVLOG
002350*    REGISTER.
002360******************************************************************
002370 2000-TALLY-ENTRIES.
002380     PERFORM 2050-RELEASE-LOG THRU 2050-EXIT.
002390     PERFORM 2300-RELEASE-REVERSALS THRU 2300-EXIT.
002400 2000-EXIT.
002410     EXIT.
002420
002430******************************************************************
002440*    2050-RELEASE-LOG
002450*    SEQUENTIAL PASS OVER THE LIVE LOG. EVERY TELLER-CHANNEL
002460*    ENTRY FOR THE BUSINESS DATE IS RELEASED UNDER ITS TELLER ID
002470*    FOR THE DRAWER TOTALS - EXCEPT A REV-TLR-DEP/REV-TLR-WDL,
002480*    WHOSE TXN-OPERATOR IS THE TELLER WHO KEYED THE CORRECTION.
002490*    THOSE ARE ONLY COUNTED HERE AND COME FROM REVLOG INSTEAD. A
002500*    LOG THAT EXISTS BUT WILL NOT OPEN FAILS THE RUN - AN EMPTY
002510*    REPORT THEN WOULD NOT MEAN AN EMPTY DAY.
002520******************************************************************
002530 2050-RELEASE-LOG.
002540     OPEN INPUT TRANSACTION-LOG.
002550     IF TR-TXN-FS = "35"
002560     DISPLAY "NO TRANSACTION LOG - NOTHING TO TALLY."
002570     GO TO 2050-EXIT
002580     END-IF.
002590     IF TR-TXN-FS NOT = "00"
002600     DISPLAY "UNABLE TO OPEN TRANSACTION LOG. STATUS=" TR-TXN-FS
002610     MOVE 'N' TO TR-CONTINUE-SW
002620     GO TO 2050-EXIT
002630     END-IF.
002640
002650     PERFORM 2100-READ-LOG THRU 2100-EXIT.
002660     PERFORM UNTIL TR-TXN-EOF
002670     ADD 1 TO TR-LOG-READ
002680     IF TXN-DATE = TR-RUN-DATE AND TXN-CHANNEL = "TLR"
002690     ADD 1 TO TR-ENTRIES-READ
002700     IF TXN-TYPE = "REV-TLR-DEP" OR TXN-TYPE = "REV-TLR-WDL"
002710     ADD 1 TO TR-REV-LOGGED
002720     ELSE
002730     PERFORM 2200-RELEASE-ENTRY THRU 2200-EXIT
002740     END-IF
002750     ELSE
002760     ADD 1 TO TR-LOG-PASSED
002770     END-IF
002780     PERFORM 2100-READ-LOG THRU 2100-EXIT
002790     END-PERFORM.
002800     CLOSE TRANSACTION-LOG.
002810 2050-EXIT.
002820     EXIT.
002830
002840 2100-READ-LOG.
002850     READ TRANSACTION-LOG
002860     AT END
002870     MOVE 'Y' TO TR-TXN-EOF-SW
002880     END-READ.
002890 2100-EXIT.
002900     EXIT.
002910
002920 2200-RELEASE-ENTRY.
002930     MOVE SPACES TO TELLER-SORT-RECORD.
002940     MOVE TXN-OPERATOR TO TS-TELLER-ID.
002950     MOVE TXN-TYPE     TO TS-TXN-TYPE.
002960     MOVE TXN-AMOUNT   TO TS-AMOUNT.
002970     RELEASE TELLER-SORT-RECORD.
002980     ADD 1 TO TR-RELEASED.
002990 2200-EXIT.
003000     EXIT.
003010
003020******************************************************************
003030*    2300-RELEASE-REVERSALS
003040*    TODAY'S TELLER CASH CORRECTIONS, RELEASED UNDER THE TELLER
003050*    WHOSE DRAWER TOOK THE ORIGINAL DEPOSIT OR PAID THE ORIGINAL
003060*    WITHDRAWAL (REV-ORIG-OPERATOR). NO REGISTER YET JUST MEANS
003070*    NO REVERSAL HAS EVER BEEN POSTED; ONE THAT WILL NOT OPEN
003080*    FAILS THE RUN.
003090******************************************************************
003100 2300-RELEASE-REVERSALS.
003110     OPEN INPUT REVERSAL-REGISTER.
003120     IF TR-REV-FS = "35"
003130     GO TO 2300-EXIT
003140     END-IF.
003150     IF TR-REV-FS NOT = "00"
003160     DISPLAY "UNABLE TO OPEN REVERSAL REGISTER. STATUS=" TR-REV-FS
003170     MOVE 'N' TO TR-CONTINUE-SW
003180     GO TO 2300-EXIT
003190     END-IF.
003200     MOVE 'N' TO TR-REV-EOF-SW.
003210     PERFORM 2310-READ-REVERSAL THRU 2310-EXIT.
003220     PERFORM UNTIL TR-REV-EOF
003230     ADD 1 TO TR-REV-READ
003240     IF REV-DATE = TR-RUN-DATE
003250     AND (REV-TYPE = "REV-TLR-DEP" OR REV-TYPE = "REV-TLR-WDL")
003260     PERFORM 2320-SELECT-REVERSAL THRU 2320-EXIT
003270     END-IF
003280     PERFORM 2310-READ-REVERSAL THRU 2310-EXIT
003290     END-PERFORM.
003300     CLOSE REVERSAL-REGISTER.
003310 2300-EXIT.
003320     EXIT.
003330
003340 2310-READ-REVERSAL.
003350     READ REVERSAL-REGISTER NEXT RECORD
003360     AT END
003370     MOVE 'Y' TO TR-REV-EOF-SW
003380     END-READ.
003390 2310-EXIT.
003400     EXIT.
003410
003420 2320-SELECT-REVERSAL.
003430     MOVE SPACES TO TELLER-SORT-RECORD.
003440     MOVE REV-ORIG-OPERATOR TO TS-TELLER-ID.
003450     MOVE REV-TYPE          TO TS-TXN-TYPE.
003460     MOVE REV-ORIG-AMOUNT   TO TS-AMOUNT.
003470     RELEASE TELLER-SORT-RECORD.
003480     ADD 1 TO TR-RELEASED.
003490     ADD 1 TO TR-REV-SELECTED.
003500 2320-EXIT.
003510     EXIT.
003520
003530******************************************************************
003540*    5000-PRINT-REPORT
003550*    SORT OUTPUT PROCEDURE - CONTROL BREAK ON THE TELLER. ONE
003560*    LINE PER TELLER PLUS A GRAND TOTAL - THE NET COLUMN IS
003570*    WHAT THE DRAWER SHOULD BE OVER (OR UNDER) FOR THE DAY.
003580******************************************************************
003590 5000-PRINT-REPORT.
003600     PERFORM 5300-RETURN-SORT THRU 5300-EXIT.
003610     PERFORM UNTIL TR-SORT-EOF
003620     IF NOT TR-GROUP-OPEN OR TS-TELLER-ID NOT = TR-TELLER-ID
003630     PERFORM 5100-PRINT-TELLER-LINE THRU 5100-EXIT
003640     INITIALIZE TR-CURRENT-TELLER
003650     MOVE TS-TELLER-ID TO TR-TELLER-ID
003660     SET TR-GROUP-OPEN TO TRUE
003670     END-IF
003680     PERFORM 5200-TALLY-ONE-ENTRY THRU 5200-EXIT
003690     PERFORM 5300-RETURN-SORT THRU 5300-EXIT
003700     END-PERFORM.
003710     PERFORM 5100-PRINT-TELLER-LINE THRU 5100-EXIT.
003720
003730     IF TR-TELLER-COUNT = 0
003740     MOVE "  (NO TELLER CASH ACTIVITY)" TO TELLER-REPORT-LINE
003750     WRITE TELLER-REPORT-LINE
003760     GO TO 5000-EXIT
003770     END-IF.
003780
003790     MOVE SPACES TO TELLER-REPORT-LINE.
003800     WRITE TELLER-REPORT-LINE.
003810     MOVE "GRAND TOTAL" TO TELLER-REPORT-LINE.
003820     WRITE TELLER-REPORT-LINE.
003830     MOVE SPACES TO TR-REPORT-TELLER-LINE.
003840     MOVE "ALL" TO RL-TELLER-ID.
003850     MOVE TR-GRAND-IN TO RL-CASH-IN.
003860     MOVE TR-GRAND-OUT TO RL-CASH-OUT.
003870     COMPUTE TR-NET-CASH = TR-GRAND-IN - TR-GRAND-OUT.
003880     MOVE TR-NET-CASH TO RL-NET.
003890     WRITE TELLER-REPORT-LINE FROM TR-REPORT-TELLER-LINE.
003900 5000-EXIT.
003910     EXIT.
003920
003930 5100-PRINT-TELLER-LINE.
003940     IF NOT TR-GROUP-OPEN
003950     GO TO 5100-EXIT
003960     END-IF.
003970     MOVE 'N' TO TR-GROUP-OPEN-SW.
003980     ADD 1 TO TR-TELLER-COUNT.
003990     MOVE SPACES TO TR-REPORT-TELLER-LINE.
004000     MOVE TR-TELLER-ID TO RL-TELLER-ID.
004010     MOVE TR-CASH-IN   TO RL-CASH-IN.
004020     MOVE TR-CASH-OUT  TO RL-CASH-OUT.
004030     COMPUTE TR-NET-CASH = TR-CASH-IN - TR-CASH-OUT.
004040     MOVE TR-NET-CASH TO RL-NET.
004050     WRITE TELLER-REPORT-LINE FROM TR-REPORT-TELLER-LINE.
004060     ADD TR-CASH-IN  TO TR-GRAND-IN.
004070     ADD TR-CASH-OUT TO TR-GRAND-OUT.
004080 5100-EXIT.
004090     EXIT.
004100
004110******************************************************************
004120*    5200-TALLY-ONE-ENTRY
004130*    CASH IN IS TELLER DEPOSITS AND OPENING BALANCES TAKEN AT
004140*    THE COUNTER; CASH OUT IS TELLER WITHDRAWALS. A REVERSAL
004150*    (FROM REVLOG, UNDER THE ORIGINAL TELLER) COMES OFF THE
004160*    DRAWER THAT HANDLED THE ORIGINAL CASH. MARKERS WITH NO CASH
004170*    EFFECT ARE COUNTED BUT MOVE NO DRAWER CASH.
004180******************************************************************
004190 5200-TALLY-ONE-ENTRY.
004200     ADD 1 TO TR-CASH-ENTRIES.
004210     EVALUATE TS-TXN-TYPE
004220     WHEN "TLR-DEPOSIT"
004230     ADD TS-AMOUNT TO TR-CASH-IN
004240     WHEN "DEPOSIT"
004250     ADD TS-AMOUNT TO TR-CASH-IN
004260     WHEN "ACCT-OPEN"
004270     ADD TS-AMOUNT TO TR-CASH-IN
004280     WHEN "CO-RECOVERY"
004290     ADD TS-AMOUNT TO TR-CASH-IN
004300     WHEN "TLR-WITHDRWL"
004310     ADD TS-AMOUNT TO TR-CASH-OUT
004320     WHEN "WITHDRAWAL"
004330     ADD TS-AMOUNT TO TR-CASH-OUT
004340     WHEN "REV-TLR-DEP"
004350     SUBTRACT TS-AMOUNT FROM TR-CASH-IN
004360     WHEN "REV-TLR-WDL"
004370     SUBTRACT TS-AMOUNT FROM TR-CASH-OUT
004380     WHEN OTHER
004390     SUBTRACT 1 FROM TR-CASH-ENTRIES
004400     ADD 1 TO TR-NON-CASH
004410     END-EVALUATE.
004420 5200-EXIT.
004430     EXIT.
004440
004450 5300-RETURN-SORT.
004460     RETURN TELLER-SORT-FILE
004470     AT END
004480     MOVE 'Y' TO TR-SORT-EOF-SW
004490     NOT AT END
004500     ADD 1 TO TR-RETURNED
004510     END-RETURN.
004520 5300-EXIT.
004530     EXIT.
004540
004550******************************************************************
004560*    5900-PRINT-CONTROL-TOTALS
004570*    EVERY TXNLOG RECORD IS EITHER PASSED OVER OR TALLIED TO ITS
004580*    TELLER, EVERY TELLER REVERSAL ON THE LOG HAS ITS REVLOG
004590*    RECORD, AND THE SORT RETURNS ALL IT WAS GIVEN - OR THE
004600*    REPORT IS INCOMPLETE AND THE RUN IS NOT STAMPED.
004610******************************************************************
004620 5900-PRINT-CONTROL-TOTALS.
004630     MOVE SPACES TO TELLER-REPORT-LINE.
004640     WRITE TELLER-REPORT-LINE.
004650     MOVE "CONTROL TOTALS" TO TELLER-REPORT-LINE.
004660     WRITE TELLER-REPORT-LINE.
004670     MOVE "TXNLOG RECORDS READ" TO CT-LABEL.
004680     MOVE TR-LOG-READ TO CT-COUNT.
004690     WRITE TELLER-REPORT-LINE FROM TR-COUNT-TOTAL-LINE.
004700     MOVE "  NOT TELLER ENTRIES FOR THE DATE" TO CT-LABEL.
004710     MOVE TR-LOG-PASSED TO CT-COUNT.
004720     WRITE TELLER-REPORT-LINE FROM TR-COUNT-TOTAL-LINE.
004730     MOVE "  TELLER ENTRIES FOR THE DATE" TO CT-LABEL.
004740     MOVE TR-ENTRIES-READ TO CT-COUNT.
004750     WRITE TELLER-REPORT-LINE FROM TR-COUNT-TOTAL-LINE.
004760     MOVE "    TELLER REVERSALS ON THE LOG" TO CT-LABEL.
004770     MOVE TR-REV-LOGGED TO CT-COUNT.
004780     WRITE TELLER-REPORT-LINE FROM TR-COUNT-TOTAL-LINE.
004790     MOVE "REVLOG RECORDS READ" TO CT-LABEL.
004800     MOVE TR-REV-READ TO CT-COUNT.
004810     WRITE TELLER-REPORT-LINE FROM TR-COUNT-TOTAL-LINE.
004820     MOVE "  TELLER REVERSALS FOR THE DATE" TO CT-LABEL.
004830     MOVE TR-REV-SELECTED TO CT-COUNT.
004840     WRITE TELLER-REPORT-LINE FROM TR-COUNT-TOTAL-LINE.
004850     MOVE "    CASH ENTRIES TALLIED" TO CT-LABEL.
004860     MOVE TR-CASH-ENTRIES TO CT-COUNT.
004870     WRITE TELLER-REPORT-LINE FROM TR-COUNT-TOTAL-LINE.
004880     MOVE "    NO CASH EFFECT" TO CT-LABEL.
004890     MOVE TR-NON-CASH TO CT-COUNT.
004900     WRITE TELLER-REPORT-LINE FROM TR-COUNT-TOTAL-LINE.
004910     MOVE "TELLERS REPORTED" TO CT-LABEL.
004920     MOVE TR-TELLER-COUNT TO CT-COUNT.
004930     WRITE TELLER-REPORT-LINE FROM TR-COUNT-TOTAL-LINE.
004940     MOVE "SORT RECORDS RELEASED" TO CT-LABEL.
004950     MOVE TR-RELEASED TO CT-COUNT.
004960     WRITE TELLER-REPORT-LINE FROM TR-COUNT-TOTAL-LINE.
004970     MOVE "SORT RECORDS RETURNED" TO CT-LABEL.
004980     MOVE TR-RETURNED TO CT-COUNT.
004990     WRITE TELLER-REPORT-LINE FROM TR-COUNT-TOTAL-LINE.
005000
005010     COMPUTE TR-PROOF-TOTAL = TR-CASH-ENTRIES + TR-NON-CASH.
005020     IF SORT-RETURN NOT = 0
005030     OR TR-RELEASED NOT = TR-RETURNED
005040     OR TR-RELEASED + TR-REV-LOGGED
005050     NOT = TR-ENTRIES-READ + TR-REV-SELECTED
005060     OR TR-REV-LOGGED NOT = TR-REV-SELECTED
005070     OR TR-LOG-READ NOT = TR-ENTRIES-READ + TR-LOG-PASSED
005080     OR TR-RETURNED NOT = TR-PROOF-TOTAL
005090     MOVE 'N' TO TR-CONTINUE-SW
005100     END-IF.
005110     IF TR-CONTINUE-SW = 'Y'
005120     MOVE "  CONTROL TOTALS AGREE - EVERY ENTRY WAS TALLIED."
005130     TO TELLER-REPORT-LINE
005140     WRITE TELLER-REPORT-LINE
005150     ELSE
005160     MOVE "  *** CONTROL TOTALS DO NOT AGREE - REPORT IS"
005170     TO TELLER-REPORT-LINE
005180     WRITE TELLER-REPORT-LINE
005190     MOVE "  *** INCOMPLETE. RUN NOT STAMPED."
005200     TO TELLER-REPORT-LINE
005210     WRITE TELLER-REPORT-LINE
005220     DISPLAY "TLRRPT CONTROL TOTALS DO NOT AGREE."
005230     END-IF.
005240 5900-EXIT.
005250     EXIT.
005260
005270******************************************************************
005280*    8800-STAMP-RUN-CONTROL
005290*    RECORDS THE SUCCESSFUL REPORT RUN ON RUNCTL.
005300******************************************************************
005310 8800-STAMP-RUN-CONTROL.
005320     OPEN I-O RUN-CONTROL.
005330     IF TR-RUNCTL-FS = "35"
005340     OPEN OUTPUT RUN-CONTROL
005350     CLOSE RUN-CONTROL
005360     OPEN I-O RUN-CONTROL
005370     END-IF.
005380     IF TR-RUNCTL-FS NOT = "00"
005390     DISPLAY "WARNING - RUN NOT STAMPED. STATUS=" TR-RUNCTL-FS
005400     GO TO 8800-EXIT
005410     END-IF.
005420
005430     MOVE 'N' TO TR-RC-FOUND-SW.
005440     MOVE "TLRRPT  " TO RC-JOB-NAME.
005450     READ RUN-CONTROL
005460     INVALID KEY
005470     MOVE SPACES TO RUNCTL-RECORD
005480     MOVE "TLRRPT  " TO RC-JOB-NAME
005490     MOVE ZERO TO RC-RUN-COUNT
005500     NOT INVALID KEY
005510     SET TR-RC-FOUND TO TRUE
005520     END-READ.
005530
005540     MOVE TR-RUN-DATE TO RC-LAST-RUN-DATE.
005550     ACCEPT RC-LAST-RUN-TIME FROM TIME.
005560     MOVE ZERO TO RC-LAST-PERIOD.
005570     ADD 1 TO RC-RUN-COUNT.
005580     IF TR-RC-FOUND
005590     REWRITE RUNCTL-RECORD
005600     ELSE
005610     WRITE RUNCTL-RECORD
005620     END-IF.
005630     CLOSE RUN-CONTROL.
005640 8800-EXIT.
005650     EXIT.
005660
005670******************************************************************
005680*    8900-GET-BUSINESS-DATE
005690*    READS THE PROCESSING DATE FROM THE BUSDATE CONTROL FILE -
005700*    THE WALL CLOCK ONLY SEEDS THE FILE THE FIRST TIME IT IS
005710*    MISSING. THE DATE ADVANCES ONLY WHEN THE EODROLL ROLLOVER
005720*    CLOSES THE DAY, SO WORK THAT SLIPS PAST MIDNIGHT STILL
005730*    STAMPS THE DAY IT BELONGS TO.
005740******************************************************************
005750 8900-GET-BUSINESS-DATE.
005760     OPEN INPUT BUSINESS-DATE.
005770     IF TR-BD-FS = "35"
005780     PERFORM 8950-CREATE-BUSDATE THRU 8950-EXIT
005790     OPEN INPUT BUSINESS-DATE
005800     END-IF.
005810     IF TR-BD-FS NOT = "00"
005820     DISPLAY "BUSDATE UNAVAILABLE - USING THE WALL CLOCK."
005830     ACCEPT TR-RUN-DATE FROM DATE YYYYMMDD
005840     GO TO 8900-EXIT
005850     END-IF.
005860     READ BUSINESS-DATE
005870     AT END
005880     DISPLAY "BUSDATE IS EMPTY - USING THE WALL CLOCK."
005890     ACCEPT TR-RUN-DATE FROM DATE YYYYMMDD
005900     CLOSE BUSINESS-DATE
005910     GO TO 8900-EXIT
005920     END-READ.
005930     MOVE BD-BUSINESS-DATE TO TR-RUN-DATE.
005940     CLOSE BUSINESS-DATE.
005950 8900-EXIT.
005960     EXIT.
005970
005980 8950-CREATE-BUSDATE.
005990     OPEN OUTPUT BUSINESS-DATE.
006000     MOVE SPACES TO BUSDATE-RECORD.
006010     ACCEPT BD-BUSINESS-DATE FROM DATE YYYYMMDD.
006020     WRITE BUSDATE-RECORD.
006030     CLOSE BUSINESS-DATE.
006040 8950-EXIT.
006050     EXIT.
006060
006070******************************************************************
006080*    9000-TERMINATE
006090******************************************************************
006100 9000-TERMINATE.
006110     CLOSE TELLER-REPORT.
006120     DISPLAY "TELLER CASH TOTALS COMPLETE. SEE TLRCSHRP.".
006130     DISPLAY "TXNLOG RECORDS READ: " TR-LOG-READ.
006140     DISPLAY "TELLER ENTRIES READ: " TR-ENTRIES-READ.
006150     DISPLAY "TELLERS REPORTED:    " TR-TELLER-COUNT.
006160 9000-EXIT.
006170     EXIT.
