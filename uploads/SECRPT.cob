000290*                     THE DAY IT BELONGS TO. THE DATE ADVANCES
000300*                     ONLY WHEN THE EODROLL ROLLOVER CLOSES THE
000310*                     DAY.
000320*    10/15/2026 RH    THE 200-ACCOUNT TALLY TABLE IS GONE. THE
000330*                     DAY'S EVENTS ARE SORTED INTO ACCOUNT ORDER
000340*                     AND TALLIED ONE ACCOUNT AT A TIME, WITH NO
000350*                     LIMIT. THE REPORT ENDS WITH CONTROL TOTALS
000360*                     PROVING EVERY SECLOG RECORD WAS COUNTED; IF
000370*                     THEY DO NOT AGREE THE RUN ENDS RC 8 AND IS
000380*                     NOT STAMPED.
000390******************************************************************
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT SECURITY-LOG    ASSIGN TO "SECLOG"
000450     ORGANIZATION IS LINE SEQUENTIAL
000460     FILE STATUS IS SR-SEC-FS.
000470
000480     SELECT SEC-REPORT      ASSIGN TO "SECEXRPT"
000490     ORGANIZATION IS LINE SEQUENTIAL
000500     FILE STATUS IS SR-RPT-FS.
000510
000520     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
000530     ORGANIZATION IS INDEXED
000540     ACCESS MODE IS DYNAMIC
000550     RECORD KEY IS RC-JOB-NAME
000560     FILE STATUS IS SR-RUNCTL-FS.
000570
000580     SELECT BUSINESS-DATE   ASSIGN TO "BUSDATE"
000590     ORGANIZATION IS LINE SEQUENTIAL
000600     FILE STATUS IS SR-BD-FS.
000610
000620     SELECT SEC-SORT-FILE   ASSIGN TO "SRSORT".
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  SECURITY-LOG
000670     LABEL RECORDS ARE STANDARD.
000680     COPY SECREC.
000690
000700 FD  SEC-REPORT
000710     LABEL RECORDS ARE STANDARD.
000720 01  SEC-REPORT-LINE             PIC X(80).
000730
000740 FD  RUN-CONTROL
000750     LABEL RECORDS ARE STANDARD.
000760     COPY RUNREC.
000770
000780 FD  BUSINESS-DATE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY BDREC.
000810
000820******************************************************************
000830*    ONE SORT RECORD PER SECURITY EVENT FOR THE RUN DATE, IN
000840*    ACCOUNT ORDER FOR THE PER-ACCOUNT TALLY.
000850******************************************************************
000860 SD  SEC-SORT-FILE.
000870 01  SEC-SORT-RECORD.
000880     05  SS-ACCOUNT              PIC 9(06).
000890     05  SS-EVENT                PIC X(12).
000900
000910 WORKING-STORAGE SECTION.
000920******************************************************************
000930*    FILE STATUS AND SWITCHES
000940******************************************************************
000950 01  SR-SEC-FS                PIC X(02)  VALUE "00".
000960 01  SR-RPT-FS                PIC X(02)  VALUE "00".
000970 01  SR-RUNCTL-FS             PIC X(02)  VALUE "00".
000980 01  SR-BD-FS                 PIC X(02)  VALUE "00".
000990
001000 01  SR-RC-FOUND-SW           PIC X(01)  VALUE 'N'.
001010     88  SR-RC-FOUND                  VALUE 'Y'.
001020
001030 01  SR-SEC-EOF-SW            PIC X(01)  VALUE 'N'.
001040     88  SR-SEC-EOF                   VALUE 'Y'.
001050
001060 01  SR-SORT-EOF-SW           PIC X(01)  VALUE 'N'.
001070     88  SR-SORT-EOF                  VALUE 'Y'.
001080
001090 01  SR-CONTINUE-SW           PIC X(01)  VALUE 'Y'.
001100
001110******************************************************************
001120*    EVENT COUNTS FOR THE ACCOUNT BEING TALLIED - BUILT FROM ITS
001130*    EVENTS AS THEY COME BACK FROM THE SORT, ONE ACCOUNT AT A
001140*    TIME, SO THERE IS NO LIMIT ON THE NUMBER OF ACCOUNTS.
001150******************************************************************
001160 01  SR-CURRENT-ACCOUNT.
001170     05  SR-ACCT-NUMBER        PIC 9(06).
001180     05  SR-FAIL-COUNT         PIC 9(04).
001190     05  SR-LOCKOUT-COUNT      PIC 9(04).
001200     05  SR-DECLINE-COUNT      PIC 9(04).
001210
001220 01  SR-GROUP-OPEN-SW         PIC X(01)  VALUE 'N'.
001230     88  SR-GROUP-OPEN                VALUE 'Y'.
001240
001250******************************************************************
001260*    CONTROL TOTALS - EVERY SECLOG RECORD READ IS EITHER ANOTHER
001270*    DAY'S OR IS TALLIED AGAINST ITS ACCOUNT.
001280******************************************************************
001290 77  SR-LOG-READ               PIC 9(09)  VALUE 0.
001300 77  SR-OTHER-DAYS             PIC 9(09)  VALUE 0.
001310 77  SR-ACCT-COUNT             PIC 9(07)  VALUE 0.
001320 77  SR-FAILS-TALLIED          PIC 9(09)  VALUE 0.
001330 77  SR-LOCKOUTS-TALLIED       PIC 9(09)  VALUE 0.
001340 77  SR-DECLINES-TALLIED       PIC 9(09)  VALUE 0.
001350 77  SR-OTHERS-TALLIED         PIC 9(09)  VALUE 0.
001360 77  SR-RELEASED               PIC 9(09)  VALUE 0.
001370 77  SR-RETURNED               PIC 9(09)  VALUE 0.
001380 77  SR-PROOF-TOTAL            PIC 9(09)  VALUE 0.
001390
001400 77  SR-RUN-DATE               PIC 9(08).
001410 77  SR-EVENTS-READ            PIC 9(07)  VALUE 0.
001420 77  SR-LOCKOUTS-TODAY         PIC 9(07)  VALUE 0.
001430 77  SR-EXCEPTIONS             PIC 9(07)  VALUE 0.
001440
001450 01  SR-REPORT-ACCT-LINE.
001460     05  FILLER                PIC X(02)  VALUE SPACES.
001470     05  RL-ACCT-NUMBER        PIC 9(06).
001480     05  FILLER                PIC X(04)  VALUE SPACES.
001490     05  RL-FAIL-COUNT         PIC Z(03)9.
001500     05  FILLER                PIC X(06)  VALUE SPACES.
001510     05  RL-LOCKOUT-COUNT      PIC Z(03)9.
001520     05  FILLER                PIC X(06)  VALUE SPACES.
001530     05  RL-DECLINE-COUNT      PIC Z(03)9.
001540     05  FILLER                PIC X(04)  VALUE SPACES.
001550     05  RL-NOTE               PIC X(24).
001560
001570 01  SR-COUNT-TOTAL-LINE.
001580     05  FILLER                PIC X(02)  VALUE SPACES.
001590     05  CT-LABEL              PIC X(40).
001600     05  CT-COUNT              PIC Z(8)9.
001610
001620 PROCEDURE DIVISION.
001630******************************************************************
001640*    0000-MAINLINE
001650******************************************************************
001660 0000-MAINLINE.
001670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001680     SORT SEC-SORT-FILE
001690     ON ASCENDING KEY SS-ACCOUNT
001700     INPUT PROCEDURE IS 2000-TALLY-EVENTS THRU 2000-EXIT
001710     OUTPUT PROCEDURE IS 5000-PRINT-REPORT THRU 5000-EXIT.
001720     PERFORM 5900-PRINT-CONTROL-TOTALS THRU 5900-EXIT.
001730     IF SR-CONTINUE-SW = 'Y'
001740     PERFORM 8800-STAMP-RUN-CONTROL THRU 8800-EXIT
001750     ELSE
001760     MOVE 8 TO RETURN-CODE
001770     END-IF.
001780     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001790     GOBACK.
001800
001810******************************************************************
001820*    1000-INITIALIZE
001830******************************************************************
001840 1000-INITIALIZE.
001850     PERFORM 8900-GET-BUSINESS-DATE THRU 8900-EXIT.
001860     OPEN INPUT SECURITY-LOG.
001870     IF SR-SEC-FS = "35"
001880     DISPLAY "NO SECURITY LOG ON FILE. NOTHING TO REPORT."
001890     OPEN OUTPUT SEC-REPORT
001900     MOVE "NO SECURITY EVENTS ON FILE." TO SEC-REPORT-LINE
001910     WRITE SEC-REPORT-LINE
001920     CLOSE SEC-REPORT
001930     PERFORM 8800-STAMP-RUN-CONTROL THRU 8800-EXIT
001940     GOBACK
001950     END-IF.
001960
001970     OPEN OUTPUT SEC-REPORT.
001980     MOVE SPACES TO SEC-REPORT-LINE.
001990     STRING "DAILY SECURITY EXCEPTION REPORT - " DELIMITED BY
002000     SIZE
002010     SR-RUN-DATE DELIMITED BY SIZE
002020     INTO SEC-REPORT-LINE.
002030     WRITE SEC-REPORT-LINE.
002040 1000-EXIT.
002050     EXIT.
002060
002070******************************************************************
002080*    2000-TALLY-EVENTS
002090*    SORT INPUT PROCEDURE - SEQUENTIAL PASS OVER SECLOG. ECHOES
002100*    EACH OF THE RUN DATE'S LOCKOUTS TO THE REPORT AS IT IS MET,
002110*    SO LOCKOUTS APPEAR IN TIME ORDER, AND RELEASES EVERY ONE OF
002120*    THE DAY'S EVENTS FOR THE PER-ACCOUNT TALLY.
002130******************************************************************
002140 2000-TALLY-EVENTS.
002150     MOVE SPACES TO SEC-REPORT-LINE.
002160     WRITE SEC-REPORT-LINE.
002170     MOVE "LOCKOUTS THIS DAY:" TO SEC-REPORT-LINE.
002180     WRITE SEC-REPORT-LINE.
002190
002200     PERFORM 2100-READ-EVENT THRU 2100-EXIT.
002210     PERFORM UNTIL SR-SEC-EOF
002220     ADD 1 TO SR-LOG-READ
002230     IF SEC-DATE = SR-RUN-DATE
002240     ADD 1 TO SR-EVENTS-READ
002250     PERFORM 2200-RELEASE-EVENT THRU 2200-EXIT
002260     ELSE
002270     ADD 1 TO SR-OTHER-DAYS
002280     END-IF
002290     PERFORM 2100-READ-EVENT THRU 2100-EXIT
002300     END-PERFORM.
002310
002320     IF SR-LOCKOUTS-TODAY = 0
002330     MOVE "  (NONE)" TO SEC-REPORT-LINE
002340     WRITE SEC-REPORT-LINE
002350     END-IF.
002360 2000-EXIT.
002370     EXIT.
002380
002390 2100-READ-EVENT.
002400     READ SECURITY-LOG
002410     AT END
002420     MOVE 'Y' TO SR-SEC-EOF-SW
002430     END-READ.
002440 2100-EXIT.
002450     EXIT.
002460
002470******************************************************************
002480*    2200-RELEASE-EVENT
002490******************************************************************
002500 2200-RELEASE-EVENT.
002510     IF SEC-EVENT = "LOCKOUT"
002520     ADD 1 TO SR-LOCKOUTS-TODAY
002530     PERFORM 2400-PRINT-LOCKOUT THRU 2400-EXIT
002540     END-IF.
002550     MOVE SPACES TO SEC-SORT-RECORD.
002560     MOVE SEC-ACCOUNT TO SS-ACCOUNT.
002570     MOVE SEC-EVENT   TO SS-EVENT.
002580     RELEASE SEC-SORT-RECORD.
002590     ADD 1 TO SR-RELEASED.
002600 2200-EXIT.
002610     EXIT.
002620
002630******************************************************************
002640*    2400-PRINT-LOCKOUT
002650******************************************************************
002660 2400-PRINT-LOCKOUT.
002670     MOVE SPACES TO SEC-REPORT-LINE.
002680     STRING "  " DELIMITED BY SIZE
002690     SEC-TIME DELIMITED BY SIZE
002700     "  ACCOUNT " DELIMITED BY SIZE
002710     SEC-ACCOUNT DELIMITED BY SIZE
002720     "  LOCKED (" DELIMITED BY SIZE
002730     SEC-REASON DELIMITED BY SIZE
002740     ")" DELIMITED BY SIZE
002750     INTO SEC-REPORT-LINE.
002760     WRITE SEC-REPORT-LINE.
002770 2400-EXIT.
002780     EXIT.
002790
002800******************************************************************
002810*    5000-PRINT-REPORT
002820*    SORT OUTPUT PROCEDURE - CONTROL BREAK ON THE ACCOUNT. ONE
002830*    LINE PER ACCOUNT WITH THREE OR MORE FAILED LOGINS OR ANY
002840*    LOCKOUT - THE REPEATED-FAILURE PATTERNS FRAUD ASKS FOR.
002850******************************************************************
002860 5000-PRINT-REPORT.
002870     MOVE SPACES TO SEC-REPORT-LINE.
002880     WRITE SEC-REPORT-LINE.
002890     MOVE "REPEATED-FAILURE ACCOUNTS (3+ FAILED LOGINS):"
002900     TO SEC-REPORT-LINE.
002910     WRITE SEC-REPORT-LINE.
002920     MOVE SPACES TO SEC-REPORT-LINE.
002930     STRING "  ACCOUNT" DELIMITED BY SIZE
002940     "   FAILS" DELIMITED BY SIZE
002950     "   LOCKOUTS" DELIMITED BY SIZE
002960     "   DECLINES" DELIMITED BY SIZE
002970     INTO SEC-REPORT-LINE.
002980     WRITE SEC-REPORT-LINE.
002990
003000     PERFORM 5300-RETURN-SORT THRU 5300-EXIT.
003010     PERFORM UNTIL SR-SORT-EOF
003020     IF NOT SR-GROUP-OPEN OR SS-ACCOUNT NOT = SR-ACCT-NUMBER
003030     PERFORM 5100-PRINT-EXCEPTION THRU 5100-EXIT
003040     INITIALIZE SR-CURRENT-ACCOUNT
003050     MOVE SS-ACCOUNT TO SR-ACCT-NUMBER
003060     SET SR-GROUP-OPEN TO TRUE
003070     ADD 1 TO SR-ACCT-COUNT
003080     END-IF
003090     PERFORM 5200-TALLY-ONE-EVENT THRU 5200-EXIT
003100     PERFORM 5300-RETURN-SORT THRU 5300-EXIT
003110     END-PERFORM.
003120     PERFORM 5100-PRINT-EXCEPTION THRU 5100-EXIT.
003130
003140     IF SR-EXCEPTIONS = 0
003150     MOVE "  (NONE)" TO SEC-REPORT-LINE
003160     WRITE SEC-REPORT-LINE
003170     END-IF.
003180 5000-EXIT.
003190     EXIT.
003200
003210 5100-PRINT-EXCEPTION.
003220     IF NOT SR-GROUP-OPEN
003230     GO TO 5100-EXIT
003240     END-IF.
003250     MOVE 'N' TO SR-GROUP-OPEN-SW.
003260     IF SR-FAIL-COUNT < 3
003270     AND SR-LOCKOUT-COUNT = 0
003280     GO TO 5100-EXIT
003290     END-IF.
003300
003310     ADD 1 TO SR-EXCEPTIONS.
003320     MOVE SPACES TO SR-REPORT-ACCT-LINE.
003330     MOVE SR-ACCT-NUMBER   TO RL-ACCT-NUMBER.
003340     MOVE SR-FAIL-COUNT    TO RL-FAIL-COUNT.
003350     MOVE SR-LOCKOUT-COUNT TO RL-LOCKOUT-COUNT.
003360     MOVE SR-DECLINE-COUNT TO RL-DECLINE-COUNT.
003370     IF SR-LOCKOUT-COUNT > 0
003380     MOVE "LOCKED OUT" TO RL-NOTE
003390     ELSE
003400     MOVE "REPEATED FAILURES" TO RL-NOTE
003410     END-IF.
003420     WRITE SEC-REPORT-LINE FROM SR-REPORT-ACCT-LINE.
003430 5100-EXIT.
003440     EXIT.
003450
003460******************************************************************
003470*    5200-TALLY-ONE-EVENT
003480******************************************************************
003490 5200-TALLY-ONE-EVENT.
003500     EVALUATE SS-EVENT
003510     WHEN "LOGIN-FAIL"
003520     ADD 1 TO SR-FAIL-COUNT
003530     ADD 1 TO SR-FAILS-TALLIED
003540     WHEN "LOCKOUT"
003550     ADD 1 TO SR-LOCKOUT-COUNT
003560     ADD 1 TO SR-LOCKOUTS-TALLIED
003570     WHEN "WD-DECLINE"
003580     ADD 1 TO SR-DECLINE-COUNT
003590     ADD 1 TO SR-DECLINES-TALLIED
003600     WHEN OTHER
003610     ADD 1 TO SR-OTHERS-TALLIED
003620     END-EVALUATE.
003630 5200-EXIT.
003640     EXIT.
003650
003660 5300-RETURN-SORT.
003670     RETURN SEC-SORT-FILE
003680     AT END
003690     MOVE 'Y' TO SR-SORT-EOF-SW
003700     NOT AT END
003710     ADD 1 TO SR-RETURNED
003720     END-RETURN.
003730 5300-EXIT.
003740     EXIT.
003750
003760******************************************************************
003770*    5900-PRINT-CONTROL-TOTALS
003780*    EVERY SECLOG RECORD IS EITHER ANOTHER DAY'S OR TALLIED, AND
003790*    THE SORT RETURNS ALL IT WAS GIVEN - OR THE REPORT IS
003800*    INCOMPLETE AND THE RUN IS NOT STAMPED.
003810******************************************************************
003820 5900-PRINT-CONTROL-TOTALS.
003830     MOVE SPACES TO SEC-REPORT-LINE.
003840     WRITE SEC-REPORT-LINE.
003850     MOVE "CONTROL TOTALS" TO SEC-REPORT-LINE.
003860     WRITE SEC-REPORT-LINE.
003870     MOVE "SECLOG RECORDS READ" TO CT-LABEL.
003880     MOVE SR-LOG-READ TO CT-COUNT.
003890     WRITE SEC-REPORT-LINE FROM SR-COUNT-TOTAL-LINE.
003900     MOVE "  FOR OTHER DAYS" TO CT-LABEL.
003910     MOVE SR-OTHER-DAYS TO CT-COUNT.
003920     WRITE SEC-REPORT-LINE FROM SR-COUNT-TOTAL-LINE.
003930     MOVE "  FOR THE RUN DATE" TO CT-LABEL.
003940     MOVE SR-EVENTS-READ TO CT-COUNT.
003950     WRITE SEC-REPORT-LINE FROM SR-COUNT-TOTAL-LINE.
003960     MOVE "    FAILED LOGINS" TO CT-LABEL.
003970     MOVE SR-FAILS-TALLIED TO CT-COUNT.
003980     WRITE SEC-REPORT-LINE FROM SR-COUNT-TOTAL-LINE.
003990     MOVE "    LOCKOUTS" TO CT-LABEL.
004000     MOVE SR-LOCKOUTS-TALLIED TO CT-COUNT.
004010     WRITE SEC-REPORT-LINE FROM SR-COUNT-TOTAL-LINE.
004020     MOVE "    WITHDRAWAL DECLINES" TO CT-LABEL.
004030     MOVE SR-DECLINES-TALLIED TO CT-COUNT.
004040     WRITE SEC-REPORT-LINE FROM SR-COUNT-TOTAL-LINE.
004050     MOVE "    OTHER EVENTS" TO CT-LABEL.
004060     MOVE SR-OTHERS-TALLIED TO CT-COUNT.
004070     WRITE SEC-REPORT-LINE FROM SR-COUNT-TOTAL-LINE.
004080     MOVE "ACCOUNTS WITH EVENTS" TO CT-LABEL.
004090     MOVE SR-ACCT-COUNT TO CT-COUNT.
004100     WRITE SEC-REPORT-LINE FROM SR-COUNT-TOTAL-LINE.
004110     MOVE "SORT RECORDS RELEASED" TO CT-LABEL.
004120     MOVE SR-RELEASED TO CT-COUNT.
004130     WRITE SEC-REPORT-LINE FROM SR-COUNT-TOTAL-LINE.
004140     MOVE "SORT RECORDS RETURNED" TO CT-LABEL.
004150     MOVE SR-RETURNED TO CT-COUNT.
004160     WRITE SEC-REPORT-LINE FROM SR-COUNT-TOTAL-LINE.
004170
004180     COMPUTE SR-PROOF-TOTAL = SR-FAILS-TALLIED
004190     + SR-LOCKOUTS-TALLIED + SR-DECLINES-TALLIED
004200     + SR-OTHERS-TALLIED.
004210     IF SORT-RETURN NOT = 0
004220     OR SR-RELEASED NOT = SR-RETURNED
004230     OR SR-RELEASED NOT = SR-EVENTS-READ
004240     OR SR-LOG-READ NOT = SR-EVENTS-READ + SR-OTHER-DAYS
004250     OR SR-RETURNED NOT = SR-PROOF-TOTAL
004260     OR SR-LOCKOUTS-TALLIED NOT = SR-LOCKOUTS-TODAY
004270     MOVE 'N' TO SR-CONTINUE-SW
004280     END-IF.
004290     IF SR-CONTINUE-SW = 'Y'
004300     MOVE "  CONTROL TOTALS AGREE - EVERY EVENT WAS TALLIED."
004310     TO SEC-REPORT-LINE
004320     WRITE SEC-REPORT-LINE
004330     ELSE
004340     MOVE "  *** CONTROL TOTALS DO NOT AGREE - REPORT IS"
004350     TO SEC-REPORT-LINE
004360     WRITE SEC-REPORT-LINE
004370     MOVE "  *** INCOMPLETE. RUN NOT STAMPED."
004380     TO SEC-REPORT-LINE
004390     WRITE SEC-REPORT-LINE
004400     DISPLAY "SECRPT CONTROL TOTALS DO NOT AGREE."
004410     END-IF.
004420 5900-EXIT.
004430     EXIT.
004440
004450******************************************************************
004460*    8800-STAMP-RUN-CONTROL
004470*    RECORDS THE SUCCESSFUL REPORT RUN ON RUNCTL.
004480******************************************************************
004490 8800-STAMP-RUN-CONTROL.
004500     OPEN I-O RUN-CONTROL.
004510     IF SR-RUNCTL-FS = "35"
004520     OPEN OUTPUT RUN-CONTROL
004530     CLOSE RUN-CONTROL
004540     OPEN I-O RUN-CONTROL
004550     END-IF.
004560     IF SR-RUNCTL-FS NOT = "00"
004570     DISPLAY "WARNING - RUN NOT STAMPED. STATUS=" SR-RUNCTL-FS
004580     GO TO 8800-EXIT
004590     END-IF.
004600
004610     MOVE 'N' TO SR-RC-FOUND-SW.
004620     MOVE "SECRPT  " TO RC-JOB-NAME.
004630     READ RUN-CONTROL
004640     INVALID KEY
004650     MOVE SPACES TO RUNCTL-RECORD
004660     MOVE "SECRPT  " TO RC-JOB-NAME
004670     MOVE ZERO TO RC-RUN-COUNT
004680     NOT INVALID KEY
004690     SET SR-RC-FOUND TO TRUE
004700     END-READ.
004710
004720     MOVE SR-RUN-DATE TO RC-LAST-RUN-DATE.
004730     ACCEPT RC-LAST-RUN-TIME FROM TIME.
004740     MOVE ZERO TO RC-LAST-PERIOD.
004750     ADD 1 TO RC-RUN-COUNT.
004760     IF SR-RC-FOUND
004770     REWRITE RUNCTL-RECORD
004780     ELSE
004790     WRITE RUNCTL-RECORD
004800     END-IF.
004810     CLOSE RUN-CONTROL.
004820 8800-EXIT.
004830     EXIT.
004840
004850******************************************************************
004860*    8900-GET-BUSINESS-DATE
004870*    READS THE PROCESSING DATE FROM THE BUSDATE CONTROL FILE -
004880*    THE WALL CLOCK ONLY SEEDS THE FILE THE FIRST TIME IT IS
004890*    MISSING. THE DATE ADVANCES ONLY WHEN THE EODROLL ROLLOVER
004900*    CLOSES THE DAY, SO WORK THAT SLIPS PAST MIDNIGHT STILL
004910*    STAMPS THE DAY IT BELONGS TO.
004920******************************************************************
004930 8900-GET-BUSINESS-DATE.
004940     OPEN INPUT BUSINESS-DATE.
004950     IF SR-BD-FS = "35"
004960     PERFORM 8950-CREATE-BUSDATE THRU 8950-EXIT
004970     OPEN INPUT BUSINESS-DATE
004980     END-IF.
004990     IF SR-BD-FS NOT = "00"
005000     DISPLAY "BUSDATE UNAVAILABLE - USING THE WALL CLOCK."
005010     ACCEPT SR-RUN-DATE FROM DATE YYYYMMDD
005020     GO TO 8900-EXIT
005030     END-IF.
005040     READ BUSINESS-DATE
005050     AT END
005060     DISPLAY "BUSDATE IS EMPTY - USING THE WALL CLOCK."
005070     ACCEPT SR-RUN-DATE FROM DATE YYYYMMDD
005080     CLOSE BUSINESS-DATE
005090     GO TO 8900-EXIT
005100     END-READ.
005110     MOVE BD-BUSINESS-DATE TO SR-RUN-DATE.
005120     CLOSE BUSINESS-DATE.
005130 8900-EXIT.
005140     EXIT.
005150
005160 8950-CREATE-BUSDATE.
005170     OPEN OUTPUT BUSINESS-DATE.
005180     MOVE SPACES TO BUSDATE-RECORD.
005190     ACCEPT BD-BUSINESS-DATE FROM DATE YYYYMMDD.
005200     WRITE BUSDATE-RECORD.
005210     CLOSE BUSINESS-DATE.
005220 8950-EXIT.
005230     EXIT.
005240
005250******************************************************************
005260*    9000-TERMINATE
005270******************************************************************
005280 9000-TERMINATE.
005290     CLOSE SECURITY-LOG.
005300     CLOSE SEC-REPORT.
005310     DISPLAY "SECURITY EXCEPTION REPORT COMPLETE. SEE SECEXRPT.".
005320     DISPLAY "EVENTS FOR RUN DATE: " SR-EVENTS-READ.
005330     DISPLAY "LOCKOUTS:            " SR-LOCKOUTS-TODAY.
005340     DISPLAY "EXCEPTION ACCOUNTS:  " SR-EXCEPTIONS.
005350 9000-EXIT.
005360     EXIT.
