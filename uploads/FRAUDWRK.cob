000420*                     MID-REWRITE RESTORES THE QUEUE WHOLE
000430*                     INSTEAD OF LETTING A TRUNCATED FRAUDQ
000440*                     LOAD AND THE ONLY COMPLETE COPY BE WIPED.
000450*    10/15/2026 RH    CLEARING A CASE THAT RESTORES THE ACCOUNT TO
000460*                     ACTIVE NOW WRITES THE ACCOUNT RECORD AS IT
000470*                     STOOD BEFORE AND AFTER, WITH THE REVIEWER'S
000480*                     ID, TO THE MAINTJRN MAINTENANCE JOURNAL (SEE
000490*                     MJRNREC.CPY).
000500*    10/15/2026 RH    THE 200-CASE TABLE IS GONE. THE QUEUE IS
000510*                     COUNTED, THEN WORKED CASE BY CASE STRAIGHT
000520*                     INTO FRQWORK, SO THERE IS NO LIMIT ON ITS
000530*                     DEPTH AND NO CASE IS EVER HELD OVER FOR
000540*                     WANT OF ROOM. FRAUDQ IS REWRITTEN ONLY WHEN
000550*                     FRQWORK HOLDS EVERY CASE READ. THE SESSION
000560*                     ENDS WITH CONTROL TOTALS; IF THEY DO NOT
000570*                     AGREE IT ENDS RC 8.
000580******************************************************************
000590
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT FRAUD-QUEUE     ASSIGN TO "FRAUDQ"
000640     ORGANIZATION IS LINE SEQUENTIAL
000650     FILE STATUS IS FW-FRQ-FS.
000660
000670     SELECT ACCOUNT-MASTER  ASSIGN TO "ACCTMAST"
000680     ORGANIZATION IS INDEXED
000690     ACCESS MODE IS DYNAMIC
000700     RECORD KEY IS ACCT-NUMBER
000710     FILE STATUS IS FW-ACCT-FS.
000720
000730     SELECT SECURITY-LOG    ASSIGN TO "SECLOG"
000740     ORGANIZATION IS LINE SEQUENTIAL
000750     FILE STATUS IS FW-SEC-FS.
000760
000770     SELECT QUEUE-WORK-FILE ASSIGN TO "FRQWORK"
000780     ORGANIZATION IS LINE SEQUENTIAL
000790     FILE STATUS IS FW-WORK-FS.
000800
000810     SELECT BUSINESS-DATE   ASSIGN TO "BUSDATE"
000820     ORGANIZATION IS LINE SEQUENTIAL
000830     FILE STATUS IS FW-BD-FS.
000840
000850     SELECT MAINT-JOURNAL   ASSIGN TO "MAINTJRN"
000860     ORGANIZATION IS LINE SEQUENTIAL
000870     FILE STATUS IS FW-JRN-FS.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  FRAUD-QUEUE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY FRQREC.
000940
000950 FD  ACCOUNT-MASTER
000960     LABEL RECORDS ARE STANDARD.
000970     COPY ACCTREC.
000980
000990 FD  SECURITY-LOG
001000     LABEL RECORDS ARE STANDARD.
001010     COPY SECREC.
001020
001030 FD  QUEUE-WORK-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 01  QUEUE-WORK-RECORD           PIC X(74).
001060
001070 FD  BUSINESS-DATE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY BDREC.
001100
001110 FD  MAINT-JOURNAL
001120     LABEL RECORDS ARE STANDARD.
001130     COPY MJRNREC.
001140
001150 WORKING-STORAGE SECTION.
001160******************************************************************
001170*    FILE STATUS AND SWITCHES
001180******************************************************************
001190 01  FW-FRQ-FS                PIC X(02)  VALUE "00".
001200 01  FW-ACCT-FS               PIC X(02)  VALUE "00".
001210 01  FW-SEC-FS                PIC X(02)  VALUE "00".
001220 01  FW-BD-FS                 PIC X(02)  VALUE "00".
001230 01  FW-WORK-FS               PIC X(02)  VALUE "00".
001240 01  FW-JRN-FS                PIC X(02)  VALUE "00".
001250
001260 01  FW-CONTINUE-SW           PIC X(01)  VALUE 'Y'.
001270
001280 01  FW-FRQ-EOF-SW            PIC X(01)  VALUE 'N'.
001290     88  FW-FRQ-EOF                   VALUE 'Y'.
001300
001310 01  FW-WORK-EOF-SW           PIC X(01)  VALUE 'N'.
001320     88  FW-WORK-EOF                  VALUE 'Y'.
001330
001340 01  FW-TOTALS-SW             PIC X(01)  VALUE 'Y'.
001350
001360******************************************************************
001370*    QUEUE COUNTS - THE QUEUE IS NO LONGER HELD IN STORAGE. IT IS
001380*    READ CASE BY CASE, EACH CASE GOING TO THE FRQWORK WORK FILE
001390*    AS SOON AS IT IS DECIDED OR PASSED OVER, SO THERE IS NO
001400*    LIMIT ON ITS DEPTH. THE COUNTS PROVE AT SESSION END THAT
001410*    EVERY CASE WAS CARRIED THROUGH.
001420******************************************************************
001430 77  FW-CASE-COUNT            PIC 9(07)  VALUE 0.
001440 77  FW-WORK-COUNT            PIC 9(07)  VALUE 0.
001450 77  FW-FRQ-COUNT             PIC 9(07)  VALUE 0.
001460 77  FW-CASES-WORKED          PIC 9(07)  VALUE 0.
001470 77  FW-OPEN-WORKED           PIC 9(07)  VALUE 0.
001480 77  FW-LEFT-OPEN             PIC 9(07)  VALUE 0.
001490 77  FW-WORK-WRITTEN          PIC 9(07)  VALUE 0.
001500 77  FW-CASES-REWRITTEN       PIC 9(07)  VALUE 0.
001510 77  FW-PROOF-TOTAL           PIC 9(07)  VALUE 0.
001520
001530******************************************************************
001540*    SESSION WORK FIELDS
001550******************************************************************
001560 77  FW-REVIEWER-ID           PIC X(08).
001570 77  FW-DECISION              PIC X(01).
001580 77  FW-CURRENT-DATE          PIC 9(08).
001590 77  FW-CURRENT-TIME          PIC 9(08).
001600 77  FW-BUSINESS-DATE         PIC 9(08).
001610 77  FW-SEC-EVENT             PIC X(12).
001620 77  FW-OPEN-CASES            PIC 9(07)  VALUE 0.
001630 77  FW-CLEARED-COUNT         PIC 9(07)  VALUE 0.
001640 77  FW-KEPT-COUNT            PIC 9(07)  VALUE 0.
001650 77  FW-BEFORE-IMAGE          PIC X(150).
001660
001670 PROCEDURE DIVISION.
001680******************************************************************
001690*    0000-MAINLINE
001700******************************************************************
001710 0000-MAINLINE.
001720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001730     IF FW-CONTINUE-SW = 'Y'
001740     PERFORM 2000-WORK-QUEUE THRU 2000-EXIT
001750     PERFORM 4000-REWRITE-QUEUE THRU 4000-EXIT
001760     END-IF.
001770     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001780     STOP RUN.
001790
001800******************************************************************
001810*    1000-INITIALIZE
001820*    SIGNS THE REVIEWER ON, COUNTS THE QUEUE AND ITS OPEN CASES
001830*    AND OPENS THE FILES.
001840******************************************************************
001850 1000-INITIALIZE.
001860     PERFORM 8900-GET-BUSINESS-DATE THRU 8900-EXIT.
001870     DISPLAY "==== FRAUD REVIEW QUEUE ====".
001880     DISPLAY "ENTER REVIEWER ID: ".
001890     ACCEPT FW-REVIEWER-ID.
001900     IF FW-REVIEWER-ID = SPACES
001910     DISPLAY "A REVIEWER ID IS REQUIRED. SESSION ENDED."
001920     MOVE 'N' TO FW-CONTINUE-SW
001930     GO TO 1000-EXIT
001940     END-IF.
001950
001960     PERFORM 1050-CHECK-PRIOR-RUN THRU 1050-EXIT.
001970
001980     OPEN INPUT FRAUD-QUEUE.
001990     IF FW-FRQ-FS = "35"
002000     DISPLAY "NO FRAUD QUEUE ON FILE. NOTHING TO REVIEW."
002010     MOVE 'N' TO FW-CONTINUE-SW
002020     GO TO 1000-EXIT
002030     END-IF.
002040     IF FW-FRQ-FS NOT = "00"
002050     DISPLAY "UNABLE TO OPEN FRAUD QUEUE. STATUS=" FW-FRQ-FS
002060     MOVE 'N' TO FW-CONTINUE-SW
002070     GO TO 1000-EXIT
002080     END-IF.
002090
002100     PERFORM 1100-READ-CASE THRU 1100-EXIT.
002110     PERFORM UNTIL FW-FRQ-EOF
002120     ADD 1 TO FW-CASE-COUNT
002130     IF FRQ-OPEN
002140     ADD 1 TO FW-OPEN-CASES
002150     END-IF
002160     PERFORM 1100-READ-CASE THRU 1100-EXIT
002170     END-PERFORM.
002180     CLOSE FRAUD-QUEUE.
002190     MOVE 'N' TO FW-FRQ-EOF-SW.
002200
002210     DISPLAY "CASES ON THE QUEUE: " FW-CASE-COUNT
002220     "  OPEN: " FW-OPEN-CASES.
002230     IF FW-OPEN-CASES = 0
002240     DISPLAY "NO OPEN CASES ON THE QUEUE."
002250     MOVE 'N' TO FW-CONTINUE-SW
002260     GO TO 1000-EXIT
002270     END-IF.
002280
002290     OPEN I-O ACCOUNT-MASTER.
002300     IF FW-ACCT-FS NOT = "00"
002310     DISPLAY "UNABLE TO OPEN ACCOUNT MASTER FILE. STATUS="
002320     FW-ACCT-FS
002330     MOVE 'N' TO FW-CONTINUE-SW
002340     GO TO 1000-EXIT
002350     END-IF.
002360
002370     OPEN EXTEND SECURITY-LOG.
002380     IF FW-SEC-FS = "35"
002390     OPEN OUTPUT SECURITY-LOG
002400     CLOSE SECURITY-LOG
002410     OPEN EXTEND SECURITY-LOG
002420     END-IF.
002430
002440     OPEN EXTEND MAINT-JOURNAL.
002450     IF FW-JRN-FS = "35"
002460     OPEN OUTPUT MAINT-JOURNAL
002470     CLOSE MAINT-JOURNAL
002480     OPEN EXTEND MAINT-JOURNAL
002490     END-IF.
002500     IF FW-JRN-FS NOT = "00"
002510     DISPLAY "UNABLE TO OPEN MAINTENANCE JOURNAL. STATUS="
002520     FW-JRN-FS
002530     MOVE 'N' TO FW-CONTINUE-SW
002540     END-IF.
002550 1000-EXIT.
002560     EXIT.
002570
002580******************************************************************
002590*    1050-CHECK-PRIOR-RUN
002600*    A NON-EMPTY FRQWORK MEANS A PRIOR SESSION DIED SOMEWHERE IN
002610*    ITS QUEUE REWRITE - THE SAME GUARD TXNARCH PUTS ON TXNTODAY.
002620*    WHICH SIDE OF THE REWRITE IT DIED ON DECIDES WHAT TO DO. THE
002630*    WORK FILE IS ALWAYS WRITTEN COMPLETE BEFORE FRAUDQ IS OPENED
002640*    OUTPUT, AND A REWRITE NEVER CHANGES THE CASE COUNT, SO: WHEN
002650*    THE WORK FILE HOLDS AT LEAST AS MANY CASES AS FRAUDQ, FRAUDQ
002660*    WAS TRUNCATED MID-COPY (OR NEVER COPIED) AND THE WORK FILE
002670*    IS THE DEFINITIVE QUEUE - IT IS RESTORED WHOLE. WHEN IT
002680*    HOLDS FEWER, THE PRIOR RUN DIED WHILE STILL WRITING THE WORK
002690*    FILE AND FRAUDQ IS INTACT - THE LEFTOVER IS DISCARDED.
002700******************************************************************
002710 1050-CHECK-PRIOR-RUN.
002720     MOVE 0 TO FW-WORK-COUNT.
002730     MOVE 0 TO FW-FRQ-COUNT.
002740
002750     MOVE 'N' TO FW-WORK-EOF-SW.
002760     OPEN INPUT QUEUE-WORK-FILE.
002770     IF FW-WORK-FS NOT = "00"
002780     GO TO 1050-EXIT
002790     END-IF.
002800     PERFORM 4300-READ-WORK-CASE THRU 4300-EXIT.
002810     PERFORM UNTIL FW-WORK-EOF
002820     ADD 1 TO FW-WORK-COUNT
002830     PERFORM 4300-READ-WORK-CASE THRU 4300-EXIT
002840     END-PERFORM.
002850     CLOSE QUEUE-WORK-FILE.
002860     IF FW-WORK-COUNT = 0
002870     GO TO 1050-EXIT
002880     END-IF.
002890
002900     MOVE 'N' TO FW-FRQ-EOF-SW.
002910     OPEN INPUT FRAUD-QUEUE.
002920     IF FW-FRQ-FS = "00"
002930     PERFORM 1100-READ-CASE THRU 1100-EXIT
002940     PERFORM UNTIL FW-FRQ-EOF
002950     ADD 1 TO FW-FRQ-COUNT
002960     PERFORM 1100-READ-CASE THRU 1100-EXIT
002970     END-PERFORM
002980     CLOSE FRAUD-QUEUE
002990     END-IF.
003000     MOVE 'N' TO FW-FRQ-EOF-SW.
003010
003020     IF FW-WORK-COUNT < FW-FRQ-COUNT
003030     DISPLAY "PRIOR SESSION LEFT A PARTIAL FRQWORK BEHIND - THE"
003040     DISPLAY "QUEUE IS INTACT. LEFTOVER DISCARDED."
003050     OPEN OUTPUT QUEUE-WORK-FILE
003060     CLOSE QUEUE-WORK-FILE
003070     GO TO 1050-EXIT
003080     END-IF.
003090
003100     DISPLAY "PRIOR SESSION DIED MID-REWRITE - RESTORING THE".
003110     DISPLAY "QUEUE FROM FRQWORK.".
003120     MOVE 'N' TO FW-WORK-EOF-SW.
003130     OPEN INPUT QUEUE-WORK-FILE.
003140     OPEN OUTPUT FRAUD-QUEUE.
003150     PERFORM 4300-READ-WORK-CASE THRU 4300-EXIT.
003160     PERFORM UNTIL FW-WORK-EOF
003170     WRITE FRAUD-QUEUE-RECORD
003180     PERFORM 4300-READ-WORK-CASE THRU 4300-EXIT
003190     END-PERFORM.
003200     CLOSE FRAUD-QUEUE.
003210     CLOSE QUEUE-WORK-FILE.
003220     MOVE 'N' TO FW-WORK-EOF-SW.
003230
003240     OPEN OUTPUT QUEUE-WORK-FILE.
003250     CLOSE QUEUE-WORK-FILE.
003260     DISPLAY "QUEUE RESTORED - " FW-WORK-COUNT " CASES.".
003270 1050-EXIT.
003280     EXIT.
003290
003300 1100-READ-CASE.
003310     READ FRAUD-QUEUE
003320     AT END
003330     MOVE 'Y' TO FW-FRQ-EOF-SW
003340     END-READ.
003350 1100-EXIT.
003360     EXIT.
003370
003380******************************************************************
003390*    2000-WORK-QUEUE
003400*    ONE PASS OVER THE QUEUE - EVERY OPEN CASE IS PUT TO THE
003410*    REVIEWER, AND EVERY CASE, DECIDED OR NOT, GOES TO THE
003420*    FRQWORK WORK FILE IN QUEUE ORDER FOR THE REWRITE.
003430******************************************************************
003440 2000-WORK-QUEUE.
003450     MOVE 'N' TO FW-FRQ-EOF-SW.
003460     OPEN INPUT FRAUD-QUEUE.
003470     IF FW-FRQ-FS NOT = "00"
003480     DISPLAY "UNABLE TO REREAD FRAUD QUEUE. STATUS=" FW-FRQ-FS
003490     MOVE 'N' TO FW-TOTALS-SW
003500     GO TO 2000-EXIT
003510     END-IF.
003520     OPEN OUTPUT QUEUE-WORK-FILE.
003530
003540     PERFORM 1100-READ-CASE THRU 1100-EXIT.
003550     PERFORM UNTIL FW-FRQ-EOF
003560     ADD 1 TO FW-CASES-WORKED
003570     PERFORM 2100-WORK-ONE-CASE THRU 2100-EXIT
003580     MOVE FRAUD-QUEUE-RECORD TO QUEUE-WORK-RECORD
003590     WRITE QUEUE-WORK-RECORD
003600     ADD 1 TO FW-WORK-WRITTEN
003610     PERFORM 1100-READ-CASE THRU 1100-EXIT
003620     END-PERFORM.
003630     CLOSE QUEUE-WORK-FILE.
003640     CLOSE FRAUD-QUEUE.
003650 2000-EXIT.
003660     EXIT.
003670
003680******************************************************************
003690*    2100-WORK-ONE-CASE
003700*    SHOWS ONE OPEN CASE AND TAKES THE DECISION. THE UPDATED
003710*    CASE IMAGE IS LEFT IN FRAUD-QUEUE-RECORD FOR THE WORK FILE.
003720******************************************************************
003730 2100-WORK-ONE-CASE.
003740     IF NOT FRQ-OPEN
003750     GO TO 2100-EXIT
003760     END-IF.
003770     ADD 1 TO FW-OPEN-WORKED.
003780
003790     DISPLAY "------------------------------".
003800     DISPLAY "CASE RAISED " FRQ-DATE " AT " FRQ-TIME.
003810     DISPLAY "ACCOUNT " FRQ-ACCOUNT "  RULE " FRQ-RULE.
003820     DISPLAY "AMOUNT  $" FRQ-AMOUNT.
003830     IF FRQ-TARGET-ACCT > ZERO
003840     DISPLAY "TARGET  " FRQ-TARGET-ACCT
003850     END-IF.
003860     DISPLAY "C=CLEAR BLOCK  K=KEEP BLOCK  S=SKIP: ".
003870     ACCEPT FW-DECISION.
003880
003890     EVALUATE FW-DECISION
003900     WHEN 'C'
003910     PERFORM 2200-CLEAR-CASE THRU 2200-EXIT
003920     WHEN 'K'
003930     PERFORM 2300-KEEP-CASE THRU 2300-EXIT
003940     WHEN OTHER
003950     DISPLAY "CASE LEFT OPEN."
003960     ADD 1 TO FW-LEFT-OPEN
003970     END-EVALUATE.
003980 2100-EXIT.
003990     EXIT.
004000
004010******************************************************************
004020*    2200-CLEAR-CASE
004030*    RESTORES THE ACCOUNT TO ACTIVE (WHEN IT IS STILL UNDER
004040*    REVIEW - A TELLER MAY HAVE TOUCHED IT MEANWHILE), JOURNALS
004050*    THE STATUS CHANGE AND CLOSES THE CASE AS CLEARED.
004060******************************************************************
004070 2200-CLEAR-CASE.
004080     MOVE FRQ-ACCOUNT TO ACCT-NUMBER.
004090     READ ACCOUNT-MASTER
004100     INVALID KEY
004110     DISPLAY "ACCOUNT NOT ON FILE - CASE CLOSED AS CLEARED."
004120     NOT INVALID KEY
004130     IF ACCT-REVIEW
004140     MOVE ACCOUNT-RECORD TO FW-BEFORE-IMAGE
004150     SET ACCT-ACTIVE TO TRUE
004160     REWRITE ACCOUNT-RECORD
004170     PERFORM 8700-JOURNAL-ACCOUNT THRU 8700-EXIT
004180     DISPLAY "ACCOUNT " ACCT-NUMBER " RESTORED TO ACTIVE."
004190     ELSE
004200     DISPLAY "ACCOUNT IS NOT UNDER REVIEW - STATUS UNTOUCHED."
004210     END-IF
004220     END-READ.
004230
004240     SET FRQ-CLEARED TO TRUE.
004250     PERFORM 2400-STAMP-DECISION THRU 2400-EXIT.
004260     MOVE "FRAUD-CLEAR" TO FW-SEC-EVENT.
004270     PERFORM 8600-WRITE-SECLOG THRU 8600-EXIT.
004280     ADD 1 TO FW-CLEARED-COUNT.
004290 2200-EXIT.
004300     EXIT.
004310
004320******************************************************************
004330*    2300-KEEP-CASE
004340*    LEAVES THE CASH-OUT BLOCK STANDING AND CLOSES THE CASE AS
004350*    KEPT - THE ACCOUNT STAYS IN REVIEW STATUS.
004360******************************************************************
004370 2300-KEEP-CASE.
004380     SET FRQ-BLOCKED TO TRUE.
004390     PERFORM 2400-STAMP-DECISION THRU 2400-EXIT.
004400     MOVE "FRAUD-KEEP" TO FW-SEC-EVENT.
004410     PERFORM 8600-WRITE-SECLOG THRU 8600-EXIT.
004420     ADD 1 TO FW-KEPT-COUNT.
004430     DISPLAY "BLOCK KEPT ON ACCOUNT " FRQ-ACCOUNT ".".
004440 2300-EXIT.
004450     EXIT.
004460
004470 2400-STAMP-DECISION.
004480     MOVE FW-BUSINESS-DATE TO FW-CURRENT-DATE.
004490     MOVE FW-CURRENT-DATE TO FRQ-DECIDED-DATE.
004500     MOVE FW-REVIEWER-ID  TO FRQ-DECIDED-BY.
004510 2400-EXIT.
004520     EXIT.
004530
004540******************************************************************
004550*    4000-REWRITE-QUEUE
004560*    REWRITES THE QUEUE WHOLE, THE WAY TXNARCH REWRITES THE
004570*    LIVE LOG FROM ITS WORK FILE: THE WORK FILE WAS WRITTEN
004580*    COMPLETE DURING THE SESSION, AND ONLY WHEN IT HOLDS EVERY
004590*    CASE READ IS FRAUDQ REWRITTEN FROM IT - SO NO CASE IS EVER
004600*    DROPPED. AN ABEND ANYWHERE IN THE REWRITE IS CAUGHT BY
004610*    1050-CHECK-PRIOR-RUN AT THE NEXT START-UP, WHICH RESTORES
004620*    THE QUEUE FROM THE WORK FILE WHEN FRAUDQ WAS LEFT
004630*    TRUNCATED.
004640******************************************************************
004650 4000-REWRITE-QUEUE.
004660     IF FW-TOTALS-SW NOT = 'Y'
004670     OR FW-WORK-WRITTEN NOT = FW-CASES-WORKED
004680     DISPLAY "FRQWORK DOES NOT HOLD THE WHOLE QUEUE - FRAUDQ"
004690     DISPLAY "NOT REWRITTEN. DECISIONS STAND ON THE ACCOUNTS"
004700     DISPLAY "AND SECLOG; RE-DECIDE THE CASES NEXT SESSION."
004710     MOVE 'N' TO FW-TOTALS-SW
004720     GO TO 4000-EXIT
004730     END-IF.
004740
004750     MOVE 'N' TO FW-WORK-EOF-SW.
004760     OPEN INPUT QUEUE-WORK-FILE.
004770     OPEN OUTPUT FRAUD-QUEUE.
004780     PERFORM 4300-READ-WORK-CASE THRU 4300-EXIT.
004790     PERFORM UNTIL FW-WORK-EOF
004800     WRITE FRAUD-QUEUE-RECORD
004810     ADD 1 TO FW-CASES-REWRITTEN
004820     PERFORM 4300-READ-WORK-CASE THRU 4300-EXIT
004830     END-PERFORM.
004840     CLOSE FRAUD-QUEUE.
004850     CLOSE QUEUE-WORK-FILE.
004860
004870     OPEN OUTPUT QUEUE-WORK-FILE.
004880     CLOSE QUEUE-WORK-FILE.
004890 4000-EXIT.
004900     EXIT.
004910 4300-READ-WORK-CASE.
004920     READ QUEUE-WORK-FILE INTO FRAUD-QUEUE-RECORD
004930     AT END
004940     MOVE 'Y' TO FW-WORK-EOF-SW
004950     END-READ.
004960 4300-EXIT.
004970     EXIT.
004980
004990******************************************************************
005000*    8600-WRITE-SECLOG
005010*    APPENDS ONE SECURITY EVENT FOR THE CASE'S ACCOUNT. THE
005020*    REVIEWER'S ID RIDES IN THE REASON FIELD, SO THE AUDIT
005030*    TRAIL SHOWS WHO MADE THE CALL.
005040******************************************************************
005050 8600-WRITE-SECLOG.
005060     MOVE SPACES TO SECURITY-RECORD.
005070     MOVE FW-BUSINESS-DATE TO FW-CURRENT-DATE.
005080     ACCEPT FW-CURRENT-TIME FROM TIME.
005090     MOVE FW-CURRENT-DATE TO SEC-DATE.
005100     MOVE FW-CURRENT-TIME TO SEC-TIME.
005110     MOVE FRQ-ACCOUNT     TO SEC-ACCOUNT.
005120     MOVE FW-SEC-EVENT    TO SEC-EVENT.
005130     MOVE FW-REVIEWER-ID  TO SEC-REASON.
005140     WRITE SECURITY-RECORD.
005150 8600-EXIT.
005160     EXIT.
005170
005180******************************************************************
005190*    8700-JOURNAL-ACCOUNT
005200*    APPENDS ONE MAINTENANCE JOURNAL ENTRY FOR THE ACCOUNT THE
005210*    REVIEWER HAS JUST RESTORED - FW-BEFORE-IMAGE AS READ AND
005220*    ACCOUNT-RECORD AS WRITTEN BACK, PIN ZEROED IN BOTH.
005230******************************************************************
005240 8700-JOURNAL-ACCOUNT.
005250     MOVE SPACES TO MAINT-JOURNAL-RECORD.
005260     MOVE FW-BUSINESS-DATE TO MJ-DATE.
005270     ACCEPT MJ-TIME FROM TIME.
005280     MOVE "FRAUDWRK"      TO MJ-PROGRAM.
005290     MOVE FW-REVIEWER-ID  TO MJ-USER-ID.
005300     SET MJ-ACCOUNT-CHANGE TO TRUE.
005310     MOVE ACCT-NUMBER     TO MJ-KEY.
005320     MOVE "FRAUD-CLEAR"   TO MJ-ACTION.
005330     MOVE FW-BEFORE-IMAGE TO MJ-BEFORE-IMAGE.
005340     MOVE ACCOUNT-RECORD  TO MJ-AFTER-IMAGE.
005350     MOVE ZERO TO MJ-BEFORE-PIN.
005360     MOVE ZERO TO MJ-AFTER-PIN.
005370     WRITE MAINT-JOURNAL-RECORD.
005380 8700-EXIT.
005390     EXIT.
005400
005410******************************************************************
005420*    8900-GET-BUSINESS-DATE
005430*    READS THE PROCESSING DATE FROM THE BUSDATE CONTROL FILE -
005440*    THE WALL CLOCK ONLY SEEDS THE FILE THE FIRST TIME IT IS
005450*    MISSING. THE DATE ADVANCES ONLY WHEN THE EODROLL ROLLOVER
005460*    CLOSES THE DAY, SO WORK THAT SLIPS PAST MIDNIGHT STILL
005470*    STAMPS THE DAY IT BELONGS TO.
005480******************************************************************
005490 8900-GET-BUSINESS-DATE.
005500     OPEN INPUT BUSINESS-DATE.
005510     IF FW-BD-FS = "35"
005520     PERFORM 8950-CREATE-BUSDATE THRU 8950-EXIT
005530     OPEN INPUT BUSINESS-DATE
005540     END-IF.
005550     IF FW-BD-FS NOT = "00"
005560     DISPLAY "BUSDATE UNAVAILABLE - USING THE WALL CLOCK."
005570     ACCEPT FW-BUSINESS-DATE FROM DATE YYYYMMDD
005580     GO TO 8900-EXIT
005590     END-IF.
005600     READ BUSINESS-DATE
005610     AT END
005620     DISPLAY "BUSDATE IS EMPTY - USING THE WALL CLOCK."
005630     ACCEPT FW-BUSINESS-DATE FROM DATE YYYYMMDD
005640     CLOSE BUSINESS-DATE
005650     GO TO 8900-EXIT
005660     END-READ.
005670     MOVE BD-BUSINESS-DATE TO FW-BUSINESS-DATE.
005680     CLOSE BUSINESS-DATE.
005690 8900-EXIT.
005700     EXIT.
005710
005720 8950-CREATE-BUSDATE.
005730     OPEN OUTPUT BUSINESS-DATE.
005740     MOVE SPACES TO BUSDATE-RECORD.
005750     ACCEPT BD-BUSINESS-DATE FROM DATE YYYYMMDD.
005760     WRITE BUSDATE-RECORD.
005770     CLOSE BUSINESS-DATE.
005780 8950-EXIT.
005790     EXIT.
005800
005810******************************************************************
005820*    9000-TERMINATE
005830*    A SESSION THAT RAN ENDS WITH THE QUEUE CONTROL TOTALS -
005840*    EVERY CASE READ WENT TO THE WORK FILE AND BACK TO FRAUDQ,
005850*    AND EVERY OPEN CASE SHOWN WAS CLEARED, KEPT OR LEFT OPEN.
005860*    IF THEY DO NOT AGREE THE SESSION ENDS RC 8.
005870******************************************************************
005880 9000-TERMINATE.
005890     IF FW-CONTINUE-SW = 'Y'
005900     CLOSE ACCOUNT-MASTER
005910     CLOSE SECURITY-LOG
005920     CLOSE MAINT-JOURNAL
005930     DISPLAY "REVIEW SESSION COMPLETE."
005940     DISPLAY "CASES CLEARED: " FW-CLEARED-COUNT
005950     DISPLAY "BLOCKS KEPT:   " FW-KEPT-COUNT
005960     PERFORM 9100-DISPLAY-CONTROL-TOTALS THRU 9100-EXIT
005970     END-IF.
005980     DISPLAY "FRAUD REVIEW ENDED.".
005990 9000-EXIT.
006000     EXIT.
006010
006020******************************************************************
006030*    9100-DISPLAY-CONTROL-TOTALS
006040******************************************************************
006050 9100-DISPLAY-CONTROL-TOTALS.
006060     DISPLAY "CONTROL TOTALS".
006070     DISPLAY "  CASES READ FROM THE QUEUE:  " FW-CASES-WORKED.
006080     DISPLAY "    OPEN CASES SHOWN:         " FW-OPEN-WORKED.
006090     DISPLAY "      CLEARED:                " FW-CLEARED-COUNT.
006100     DISPLAY "      KEPT:                   " FW-KEPT-COUNT.
006110     DISPLAY "      LEFT OPEN:              " FW-LEFT-OPEN.
006120     DISPLAY "  CASES WRITTEN TO FRQWORK:   " FW-WORK-WRITTEN.
006130     DISPLAY "  CASES REWRITTEN TO FRAUDQ:  " FW-CASES-REWRITTEN.
006140     COMPUTE FW-PROOF-TOTAL = FW-CLEARED-COUNT + FW-KEPT-COUNT
006150     + FW-LEFT-OPEN.
006160     IF FW-TOTALS-SW NOT = 'Y'
006170     OR FW-WORK-WRITTEN NOT = FW-CASES-WORKED
006180     OR FW-CASES-REWRITTEN NOT = FW-WORK-WRITTEN
006190     OR FW-OPEN-WORKED NOT = FW-PROOF-TOTAL
006200     DISPLAY "*** CONTROL TOTALS DO NOT AGREE - THE QUEUE WAS"
006210     DISPLAY "*** NOT CARRIED THROUGH WHOLE. CHECK FRAUDQ."
006220     MOVE 8 TO RETURN-CODE
006230     ELSE
006240     DISPLAY "  CONTROL TOTALS AGREE - ALL CASES CARRIED THROUGH."
006250     END-IF.
006260 9100-EXIT.
006270     EXIT.
