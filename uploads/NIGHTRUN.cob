000460*                     AFTER THE ONLINE-BANKING EXTRACT AND
000470*                     BEFORE THE CUTOVER, WHILE THE DAY IS
000480*                     STILL ON THE LIVE LOG.
000490*    10/14/2026 RH    THE NEW TRMBAL ATM TERMINAL BALANCING
000500*                     RUNS AFTER TLRRPT, WHILE THE DAY'S ATM
000510*                     ENTRIES ARE STILL ON THE LIVE LOG.
000520*    10/15/2026 RH    THE NEW CTRRPT CURRENCY TRANSACTION
000530*                     REPORT RUNS AFTER TRMBAL, WHILE THE DAY'S
000540*                     CASH ENTRIES ARE STILL ON THE LIVE LOG.
000550*    10/15/2026 RH    THE NEW TDMATUR TERM DEPOSIT MATURITY RUNS
000560*                     RIGHT AFTER SORDPOST, SO ITS RENEWALS AND
000570*                     PAYOUTS ARE IN THE DAY'S RECONCILIATION AND
000580*                     GL EXTRACT.
000590*    10/15/2026 RH    THE NEW ODAGING OVERDRAFT AGING RUNS AFTER
000600*                     TDMATUR, SO ITS CHARGE-OFF ENTRIES ARE IN
000610*                     THE DAY'S RECONCILIATION AND GL EXTRACT.
000620*    10/15/2026 RH    THE NEW MAINTRPT DAILY MAINTENANCE REPORT
000630*                     RUNS AFTER CTRRPT, WHILE THE DAY'S COUNTER
000640*                     POSTINGS ARE STILL ON THE LIVE LOG.
000650*    10/15/2026 RH    THE NEW PAYEXPRT OUTBOUND PAYMENT EXPORT
000660*                     RUNS AFTER ODAGING AND BEFORE EODRECON, SO
000670*                     THE DAY'S RELEASE IS IN THE GL EXTRACT.
000680*    10/15/2026 RH    THE NEW NTCGEN CUSTOMER NOTICES RUN AFTER
000690*                     MAINTRPT, WHILE THE DAY'S HOLD AND
000700*                     STANDING-ORDER MARKERS ARE STILL ON THE
000710*                     LIVE LOG AND BEFORE HOLDRLSE CLEARS THE
000720*                     HOLD RELEASE DATES THE LETTERS QUOTE.
000730******************************************************************
000740
000750 ENVIRONMENT DIVISION.
000760 INPUT-OUTPUT SECTION.
000770 FILE-CONTROL.
000780     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
000790     ORGANIZATION IS INDEXED
000800     ACCESS MODE IS DYNAMIC
000810     RECORD KEY IS RC-JOB-NAME
000820     FILE STATUS IS NR-RUNCTL-FS.
000830
000840     SELECT BUSINESS-DATE   ASSIGN TO "BUSDATE"
000850     ORGANIZATION IS LINE SEQUENTIAL
000860     FILE STATUS IS NR-BD-FS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  RUN-CONTROL
000910     LABEL RECORDS ARE STANDARD.
000920     COPY RUNREC.
000930
000940 FD  BUSINESS-DATE
000950     LABEL RECORDS ARE STANDARD.
000960     COPY BDREC.
000970
000980 WORKING-STORAGE SECTION.
000990******************************************************************
001000*    FILE STATUS AND SWITCHES
001010******************************************************************
001020 01  NR-RUNCTL-FS             PIC X(02)  VALUE "00".
001030 01  NR-BD-FS                 PIC X(02)  VALUE "00".
001040
001050 01  NR-CHAIN-OK-SW           PIC X(01)  VALUE 'Y'.
001060     88  NR-CHAIN-OK                  VALUE 'Y'.
001070     88  NR-CHAIN-STOPPED             VALUE 'N'.
001080
001090 01  NR-STAMPED-SW            PIC X(01)  VALUE 'N'.
001100     88  NR-STEP-STAMPED              VALUE 'Y'.
001110
001120******************************************************************
001130*    THE NIGHTLY CHAIN, IN REQUIRED ORDER. EACH STEP'S PROGRAM
001140*    NAME IS ALSO ITS RC-JOB-NAME ON RUNCTL.
001150******************************************************************
001160 01  NR-STEP-TABLE-DATA.
001170     05  FILLER               PIC X(08)  VALUE "SORDPOST".
001180     05  FILLER               PIC X(08)  VALUE "TDMATUR ".
001190     05  FILLER               PIC X(08)  VALUE "ODAGING ".
001200     05  FILLER               PIC X(08)  VALUE "PAYEXPRT".
001210     05  FILLER               PIC X(08)  VALUE "EODRECON".
001220     05  FILLER               PIC X(08)  VALUE "GLEXTR  ".
001230     05  FILLER               PIC X(08)  VALUE "ONLBEXTR".
001240     05  FILLER               PIC X(08)  VALUE "TLRRPT  ".
001250     05  FILLER               PIC X(08)  VALUE "TRMBAL  ".
001260     05  FILLER               PIC X(08)  VALUE "CTRRPT  ".
001270     05  FILLER               PIC X(08)  VALUE "MAINTRPT".
001280     05  FILLER               PIC X(08)  VALUE "NTCGEN  ".
001290     05  FILLER               PIC X(08)  VALUE "HOLDRLSE".
001300     05  FILLER               PIC X(08)  VALUE "TXNARCH ".
001310     05  FILLER               PIC X(08)  VALUE "SECRPT  ".
001320     05  FILLER               PIC X(08)  VALUE "ACCTSNAP".
001330     05  FILLER               PIC X(08)  VALUE "EODROLL ".
001340 01  NR-STEP-TABLE REDEFINES NR-STEP-TABLE-DATA.
001350     05  NR-STEP-NAME         OCCURS 17 TIMES PIC X(08).
001360 77  NR-STEP-COUNT            PIC 9(02)  VALUE 17.
001370 77  NR-STEP-SUB              PIC 9(02).
001380 77  NR-CALL-NAME             PIC X(08).
001390
001400******************************************************************
001410*    RUN CONTROL AND TOTALS
001420******************************************************************
001430 77  NR-RUN-DATE              PIC 9(08).
001440 77  NR-STEPS-RUN             PIC 9(02)  VALUE 0.
001450 77  NR-STEPS-SKIPPED         PIC 9(02)  VALUE 0.
001460
001470 PROCEDURE DIVISION.
001480******************************************************************
001490*    0000-MAINLINE
001500******************************************************************
001510 0000-MAINLINE.
001520     PERFORM 8900-GET-BUSINESS-DATE THRU 8900-EXIT.
001530     DISPLAY "==== NIGHTLY CHAIN - RUN DATE " NR-RUN-DATE
001540     " ====".
001550
001560     PERFORM 2000-RUN-ONE-STEP THRU 2000-EXIT
001570     VARYING NR-STEP-SUB FROM 1 BY 1
001580     UNTIL NR-STEP-SUB > NR-STEP-COUNT
001590     OR NR-CHAIN-STOPPED.
001600
001610     IF NR-CHAIN-OK
001620     PERFORM 8800-STAMP-RUN-CONTROL THRU 8800-EXIT
001630     DISPLAY "NIGHTLY CHAIN COMPLETE."
001640     DISPLAY "STEPS RUN:     " NR-STEPS-RUN
001650     DISPLAY "STEPS SKIPPED: " NR-STEPS-SKIPPED
001660     MOVE 0 TO RETURN-CODE
001670     ELSE
001680     DISPLAY "NIGHTLY CHAIN STOPPED. FIX THE FAILED STEP AND"
001690     DISPLAY "RERUN - COMPLETED STEPS WILL BE SKIPPED."
001700     MOVE 8 TO RETURN-CODE
001710     END-IF.
001720     STOP RUN.
001730
001740******************************************************************
001750*    2000-RUN-ONE-STEP
001760*    ONE CHAIN STEP - SKIPPED WHEN ALREADY STAMPED FOR THE RUN
001770*    DATE, OTHERWISE CALLED AND HELD TO TWO CHECKS: A ZERO
001780*    RETURN CODE, AND A RUNCTL STAMP CARRYING THE RUN DATE. A
001790*    STEP THAT ENDS CLEAN BUT UNSTAMPED DID NOT DO ITS DAY'S
001800*    WORK, AND THE CHAIN MUST NOT ROLL PAST IT.
001810******************************************************************
001820 2000-RUN-ONE-STEP.
001830     MOVE NR-STEP-NAME(NR-STEP-SUB) TO NR-CALL-NAME.
001840
001850     PERFORM 3000-CHECK-STAMP THRU 3000-EXIT.
001860     IF NR-STEP-STAMPED
001870     DISPLAY "STEP " NR-CALL-NAME " ALREADY STAMPED FOR "
001880     NR-RUN-DATE " - SKIPPED."
001890     ADD 1 TO NR-STEPS-SKIPPED
001900     GO TO 2000-EXIT
001910     END-IF.
001920
001930     DISPLAY "---- RUNNING STEP " NR-CALL-NAME " ----".
001940     MOVE 0 TO RETURN-CODE.
001950     CALL NR-CALL-NAME
001960     ON EXCEPTION
001970     DISPLAY "STEP " NR-CALL-NAME " COULD NOT BE LOADED."
001980     MOVE 'N' TO NR-CHAIN-OK-SW
001990     END-CALL.
002000     IF NR-CHAIN-STOPPED
002010     GO TO 2000-EXIT
002020     END-IF.
002030     CANCEL NR-CALL-NAME.
002040
002050     IF RETURN-CODE NOT = 0
002060     DISPLAY "STEP " NR-CALL-NAME " ENDED WITH RETURN CODE "
002070     RETURN-CODE ". CHAIN STOPPED."
002080     MOVE 'N' TO NR-CHAIN-OK-SW
002090     GO TO 2000-EXIT
002100     END-IF.
002110
002120     PERFORM 3000-CHECK-STAMP THRU 3000-EXIT.
002130     IF NOT NR-STEP-STAMPED
002140     DISPLAY "STEP " NR-CALL-NAME " ENDED CLEAN BUT DID NOT"
002150     " STAMP " NR-RUN-DATE ". CHAIN STOPPED."
002160     MOVE 'N' TO NR-CHAIN-OK-SW
002170     GO TO 2000-EXIT
002180     END-IF.
002190
002200     ADD 1 TO NR-STEPS-RUN.
002210 2000-EXIT.
002220     EXIT.
002230
002240******************************************************************
002250*    3000-CHECK-STAMP
002260*    SETS NR-STEP-STAMPED WHEN THE STEP'S RUNCTL RECORD CARRIES
002270*    THE RUN DATE. A MISSING RUNCTL FILE OR RECORD JUST MEANS
002280*    THE STEP HAS NEVER STAMPED.
002290******************************************************************
002300 3000-CHECK-STAMP.
002310     MOVE 'N' TO NR-STAMPED-SW.
002320     OPEN INPUT RUN-CONTROL.
002330     IF NR-RUNCTL-FS NOT = "00"
002340     GO TO 3000-EXIT
002350     END-IF.
002360
002370     MOVE NR-CALL-NAME TO RC-JOB-NAME.
002380     READ RUN-CONTROL
002390     INVALID KEY
002400     CONTINUE
002410     NOT INVALID KEY
002420     IF RC-LAST-RUN-DATE = NR-RUN-DATE
002430     MOVE 'Y' TO NR-STAMPED-SW
002440     END-IF
002450     END-READ.
002460     CLOSE RUN-CONTROL.
002470 3000-EXIT.
002480     EXIT.
002490
002500******************************************************************
002510*    8800-STAMP-RUN-CONTROL
002520*    RECORDS THE COMPLETED CHAIN ON RUNCTL SO RUNINQ SHOWS THE
002530*    WHOLE NIGHT TIED OFF, NOT JUST ITS PIECES.
002540******************************************************************
002550 8800-STAMP-RUN-CONTROL.
002560     OPEN I-O RUN-CONTROL.
002570     IF NR-RUNCTL-FS = "35"
002580     OPEN OUTPUT RUN-CONTROL
002590     CLOSE RUN-CONTROL
002600     OPEN I-O RUN-CONTROL
002610     END-IF.
002620     IF NR-RUNCTL-FS NOT = "00"
002630     DISPLAY "WARNING - RUN NOT STAMPED. STATUS=" NR-RUNCTL-FS
002640     GO TO 8800-EXIT
002650     END-IF.
002660
002670     MOVE 'N' TO NR-STAMPED-SW.
002680     MOVE "NIGHTRUN" TO RC-JOB-NAME.
002690     READ RUN-CONTROL
002700     INVALID KEY
002710     MOVE SPACES TO RUNCTL-RECORD
002720     MOVE "NIGHTRUN" TO RC-JOB-NAME
002730     MOVE ZERO TO RC-RUN-COUNT
002740     NOT INVALID KEY
002750     MOVE 'Y' TO NR-STAMPED-SW
002760     END-READ.
002770
002780     MOVE NR-RUN-DATE TO RC-LAST-RUN-DATE.
002790     ACCEPT RC-LAST-RUN-TIME FROM TIME.
002800     MOVE ZERO TO RC-LAST-PERIOD.
002810     ADD 1 TO RC-RUN-COUNT.
002820     IF NR-STEP-STAMPED
002830     REWRITE RUNCTL-RECORD
002840     ELSE
002850     WRITE RUNCTL-RECORD
002860     END-IF.
002870     CLOSE RUN-CONTROL.
002880 8800-EXIT.
002890     EXIT.
002900******************************************************************
002910*    8900-GET-BUSINESS-DATE
002920*    READS THE PROCESSING DATE FROM THE BUSDATE CONTROL FILE -
002930*    THE WALL CLOCK ONLY SEEDS THE FILE THE FIRST TIME IT IS
002940*    MISSING. THE DATE ADVANCES ONLY WHEN THE EODROLL ROLLOVER
002950*    CLOSES THE DAY, SO WORK THAT SLIPS PAST MIDNIGHT STILL
002960*    STAMPS THE DAY IT BELONGS TO.
002970******************************************************************
002980 8900-GET-BUSINESS-DATE.
002990     OPEN INPUT BUSINESS-DATE.
003000     IF NR-BD-FS = "35"
003010     PERFORM 8950-CREATE-BUSDATE THRU 8950-EXIT
003020     OPEN INPUT BUSINESS-DATE
003030     END-IF.
003040     IF NR-BD-FS NOT = "00"
003050     DISPLAY "BUSDATE UNAVAILABLE - USING THE WALL CLOCK."
003060     ACCEPT NR-RUN-DATE FROM DATE YYYYMMDD
003070     GO TO 8900-EXIT
003080     END-IF.
003090     READ BUSINESS-DATE
003100     AT END
003110     DISPLAY "BUSDATE IS EMPTY - USING THE WALL CLOCK."
003120     ACCEPT NR-RUN-DATE FROM DATE YYYYMMDD
003130     CLOSE BUSINESS-DATE
003140     GO TO 8900-EXIT
003150     END-READ.
003160     MOVE BD-BUSINESS-DATE TO NR-RUN-DATE.
003170     CLOSE BUSINESS-DATE.
003180 8900-EXIT.
003190     EXIT.
003200
003210 8950-CREATE-BUSDATE.
003220     OPEN OUTPUT BUSINESS-DATE.
003230     MOVE SPACES TO BUSDATE-RECORD.
003240     ACCEPT BD-BUSINESS-DATE FROM DATE YYYYMMDD.
003250     WRITE BUSDATE-RECORD.
003260     CLOSE BUSINESS-DATE.
003270 8950-EXIT.
003280     EXIT.
003290
