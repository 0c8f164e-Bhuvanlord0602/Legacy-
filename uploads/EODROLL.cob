000230*                     CHAIN.
000240*    09/01/2026 RH    THE NEW TLRRPT TELLER CASH TOTALS IS NOW
000250*                     REQUIRED BEFORE THE DAY MAY ROLL.
000260*    10/14/2026 RH    THE NEW TRMBAL ATM TERMINAL BALANCING
000270*                     IS NOW REQUIRED BEFORE THE DAY MAY ROLL.
000280*    10/15/2026 RH    THE NEW CTRRPT CURRENCY TRANSACTION
000290*                     REPORT IS NOW REQUIRED BEFORE THE DAY MAY
000300*                     ROLL.
000310*    10/15/2026 RH    THE NEW TDMATUR TERM DEPOSIT MATURITY IS
000320*                     NOW REQUIRED BEFORE THE DAY MAY ROLL.
000330*    10/15/2026 RH    THE NEW ODAGING OVERDRAFT AGING IS NOW
000340*                     REQUIRED BEFORE THE DAY MAY ROLL.
000350*    10/15/2026 RH    THE NEW MAINTRPT DAILY MAINTENANCE REPORT
000360*                     IS NOW REQUIRED BEFORE THE DAY MAY ROLL.
000370*    10/15/2026 RH    THE NEW PAYEXPRT OUTBOUND PAYMENT EXPORT
000380*                     IS NOW REQUIRED BEFORE THE DAY MAY ROLL.
000390*    10/15/2026 RH    THE NEW NTCGEN CUSTOMER NOTICES ARE NOW
000400*                     REQUIRED BEFORE THE DAY MAY ROLL.
000410******************************************************************
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT BUSINESS-DATE   ASSIGN TO "BUSDATE"
000470     ORGANIZATION IS LINE SEQUENTIAL
000480     FILE STATUS IS RO-BD-FS.
000490
000500     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
000510     ORGANIZATION IS INDEXED
000520     ACCESS MODE IS DYNAMIC
000530     RECORD KEY IS RC-JOB-NAME
000540     FILE STATUS IS RO-RUNCTL-FS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  BUSINESS-DATE
000590     LABEL RECORDS ARE STANDARD.
000600     COPY BDREC.
000610
000620 FD  RUN-CONTROL
000630     LABEL RECORDS ARE STANDARD.
000640     COPY RUNREC.
000650
000660 WORKING-STORAGE SECTION.
000670******************************************************************
000680*    FILE STATUS AND SWITCHES
000690******************************************************************
000700 01  RO-BD-FS                 PIC X(02)  VALUE "00".
000710 01  RO-RUNCTL-FS             PIC X(02)  VALUE "00".
000720
000730 01  RO-CONTINUE-SW           PIC X(01)  VALUE 'Y'.
000740
000750 01  RO-RC-FOUND-SW           PIC X(01)  VALUE 'N'.
000760     88  RO-RC-FOUND                  VALUE 'Y'.
000770
000780******************************************************************
000790*    THE JOBS THAT MUST HAVE STAMPED THE CLOSING DATE BEFORE
000800*    THE DAY MAY ROLL - THE WHOLE NIGHTLY CHAIN.
000810******************************************************************
000820 01  RO-JOB-TABLE-DATA.
000830     05  FILLER               PIC X(08)  VALUE "SORDPOST".
000840     05  FILLER               PIC X(08)  VALUE "TDMATUR ".
000850     05  FILLER               PIC X(08)  VALUE "ODAGING ".
000860     05  FILLER               PIC X(08)  VALUE "PAYEXPRT".
000870     05  FILLER               PIC X(08)  VALUE "EODRECON".
000880     05  FILLER               PIC X(08)  VALUE "GLEXTR  ".
000890     05  FILLER               PIC X(08)  VALUE "ONLBEXTR".
000900     05  FILLER               PIC X(08)  VALUE "TLRRPT  ".
000910     05  FILLER               PIC X(08)  VALUE "TRMBAL  ".
000920     05  FILLER               PIC X(08)  VALUE "CTRRPT  ".
000930     05  FILLER               PIC X(08)  VALUE "MAINTRPT".
000940     05  FILLER               PIC X(08)  VALUE "NTCGEN  ".
000950     05  FILLER               PIC X(08)  VALUE "HOLDRLSE".
000960     05  FILLER               PIC X(08)  VALUE "TXNARCH ".
000970     05  FILLER               PIC X(08)  VALUE "SECRPT  ".
000980     05  FILLER               PIC X(08)  VALUE "ACCTSNAP".
000990 01  RO-JOB-TABLE REDEFINES RO-JOB-TABLE-DATA.
001000     05  RO-JOB-NAME          OCCURS 16 TIMES PIC X(08).
001010 77  RO-JOB-COUNT             PIC 9(02)  VALUE 16.
001020 77  RO-JOB-SUB               PIC 9(02).
001030 77  RO-UNSTAMPED-COUNT       PIC 9(02)  VALUE 0.
001040
001050******************************************************************
001060*    ROLLOVER WORK FIELDS (FEBRUARY BY THE FULL LEAP RULE -
001070*    DIVISIBLE BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY 400).
001080******************************************************************
001090 77  RO-CLOSING-DATE          PIC 9(08).
001100 01  RO-WORK-DATE.
001110     05  RO-WORK-YYYY         PIC 9(04).
001120     05  RO-WORK-MM           PIC 9(02).
001130     05  RO-WORK-DD           PIC 9(02).
001140 77  RO-LEAP-QUOT             PIC 9(04).
001150 77  RO-LEAP-REM              PIC 9(04).
001160 77  RO-MONTH-LIMIT           PIC 9(02).
001170 01  RO-MONTH-TABLE-DATA.
001180     05  FILLER               PIC X(24)
001190     VALUE "312831303130313130313031".
001200 01  RO-MONTH-TABLE REDEFINES RO-MONTH-TABLE-DATA.
001210     05  RO-DAYS-IN-MONTH     OCCURS 12 TIMES PIC 9(02).
001220
001230 PROCEDURE DIVISION.
001240******************************************************************
001250*    0000-MAINLINE
001260******************************************************************
001270 0000-MAINLINE.
001280     PERFORM 1000-READ-BUSDATE THRU 1000-EXIT.
001290     IF RO-CONTINUE-SW = 'Y'
001300     PERFORM 2000-CHECK-REQUIRED-JOBS THRU 2000-EXIT
001310     END-IF.
001320     IF RO-CONTINUE-SW = 'Y'
001330     PERFORM 3000-ADVANCE-DATE THRU 3000-EXIT
001340     PERFORM 8800-STAMP-RUN-CONTROL THRU 8800-EXIT
001350     DISPLAY "BUSINESS DATE ROLLED FROM " RO-CLOSING-DATE
001360     " TO " BD-BUSINESS-DATE "."
001370     ELSE
001380     DISPLAY "BUSINESS DATE NOT ROLLED."
001390     END-IF.
001400     GOBACK.
001410
001420******************************************************************
001430*    1000-READ-BUSDATE
001440*    THE CLOSING DATE IS WHATEVER BUSDATE SAYS - NEVER THE WALL
001450*    CLOCK. NO FILE MEANS NO BUSINESS DAY HAS EVER OPENED, SO
001460*    THERE IS NOTHING TO ROLL.
001470******************************************************************
001480 1000-READ-BUSDATE.
001490     OPEN INPUT BUSINESS-DATE.
001500     IF RO-BD-FS NOT = "00"
001510     DISPLAY "NO BUSDATE CONTROL FILE. NOTHING TO ROLL."
001520     MOVE 'N' TO RO-CONTINUE-SW
001530     MOVE 8 TO RETURN-CODE
001540     GO TO 1000-EXIT
001550     END-IF.
001560     READ BUSINESS-DATE
001570     AT END
001580     DISPLAY "BUSDATE IS EMPTY. NOTHING TO ROLL."
001590     MOVE 'N' TO RO-CONTINUE-SW
001600     MOVE 8 TO RETURN-CODE
001610     END-READ.
001620     CLOSE BUSINESS-DATE.
001630     IF RO-CONTINUE-SW = 'Y'
001640     MOVE BD-BUSINESS-DATE TO RO-CLOSING-DATE
001650     DISPLAY "END-OF-DAY ROLLOVER - CLOSING " RO-CLOSING-DATE
001660     END-IF.
001670 1000-EXIT.
001680     EXIT.
001690
001700******************************************************************
001710*    2000-CHECK-REQUIRED-JOBS
001720*    EVERY REQUIRED JOB MUST HAVE STAMPED THE CLOSING DATE ON
001730*    RUNCTL. ANY JOB STILL UNSTAMPED IS NAMED AND THE ROLLOVER
001740*    REFUSES - THE DAY STAYS OPEN UNTIL THE CHAIN IS WHOLE.
001750******************************************************************
001760 2000-CHECK-REQUIRED-JOBS.
001770     OPEN INPUT RUN-CONTROL.
001780     IF RO-RUNCTL-FS NOT = "00"
001790     DISPLAY "RUN CONTROL UNAVAILABLE. STATUS=" RO-RUNCTL-FS
001800     MOVE 'N' TO RO-CONTINUE-SW
001810     MOVE 8 TO RETURN-CODE
001820     GO TO 2000-EXIT
001830     END-IF.
001840
001850     PERFORM 2100-CHECK-ONE-JOB THRU 2100-EXIT
001860     VARYING RO-JOB-SUB FROM 1 BY 1
001870     UNTIL RO-JOB-SUB > RO-JOB-COUNT.
001880     CLOSE RUN-CONTROL.
001890
001900     IF RO-UNSTAMPED-COUNT > 0
001910     DISPLAY "ROLLOVER REFUSED - " RO-UNSTAMPED-COUNT
001920     " JOB(S) HAVE NOT STAMPED " RO-CLOSING-DATE "."
001930     MOVE 'N' TO RO-CONTINUE-SW
001940     MOVE 8 TO RETURN-CODE
001950     END-IF.
001960 2000-EXIT.
001970     EXIT.
001980
001990 2100-CHECK-ONE-JOB.
002000     MOVE RO-JOB-NAME(RO-JOB-SUB) TO RC-JOB-NAME.
002010     READ RUN-CONTROL
002020     INVALID KEY
002030     DISPLAY "JOB " RC-JOB-NAME " HAS NEVER STAMPED A RUN."
002040     ADD 1 TO RO-UNSTAMPED-COUNT
002050     GO TO 2100-EXIT
002060     END-READ.
002070     IF RC-LAST-RUN-DATE NOT = RO-CLOSING-DATE
002080     DISPLAY "JOB " RC-JOB-NAME " LAST STAMPED "
002090     RC-LAST-RUN-DATE " - NOT THE CLOSING DATE."
002100     ADD 1 TO RO-UNSTAMPED-COUNT
002110     END-IF.
002120 2100-EXIT.
002130     EXIT.
002140
002150******************************************************************
002160*    3000-ADVANCE-DATE
002170*    ONE CALENDAR DAY FORWARD, ROLLING MONTH AND YEAR ENDS, AND
002180*    THE CONTROL FILE REWRITTEN WITH THE NEW DATE.
002190******************************************************************
002200 3000-ADVANCE-DATE.
002210     MOVE RO-CLOSING-DATE TO RO-WORK-DATE.
002220     MOVE RO-DAYS-IN-MONTH(RO-WORK-MM) TO RO-MONTH-LIMIT.
002230     IF RO-WORK-MM = 02
002240     DIVIDE RO-WORK-YYYY BY 4 GIVING RO-LEAP-QUOT
002250     REMAINDER RO-LEAP-REM
002260     IF RO-LEAP-REM = 0
002270     DIVIDE RO-WORK-YYYY BY 100 GIVING RO-LEAP-QUOT
002280     REMAINDER RO-LEAP-REM
002290     IF RO-LEAP-REM NOT = 0
002300     MOVE 29 TO RO-MONTH-LIMIT
002310     ELSE
002320     DIVIDE RO-WORK-YYYY BY 400 GIVING RO-LEAP-QUOT
002330     REMAINDER RO-LEAP-REM
002340     IF RO-LEAP-REM = 0
002350     MOVE 29 TO RO-MONTH-LIMIT
002360     END-IF
002370     END-IF
002380     END-IF
002390     END-IF.
002400
002410     IF RO-WORK-DD < RO-MONTH-LIMIT
002420     ADD 1 TO RO-WORK-DD
002430     ELSE
002440     MOVE 01 TO RO-WORK-DD
002450     IF RO-WORK-MM < 12
002460     ADD 1 TO RO-WORK-MM
002470     ELSE
002480     MOVE 01 TO RO-WORK-MM
002490     ADD 1 TO RO-WORK-YYYY
002500     END-IF
002510     END-IF.
002520
002530     OPEN OUTPUT BUSINESS-DATE.
002540     MOVE SPACES TO BUSDATE-RECORD.
002550     MOVE RO-WORK-DATE TO BD-BUSINESS-DATE.
002560     WRITE BUSDATE-RECORD.
002570     CLOSE BUSINESS-DATE.
002580 3000-EXIT.
002590     EXIT.
002600
002610******************************************************************
002620*    8800-STAMP-RUN-CONTROL
002630*    THE ROLLOVER STAMPS THE DAY IT CLOSED, SO RUNINQ AND THE
002640*    NIGHTRUN SEQUENCER SEE THE ROLL AS PART OF THAT DAY'S
002650*    CHAIN.
002660******************************************************************
002670 8800-STAMP-RUN-CONTROL.
002680     OPEN I-O RUN-CONTROL.
002690     IF RO-RUNCTL-FS NOT = "00"
002700     DISPLAY "WARNING - RUN NOT STAMPED. STATUS=" RO-RUNCTL-FS
002710     GO TO 8800-EXIT
002720     END-IF.
002730
002740     MOVE 'N' TO RO-RC-FOUND-SW.
002750     MOVE "EODROLL " TO RC-JOB-NAME.
002760     READ RUN-CONTROL
002770     INVALID KEY
002780     MOVE SPACES TO RUNCTL-RECORD
002790     MOVE "EODROLL " TO RC-JOB-NAME
002800     MOVE ZERO TO RC-RUN-COUNT
002810     NOT INVALID KEY
002820     SET RO-RC-FOUND TO TRUE
002830     END-READ.
002840
002850     MOVE RO-CLOSING-DATE TO RC-LAST-RUN-DATE.
002860     ACCEPT RC-LAST-RUN-TIME FROM TIME.
002870     MOVE ZERO TO RC-LAST-PERIOD.
002880     ADD 1 TO RC-RUN-COUNT.
002890     IF RO-RC-FOUND
002900     REWRITE RUNCTL-RECORD
002910     ELSE
002920     WRITE RUNCTL-RECORD
002930     END-IF.
002940     CLOSE RUN-CONTROL.
002950 8800-EXIT.
002960     EXIT.
