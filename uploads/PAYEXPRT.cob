000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  PAYEXPRT.
000030 AUTHOR.      R HOLLOWAY.
000040 INSTALLATION. RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ------------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    ---------- ----  --------------------------------------------
000120*    10/15/2026 RH    ORIGINAL PROGRAM - NIGHTLY OUTBOUND
000130*                     EXTERNAL PAYMENT EXPORT. WALKS THE BILLPAY
000140*                     BILL PAYMENT REGISTER (SEE BPAYREC.CPY)
000150*                     AND WRITES EVERY PENDING PAYMENT TAKEN AT
000160*                     THE ATM OR THE COUNTER TO THE PAYOUT FILE
000170*                     FOR THE CLEARING HOUSE - ONE 'H' HEADER,
000180*                     ONE 'D' ITEM PER PAYMENT AND ONE 'T'
000190*                     TRAILER CARRYING THE ITEM COUNT AND AMOUNT
000200*                     TOTAL, THE SAME LAYOUT PAYIMPRT PROVES ON
000210*                     PAYIN. EACH PAYMENT SENT IS MARKED 'S' ON
000220*                     THE REGISTER AND THE RELEASE IS APPENDED
000230*                     TO THE PAYRLSE RELEASE HISTORY (SEE
000240*                     PRELREC.CPY) SO THE GL EXTRACT MOVES THE
000250*                     FUNDS OUT OF THE CLEARING ACCOUNT.
000260*    10/15/2026 RH    THE RELEASE IS NOW IDEMPOTENT. A RERUN FOR
000270*                     A DATE WHOSE RELEASE IS ALREADY ON PAYRLSE
000280*                     (THE STAMP FAILED AFTER IT WAS WRITTEN) DOES
000290*                     NOT RESEND THE PAYMENTS RELEASED UNDER IT OR
000300*                     APPEND A SECOND RELEASE FOR GLEXTR TO POST -
000310*                     IT LEAVES THE PAYOUT FILE AS BUILT AND ONLY
000320*                     STAMPS THE RUN.
000330*    10/15/2026 RH    A PAYOUT FILE THAT WILL NOT OPEN NOW STOPS
000340*                     THE RUN RC 12 BEFORE ANY PAYMENT IS MARKED
000350*                     SENT. THE REGISTER PROOF (READ = SENT + HELD
000360*                     + CANCELLED + NOT DUE) IS NOW ENFORCED - IF
000370*                     IT FAILS THE RELEASE IS NOT RECORDED ON
000380*                     PAYRLSE AND THE RUN ENDS RC 8, NOT STAMPED,
000390*                     SO THE RERUN REBUILDS THE FILE WHOLE.
000400******************************************************************
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT BILL-PAYMENT-REGISTER ASSIGN TO "BILLPAY"
000460     ORGANIZATION IS INDEXED
000470     ACCESS MODE IS DYNAMIC
000480     RECORD KEY IS BP-KEY
000490     FILE STATUS IS PX-BP-FS.
000500
000510     SELECT ACCOUNT-MASTER  ASSIGN TO "ACCTMAST"
000520     ORGANIZATION IS INDEXED
000530     ACCESS MODE IS DYNAMIC
000540     RECORD KEY IS ACCT-NUMBER
000550     FILE STATUS IS PX-ACCT-FS.
000560
000570     SELECT PAYMENT-OUT-FILE ASSIGN TO "PAYOUT"
000580     ORGANIZATION IS LINE SEQUENTIAL
000590     FILE STATUS IS PX-OUT-FS.
000600
000610     SELECT RELEASE-HISTORY ASSIGN TO "PAYRLSE"
000620     ORGANIZATION IS LINE SEQUENTIAL
000630     FILE STATUS IS PX-REL-FS.
000640
000650     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
000660     ORGANIZATION IS INDEXED
000670     ACCESS MODE IS DYNAMIC
000680     RECORD KEY IS RC-JOB-NAME
000690     FILE STATUS IS PX-RUNCTL-FS.
000700
000710     SELECT BUSINESS-DATE   ASSIGN TO "BUSDATE"
000720     ORGANIZATION IS LINE SEQUENTIAL
000730     FILE STATUS IS PX-BD-FS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  BILL-PAYMENT-REGISTER
000780     LABEL RECORDS ARE STANDARD.
000790     COPY BPAYREC.
000800
000810 FD  ACCOUNT-MASTER
000820     LABEL RECORDS ARE STANDARD.
000830     COPY ACCTREC.
000840
000850 FD  PAYMENT-OUT-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 01  PAYMENT-OUT-RECORD          PIC X(60).
000880
000890 FD  RELEASE-HISTORY
000900     LABEL RECORDS ARE STANDARD.
000910     COPY PRELREC.
000920
000930 FD  RUN-CONTROL
000940     LABEL RECORDS ARE STANDARD.
000950     COPY RUNREC.
000960
000970 FD  BUSINESS-DATE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY BDREC.
001000
001010 WORKING-STORAGE SECTION.
001020******************************************************************
001030*    FILE STATUS AND SWITCHES
001040******************************************************************
001050 01  PX-BP-FS                 PIC X(02)  VALUE "00".
001060 01  PX-ACCT-FS               PIC X(02)  VALUE "00".
001070 01  PX-OUT-FS                PIC X(02)  VALUE "00".
001080 01  PX-REL-FS                PIC X(02)  VALUE "00".
001090 01  PX-RUNCTL-FS             PIC X(02)  VALUE "00".
001100 01  PX-BD-FS                 PIC X(02)  VALUE "00".
001110
001120 01  PX-CONTINUE-SW           PIC X(01)  VALUE 'Y'.
001130
001140 01  PX-FILES-OPEN-SW         PIC X(01)  VALUE 'N'.
001150     88  PX-FILES-OPEN                VALUE 'Y'.
001160
001170 01  PX-RC-FOUND-SW           PIC X(01)  VALUE 'N'.
001180     88  PX-RC-FOUND                  VALUE 'Y'.
001190
001200 01  PX-BP-EOF-SW             PIC X(01)  VALUE 'N'.
001210     88  PX-BP-EOF                    VALUE 'Y'.
001220
001230 01  PX-CKPT-HELD-SW          PIC X(01)  VALUE 'N'.
001240     88  PX-CKPT-HELD                 VALUE 'Y'.
001250
001260 01  PX-REL-EOF-SW            PIC X(01)  VALUE 'N'.
001270     88  PX-REL-EOF                   VALUE 'Y'.
001280
001290 01  PX-RELEASED-SW           PIC X(01)  VALUE 'N'.
001300     88  PX-ALREADY-RELEASED          VALUE 'Y'.
001310
001320******************************************************************
001330*    OUTBOUND RECORD LAYOUTS - THE PAYIN LAYOUT PAYIMPRT READS.
001340*    A 'D' ITEM IS A CREDIT TO THE OUTSIDE PAYEE; ITS ORIGINATOR
001350*    REFERENCE IS THE BILLPAY REFERENCE, WHICH A RETURNED ITEM
001360*    CARRIES BACK, AND THE TRAILING FILLER OF THE PAYIN LAYOUT
001370*    CARRIES THE PAYEE'S ROUTING NUMBER AND ACCOUNT.
001380******************************************************************
001390 01  PX-HEADER-REC.
001400     05  PX-HD-REC-TYPE       PIC X(01)  VALUE "H".
001410     05  PX-HD-DATE           PIC 9(08).
001420     05  PX-HD-ORIGINATOR     PIC X(16)  VALUE "RETAIL BANKING".
001430     05  FILLER               PIC X(35)  VALUE SPACES.
001440
001450 01  PX-DETAIL-REC.
001460     05  PX-DT-REC-TYPE       PIC X(01)  VALUE "D".
001470     05  PX-DT-ACCOUNT        PIC 9(06).
001480     05  PX-DT-DR-CR          PIC X(01)  VALUE "C".
001490     05  PX-DT-AMOUNT         PIC 9(07)V99.
001500     05  PX-DT-ORIG-REF       PIC X(16).
001510     05  PX-DT-ROUTING        PIC 9(09).
001520     05  PX-DT-PAYEE-ACCT     PIC X(17).
001530     05  FILLER               PIC X(01)  VALUE SPACES.
001540
001550 01  PX-TRAILER-REC.
001560     05  PX-TL-REC-TYPE       PIC X(01)  VALUE "T".
001570     05  PX-TL-COUNT          PIC 9(07).
001580     05  PX-TL-AMOUNT-TOTAL   PIC 9(11)V99.
001590     05  FILLER               PIC X(39)  VALUE SPACES.
001600
001610******************************************************************
001620*    THE FILE ID RECORDED ON PAYRLSE - THE RUN DATE AND THE TIME
001630*    THE FILE WAS BUILT.
001640******************************************************************
001650 01  PX-FILE-ID.
001660     05  PX-FILE-ID-DATE      PIC 9(08).
001670     05  PX-FILE-ID-TIME      PIC 9(08).
001680
001690 77  PX-RUN-DATE              PIC 9(08).
001700
001710******************************************************************
001720*    RUN TOTALS - EVERY REGISTER RECORD READ LANDS IN EXACTLY ONE
001730*    OF SENT, HELD FOR A CHECKPOINT, CANCELLED OR NOT DUE.
001740******************************************************************
001750 77  PX-RECORDS-READ          PIC 9(07)  VALUE 0.
001760 77  PX-ITEMS-SENT            PIC 9(07)  VALUE 0.
001770 77  PX-AMOUNT-SENT           PIC 9(11)V99 VALUE 0.
001780 77  PX-ITEMS-HELD            PIC 9(07)  VALUE 0.
001790 77  PX-ITEMS-CANCELLED       PIC 9(07)  VALUE 0.
001800 77  PX-ITEMS-NOT-DUE         PIC 9(07)  VALUE 0.
001810 77  PX-PROOF-TOTAL           PIC 9(07)  VALUE 0.
001820
001830 PROCEDURE DIVISION.
001840******************************************************************
001850*    0000-MAINLINE
001860******************************************************************
001870 0000-MAINLINE.
001880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001890     IF PX-CONTINUE-SW = 'Y'
001900     PERFORM 1100-CHECK-RUN-CONTROL THRU 1100-EXIT
001910     END-IF.
001920     IF PX-CONTINUE-SW = 'Y'
001930     PERFORM 1200-CHECK-RELEASE THRU 1200-EXIT
001940     END-IF.
001950     IF PX-CONTINUE-SW = 'Y'
001960     IF PX-ALREADY-RELEASED
001970     PERFORM 8800-STAMP-RUN-CONTROL THRU 8800-EXIT
001980     ELSE
001990     PERFORM 2000-BUILD-FILE THRU 2000-EXIT
002000     IF PX-CONTINUE-SW = 'Y'
002010     PERFORM 3000-RECORD-RELEASE THRU 3000-EXIT
002020     END-IF
002030     PERFORM 8800-STAMP-RUN-CONTROL THRU 8800-EXIT
002040     END-IF
002050     END-IF.
002060     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002070     GOBACK.
002080
002090******************************************************************
002100*    1000-INITIALIZE
002110******************************************************************
002120 1000-INITIALIZE.
002130     PERFORM 8900-GET-BUSINESS-DATE THRU 8900-EXIT.
002140     DISPLAY "EXTERNAL PAYMENT EXPORT - RUN DATE " PX-RUN-DATE.
002150
002160     OPEN I-O BILL-PAYMENT-REGISTER.
002170     IF PX-BP-FS = "35"
002180     OPEN OUTPUT BILL-PAYMENT-REGISTER
002190     CLOSE BILL-PAYMENT-REGISTER
002200     OPEN I-O BILL-PAYMENT-REGISTER
002210     END-IF.
002220     IF PX-BP-FS NOT = "00"
002230     DISPLAY "UNABLE TO OPEN BILL PAYMENT REGISTER. STATUS="
002240     PX-BP-FS
002250     MOVE 'N' TO PX-CONTINUE-SW
002260     MOVE 12 TO RETURN-CODE
002270     GO TO 1000-EXIT
002280     END-IF.
002290
002300     OPEN INPUT ACCOUNT-MASTER.
002310     IF PX-ACCT-FS NOT = "00"
002320     DISPLAY "UNABLE TO OPEN ACCOUNT MASTER FILE. STATUS="
002330     PX-ACCT-FS
002340     MOVE 'N' TO PX-CONTINUE-SW
002350     MOVE 12 TO RETURN-CODE
002360     CLOSE BILL-PAYMENT-REGISTER
002370     GO TO 1000-EXIT
002380     END-IF.
002390
002400     SET PX-FILES-OPEN TO TRUE.
002410 1000-EXIT.
002420     EXIT.
002430
002440******************************************************************
002450*    1100-CHECK-RUN-CONTROL
002460*    REFUSES A SECOND EXPORT FOR A RUN DATE ALREADY STAMPED ON
002470*    RUNCTL - THE PAYOUT FILE ALREADY BUILT FOR THE DAY MAY NOT
002480*    YET HAVE GONE TO THE CLEARING HOUSE AND A SECOND RUN WOULD
002490*    OVERWRITE IT. AN UNSTAMPED RERUN AFTER A FAILURE IS SAFE -
002500*    2100 PICKS UP AGAIN EVERY PAYMENT THE FAILED RUN MARKED,
002510*    UNLESS 1200 FINDS THE FAILED RUN HAD ALREADY RECORDED ITS
002520*    RELEASE.
002530******************************************************************
002540 1100-CHECK-RUN-CONTROL.
002550     MOVE 'N' TO PX-RC-FOUND-SW.
002560
002570     OPEN I-O RUN-CONTROL.
002580     IF PX-RUNCTL-FS = "35"
002590     OPEN OUTPUT RUN-CONTROL
002600     CLOSE RUN-CONTROL
002610     OPEN I-O RUN-CONTROL
002620     END-IF.
002630     IF PX-RUNCTL-FS NOT = "00"
002640     DISPLAY "WARNING - RUN CONTROL UNAVAILABLE. STATUS="
002650     PX-RUNCTL-FS
002660     GO TO 1100-EXIT
002670     END-IF.
002680
002690     MOVE "PAYEXPRT" TO RC-JOB-NAME.
002700     READ RUN-CONTROL
002710     INVALID KEY
002720     CONTINUE
002730     NOT INVALID KEY
002740     SET PX-RC-FOUND TO TRUE
002750     END-READ.
002760
002770     IF PX-RC-FOUND AND RC-LAST-RUN-DATE = PX-RUN-DATE
002780     DISPLAY "THE PAYOUT FILE WAS ALREADY RELEASED FOR "
002790     PX-RUN-DATE "."
002800     DISPLAY "EXPORT CANCELLED. NOTHING WRITTEN."
002810     MOVE 'N' TO PX-CONTINUE-SW
002820     MOVE 4 TO RETURN-CODE
002830     END-IF.
002840
002850     CLOSE RUN-CONTROL.
002860 1100-EXIT.
002870     EXIT.
002880
002890******************************************************************
002900*    1200-CHECK-RELEASE
002910*    LOOKS FOR A RELEASE ALREADY RECORDED ON PAYRLSE FOR THE RUN
002920*    DATE - ONE WRITTEN BY A RUN WHOSE STAMP THEN FAILED. THE
002930*    PAYMENTS MARKED SENT UNDER IT HAVE BEEN RELEASED AND GLEXTR
002940*    WILL POST IT, SO THE RERUN MUST NOT SEND THEM AGAIN, APPEND
002950*    A SECOND RELEASE OR OVERWRITE A PAYOUT FILE THAT MAY NOT YET
002960*    HAVE GONE - IT ONLY STAMPS THE RUN. NO RELEASE HISTORY ON
002970*    FILE MEANS NOTHING HAS EVER BEEN RELEASED. ONE THAT WILL NOT
002980*    OPEN STOPS THE RUN, AS IT CANNOT BE TOLD.
002990******************************************************************
003000 1200-CHECK-RELEASE.
003010     OPEN INPUT RELEASE-HISTORY.
003020     IF PX-REL-FS = "35"
003030     GO TO 1200-EXIT
003040     END-IF.
003050     IF PX-REL-FS NOT = "00"
003060     DISPLAY "UNABLE TO OPEN RELEASE HISTORY. STATUS="
003070     PX-REL-FS
003080     MOVE 'N' TO PX-CONTINUE-SW
003090     MOVE 12 TO RETURN-CODE
003100     GO TO 1200-EXIT
003110     END-IF.
003120
003130     PERFORM 1210-READ-RELEASE THRU 1210-EXIT.
003140     PERFORM UNTIL PX-REL-EOF
003150     IF PR-RELEASE-DATE = PX-RUN-DATE
003160     SET PX-ALREADY-RELEASED TO TRUE
003170     END-IF
003180     PERFORM 1210-READ-RELEASE THRU 1210-EXIT
003190     END-PERFORM.
003200     CLOSE RELEASE-HISTORY.
003210
003220     IF PX-ALREADY-RELEASED
003230     DISPLAY "THE RELEASE FOR " PX-RUN-DATE
003240     " IS ALREADY ON PAYRLSE."
003250     DISPLAY "NOTHING RESENT. PAYOUT FILE KEPT. RUN STAMPED ONLY."
003260     END-IF.
003270 1200-EXIT.
003280     EXIT.
003290
003300 1210-READ-RELEASE.
003310     READ RELEASE-HISTORY
003320     AT END
003330     MOVE 'Y' TO PX-REL-EOF-SW
003340     END-READ.
003350 1210-EXIT.
003360     EXIT.
003370
003380******************************************************************
003390*    2000-BUILD-FILE
003400*    WRITES THE HEADER, ONE ITEM PER PAYMENT DUE AND THE
003410*    TRAILER. THE HEADER AND TRAILER GO OUT EVEN ON A DAY WITH
003420*    NO PAYMENTS, SO THE CLEARING HOUSE ALWAYS RECEIVES A FILE
003430*    THAT PROVES. IF THE FILE WILL NOT OPEN NOTHING IS MARKED
003440*    SENT. EVERY REGISTER RECORD READ MUST LAND IN EXACTLY ONE OF
003450*    SENT, HELD, CANCELLED OR NOT DUE, OR THE RELEASE IS NOT
003460*    RECORDED AND THE RUN IS NOT STAMPED.
003470******************************************************************
003480 2000-BUILD-FILE.
003490     OPEN OUTPUT PAYMENT-OUT-FILE.
003500     IF PX-OUT-FS NOT = "00"
003510     DISPLAY "UNABLE TO OPEN PAYOUT. STATUS=" PX-OUT-FS
003520     MOVE 'N' TO PX-CONTINUE-SW
003530     MOVE 12 TO RETURN-CODE
003540     GO TO 2000-EXIT
003550     END-IF.
003560     MOVE PX-RUN-DATE TO PX-HD-DATE.
003570     WRITE PAYMENT-OUT-RECORD FROM PX-HEADER-REC.
003580
003590     PERFORM 2050-READ-REGISTER THRU 2050-EXIT.
003600     PERFORM UNTIL PX-BP-EOF
003610     ADD 1 TO PX-RECORDS-READ
003620     PERFORM 2100-SELECT-PAYMENT THRU 2100-EXIT
003630     PERFORM 2050-READ-REGISTER THRU 2050-EXIT
003640     END-PERFORM.
003650
003660     MOVE PX-ITEMS-SENT  TO PX-TL-COUNT.
003670     MOVE PX-AMOUNT-SENT TO PX-TL-AMOUNT-TOTAL.
003680     WRITE PAYMENT-OUT-RECORD FROM PX-TRAILER-REC.
003690     CLOSE PAYMENT-OUT-FILE.
003700
003710     COMPUTE PX-PROOF-TOTAL = PX-ITEMS-SENT + PX-ITEMS-HELD
003720     + PX-ITEMS-CANCELLED + PX-ITEMS-NOT-DUE.
003730     IF PX-RECORDS-READ NOT = PX-PROOF-TOTAL
003740     DISPLAY "PAYEXPRT CONTROL TOTALS DO NOT AGREE."
003750     DISPLAY "RELEASE NOT RECORDED. RUN NOT STAMPED."
003760     MOVE 'N' TO PX-CONTINUE-SW
003770     MOVE 8 TO RETURN-CODE
003780     END-IF.
003790 2000-EXIT.
003800     EXIT.
003810
003820 2050-READ-REGISTER.
003830     READ BILL-PAYMENT-REGISTER NEXT
003840     AT END
003850     MOVE 'Y' TO PX-BP-EOF-SW
003860     END-READ.
003870 2050-EXIT.
003880     EXIT.
003890
003900******************************************************************
003910*    2100-SELECT-PAYMENT
003920*    DECIDES WHAT TO DO WITH ONE REGISTER RECORD:
003930*      - A PAYMENT WHOSE ACCOUNT STILL CARRIES THE CHECKPOINT IT
003940*        WAS TAKEN UNDER IS HELD - THE DEBIT IS NOT FINAL UNTIL
003950*        THE NEXT ATM LOGIN RESOLVES IT.
003960*      - AN IN-FLIGHT PAYMENT FROM AN EARLIER DAY WITH NO SUCH
003970*        CHECKPOINT NEVER REACHED THE ACCOUNT AND IS CANCELLED.
003980*      - A PENDING PAYMENT IS SENT, AS IS ONE ALREADY MARKED SENT
003990*        TODAY BY A RUN THAT FAILED BEFORE IT WAS STAMPED.
004000*    EVERYTHING ELSE IS NOT DUE.
004010******************************************************************
004020 2100-SELECT-PAYMENT.
004030     MOVE 'N' TO PX-CKPT-HELD-SW.
004040     IF BP-IN-FLIGHT OR BP-PENDING
004050     MOVE BP-ACCOUNT TO ACCT-NUMBER
004060     READ ACCOUNT-MASTER
004070     INVALID KEY
004080     CONTINUE
004090     NOT INVALID KEY
004100     IF ACCT-CKPT-PENDING
004110     AND ACCT-CKPT-DATE = BP-DATE
004120     AND ACCT-CKPT-TIME = BP-TIME
004130     SET PX-CKPT-HELD TO TRUE
004140     END-IF
004150     END-READ
004160     END-IF.
004170
004180     IF PX-CKPT-HELD
004190     ADD 1 TO PX-ITEMS-HELD
004200     GO TO 2100-EXIT
004210     END-IF.
004220
004230     IF BP-IN-FLIGHT AND BP-DATE < PX-RUN-DATE
004240     SET BP-CANCELLED TO TRUE
004250     REWRITE BILL-PAYMENT-RECORD
004260     ADD 1 TO PX-ITEMS-CANCELLED
004270     GO TO 2100-EXIT
004280     END-IF.
004290
004300     IF (BP-PENDING AND BP-DATE NOT > PX-RUN-DATE)
004310     OR (BP-SENT AND BP-SENT-DATE = PX-RUN-DATE)
004320     PERFORM 2200-SEND-PAYMENT THRU 2200-EXIT
004330     GO TO 2100-EXIT
004340     END-IF.
004350
004360     ADD 1 TO PX-ITEMS-NOT-DUE.
004370 2100-EXIT.
004380     EXIT.
004390
004400******************************************************************
004410*    2200-SEND-PAYMENT
004420*    WRITES ONE 'D' ITEM AND MARKS THE PAYMENT SENT.
004430******************************************************************
004440 2200-SEND-PAYMENT.
004450     MOVE BP-ACCOUNT    TO PX-DT-ACCOUNT.
004460     MOVE BP-AMOUNT     TO PX-DT-AMOUNT.
004470     MOVE BP-REFERENCE  TO PX-DT-ORIG-REF.
004480     MOVE BP-ROUTING    TO PX-DT-ROUTING.
004490     MOVE BP-PAYEE-ACCT TO PX-DT-PAYEE-ACCT.
004500     WRITE PAYMENT-OUT-RECORD FROM PX-DETAIL-REC.
004510
004520     SET BP-SENT TO TRUE.
004530     MOVE PX-RUN-DATE TO BP-SENT-DATE.
004540     REWRITE BILL-PAYMENT-RECORD.
004550
004560     ADD 1 TO PX-ITEMS-SENT.
004570     ADD BP-AMOUNT TO PX-AMOUNT-SENT.
004580 2200-EXIT.
004590     EXIT.
004600
004610******************************************************************
004620*    3000-RECORD-RELEASE
004630*    APPENDS THE DAY'S RELEASE TO PAYRLSE - THE GL EXTRACT POSTS
004640*    THE AMOUNT OUT OF THE PAYMENT CLEARING ACCOUNT.
004650******************************************************************
004660 3000-RECORD-RELEASE.
004670     OPEN EXTEND RELEASE-HISTORY.
004680     IF PX-REL-FS = "35"
004690     OPEN OUTPUT RELEASE-HISTORY
004700     CLOSE RELEASE-HISTORY
004710     OPEN EXTEND RELEASE-HISTORY
004720     END-IF.
004730     IF PX-REL-FS NOT = "00"
004740     DISPLAY "UNABLE TO OPEN RELEASE HISTORY. STATUS="
004750     PX-REL-FS
004760     MOVE 'N' TO PX-CONTINUE-SW
004770     MOVE 12 TO RETURN-CODE
004780     GO TO 3000-EXIT
004790     END-IF.
004800
004810     MOVE SPACES TO PAY-RELEASE-RECORD.
004820     MOVE PX-RUN-DATE TO PR-RELEASE-DATE.
004830     ACCEPT PR-RELEASE-TIME FROM TIME.
004840     MOVE PX-ITEMS-SENT  TO PR-ITEM-COUNT.
004850     MOVE PX-AMOUNT-SENT TO PR-AMOUNT-TOTAL.
004860     MOVE PX-RUN-DATE     TO PX-FILE-ID-DATE.
004870     MOVE PR-RELEASE-TIME TO PX-FILE-ID-TIME.
004880     MOVE PX-FILE-ID      TO PR-FILE-ID.
004890     WRITE PAY-RELEASE-RECORD.
004900     CLOSE RELEASE-HISTORY.
004910 3000-EXIT.
004920     EXIT.
004930
004940******************************************************************
004950*    8800-STAMP-RUN-CONTROL
004960*    RECORDS THE SUCCESSFUL EXPORT ON RUNCTL. A RELEASE THAT
004970*    COULD NOT BE RECORDED IS NOT STAMPED, SO THE RERUN REBUILDS
004980*    THE FILE AND RECORDS IT.
004990******************************************************************
005000 8800-STAMP-RUN-CONTROL.
005010     IF PX-CONTINUE-SW NOT = 'Y'
005020     GO TO 8800-EXIT
005030     END-IF.
005040     OPEN I-O RUN-CONTROL.
005050     IF PX-RUNCTL-FS = "35"
005060     OPEN OUTPUT RUN-CONTROL
005070     CLOSE RUN-CONTROL
005080     OPEN I-O RUN-CONTROL
005090     END-IF.
005100     IF PX-RUNCTL-FS NOT = "00"
005110     DISPLAY "WARNING - RUN NOT STAMPED. STATUS=" PX-RUNCTL-FS
005120     GO TO 8800-EXIT
005130     END-IF.
005140
005150     MOVE 'N' TO PX-RC-FOUND-SW.
005160     MOVE "PAYEXPRT" TO RC-JOB-NAME.
005170     READ RUN-CONTROL
005180     INVALID KEY
005190     MOVE SPACES TO RUNCTL-RECORD
005200     MOVE "PAYEXPRT" TO RC-JOB-NAME
005210     MOVE ZERO TO RC-RUN-COUNT
005220     NOT INVALID KEY
005230     SET PX-RC-FOUND TO TRUE
005240     END-READ.
005250
005260     MOVE PX-RUN-DATE TO RC-LAST-RUN-DATE.
005270     ACCEPT RC-LAST-RUN-TIME FROM TIME.
005280     MOVE ZERO TO RC-LAST-PERIOD.
005290     ADD 1 TO RC-RUN-COUNT.
005300     IF PX-RC-FOUND
005310     REWRITE RUNCTL-RECORD
005320     ELSE
005330     WRITE RUNCTL-RECORD
005340     END-IF.
005350     CLOSE RUN-CONTROL.
005360 8800-EXIT.
005370     EXIT.
005380
005390******************************************************************
005400*    8900-GET-BUSINESS-DATE
005410*    READS THE PROCESSING DATE FROM THE BUSDATE CONTROL FILE -
005420*    THE WALL CLOCK ONLY SEEDS THE FILE THE FIRST TIME IT IS
005430*    MISSING. THE DATE ADVANCES ONLY WHEN THE EODROLL ROLLOVER
005440*    CLOSES THE DAY, SO WORK THAT SLIPS PAST MIDNIGHT STILL
005450*    STAMPS THE DAY IT BELONGS TO.
005460******************************************************************
005470 8900-GET-BUSINESS-DATE.
005480     OPEN INPUT BUSINESS-DATE.
005490     IF PX-BD-FS = "35"
005500     PERFORM 8950-CREATE-BUSDATE THRU 8950-EXIT
005510     OPEN INPUT BUSINESS-DATE
005520     END-IF.
005530     IF PX-BD-FS NOT = "00"
005540     DISPLAY "BUSDATE UNAVAILABLE - USING THE WALL CLOCK."
005550     ACCEPT PX-RUN-DATE FROM DATE YYYYMMDD
005560     GO TO 8900-EXIT
005570     END-IF.
005580     READ BUSINESS-DATE
005590     AT END
005600     DISPLAY "BUSDATE IS EMPTY - USING THE WALL CLOCK."
005610     ACCEPT PX-RUN-DATE FROM DATE YYYYMMDD
005620     CLOSE BUSINESS-DATE
005630     GO TO 8900-EXIT
005640     END-READ.
005650     MOVE BD-BUSINESS-DATE TO PX-RUN-DATE.
005660     CLOSE BUSINESS-DATE.
005670 8900-EXIT.
005680     EXIT.
005690
005700 8950-CREATE-BUSDATE.
005710     OPEN OUTPUT BUSINESS-DATE.
005720     MOVE SPACES TO BUSDATE-RECORD.
005730     ACCEPT BD-BUSINESS-DATE FROM DATE YYYYMMDD.
005740     WRITE BUSDATE-RECORD.
005750     CLOSE BUSINESS-DATE.
005760 8950-EXIT.
005770     EXIT.
005780
005790******************************************************************
005800*    9000-TERMINATE
005810*    CLOSES THE FILES AND PRINTS THE CONTROL TOTALS - THE
005820*    REGISTER RECORDS READ MUST EQUAL SENT + HELD + CANCELLED +
005830*    NOT DUE (PROVED IN 2000).
005840******************************************************************
005850 9000-TERMINATE.
005860     IF PX-FILES-OPEN
005870     CLOSE BILL-PAYMENT-REGISTER
005880     CLOSE ACCOUNT-MASTER
005890     END-IF.
005900     IF PX-CONTINUE-SW = 'Y'
005910     DISPLAY "PAYMENT EXPORT COMPLETE."
005920     DISPLAY "REGISTER RECORDS READ: " PX-RECORDS-READ
005930     DISPLAY "ITEMS SENT:            " PX-ITEMS-SENT
005940     DISPLAY "AMOUNT SENT:           " PX-AMOUNT-SENT
005950     DISPLAY "HELD FOR CHECKPOINT:   " PX-ITEMS-HELD
005960     DISPLAY "CANCELLED IN FLIGHT:   " PX-ITEMS-CANCELLED
005970     DISPLAY "NOT DUE:               " PX-ITEMS-NOT-DUE
005980     ELSE
005990     DISPLAY "PAYMENT EXPORT DID NOT COMPLETE."
006000     END-IF.
006010 9000-EXIT.
006020     EXIT.
