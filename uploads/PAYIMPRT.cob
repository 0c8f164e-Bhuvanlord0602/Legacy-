000440*                     THE DAY IT BELONGS TO. THE DATE ADVANCES
000450*                     ONLY WHEN THE EODROLL ROLLOVER CLOSES THE
000460*                     DAY.
000470*    10/15/2026 RH    AN ACCOUNT WRITTEN OFF BY THE ODAGING
000480*                     OVERDRAFT AGING RUN (ACCT-STATUS 'W') TAKES
000490*                     NO DEBITS - THEY REJECT AS CHARGED-OFF. A
000500*                     CREDIT POSTS AS A CO-RECOVERY AGAINST THE
000510*                     AMOUNT WRITTEN OFF ON THE ODAGEMST AGING
000520*                     MASTER, LEAVING THE BALANCE AT ZERO. A
000530*                     CREDIT FOR MORE THAN IS STILL OWED REJECTS
000540*                     AS EXCEEDS-OWED.
000550*    10/15/2026 RH    A 'D' ITEM WITH DR-CR 'R' IS ONE OF OUR OWN
000560*                     OUTBOUND BILL PAYMENTS (SEE PAYEXPRT) SENT
000570*                     BACK BY THE PAYEE'S BANK, CARRYING THE
000580*                     BILLPAY REFERENCE AS ITS ORIGINATOR
000590*                     REFERENCE. IT RE-CREDITS THE CUSTOMER AS AN
000600*                     EXT-RETURN ENTRY AND MARKS THE PAYMENT
000610*                     RETURNED ON THE BILLPAY REGISTER. A RETURN
000620*                     FOR NO PAYMENT OF OURS REJECTS AS
000630*                     NO-PAYMENT, ONE FOR A PAYMENT NOT SENT OR
000640*                     ALREADY RETURNED AS NOT-SENT, AND ONE FOR A
000650*                     DIFFERENT AMOUNT AS AMT-MISMATCH. ON A
000660*                     CHARGED-OFF ACCOUNT IT IS A RECOVERY LIKE
000670*                     ANY CREDIT.
000680*    10/15/2026 RH    THE PAYREJ REJECT FILE IS NOW LAID OUT BY
000690*                     THE NEW PREJREC.CPY, SHARED WITH THE NIGHTLY
000700*                     NTCGEN NOTICE RUN THAT WRITES TO THE
000710*                     CUSTOMER ABOUT EACH REJECT. IT IS OPENED
000720*                     ONLY AFTER THE RUNCTL GUARD, AND A SECOND
000730*                     RUN ON A DAY ALREADY STAMPED ADDS TO IT
000740*                     INSTEAD OF EMPTYING IT, SO THE DAY'S
000750*                     REJECTS SURVIVE AN OVERRIDE OR A CANCELLED
000760*                     RESUBMISSION.
000770******************************************************************
000780
000790 ENVIRONMENT DIVISION.
000800 INPUT-OUTPUT SECTION.
000810 FILE-CONTROL.
000820     SELECT PAYMENT-FILE    ASSIGN TO "PAYIN"
000830     ORGANIZATION IS LINE SEQUENTIAL
000840     FILE STATUS IS PI-PAY-FS.
000850
000860     SELECT REJECT-FILE     ASSIGN TO "PAYREJ"
000870     ORGANIZATION IS LINE SEQUENTIAL
000880     FILE STATUS IS PI-REJ-FS.
000890
000900     SELECT ACCOUNT-MASTER  ASSIGN TO "ACCTMAST"
000910     ORGANIZATION IS INDEXED
000920     ACCESS MODE IS DYNAMIC
000930     RECORD KEY IS ACCT-NUMBER
000940     FILE STATUS IS PI-ACCT-FS.
000950
000960     SELECT TRANSACTION-LOG ASSIGN TO "TXNLOG"
000970     ORGANIZATION IS LINE SEQUENTIAL
000980     FILE STATUS IS PI-TXN-FS.
000990
001000     SELECT OD-AGING-MASTER ASSIGN TO "ODAGEMST"
001010     ORGANIZATION IS INDEXED
001020     ACCESS MODE IS DYNAMIC
001030     RECORD KEY IS OA-ACCOUNT
001040     FILE STATUS IS PI-AGE-FS.
001050
001060     SELECT BILL-PAYMENT-REGISTER ASSIGN TO "BILLPAY"
001070     ORGANIZATION IS INDEXED
001080     ACCESS MODE IS DYNAMIC
001090     RECORD KEY IS BP-KEY
001100     FILE STATUS IS PI-BP-FS.
001110
001120     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
001130     ORGANIZATION IS INDEXED
001140     ACCESS MODE IS DYNAMIC
001150     RECORD KEY IS RC-JOB-NAME
001160     FILE STATUS IS PI-RUNCTL-FS.
001170
001180     SELECT BUSINESS-DATE   ASSIGN TO "BUSDATE"
001190     ORGANIZATION IS LINE SEQUENTIAL
001200     FILE STATUS IS PI-BD-FS.
001210
001220 DATA DIVISION.
001230 FILE SECTION.
001240 FD  PAYMENT-FILE
001250     LABEL RECORDS ARE STANDARD.
001260 01  PAYMENT-RECORD              PIC X(60).
001270
001280 FD  REJECT-FILE
001290     LABEL RECORDS ARE STANDARD.
001300     COPY PREJREC.
001310
001320 FD  ACCOUNT-MASTER
001330     LABEL RECORDS ARE STANDARD.
001340     COPY ACCTREC.
001350
001360 FD  TRANSACTION-LOG
001370     LABEL RECORDS ARE STANDARD.
001380     COPY TXNREC.
001390
001400 FD  OD-AGING-MASTER
001410     LABEL RECORDS ARE STANDARD.
001420     COPY ODAREC.
001430
001440 FD  BILL-PAYMENT-REGISTER
001450     LABEL RECORDS ARE STANDARD.
001460     COPY BPAYREC.
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
001600 01  PI-PAY-FS                PIC X(02)  VALUE "00".
001610 01  PI-REJ-FS                PIC X(02)  VALUE "00".
001620 01  PI-ACCT-FS               PIC X(02)  VALUE "00".
001630 01  PI-TXN-FS                PIC X(02)  VALUE "00".
001640 01  PI-AGE-FS                PIC X(02)  VALUE "00".
001650 01  PI-BP-FS                 PIC X(02)  VALUE "00".
001660 01  PI-RUNCTL-FS             PIC X(02)  VALUE "00".
001670 01  PI-BD-FS                 PIC X(02)  VALUE "00".
001680
001690 01  PI-CONTINUE-SW           PIC X(01)  VALUE 'Y'.
001700
001710 01  PI-FILES-OPEN-SW         PIC X(01)  VALUE 'N'.
001720     88  PI-FILES-OPEN                VALUE 'Y'.
001730
001740 01  PI-RC-FOUND-SW           PIC X(01)  VALUE 'N'.
001750     88  PI-RC-FOUND                  VALUE 'Y'.
001760
001770 77  PI-OVERRIDE              PIC X(01).
001780
001790 01  PI-SAME-DAY-SW           PIC X(01)  VALUE 'N'.
001800     88  PI-SAME-DAY                  VALUE 'Y'.
001810
001820 01  PI-PAY-EOF-SW            PIC X(01)  VALUE 'N'.
001830     88  PI-PAY-EOF                   VALUE 'Y'.
001840
001850 01  PI-HEADER-SEEN-SW        PIC X(01)  VALUE 'N'.
001860     88  PI-HEADER-SEEN               VALUE 'Y'.
001870
001880 01  PI-TRAILER-SEEN-SW       PIC X(01)  VALUE 'N'.
001890     88  PI-TRAILER-SEEN              VALUE 'Y'.
001900
001910******************************************************************
001920*    INBOUND RECORD LAYOUTS - ONE 'H' HEADER, 'D' ITEMS, ONE
001930*    'T' TRAILER WHOSE COUNT AND AMOUNT TOTAL MUST PROVE.
001940******************************************************************
001950 01  PI-HEADER-REC.
001960     05  PI-HD-REC-TYPE       PIC X(01).
001970     05  PI-HD-DATE           PIC 9(08).
001980     05  PI-HD-ORIGINATOR     PIC X(16).
001990     05  FILLER               PIC X(35).
002000
002010 01  PI-DETAIL-REC.
002020     05  PI-DT-REC-TYPE       PIC X(01).
002030     05  PI-DT-ACCOUNT        PIC 9(06).
002040     05  PI-DT-DR-CR          PIC X(01).
002050     05  PI-DT-AMOUNT         PIC 9(07)V99.
002060     05  PI-DT-ORIG-REF       PIC X(16).
002070     05  FILLER               PIC X(27).
002080
002090 01  PI-TRAILER-REC.
002100     05  PI-TL-REC-TYPE       PIC X(01).
002110     05  PI-TL-COUNT          PIC 9(07).
002120     05  PI-TL-AMOUNT-TOTAL   PIC 9(11)V99.
002130     05  FILLER               PIC X(39).
002140
002150******************************************************************
002160*    REJECT RECORD - THE ITEM AS RECEIVED PLUS A REASON CODE
002170*    FOR RETURN TO THE ORIGINATOR.
002180******************************************************************
002190 01  PI-REJECT-REC.
002200     05  PI-RJ-ACCOUNT        PIC 9(06).
002210     05  PI-RJ-DR-CR          PIC X(01).
002220     05  PI-RJ-AMOUNT         PIC 9(07)V99.
002230     05  PI-RJ-ORIG-REF       PIC X(16).
002240     05  PI-RJ-REASON         PIC X(12).
002250     05  FILLER               PIC X(16)  VALUE SPACES.
002260
002270******************************************************************
002280*    VERIFY AND POSTING WORK FIELDS
002290******************************************************************
002300 77  PI-RUN-DATE              PIC 9(08).
002310 77  PI-ITEM-COUNT            PIC 9(07)  VALUE 0.
002320 77  PI-AMOUNT-TOTAL          PIC 9(11)V99 VALUE 0.
002330 77  PI-AVAILABLE-BAL         PIC S9(08)V99.
002340 77  PI-CO-OUTSTANDING        PIC S9(07)V99.
002350 77  PI-LOG-TYPE              PIC X(12).
002360 77  PI-CURRENT-DATE          PIC 9(08).
002370 77  PI-CURRENT-TIME          PIC 9(08).
002380
002390******************************************************************
002400*    RUN TOTALS
002410******************************************************************
002420 77  PI-ITEMS-POSTED          PIC 9(07)  VALUE 0.
002430 77  PI-ITEMS-REJECTED        PIC 9(07)  VALUE 0.
002440 77  PI-CREDIT-TOTAL          PIC S9(11)V99 VALUE 0.
002450 77  PI-DEBIT-TOTAL           PIC S9(11)V99 VALUE 0.
002460
002470 PROCEDURE DIVISION.
002480******************************************************************
002490*    0000-MAINLINE
002500*    TWO PASSES - THE FIRST ONLY PROVES THE FILE'S CONTROL
002510*    TOTALS, THE SECOND POSTS. NOTHING TOUCHES A BALANCE UNTIL
002520*    THE WHOLE FILE HAS PROVED.
002530******************************************************************
002540 0000-MAINLINE.
002550     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002560     IF PI-CONTINUE-SW = 'Y'
002570     PERFORM 1100-CHECK-RUN-CONTROL THRU 1100-EXIT
002580     PERFORM 1200-OPEN-REJECT-FILE THRU 1200-EXIT
002590     END-IF.
002600     IF PI-CONTINUE-SW = 'Y'
002610     PERFORM 2000-VERIFY-FILE THRU 2000-EXIT
002620     END-IF.
002630     IF PI-CONTINUE-SW = 'Y'
002640     PERFORM 3000-POST-FILE THRU 3000-EXIT
002650     PERFORM 8800-STAMP-RUN-CONTROL THRU 8800-EXIT
002660     END-IF.
002670     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002680     GOBACK.
002690
002700******************************************************************
002710*    1000-INITIALIZE
002720******************************************************************
002730 1000-INITIALIZE.
002740     PERFORM 8900-GET-BUSINESS-DATE THRU 8900-EXIT.
002750     DISPLAY "EXTERNAL PAYMENT IMPORT - RUN DATE " PI-RUN-DATE.
002760
002770     OPEN INPUT PAYMENT-FILE.
002780     IF PI-PAY-FS = "35"
002790     DISPLAY "NO PAYIN FILE ON HAND. NOTHING TO IMPORT."
002800     MOVE 'N' TO PI-CONTINUE-SW
002810     GO TO 1000-EXIT
002820     END-IF.
002830     IF PI-PAY-FS NOT = "00"
002840     DISPLAY "UNABLE TO OPEN PAYIN FILE. STATUS=" PI-PAY-FS
002850     MOVE 'N' TO PI-CONTINUE-SW
002860     MOVE 8 TO RETURN-CODE
002870     GO TO 1000-EXIT
002880     END-IF.
002890
002900     OPEN I-O ACCOUNT-MASTER.
002910     IF PI-ACCT-FS NOT = "00"
002920     DISPLAY "UNABLE TO OPEN ACCOUNT MASTER FILE. STATUS="
002930     PI-ACCT-FS
002940     MOVE 'N' TO PI-CONTINUE-SW
002950     MOVE 12 TO RETURN-CODE
002960     CLOSE PAYMENT-FILE
002970     GO TO 1000-EXIT
002980     END-IF.
002990
003000     OPEN I-O OD-AGING-MASTER.
003010     IF PI-AGE-FS = "35"
003020     OPEN OUTPUT OD-AGING-MASTER
003030     CLOSE OD-AGING-MASTER
003040     OPEN I-O OD-AGING-MASTER
003050     END-IF.
003060     IF PI-AGE-FS NOT = "00"
003070     DISPLAY "UNABLE TO OPEN OVERDRAFT AGING MASTER. STATUS="
003080     PI-AGE-FS
003090     MOVE 'N' TO PI-CONTINUE-SW
003100     MOVE 12 TO RETURN-CODE
003110     CLOSE PAYMENT-FILE
003120     CLOSE ACCOUNT-MASTER
003130     GO TO 1000-EXIT
003140     END-IF.
003150
003160     OPEN I-O BILL-PAYMENT-REGISTER.
003170     IF PI-BP-FS = "35"
003180     OPEN OUTPUT BILL-PAYMENT-REGISTER
003190     CLOSE BILL-PAYMENT-REGISTER
003200     OPEN I-O BILL-PAYMENT-REGISTER
003210     END-IF.
003220     IF PI-BP-FS NOT = "00"
003230     DISPLAY "UNABLE TO OPEN BILL PAYMENT REGISTER. STATUS="
003240     PI-BP-FS
003250     MOVE 'N' TO PI-CONTINUE-SW
003260     MOVE 12 TO RETURN-CODE
003270     CLOSE PAYMENT-FILE
003280     CLOSE ACCOUNT-MASTER
003290     CLOSE OD-AGING-MASTER
003300     GO TO 1000-EXIT
003310     END-IF.
003320
003330     OPEN EXTEND TRANSACTION-LOG.
003340     IF PI-TXN-FS = "35"
003350     OPEN OUTPUT TRANSACTION-LOG
003360     CLOSE TRANSACTION-LOG
003370     OPEN EXTEND TRANSACTION-LOG
003380     END-IF.
003390
003400     SET PI-FILES-OPEN TO TRUE.
003410 1000-EXIT.
003420     EXIT.
003430
003440******************************************************************
003450*    1100-CHECK-RUN-CONTROL
003460*    REFUSES TO POST WHEN THE RUN DATE IS ALREADY STAMPED ON
003470*    RUNCTL UNLESS THE OPERATOR EXPLICITLY KEYS THE OVERRIDE -
003480*    THE SAME GUARD FEEASSES PUTS ON ITS PERIOD, SO A DOUBLE
003490*    SUBMISSION OF THE SAME PAYIN FILE CANNOT DOUBLE-PAY EVERY
003500*    ITEM.
003510******************************************************************
003520 1100-CHECK-RUN-CONTROL.
003530     MOVE 'N' TO PI-RC-FOUND-SW.
003540
003550     OPEN I-O RUN-CONTROL.
003560     IF PI-RUNCTL-FS = "35"
003570     OPEN OUTPUT RUN-CONTROL
003580     CLOSE RUN-CONTROL
003590     OPEN I-O RUN-CONTROL
003600     END-IF.
003610     IF PI-RUNCTL-FS NOT = "00"
003620     DISPLAY "WARNING - RUN CONTROL UNAVAILABLE. STATUS="
003630     PI-RUNCTL-FS
003640     GO TO 1100-EXIT
003650     END-IF.
003660
003670     MOVE "PAYIMPRT" TO RC-JOB-NAME.
003680     READ RUN-CONTROL
003690     INVALID KEY
003700     CONTINUE
003710     NOT INVALID KEY
003720     SET PI-RC-FOUND TO TRUE
003730     END-READ.
003740
003750     IF PI-RC-FOUND AND RC-LAST-RUN-DATE = PI-RUN-DATE
003760     SET PI-SAME-DAY TO TRUE
003770     DISPLAY "A PAYMENT FILE WAS ALREADY POSTED FOR "
003780     PI-RUN-DATE "."
003790     DISPLAY "ENTER Y TO OVERRIDE AND POST THIS FILE TOO: "
003800     ACCEPT PI-OVERRIDE
003810     IF PI-OVERRIDE NOT = 'Y'
003820     DISPLAY "IMPORT CANCELLED. NOTHING POSTED."
003830     MOVE 'N' TO PI-CONTINUE-SW
003840     END-IF
003850     END-IF.
003860
003870     CLOSE RUN-CONTROL.
003880 1100-EXIT.
003890     EXIT.
003900
003910******************************************************************
003920*    1200-OPEN-REJECT-FILE
003930*    PAYREJ HOLDS THE REJECTS OF THE BUSINESS DAY STAMPED ON
003940*    RUNCTL, FOR THE NIGHTLY NTCGEN NOTICES. THE FIRST RUN OF A
003950*    DAY STARTS IT AFRESH; A LATER RUN THE SAME DAY - OVERRIDDEN
003960*    OR CANCELLED - ADDS TO IT, SO NONE OF THE DAY'S REJECTS IS
003970*    LOST BEFORE THE CUSTOMERS ARE TOLD.
003980******************************************************************
003990 1200-OPEN-REJECT-FILE.
004000     IF PI-SAME-DAY
004010     OPEN EXTEND REJECT-FILE
004020     IF PI-REJ-FS = "35"
004030     OPEN OUTPUT REJECT-FILE
004040     END-IF
004050     ELSE
004060     OPEN OUTPUT REJECT-FILE
004070     END-IF.
004080 1200-EXIT.
004090     EXIT.
004100
004110******************************************************************
004120*    2000-VERIFY-FILE
004130*    FIRST PASS - COUNTS THE 'D' ITEMS AND TOTALS THEIR AMOUNTS,
004140*    THEN HOLDS THE FILE TO ITS OWN TRAILER. A FILE WITH NO
004150*    HEADER, NO TRAILER, OR TOTALS THAT DO NOT PROVE IS REFUSED
004160*    WHOLE - A TRUNCATED TRANSMISSION MUST NOT HALF-POST.
004170******************************************************************
004180 2000-VERIFY-FILE.
004190     PERFORM 2100-READ-PAYMENT THRU 2100-EXIT.
004200     PERFORM UNTIL PI-PAY-EOF
004210     EVALUATE PAYMENT-RECORD(1:1)
004220     WHEN "H"
004230     SET PI-HEADER-SEEN TO TRUE
004240     WHEN "D"
004250     MOVE PAYMENT-RECORD TO PI-DETAIL-REC
004260     ADD 1 TO PI-ITEM-COUNT
004270     ADD PI-DT-AMOUNT TO PI-AMOUNT-TOTAL
004280     WHEN "T"
004290     SET PI-TRAILER-SEEN TO TRUE
004300     MOVE PAYMENT-RECORD TO PI-TRAILER-REC
004310     WHEN OTHER
004320     CONTINUE
004330     END-EVALUATE
004340     PERFORM 2100-READ-PAYMENT THRU 2100-EXIT
004350     END-PERFORM.
004360     CLOSE PAYMENT-FILE.
004370
004380     IF NOT PI-HEADER-SEEN OR NOT PI-TRAILER-SEEN
004390     DISPLAY "PAYIN FILE IS MISSING ITS HEADER OR TRAILER."
004400     DISPLAY "FILE REFUSED - NOTHING POSTED."
004410     MOVE 'N' TO PI-CONTINUE-SW
004420     MOVE 8 TO RETURN-CODE
004430     GO TO 2000-EXIT
004440     END-IF.
004450
004460     IF PI-ITEM-COUNT NOT = PI-TL-COUNT
004470     OR PI-AMOUNT-TOTAL NOT = PI-TL-AMOUNT-TOTAL
004480     DISPLAY "PAYIN CONTROL TOTALS DO NOT PROVE."
004490     DISPLAY "ITEMS COUNTED: " PI-ITEM-COUNT
004500     " TRAILER SAYS: " PI-TL-COUNT
004510     DISPLAY "AMOUNT TOTAL:  " PI-AMOUNT-TOTAL
004520     " TRAILER SAYS: " PI-TL-AMOUNT-TOTAL
004530     DISPLAY "FILE REFUSED - NOTHING POSTED."
004540     MOVE 'N' TO PI-CONTINUE-SW
004550     MOVE 8 TO RETURN-CODE
004560     END-IF.
004570 2000-EXIT.
004580     EXIT.
004590
004600 2100-READ-PAYMENT.
004610     READ PAYMENT-FILE
004620     AT END
004630     MOVE 'Y' TO PI-PAY-EOF-SW
004640     END-READ.
004650 2100-EXIT.
004660     EXIT.
004670
004680******************************************************************
004690*    3000-POST-FILE
004700*    SECOND PASS - POSTS EVERY GOOD ITEM AND WRITES EVERY
004710*    FAILED ONE TO THE REJECT FILE WITH ITS REASON.
004720******************************************************************
004730 3000-POST-FILE.
004740     MOVE 'N' TO PI-PAY-EOF-SW.
004750     OPEN INPUT PAYMENT-FILE.
004760     PERFORM 2100-READ-PAYMENT THRU 2100-EXIT.
004770     PERFORM UNTIL PI-PAY-EOF
004780     IF PAYMENT-RECORD(1:1) = "D"
004790     MOVE PAYMENT-RECORD TO PI-DETAIL-REC
004800     PERFORM 3100-POST-ONE-ITEM THRU 3100-EXIT
004810     END-IF
004820     PERFORM 2100-READ-PAYMENT THRU 2100-EXIT
004830     END-PERFORM.
004840     CLOSE PAYMENT-FILE.
004850 3000-EXIT.
004860     EXIT.
004870
004880******************************************************************
004890*    3100-POST-ONE-ITEM
004900*    VALIDATES ONE ITEM AGAINST THE MASTER AND POSTS OR REJECTS
004910*    IT. A DEBIT ON A CHECKPOINT-PENDING ACCOUNT REJECTS AS
004920*    CKPT-PENDING - THE SAME STATE SORDPOST AND FEEASSES SKIP.
004930*    A CHARGED-OFF ACCOUNT IS HANDLED BY 3200 AS A RECOVERY.
004940*    A RETURN ('R') OF ONE OF OUR OWN BILL PAYMENTS MUST MATCH A
004950*    SENT PAYMENT ON BILLPAY (3300) AND IS OTHERWISE A CREDIT.
004960*    THE LOG ENTRY IS WRITTEN BEFORE THE BALANCE REWRITE,
004970*    SO A CRASH MID-POST NEVER LEAVES A BALANCE CHANGE WITH NO
004980*    LOG ENTRY BEHIND IT.
004990******************************************************************
005000 3100-POST-ONE-ITEM.
005010     IF PI-DT-DR-CR NOT = 'C' AND PI-DT-DR-CR NOT = 'D'
005020     AND PI-DT-DR-CR NOT = 'R'
005030     MOVE "BAD-RECORD" TO PI-RJ-REASON
005040     PERFORM 3500-WRITE-REJECT THRU 3500-EXIT
005050     GO TO 3100-EXIT
005060     END-IF.
005070
005080     MOVE PI-DT-ACCOUNT TO ACCT-NUMBER.
005090     READ ACCOUNT-MASTER
005100     INVALID KEY
005110     MOVE "NOT-ON-FILE" TO PI-RJ-REASON
005120     PERFORM 3500-WRITE-REJECT THRU 3500-EXIT
005130     GO TO 3100-EXIT
005140     END-READ.
005150
005160     IF ACCT-CLOSED
005170     MOVE "ACCT-CLOSED" TO PI-RJ-REASON
005180     PERFORM 3500-WRITE-REJECT THRU 3500-EXIT
005190     GO TO 3100-EXIT
005200     END-IF.
005210
005220     IF PI-DT-DR-CR = 'R'
005230     PERFORM 3300-CHECK-RETURN THRU 3300-EXIT
005240     IF PI-RJ-REASON NOT = SPACES
005250     PERFORM 3500-WRITE-REJECT THRU 3500-EXIT
005260     GO TO 3100-EXIT
005270     END-IF
005280     END-IF.
005290
005300     IF ACCT-CHARGED-OFF
005310     PERFORM 3200-POST-RECOVERY THRU 3200-EXIT
005320     GO TO 3100-EXIT
005330     END-IF.
005340
005350     IF PI-DT-DR-CR = 'D' AND ACCT-CKPT-PENDING
005360     MOVE "CKPT-PENDING" TO PI-RJ-REASON
005370     PERFORM 3500-WRITE-REJECT THRU 3500-EXIT
005380     GO TO 3100-EXIT
005390     END-IF.
005400
005410     IF PI-DT-DR-CR = 'D'
005420     IF ACCT-HELD-AMOUNT > ZERO
005430     AND ACCT-HOLD-RELEASE-DATE > PI-RUN-DATE
005440     COMPUTE PI-AVAILABLE-BAL =
005450     ACCT-BALANCE - ACCT-HELD-AMOUNT
005460     ELSE
005470     MOVE ACCT-BALANCE TO PI-AVAILABLE-BAL
005480     END-IF
005490     IF PI-DT-AMOUNT > PI-AVAILABLE-BAL
005500     MOVE "INSUF-FUNDS" TO PI-RJ-REASON
005510     PERFORM 3500-WRITE-REJECT THRU 3500-EXIT
005520     GO TO 3100-EXIT
005530     END-IF
005540     END-IF.
005550
005560     IF PI-DT-DR-CR = 'C'
005570     ADD PI-DT-AMOUNT TO ACCT-BALANCE
005580     MOVE "EXT-CREDIT" TO PI-LOG-TYPE
005590     ADD PI-DT-AMOUNT TO PI-CREDIT-TOTAL
005600     END-IF.
005610     IF PI-DT-DR-CR = 'R'
005620     ADD PI-DT-AMOUNT TO ACCT-BALANCE
005630     MOVE "EXT-RETURN" TO PI-LOG-TYPE
005640     ADD PI-DT-AMOUNT TO PI-CREDIT-TOTAL
005650     END-IF.
005660     IF PI-DT-DR-CR = 'D'
005670     SUBTRACT PI-DT-AMOUNT FROM ACCT-BALANCE
005680     MOVE "EXT-DEBIT" TO PI-LOG-TYPE
005690     ADD PI-DT-AMOUNT TO PI-DEBIT-TOTAL
005700     END-IF.
005710
005720     PERFORM 8500-WRITE-LOG THRU 8500-EXIT.
005730     REWRITE ACCOUNT-RECORD.
005740     IF PI-DT-DR-CR = 'R'
005750     PERFORM 3350-MARK-RETURNED THRU 3350-EXIT
005760     END-IF.
005770     ADD 1 TO PI-ITEMS-POSTED.
005780 3100-EXIT.
005790     EXIT.
005800
005810******************************************************************
005820*    3200-POST-RECOVERY
005830*    A CHARGED-OFF ACCOUNT TAKES NO DEBITS. A CREDIT GOES AGAINST
005840*    THE AMOUNT WRITTEN OFF, NOT INTO THE BALANCE - THE ACCOUNT
005850*    STAYS AT ZERO AND THE CO-RECOVERY ENTRY CARRIES THE MONEY TO
005860*    CHARGE-OFF RECOVERIES IN THE GL. A CREDIT FOR MORE THAN IS
005870*    STILL OWED ON ODAGEMST GOES BACK TO THE ORIGINATOR.
005880******************************************************************
005890 3200-POST-RECOVERY.
005900     IF PI-DT-DR-CR = 'D'
005910     MOVE "CHARGED-OFF" TO PI-RJ-REASON
005920     PERFORM 3500-WRITE-REJECT THRU 3500-EXIT
005930     GO TO 3200-EXIT
005940     END-IF.
005950
005960     MOVE ACCT-NUMBER TO OA-ACCOUNT.
005970     READ OD-AGING-MASTER
005980     INVALID KEY
005990     MOVE "CHARGED-OFF" TO PI-RJ-REASON
006000     PERFORM 3500-WRITE-REJECT THRU 3500-EXIT
006010     GO TO 3200-EXIT
006020     END-READ.
006030
006040     COMPUTE PI-CO-OUTSTANDING =
006050     OA-CHARGEOFF-AMOUNT - OA-RECOVERED-AMOUNT.
006060     IF PI-DT-AMOUNT > PI-CO-OUTSTANDING
006070     MOVE "EXCEEDS-OWED" TO PI-RJ-REASON
006080     PERFORM 3500-WRITE-REJECT THRU 3500-EXIT
006090     GO TO 3200-EXIT
006100     END-IF.
006110
006120     MOVE "CO-RECOVERY" TO PI-LOG-TYPE.
006130     ADD PI-DT-AMOUNT TO PI-CREDIT-TOTAL.
006140     PERFORM 8500-WRITE-LOG THRU 8500-EXIT.
006150     ADD PI-DT-AMOUNT TO OA-RECOVERED-AMOUNT.
006160     REWRITE OD-AGING-RECORD.
006170     IF PI-DT-DR-CR = 'R'
006180     PERFORM 3350-MARK-RETURNED THRU 3350-EXIT
006190     END-IF.
006200     ADD 1 TO PI-ITEMS-POSTED.
006210 3200-EXIT.
006220     EXIT.
006230
006240******************************************************************
006250*    3300-CHECK-RETURN
006260*    MATCHES A RETURNED ITEM TO THE BILL PAYMENT IT RETURNS -
006270*    SAME ACCOUNT, ORIGINATOR REFERENCE = BILLPAY REFERENCE - AND
006280*    LEAVES A REJECT REASON IN PI-RJ-REASON WHEN IT DOES NOT
006290*    MATCH A SENT PAYMENT FOR THE SAME AMOUNT. SPACES MEANS GOOD.
006300******************************************************************
006310 3300-CHECK-RETURN.
006320     MOVE SPACES TO PI-RJ-REASON.
006330     MOVE PI-DT-ACCOUNT  TO BP-ACCOUNT.
006340     MOVE PI-DT-ORIG-REF TO BP-REFERENCE.
006350     READ BILL-PAYMENT-REGISTER
006360     INVALID KEY
006370     MOVE "NO-PAYMENT" TO PI-RJ-REASON
006380     GO TO 3300-EXIT
006390     END-READ.
006400     IF NOT BP-SENT
006410     MOVE "NOT-SENT" TO PI-RJ-REASON
006420     GO TO 3300-EXIT
006430     END-IF.
006440     IF PI-DT-AMOUNT NOT = BP-AMOUNT
006450     MOVE "AMT-MISMATCH" TO PI-RJ-REASON
006460     END-IF.
006470 3300-EXIT.
006480     EXIT.
006490
006500******************************************************************
006510*    3350-MARK-RETURNED
006520*    MARKS THE BILL PAYMENT READ BY 3300 RETURNED ON THE RUN DATE.
006530******************************************************************
006540 3350-MARK-RETURNED.
006550     SET BP-RETURNED TO TRUE.
006560     MOVE PI-RUN-DATE TO BP-RETURN-DATE.
006570     REWRITE BILL-PAYMENT-RECORD.
006580 3350-EXIT.
006590     EXIT.
006600
006610******************************************************************
006620*    3500-WRITE-REJECT
006630*    ONE REJECT RECORD - THE ITEM AS RECEIVED PLUS THE REASON
006640*    SET BY THE CALLER.
006650******************************************************************
006660 3500-WRITE-REJECT.
006670     MOVE PI-DT-ACCOUNT  TO PI-RJ-ACCOUNT.
006680     MOVE PI-DT-DR-CR    TO PI-RJ-DR-CR.
006690     MOVE PI-DT-AMOUNT   TO PI-RJ-AMOUNT.
006700     MOVE PI-DT-ORIG-REF TO PI-RJ-ORIG-REF.
006710     WRITE REJECT-RECORD FROM PI-REJECT-REC.
006720     ADD 1 TO PI-ITEMS-REJECTED.
006730 3500-EXIT.
006740     EXIT.
006750
006760******************************************************************
006770*    8500-WRITE-LOG
006780*    APPENDS ONE TRANSACTION-LOG RECORD FOR THE CURRENT ACCOUNT
006790*    USING PI-LOG-TYPE AND THE ITEM'S AMOUNT.
006800******************************************************************
006810 8500-WRITE-LOG.
006820     MOVE SPACES TO TRANSACTION-RECORD.
006830     MOVE PI-RUN-DATE TO PI-CURRENT-DATE.
006840     ACCEPT PI-CURRENT-TIME FROM TIME.
006850     MOVE PI-CURRENT-DATE TO TXN-DATE.
006860     MOVE PI-CURRENT-TIME TO TXN-TIME.
006870     MOVE ACCT-NUMBER     TO TXN-ACCOUNT.
006880     MOVE PI-LOG-TYPE     TO TXN-TYPE.
006890     MOVE PI-DT-AMOUNT    TO TXN-AMOUNT.
006900     MOVE ACCT-BALANCE    TO TXN-BALANCE.
006910     MOVE "EXT" TO TXN-CHANNEL.
006920     MOVE "CLEARHSE" TO TXN-OPERATOR.
006930     WRITE TRANSACTION-RECORD.
006940 8500-EXIT.
006950     EXIT.
006960
006970******************************************************************
006980*    8800-STAMP-RUN-CONTROL
006990*    RECORDS THE SUCCESSFUL IMPORT ON RUNCTL.
007000******************************************************************
007010 8800-STAMP-RUN-CONTROL.
007020     OPEN I-O RUN-CONTROL.
007030     IF PI-RUNCTL-FS = "35"
007040     OPEN OUTPUT RUN-CONTROL
007050     CLOSE RUN-CONTROL
007060     OPEN I-O RUN-CONTROL
007070     END-IF.
007080     IF PI-RUNCTL-FS NOT = "00"
007090     DISPLAY "WARNING - RUN NOT STAMPED. STATUS=" PI-RUNCTL-FS
007100     GO TO 8800-EXIT
007110     END-IF.
007120
007130     MOVE 'N' TO PI-RC-FOUND-SW.
007140     MOVE "PAYIMPRT" TO RC-JOB-NAME.
007150     READ RUN-CONTROL
007160     INVALID KEY
007170     MOVE SPACES TO RUNCTL-RECORD
007180     MOVE "PAYIMPRT" TO RC-JOB-NAME
007190     MOVE ZERO TO RC-RUN-COUNT
007200     NOT INVALID KEY
007210     SET PI-RC-FOUND TO TRUE
007220     END-READ.
007230
007240     MOVE PI-RUN-DATE TO RC-LAST-RUN-DATE.
007250     ACCEPT RC-LAST-RUN-TIME FROM TIME.
007260     MOVE ZERO TO RC-LAST-PERIOD.
007270     ADD 1 TO RC-RUN-COUNT.
007280     IF PI-RC-FOUND
007290     REWRITE RUNCTL-RECORD
007300     ELSE
007310     WRITE RUNCTL-RECORD
007320     END-IF.
007330     CLOSE RUN-CONTROL.
007340 8800-EXIT.
007350     EXIT.
007360
007370******************************************************************
007380*    8900-GET-BUSINESS-DATE
007390*    READS THE PROCESSING DATE FROM THE BUSDATE CONTROL FILE -
007400*    THE WALL CLOCK ONLY SEEDS THE FILE THE FIRST TIME IT IS
007410*    MISSING. THE DATE ADVANCES ONLY WHEN THE EODROLL ROLLOVER
007420*    CLOSES THE DAY, SO WORK THAT SLIPS PAST MIDNIGHT STILL
007430*    STAMPS THE DAY IT BELONGS TO.
007440******************************************************************
007450 8900-GET-BUSINESS-DATE.
007460     OPEN INPUT BUSINESS-DATE.
007470     IF PI-BD-FS = "35"
007480     PERFORM 8950-CREATE-BUSDATE THRU 8950-EXIT
007490     OPEN INPUT BUSINESS-DATE
007500     END-IF.
007510     IF PI-BD-FS NOT = "00"
007520     DISPLAY "BUSDATE UNAVAILABLE - USING THE WALL CLOCK."
007530     ACCEPT PI-RUN-DATE FROM DATE YYYYMMDD
007540     GO TO 8900-EXIT
007550     END-IF.
007560     READ BUSINESS-DATE
007570     AT END
007580     DISPLAY "BUSDATE IS EMPTY - USING THE WALL CLOCK."
007590     ACCEPT PI-RUN-DATE FROM DATE YYYYMMDD
007600     CLOSE BUSINESS-DATE
007610     GO TO 8900-EXIT
007620     END-READ.
007630     MOVE BD-BUSINESS-DATE TO PI-RUN-DATE.
007640     CLOSE BUSINESS-DATE.
007650 8900-EXIT.
007660     EXIT.
007670
007680 8950-CREATE-BUSDATE.
007690     OPEN OUTPUT BUSINESS-DATE.
007700     MOVE SPACES TO BUSDATE-RECORD.
007710     ACCEPT BD-BUSINESS-DATE FROM DATE YYYYMMDD.
007720     WRITE BUSDATE-RECORD.
007730     CLOSE BUSINESS-DATE.
007740 8950-EXIT.
007750     EXIT.
007760
007770******************************************************************
007780*    9000-TERMINATE
007790******************************************************************
007800 9000-TERMINATE.
007810     IF PI-FILES-OPEN
007820     CLOSE ACCOUNT-MASTER
007830     CLOSE OD-AGING-MASTER
007840     CLOSE BILL-PAYMENT-REGISTER
007850     CLOSE TRANSACTION-LOG
007860     CLOSE REJECT-FILE
007870     END-IF.
007880     IF PI-CONTINUE-SW = 'Y'
007890     DISPLAY "PAYMENT IMPORT COMPLETE."
007900     DISPLAY "ITEMS POSTED:   " PI-ITEMS-POSTED
007910     DISPLAY "ITEMS REJECTED: " PI-ITEMS-REJECTED
007920     DISPLAY "CREDIT TOTAL:   " PI-CREDIT-TOTAL
007930     DISPLAY "DEBIT TOTAL:    " PI-DEBIT-TOTAL
007940     ELSE
007950     DISPLAY "PAYMENT IMPORT DID NOT POST."
007960     END-IF.
007970 9000-EXIT.
007980     EXIT.
