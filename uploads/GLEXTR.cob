000450*                     THE DAY IT BELONGS TO. THE DATE ADVANCES
000460*                     ONLY WHEN THE EODROLL ROLLOVER CLOSES THE
000470*                     DAY.
000480*    10/14/2026 RH    REV- CORRECTION ENTRIES POSTED BY THE NEW
000490*                     ACCTMNT TELLER REVERSAL OPTION NOW POST THE
000500*                     ORIGINAL ENTRY'S GL LINES WITH THE SIDES
000510*                     SWAPPED - CASH BACK OUT OF (OR INTO) THE
000520*                     DRAWER, FEE INCOME AND INTEREST EXPENSE
000530*                     GIVEN BACK - UNDER THEIR OWN REV- SOURCE SO
000540*                     THE LEDGER SHOWS A CORRECTION RATHER THAN
000550*                     NEW CASH ACTIVITY.
000560*    10/15/2026 RH    EVERY RELEASED DAY NOW ALSO APPENDS ITS
000570*                     TRAILER TOTALS AND INTEREST-EXPENSE DEBITS
000580*                     AND CREDITS TO THE NEW GLHIST DAILY HISTORY
000590*                     (SEE GLHREC.CPY) SO THE YEAR-END 1099-INT
000600*                     RUN CAN TIE TO THE LEDGER.
000610*    10/15/2026 RH    THE TD-PENALTY EARLY-WITHDRAWAL CHARGE ON A
000620*                     TERM DEPOSIT (SEE ACCTMNT) POSTS LIKE THE
000630*                     OTHER FEES - DEBIT DEPOSIT LIABILITY, CREDIT
000640*                     FEE INCOME.
000650*    10/15/2026 RH    CHARGE-OFF ENTRIES WRITTEN BY THE NEW
000660*                     ODAGING OVERDRAFT AGING RUN POST THE LOSS TO
000670*                     ITS OWN CHARGE-OFF EXPENSE ACCOUNT 5020 -
000680*                     DEBIT 5020, CREDIT DEPOSIT LIABILITY FOR THE
000690*                     NEGATIVE BALANCE WRITTEN OFF. CO-RECOVERY
000700*                     DEPOSITS LATER TAKEN ON A CHARGED-OFF
000710*                     ACCOUNT DEBIT CASH AND CREDIT CHARGE-OFF
000720*                     RECOVERIES 4020, LEAVING THE CUSTOMER
000730*                     BALANCE AT ZERO.
000740*    10/15/2026 RH    EXT-PAYMENT ENTRIES FOR OUTSIDE BILL
000750*                     PAYMENTS TAKEN AT THE ATM AND COUNTER DEBIT
000760*                     DEPOSIT LIABILITY AND CREDIT THE NEW PAYMENT
000770*                     CLEARING ACCOUNT 2030, WHERE THE FUNDS WAIT
000780*                     UNTIL PAYEXPRT RELEASES THEM TO THE CLEARING
000790*                     HOUSE. EACH RELEASE FOR THE RUN DATE ON THE
000800*                     PAYRLSE RELEASE HISTORY (SEE PRELREC.CPY)
000810*                     THEN DEBITS 2030 AND CREDITS CASH.
000820*                     EXT-RETURN ENTRIES FOR PAYMENTS THE OTHER
000830*                     BANK SENT BACK POST LIKE EXT-CREDIT.
000840*    10/15/2026 RH    REV-EXT-CRED (A TELLER REVERSAL OF A WRONG
000850*                     EXT-CREDIT FROM PAYIMPRT) POSTS THE REVERSE
000860*                     LEG - DEBIT THE DEPOSIT LIABILITY, CREDIT
000870*                     CASH.
000880*    10/15/2026 RH    A PAYRLSE RELEASE HISTORY THAT IS ON FILE
000890*                     BUT WILL NOT OPEN NOW FAILS THE RUN WITH
000900*                     RETURN CODE 8 - NO GLPOST IS RELEASED AND
000910*                     THE RUN IS NOT STAMPED.
000920*    10/15/2026 RH    A GLHIST DAILY HISTORY THAT WILL NOT OPEN IS
000930*                     NOW FATAL - IT IS OPENED BEFORE GLPOST IS
000940*                     WRITTEN, AND ON FAILURE NO GLPOST IS
000950*                     RELEASED, THE RUN ENDS RC 8 AND IS NOT
000960*                     STAMPED, SO THE DAY IS RERUN RATHER THAN
000970*                     LEFT MISSING FROM THE HISTORY TAX1099 TIES
000980*                     OUT AGAINST.
000990******************************************************************
001000
001010 ENVIRONMENT DIVISION.
001020 INPUT-OUTPUT SECTION.
001030 FILE-CONTROL.
001040     SELECT TRANSACTION-LOG ASSIGN TO "TXNLOG"
001050     ORGANIZATION IS LINE SEQUENTIAL
001060     FILE STATUS IS GE-TXN-FS.
001070
001080     SELECT GL-WORK-FILE    ASSIGN TO "GLWORK"
001090     ORGANIZATION IS LINE SEQUENTIAL
001100     FILE STATUS IS GE-WORK-FS.
001110
001120     SELECT GL-POST-FILE    ASSIGN TO "GLPOST"
001130     ORGANIZATION IS LINE SEQUENTIAL
001140     FILE STATUS IS GE-POST-FS.
001150
001160     SELECT GL-HISTORY-FILE ASSIGN TO "GLHIST"
001170     ORGANIZATION IS LINE SEQUENTIAL
001180     FILE STATUS IS GE-HIST-FS.
001190
001200     SELECT PAY-RELEASE-FILE ASSIGN TO "PAYRLSE"
001210     ORGANIZATION IS LINE SEQUENTIAL
001220     FILE STATUS IS GE-REL-FS.
001230
001240     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
001250     ORGANIZATION IS INDEXED
001260     ACCESS MODE IS DYNAMIC
001270     RECORD KEY IS RC-JOB-NAME
001280     FILE STATUS IS GE-RUNCTL-FS.
001290
001300     SELECT BUSINESS-DATE   ASSIGN TO "BUSDATE"
001310     ORGANIZATION IS LINE SEQUENTIAL
001320     FILE STATUS IS GE-BD-FS.
001330
001340 DATA DIVISION.
001350 FILE SECTION.
001360 FD  TRANSACTION-LOG
001370     LABEL RECORDS ARE STANDARD.
001380     COPY TXNREC.
001390
001400 FD  GL-WORK-FILE
001410     LABEL RECORDS ARE STANDARD.
001420 01  GL-WORK-RECORD              PIC X(50).
001430
001440 FD  GL-POST-FILE
001450     LABEL RECORDS ARE STANDARD.
001460 01  GL-POST-RECORD              PIC X(50).
001470
001480 FD  GL-HISTORY-FILE
001490     LABEL RECORDS ARE STANDARD.
001500     COPY GLHREC.
001510
001520 FD  PAY-RELEASE-FILE
001530     LABEL RECORDS ARE STANDARD.
001540     COPY PRELREC.
001550
001560 FD  RUN-CONTROL
001570     LABEL RECORDS ARE STANDARD.
001580     COPY RUNREC.
001590
001600 FD  BUSINESS-DATE
001610     LABEL RECORDS ARE STANDARD.
001620     COPY BDREC.
001630
001640 WORKING-STORAGE SECTION.
001650******************************************************************
001660*    FILE STATUS AND SWITCHES
001670******************************************************************
001680 01  GE-TXN-FS                PIC X(02)  VALUE "00".
001690 01  GE-WORK-FS               PIC X(02)  VALUE "00".
001700 01  GE-POST-FS               PIC X(02)  VALUE "00".
001710 01  GE-HIST-FS               PIC X(02)  VALUE "00".
001720 01  GE-REL-FS                PIC X(02)  VALUE "00".
001730 01  GE-RUNCTL-FS             PIC X(02)  VALUE "00".
001740 01  GE-BD-FS                 PIC X(02)  VALUE "00".
001750
001760 01  GE-TXN-EOF-SW            PIC X(01)  VALUE 'N'.
001770     88  GE-TXN-EOF                   VALUE 'Y'.
001780
001790 01  GE-WORK-EOF-SW           PIC X(01)  VALUE 'N'.
001800     88  GE-WORK-EOF                  VALUE 'Y'.
001810
001820 01  GE-REL-EOF-SW            PIC X(01)  VALUE 'N'.
001830     88  GE-REL-EOF                   VALUE 'Y'.
001840
001850 01  GE-CONTINUE-SW           PIC X(01)  VALUE 'Y'.
001860
001870 01  GE-RC-FOUND-SW           PIC X(01)  VALUE 'N'.
001880     88  GE-RC-FOUND                  VALUE 'Y'.
001890
001900******************************************************************
001910*    GL ACCOUNT CODES
001920*    1010 CASH ON HAND        2010 CUSTOMER DEPOSITS (LIAB)
001930*    4010 FEE INCOME          5010 INTEREST EXPENSE
001940*    4020 CHARGE-OFF RECOVERY 5020 CHARGE-OFF LOSS
001950*    2030 OUTBOUND PAYMENT CLEARING (LIAB)
001960******************************************************************
001970 77  GE-GL-CASH               PIC X(04)  VALUE "1010".
001980 77  GE-GL-LIABILITY          PIC X(04)  VALUE "2010".
001990 77  GE-GL-FEE-INCOME         PIC X(04)  VALUE "4010".
002000 77  GE-GL-INT-EXPENSE        PIC X(04)  VALUE "5010".
002010 77  GE-GL-CO-RECOVERY        PIC X(04)  VALUE "4020".
002020 77  GE-GL-CO-LOSS            PIC X(04)  VALUE "5020".
002030 77  GE-GL-PAY-CLEARING       PIC X(04)  VALUE "2030".
002040
002050******************************************************************
002060*    RUN TOTALS AND WORK FIELDS
002070******************************************************************
002080 77  GE-RUN-DATE              PIC 9(08).
002090 77  GE-POSTING-COUNT         PIC 9(07)  VALUE 0.
002100 77  GE-DR-TOTAL              PIC 9(11)V99 VALUE 0.
002110 77  GE-CR-TOTAL              PIC 9(11)V99 VALUE 0.
002120 77  GE-ENTRIES-READ          PIC 9(07)  VALUE 0.
002130 77  GE-INTEXP-DR             PIC 9(11)V99 VALUE 0.
002140 77  GE-INTEXP-CR             PIC 9(11)V99 VALUE 0.
002150 77  GE-RELEASES-POSTED       PIC 9(07)  VALUE 0.
002160
002170******************************************************************
002180*    POSTING RECORD LAYOUTS - 'D' DETAIL LINES THEN ONE 'T'
002190*    TRAILER WHOSE DEBIT AND CREDIT TOTALS MUST AGREE.
002200******************************************************************
002210 01  GE-DETAIL-LINE.
002220     05  GE-DL-REC-TYPE       PIC X(01)  VALUE "D".
002230     05  GE-DL-DATE           PIC 9(08).
002240     05  GE-DL-GL-ACCT        PIC X(04).
002250     05  GE-DL-DR-CR          PIC X(02).
002260     05  GE-DL-AMOUNT         PIC 9(09)V99.
002270     05  GE-DL-SOURCE         PIC X(12).
002280     05  FILLER               PIC X(12)  VALUE SPACES.
002290
002300 01  GE-TRAILER-LINE.
002310     05  GE-TL-REC-TYPE       PIC X(01)  VALUE "T".
002320     05  GE-TL-DATE           PIC 9(08).
002330     05  GE-TL-COUNT          PIC 9(07).
002340     05  GE-TL-DR-TOTAL       PIC 9(11)V99.
002350     05  GE-TL-CR-TOTAL       PIC 9(11)V99.
002360     05  FILLER               PIC X(08)  VALUE SPACES.
002370
002380 PROCEDURE DIVISION.
002390******************************************************************
002400*    0000-MAINLINE
002410******************************************************************
002420 0000-MAINLINE.
002430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002440     IF GE-CONTINUE-SW = 'Y'
002450     PERFORM 2000-EXTRACT-POSTINGS THRU 2000-EXIT
002460     PERFORM 3000-RELEASE-FILE THRU 3000-EXIT
002470     END-IF.
002480     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002490     GOBACK.
002500
002510******************************************************************
002520*    1000-INITIALIZE
002530******************************************************************
002540 1000-INITIALIZE.
002550     PERFORM 8900-GET-BUSINESS-DATE THRU 8900-EXIT.
002560     DISPLAY "GL POSTING EXTRACT - RUN DATE " GE-RUN-DATE.
002570
002580     OPEN INPUT TRANSACTION-LOG.
002590     IF GE-TXN-FS = "35"
002600     DISPLAY "NO TRANSACTION LOG ON FILE. NOTHING TO EXTRACT."
002610     MOVE 'N' TO GE-CONTINUE-SW
002620     GO TO 1000-EXIT
002630     END-IF.
002640     IF GE-TXN-FS NOT = "00"
002650     DISPLAY "UNABLE TO OPEN TRANSACTION LOG. STATUS=" GE-TXN-FS
002660     MOVE 'N' TO GE-CONTINUE-SW
002670     GO TO 1000-EXIT
002680     END-IF.
002690
002700     OPEN OUTPUT GL-WORK-FILE.
002710 1000-EXIT.
002720     EXIT.
002730
002740******************************************************************
002750*    2000-EXTRACT-POSTINGS
002760*    SEQUENTIAL PASS OVER THE DAY'S LOG ENTRIES - EACH MONEY
002770*    MOVEMENT EMITS ITS DEBIT AND CREDIT. A TRANSFER EMITS ONE
002780*    SIDE PER LEG, SO A LOST LEG SURFACES AS AN OUT-OF-BALANCE
002790*    DAY INSTEAD OF SLIPPING THROUGH.
002800******************************************************************
002810 2000-EXTRACT-POSTINGS.
002820     PERFORM 2100-READ-LOG THRU 2100-EXIT.
002830     PERFORM UNTIL GE-TXN-EOF
002840     IF TXN-DATE = GE-RUN-DATE
002850     ADD 1 TO GE-ENTRIES-READ
002860     PERFORM 2200-POST-ONE-ENTRY THRU 2200-EXIT
002870     END-IF
002880     PERFORM 2100-READ-LOG THRU 2100-EXIT
002890     END-PERFORM.
002900     CLOSE TRANSACTION-LOG.
002910     PERFORM 2600-POST-RELEASES THRU 2600-EXIT.
002920 2000-EXIT.
002930     EXIT.
002940
002950 2100-READ-LOG.
002960     READ TRANSACTION-LOG
002970     AT END
002980     MOVE 'Y' TO GE-TXN-EOF-SW
002990     END-READ.
003000 2100-EXIT.
003010     EXIT.
003020
003030******************************************************************
003040*    2200-POST-ONE-ENTRY
003050*    MAPS ONE LOG ENTRY TO ITS GL POSTINGS.
003060******************************************************************
003070 2200-POST-ONE-ENTRY.
003080     EVALUATE TXN-TYPE
003090     WHEN "DEPOSIT"
003100     PERFORM 2300-WRITE-DEBIT-CASH THRU 2300-EXIT
003110     PERFORM 2340-WRITE-CREDIT-LIAB THRU 2340-EXIT
003120     WHEN "ACCT-OPEN"
003130     PERFORM 2300-WRITE-DEBIT-CASH THRU 2300-EXIT
003140     PERFORM 2340-WRITE-CREDIT-LIAB THRU 2340-EXIT
003150     WHEN "WITHDRAWAL"
003160     PERFORM 2320-WRITE-DEBIT-LIAB THRU 2320-EXIT
003170     PERFORM 2360-WRITE-CREDIT-CASH THRU 2360-EXIT
003180     WHEN "RECOVERY"
003190     PERFORM 2320-WRITE-DEBIT-LIAB THRU 2320-EXIT
003200     PERFORM 2360-WRITE-CREDIT-CASH THRU 2360-EXIT
003210     WHEN "OD-FEE"
003220     PERFORM 2320-WRITE-DEBIT-LIAB THRU 2320-EXIT
003230     PERFORM 2380-WRITE-CREDIT-FEE THRU 2380-EXIT
003240     WHEN "RCVR-FEE"
003250     PERFORM 2320-WRITE-DEBIT-LIAB THRU 2320-EXIT
003260     PERFORM 2380-WRITE-CREDIT-FEE THRU 2380-EXIT
003270     WHEN "SVC-FEE"
003280     PERFORM 2320-WRITE-DEBIT-LIAB THRU 2320-EXIT
003290     PERFORM 2380-WRITE-CREDIT-FEE THRU 2380-EXIT
003300     WHEN "TD-PENALTY"
003310     PERFORM 2320-WRITE-DEBIT-LIAB THRU 2320-EXIT
003320     PERFORM 2380-WRITE-CREDIT-FEE THRU 2380-EXIT
003330     WHEN "CHARGE-OFF"
003340     PERFORM 2440-WRITE-DEBIT-COLOSS THRU 2440-EXIT
003350     PERFORM 2340-WRITE-CREDIT-LIAB THRU 2340-EXIT
003360     WHEN "CO-RECOVERY"
003370     PERFORM 2300-WRITE-DEBIT-CASH THRU 2300-EXIT
003380     PERFORM 2460-WRITE-CREDIT-CORCVR THRU 2460-EXIT
003390     WHEN "EXT-CREDIT"
003400     PERFORM 2300-WRITE-DEBIT-CASH THRU 2300-EXIT
003410     PERFORM 2340-WRITE-CREDIT-LIAB THRU 2340-EXIT
003420     WHEN "EXT-DEBIT"
003430     PERFORM 2320-WRITE-DEBIT-LIAB THRU 2320-EXIT
003440     PERFORM 2360-WRITE-CREDIT-CASH THRU 2360-EXIT
003450     WHEN "EXT-PAYMENT"
003460     PERFORM 2320-WRITE-DEBIT-LIAB THRU 2320-EXIT
003470     PERFORM 2470-WRITE-CREDIT-CLEARING THRU 2470-EXIT
003480     WHEN "EXT-RETURN"
003490     PERFORM 2300-WRITE-DEBIT-CASH THRU 2300-EXIT
003500     PERFORM 2340-WRITE-CREDIT-LIAB THRU 2340-EXIT
003510     WHEN "TLR-DEPOSIT"
003520     PERFORM 2300-WRITE-DEBIT-CASH THRU 2300-EXIT
003530     PERFORM 2340-WRITE-CREDIT-LIAB THRU 2340-EXIT
003540     WHEN "TLR-WITHDRWL"
003550     PERFORM 2320-WRITE-DEBIT-LIAB THRU 2320-EXIT
003560     PERFORM 2360-WRITE-CREDIT-CASH THRU 2360-EXIT
003570     WHEN "INTEREST"
003580     PERFORM 2400-WRITE-DEBIT-INTEXP THRU 2400-EXIT
003590     PERFORM 2340-WRITE-CREDIT-LIAB THRU 2340-EXIT
003600     WHEN "TRANSFER-OUT"
003610     PERFORM 2320-WRITE-DEBIT-LIAB THRU 2320-EXIT
003620     WHEN "TRANSFER-IN"
003630     PERFORM 2340-WRITE-CREDIT-LIAB THRU 2340-EXIT
003640     WHEN "REV-DEPOSIT"
003650     PERFORM 2320-WRITE-DEBIT-LIAB THRU 2320-EXIT
003660     PERFORM 2360-WRITE-CREDIT-CASH THRU 2360-EXIT
003670     WHEN "REV-TLR-DEP"
003680     PERFORM 2320-WRITE-DEBIT-LIAB THRU 2320-EXIT
003690     PERFORM 2360-WRITE-CREDIT-CASH THRU 2360-EXIT
003700     WHEN "REV-EXT-CRED"
003710     PERFORM 2320-WRITE-DEBIT-LIAB THRU 2320-EXIT
003720     PERFORM 2360-WRITE-CREDIT-CASH THRU 2360-EXIT
003730     WHEN "REV-WITHDRWL"
003740     PERFORM 2300-WRITE-DEBIT-CASH THRU 2300-EXIT
003750     PERFORM 2340-WRITE-CREDIT-LIAB THRU 2340-EXIT
003760     WHEN "REV-TLR-WDL"
003770     PERFORM 2300-WRITE-DEBIT-CASH THRU 2300-EXIT
003780     PERFORM 2340-WRITE-CREDIT-LIAB THRU 2340-EXIT
003790     WHEN "REV-OD-FEE"
003800     PERFORM 2390-WRITE-DEBIT-FEE THRU 2390-EXIT
003810     PERFORM 2340-WRITE-CREDIT-LIAB THRU 2340-EXIT
003820     WHEN "REV-SVC-FEE"
003830     PERFORM 2390-WRITE-DEBIT-FEE THRU 2390-EXIT
003840     PERFORM 2340-WRITE-CREDIT-LIAB THRU 2340-EXIT
003850     WHEN "REV-RCVR-FEE"
003860     PERFORM 2390-WRITE-DEBIT-FEE THRU 2390-EXIT
003870     PERFORM 2340-WRITE-CREDIT-LIAB THRU 2340-EXIT
003880     WHEN "REV-INTEREST"
003890     PERFORM 2320-WRITE-DEBIT-LIAB THRU 2320-EXIT
003900     PERFORM 2420-WRITE-CREDIT-INTEXP THRU 2420-EXIT
003910     WHEN OTHER
003920     CONTINUE
003930     END-EVALUATE.
003940 2200-EXIT.
003950     EXIT.
003960
003970 2300-WRITE-DEBIT-CASH.
003980     MOVE GE-GL-CASH TO GE-DL-GL-ACCT.
003990     MOVE "DR" TO GE-DL-DR-CR.
004000     PERFORM 2500-WRITE-POSTING THRU 2500-EXIT.
004010 2300-EXIT.
004020     EXIT.
004030
004040 2320-WRITE-DEBIT-LIAB.
004050     MOVE GE-GL-LIABILITY TO GE-DL-GL-ACCT.
004060     MOVE "DR" TO GE-DL-DR-CR.
004070     PERFORM 2500-WRITE-POSTING THRU 2500-EXIT.
004080 2320-EXIT.
004090     EXIT.
004100
004110 2340-WRITE-CREDIT-LIAB.
004120     MOVE GE-GL-LIABILITY TO GE-DL-GL-ACCT.
004130     MOVE "CR" TO GE-DL-DR-CR.
004140     PERFORM 2500-WRITE-POSTING THRU 2500-EXIT.
004150 2340-EXIT.
004160     EXIT.
004170
004180 2360-WRITE-CREDIT-CASH.
004190     MOVE GE-GL-CASH TO GE-DL-GL-ACCT.
004200     MOVE "CR" TO GE-DL-DR-CR.
004210     PERFORM 2500-WRITE-POSTING THRU 2500-EXIT.
004220 2360-EXIT.
004230     EXIT.
004240
004250 2380-WRITE-CREDIT-FEE.
004260     MOVE GE-GL-FEE-INCOME TO GE-DL-GL-ACCT.
004270     MOVE "CR" TO GE-DL-DR-CR.
004280     PERFORM 2500-WRITE-POSTING THRU 2500-EXIT.
004290 2380-EXIT.
004300     EXIT.
004310
004320 2390-WRITE-DEBIT-FEE.
004330     MOVE GE-GL-FEE-INCOME TO GE-DL-GL-ACCT.
004340     MOVE "DR" TO GE-DL-DR-CR.
004350     PERFORM 2500-WRITE-POSTING THRU 2500-EXIT.
004360 2390-EXIT.
004370     EXIT.
004380
004390 2400-WRITE-DEBIT-INTEXP.
004400     MOVE GE-GL-INT-EXPENSE TO GE-DL-GL-ACCT.
004410     MOVE "DR" TO GE-DL-DR-CR.
004420     PERFORM 2500-WRITE-POSTING THRU 2500-EXIT.
004430 2400-EXIT.
004440     EXIT.
004450
004460 2420-WRITE-CREDIT-INTEXP.
004470     MOVE GE-GL-INT-EXPENSE TO GE-DL-GL-ACCT.
004480     MOVE "CR" TO GE-DL-DR-CR.
004490     PERFORM 2500-WRITE-POSTING THRU 2500-EXIT.
004500 2420-EXIT.
004510     EXIT.
004520
004530 2440-WRITE-DEBIT-COLOSS.
004540     MOVE GE-GL-CO-LOSS TO GE-DL-GL-ACCT.
004550     MOVE "DR" TO GE-DL-DR-CR.
004560     PERFORM 2500-WRITE-POSTING THRU 2500-EXIT.
004570 2440-EXIT.
004580     EXIT.
004590
004600 2460-WRITE-CREDIT-CORCVR.
004610     MOVE GE-GL-CO-RECOVERY TO GE-DL-GL-ACCT.
004620     MOVE "CR" TO GE-DL-DR-CR.
004630     PERFORM 2500-WRITE-POSTING THRU 2500-EXIT.
004640 2460-EXIT.
004650     EXIT.
004660
004670 2470-WRITE-CREDIT-CLEARING.
004680     MOVE GE-GL-PAY-CLEARING TO GE-DL-GL-ACCT.
004690     MOVE "CR" TO GE-DL-DR-CR.
004700     PERFORM 2500-WRITE-POSTING THRU 2500-EXIT.
004710 2470-EXIT.
004720     EXIT.
004730
004740******************************************************************
004750*    2500-WRITE-POSTING
004760*    WRITES ONE DETAIL LINE TO THE WORK FILE AND ROLLS THE
004770*    SIDE'S TOTAL. GL ACCOUNT AND DR/CR ARE SET BY THE CALLER.
004780******************************************************************
004790 2500-WRITE-POSTING.
004800     MOVE "D" TO GE-DL-REC-TYPE.
004810     MOVE TXN-DATE TO GE-DL-DATE.
004820     MOVE TXN-AMOUNT TO GE-DL-AMOUNT.
004830     MOVE TXN-TYPE TO GE-DL-SOURCE.
004840     WRITE GL-WORK-RECORD FROM GE-DETAIL-LINE.
004850     ADD 1 TO GE-POSTING-COUNT.
004860     IF GE-DL-DR-CR = "DR"
004870     ADD TXN-AMOUNT TO GE-DR-TOTAL
004880     ELSE
004890     ADD TXN-AMOUNT TO GE-CR-TOTAL
004900     END-IF.
004910     IF GE-DL-GL-ACCT = GE-GL-INT-EXPENSE
004920     IF GE-DL-DR-CR = "DR"
004930     ADD TXN-AMOUNT TO GE-INTEXP-DR
004940     ELSE
004950     ADD TXN-AMOUNT TO GE-INTEXP-CR
004960     END-IF
004970     END-IF.
004980 2500-EXIT.
004990     EXIT.
005000
005010******************************************************************
005020*    2600-POST-RELEASES
005030*    EVERY OUTBOUND PAYMENT FILE PAYEXPRT RELEASED ON THE RUN DATE
005040*    MOVES ITS TOTAL OUT OF THE PAYMENT CLEARING ACCOUNT TO CASH -
005050*    DEBIT 2030, CREDIT CASH, SOURCE PAY-RELEASE. NO RELEASE
005060*    HISTORY ON FILE MEANS NOTHING HAS EVER BEEN RELEASED. ONE
005070*    THAT IS ON FILE BUT WILL NOT OPEN FAILS THE RUN - THE DAY'S
005080*    RELEASES WOULD OTHERWISE BE MISSING FROM A BALANCED FILE.
005090******************************************************************
005100 2600-POST-RELEASES.
005110     OPEN INPUT PAY-RELEASE-FILE.
005120     IF GE-REL-FS = "35"
005130     GO TO 2600-EXIT
005140     END-IF.
005150     IF GE-REL-FS NOT = "00"
005160     DISPLAY "UNABLE TO OPEN PAYRLSE RELEASE HISTORY. STATUS="
005170     GE-REL-FS
005180     MOVE 'N' TO GE-CONTINUE-SW
005190     MOVE 8 TO RETURN-CODE
005200     GO TO 2600-EXIT
005210     END-IF.
005220     PERFORM 2610-READ-RELEASE THRU 2610-EXIT.
005230     PERFORM UNTIL GE-REL-EOF
005240     IF PR-RELEASE-DATE = GE-RUN-DATE
005250     AND PR-AMOUNT-TOTAL > ZERO
005260     PERFORM 2620-WRITE-RELEASE THRU 2620-EXIT
005270     END-IF
005280     PERFORM 2610-READ-RELEASE THRU 2610-EXIT
005290     END-PERFORM.
005300     CLOSE PAY-RELEASE-FILE.
005310 2600-EXIT.
005320     EXIT.
005330
005340 2610-READ-RELEASE.
005350     READ PAY-RELEASE-FILE
005360     AT END
005370     MOVE 'Y' TO GE-REL-EOF-SW
005380     END-READ.
005390 2610-EXIT.
005400     EXIT.
005410
005420 2620-WRITE-RELEASE.
005430     MOVE "D" TO GE-DL-REC-TYPE.
005440     MOVE GE-RUN-DATE TO GE-DL-DATE.
005450     MOVE PR-AMOUNT-TOTAL TO GE-DL-AMOUNT.
005460     MOVE "PAY-RELEASE" TO GE-DL-SOURCE.
005470     MOVE GE-GL-PAY-CLEARING TO GE-DL-GL-ACCT.
005480     MOVE "DR" TO GE-DL-DR-CR.
005490     WRITE GL-WORK-RECORD FROM GE-DETAIL-LINE.
005500     MOVE GE-GL-CASH TO GE-DL-GL-ACCT.
005510     MOVE "CR" TO GE-DL-DR-CR.
005520     WRITE GL-WORK-RECORD FROM GE-DETAIL-LINE.
005530     ADD 2 TO GE-POSTING-COUNT.
005540     ADD PR-AMOUNT-TOTAL TO GE-DR-TOTAL.
005550     ADD PR-AMOUNT-TOTAL TO GE-CR-TOTAL.
005560     ADD 1 TO GE-RELEASES-POSTED.
005570 2620-EXIT.
005580     EXIT.
005590
005600******************************************************************
005610*    3000-RELEASE-FILE
005620*    THE WORK FILE IS ONLY COPIED TO GLPOST, TRAILER AND ALL,
005630*    WHEN THE DAY'S DEBITS EQUAL ITS CREDITS. AN OUT-OF-BALANCE
005640*    DAY LEAVES NO GLPOST BEHIND AND ENDS WITH RETURN CODE 8 SO
005650*    THE SCHEDULER HALTS THE LEDGER FEED. SO DOES A RUN WHOSE
005660*    RELEASE HISTORY COULD NOT BE READ, OR WHOSE GLHIST DAILY
005670*    HISTORY WILL NOT OPEN.
005680******************************************************************
005690 3000-RELEASE-FILE.
005700     CLOSE GL-WORK-FILE.
005710     IF GE-CONTINUE-SW NOT = 'Y'
005720     GO TO 3000-EXIT
005730     END-IF.
005740
005750     IF GE-DR-TOTAL NOT = GE-CR-TOTAL
005760     DISPLAY "*** GL EXTRACT OUT OF BALANCE - FILE NOT"
005770     " RELEASED ***"
005780     DISPLAY "DEBITS:  " GE-DR-TOTAL
005790     DISPLAY "CREDITS: " GE-CR-TOTAL
005800     MOVE 'N' TO GE-CONTINUE-SW
005810     MOVE 8 TO RETURN-CODE
005820     GO TO 3000-EXIT
005830     END-IF.
005840
005850     PERFORM 3150-OPEN-HISTORY THRU 3150-EXIT.
005860     IF GE-CONTINUE-SW NOT = 'Y'
005870     GO TO 3000-EXIT
005880     END-IF.
005890
005900     MOVE 'N' TO GE-WORK-EOF-SW.
005910     OPEN INPUT GL-WORK-FILE.
005920     OPEN OUTPUT GL-POST-FILE.
005930     PERFORM 3100-READ-WORK THRU 3100-EXIT.
005940     PERFORM UNTIL GE-WORK-EOF
005950     WRITE GL-POST-RECORD FROM GL-WORK-RECORD
005960     PERFORM 3100-READ-WORK THRU 3100-EXIT
005970     END-PERFORM.
005980
005990     MOVE "T" TO GE-TL-REC-TYPE.
006000     MOVE GE-RUN-DATE TO GE-TL-DATE.
006010     MOVE GE-POSTING-COUNT TO GE-TL-COUNT.
006020     MOVE GE-DR-TOTAL TO GE-TL-DR-TOTAL.
006030     MOVE GE-CR-TOTAL TO GE-TL-CR-TOTAL.
006040     WRITE GL-POST-RECORD FROM GE-TRAILER-LINE.
006050
006060     CLOSE GL-WORK-FILE.
006070     CLOSE GL-POST-FILE.
006080     PERFORM 3200-APPEND-HISTORY THRU 3200-EXIT.
006090     PERFORM 8800-STAMP-RUN-CONTROL THRU 8800-EXIT.
006100 3000-EXIT.
006110     EXIT.
006120
006130 3100-READ-WORK.
006140     READ GL-WORK-FILE
006150     AT END
006160     MOVE 'Y' TO GE-WORK-EOF-SW
006170     END-READ.
006180 3100-EXIT.
006190     EXIT.
006200
006210******************************************************************
006220*    3150-OPEN-HISTORY
006230*    OPENS THE GLHIST DAILY HISTORY BEFORE ANYTHING IS RELEASED.
006240*    TAX1099 TIES ITS INTEREST TOTALS OUT AGAINST GLHIST, SO A
006250*    DAY THAT CANNOT BE ADDED TO IT IS NOT RELEASED AT ALL - THE
006260*    RUN ENDS RC 8, UNSTAMPED, AND THE DAY IS RERUN.
006270******************************************************************
006280 3150-OPEN-HISTORY.
006290     OPEN EXTEND GL-HISTORY-FILE.
006300     IF GE-HIST-FS = "35"
006310     OPEN OUTPUT GL-HISTORY-FILE
006320     CLOSE GL-HISTORY-FILE
006330     OPEN EXTEND GL-HISTORY-FILE
006340     END-IF.
006350     IF GE-HIST-FS NOT = "00"
006360     DISPLAY "UNABLE TO OPEN GLHIST. STATUS=" GE-HIST-FS
006370     DISPLAY "*** GL EXTRACT NOT RELEASED - RERUN THE DAY ***"
006380     MOVE 'N' TO GE-CONTINUE-SW
006390     MOVE 8 TO RETURN-CODE
006400     END-IF.
006410 3150-EXIT.
006420     EXIT.
006430
006440******************************************************************
006450*    3200-APPEND-HISTORY
006460*    ADDS THE RELEASED DAY TO THE GLHIST DAILY HISTORY, OPENED
006470*    BY 3150.
006480******************************************************************
006490 3200-APPEND-HISTORY.
006500     MOVE SPACES TO GL-HISTORY-RECORD.
006510     MOVE GE-RUN-DATE TO GH-DATE.
006520     MOVE GE-POSTING-COUNT TO GH-POSTING-COUNT.
006530     MOVE GE-DR-TOTAL TO GH-DR-TOTAL.
006540     MOVE GE-CR-TOTAL TO GH-CR-TOTAL.
006550     MOVE GE-INTEXP-DR TO GH-INTEXP-DR.
006560     MOVE GE-INTEXP-CR TO GH-INTEXP-CR.
006570     WRITE GL-HISTORY-RECORD.
006580     CLOSE GL-HISTORY-FILE.
006590 3200-EXIT.
006600     EXIT.
006610
006620******************************************************************
006630*    8800-STAMP-RUN-CONTROL
006640*    RECORDS THE SUCCESSFUL, BALANCED EXTRACT ON RUNCTL.
006650******************************************************************
006660 8800-STAMP-RUN-CONTROL.
006670     OPEN I-O RUN-CONTROL.
006680     IF GE-RUNCTL-FS = "35"
006690     OPEN OUTPUT RUN-CONTROL
006700     CLOSE RUN-CONTROL
006710     OPEN I-O RUN-CONTROL
006720     END-IF.
006730     IF GE-RUNCTL-FS NOT = "00"
006740     DISPLAY "WARNING - RUN NOT STAMPED. STATUS=" GE-RUNCTL-FS
006750     GO TO 8800-EXIT
006760     END-IF.
006770
006780     MOVE 'N' TO GE-RC-FOUND-SW.
006790     MOVE "GLEXTR  " TO RC-JOB-NAME.
006800     READ RUN-CONTROL
006810     INVALID KEY
006820     MOVE SPACES TO RUNCTL-RECORD
006830     MOVE "GLEXTR  " TO RC-JOB-NAME
006840     MOVE ZERO TO RC-RUN-COUNT
006850     NOT INVALID KEY
006860     SET GE-RC-FOUND TO TRUE
006870     END-READ.
006880
006890     MOVE GE-RUN-DATE TO RC-LAST-RUN-DATE.
006900     ACCEPT RC-LAST-RUN-TIME FROM TIME.
006910     MOVE ZERO TO RC-LAST-PERIOD.
006920     ADD 1 TO RC-RUN-COUNT.
006930     IF GE-RC-FOUND
006940     REWRITE RUNCTL-RECORD
006950     ELSE
006960     WRITE RUNCTL-RECORD
006970     END-IF.
006980     CLOSE RUN-CONTROL.
006990 8800-EXIT.
007000     EXIT.
007010
007020******************************************************************
007030*    8900-GET-BUSINESS-DATE
007040*    READS THE PROCESSING DATE FROM THE BUSDATE CONTROL FILE -
007050*    THE WALL CLOCK ONLY SEEDS THE FILE THE FIRST TIME IT IS
007060*    MISSING. THE DATE ADVANCES ONLY WHEN THE EODROLL ROLLOVER
007070*    CLOSES THE DAY, SO WORK THAT SLIPS PAST MIDNIGHT STILL
007080*    STAMPS THE DAY IT BELONGS TO.
007090******************************************************************
007100 8900-GET-BUSINESS-DATE.
007110     OPEN INPUT BUSINESS-DATE.
007120     IF GE-BD-FS = "35"
007130     PERFORM 8950-CREATE-BUSDATE THRU 8950-EXIT
007140     OPEN INPUT BUSINESS-DATE
007150     END-IF.
007160     IF GE-BD-FS NOT = "00"
007170     DISPLAY "BUSDATE UNAVAILABLE - USING THE WALL CLOCK."
007180     ACCEPT GE-RUN-DATE FROM DATE YYYYMMDD
007190     GO TO 8900-EXIT
007200     END-IF.
007210     READ BUSINESS-DATE
007220     AT END
007230     DISPLAY "BUSDATE IS EMPTY - USING THE WALL CLOCK."
007240     ACCEPT GE-RUN-DATE FROM DATE YYYYMMDD
007250     CLOSE BUSINESS-DATE
007260     GO TO 8900-EXIT
007270     END-READ.
007280     MOVE BD-BUSINESS-DATE TO GE-RUN-DATE.
007290     CLOSE BUSINESS-DATE.
007300 8900-EXIT.
007310     EXIT.
007320
007330 8950-CREATE-BUSDATE.
007340     OPEN OUTPUT BUSINESS-DATE.
007350     MOVE SPACES TO BUSDATE-RECORD.
007360     ACCEPT BD-BUSINESS-DATE FROM DATE YYYYMMDD.
007370     WRITE BUSDATE-RECORD.
007380     CLOSE BUSINESS-DATE.
007390 8950-EXIT.
007400     EXIT.
007410
007420******************************************************************
007430*    9000-TERMINATE
007440******************************************************************
007450 9000-TERMINATE.
007460     IF GE-CONTINUE-SW = 'Y'
007470     DISPLAY "GL EXTRACT COMPLETE. SEE GLPOST."
007480     DISPLAY "LOG ENTRIES READ:  " GE-ENTRIES-READ
007490     DISPLAY "PAYMENT RELEASES:  " GE-RELEASES-POSTED
007500     DISPLAY "POSTINGS WRITTEN:  " GE-POSTING-COUNT
007510     DISPLAY "DEBIT TOTAL:       " GE-DR-TOTAL
007520     DISPLAY "CREDIT TOTAL:      " GE-CR-TOTAL
007530     ELSE
007540     DISPLAY "GL EXTRACT DID NOT RELEASE A FILE."
007550     END-IF.
007560 9000-EXIT.
007570     EXIT.
