000370*    09/01/2026 RH    TLR-DEPOSIT/TLR-WITHDRWL ENTRIES FROM THE
000380*                     NEW TELLER CASH OPTIONS ROLL FORWARD THE
000390*                     SAME WAY.
000400*    10/14/2026 RH    REV- CORRECTION ENTRIES FROM THE NEW
000410*                     ACCTMNT TELLER REVERSAL OPTION ROLL FORWARD
000420*                     WITH THE OPPOSITE EFFECT OF THE ENTRY THEY
000430*                     REVERSE. THE WATERMARK IS LEFT AS ROLLED -
000440*                     THE LOG DOES NOT SAY WHICH DAY'S WITHDRAWAL
000450*                     A REV-WITHDRWL GAVE BACK.
000460*    10/15/2026 RH    THE TD-PENALTY EARLY-WITHDRAWAL CHARGE ON A
000470*                     TERM DEPOSIT (SEE ACCTMNT) IS REPLAYED AS A
000480*                     DEBIT, LIKE THE OTHER FEES.
000490*    10/15/2026 RH    A CHARGE-OFF ENTRY FROM THE ODAGING
000500*                     OVERDRAFT AGING RUN IS REPLAYED AS A CREDIT,
000510*                     BRINGING THE NEGATIVE BALANCE BACK TO ZERO.
000520*                     A CO-RECOVERY ON A CHARGED-OFF ACCOUNT
000530*                     LEAVES THE BALANCE AT ZERO AND REPLAYS AS NO
000540*                     EFFECT.
000550*    10/15/2026 RH    EXT-PAYMENT (AN OUTSIDE BILL PAYMENT) COUNTS
000560*                     AS A DEBIT AND EXT-RETURN (ONE SENT BACK BY
000570*                     THE PAYEE'S BANK) AS A CREDIT.
000580*    10/15/2026 RH    REV-EXT-CRED (A TELLER REVERSAL OF A WRONG
000590*                     EXT-CREDIT FROM PAYIMPRT) COUNTS AS A DEBIT.
000600******************************************************************
000610
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT ACCOUNT-MASTER  ASSIGN TO "ACCTMAST"
000660     ORGANIZATION IS INDEXED
000670     ACCESS MODE IS DYNAMIC
000680     RECORD KEY IS ACCT-NUMBER
000690     FILE STATUS IS AR-ACCT-FS.
000700
000710     SELECT SNAPSHOT-FILE   ASSIGN TO DYNAMIC AR-SNAPSHOT-NAME
000720     ORGANIZATION IS LINE SEQUENTIAL
000730     FILE STATUS IS AR-SNAP-FS.
000740
000750     SELECT SNAPSHOT-INDEX  ASSIGN TO "ACSNAPIX"
000760     ORGANIZATION IS LINE SEQUENTIAL
000770     FILE STATUS IS AR-SNPIX-FS.
000780
000790     SELECT TRANSACTION-LOG ASSIGN TO "TXNLOG"
000800     ORGANIZATION IS LINE SEQUENTIAL
000810     FILE STATUS IS AR-TXN-FS.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  ACCOUNT-MASTER
000860     LABEL RECORDS ARE STANDARD.
000870     COPY ACCTREC.
000880
000890 FD  SNAPSHOT-FILE
000900     LABEL RECORDS ARE STANDARD.
000910 01  SNAPSHOT-RECORD             PIC X(110).
000920
000930 FD  SNAPSHOT-INDEX
000940     LABEL RECORDS ARE STANDARD.
000950     COPY SNPIXREC.
000960
000970 FD  TRANSACTION-LOG
000980     LABEL RECORDS ARE STANDARD.
000990     COPY TXNREC.
001000
001010 WORKING-STORAGE SECTION.
001020******************************************************************
001030*    FILE STATUS AND SWITCHES
001040******************************************************************
001050 01  AR-ACCT-FS               PIC X(02)  VALUE "00".
001060 01  AR-SNAP-FS               PIC X(02)  VALUE "00".
001070 01  AR-SNPIX-FS              PIC X(02)  VALUE "00".
001080 01  AR-TXN-FS                PIC X(02)  VALUE "00".
001090
001100 01  AR-CONTINUE-SW           PIC X(01)  VALUE 'Y'.
001110
001120 01  AR-SNPIX-EOF-SW          PIC X(01)  VALUE 'N'.
001130     88  AR-SNPIX-EOF                 VALUE 'Y'.
001140
001150 01  AR-SNAP-EOF-SW           PIC X(01)  VALUE 'N'.
001160     88  AR-SNAP-EOF                  VALUE 'Y'.
001170
001180 01  AR-TXN-EOF-SW            PIC X(01)  VALUE 'N'.
001190     88  AR-TXN-EOF                   VALUE 'Y'.
001200
001210 01  AR-SNAP-GOOD-SW          PIC X(01)  VALUE 'N'.
001220     88  AR-SNAP-GOOD                 VALUE 'Y'.
001230
001240******************************************************************
001250*    SNAPSHOT INDEX TABLE - EVERY INDEX ENTRY, OLDEST FIRST.
001260*    THE PICK WALKS IT BACKWARDS SO THE NEWEST GOOD SNAPSHOT
001270*    WINS.
001280******************************************************************
001290 01  AR-SNPIX-TABLE.
001300     05  AR-SNPIX-ENTRY OCCURS 60 TIMES INDEXED BY AR-SNPIX-IDX.
001310     10  AR-SNPIX-DATE         PIC 9(08).
001320     10  AR-SNPIX-TIME         PIC 9(08).
001330     10  AR-SNPIX-NAME         PIC X(12).
001340     10  AR-SNPIX-COUNT        PIC 9(07).
001350     10  AR-SNPIX-HASH         PIC S9(13)V99.
001360 77  AR-SNPIX-COUNT-ALL        PIC 9(04)  VALUE 0.
001370 77  AR-SNPIX-PICK             PIC 9(04)  VALUE 0.
001380
001390******************************************************************
001400*    VERIFY AND RESTORE WORK FIELDS
001410*    AR-WORK-RECORD IS CUT FROM ACCTREC.CPY (NAMES PREFIXED
001420*    ARW-) SO THE VERIFY PASS CAN TOTAL SNAPSHOT BALANCES
001430*    WITHOUT TOUCHING THE LIVE MASTER'S RECORD AREA.
001440******************************************************************
001450     COPY ACCTREC REPLACING
001460     ==ACCOUNT-RECORD== BY ==AR-WORK-RECORD==
001470     LEADING ==ACCT-== BY ==ARW-==.
001480 77  AR-SNAPSHOT-NAME         PIC X(12).
001490 77  AR-PICKED-DATE           PIC 9(08).
001500 77  AR-PICKED-TIME           PIC 9(08).
001510 77  AR-VERIFY-COUNT          PIC 9(07).
001520 77  AR-VERIFY-HASH           PIC S9(13)V99.
001530 77  AR-CONFIRM               PIC X(01).
001540 77  AR-ENTRY-EFFECT          PIC S9(07)V99.
001550
001560******************************************************************
001570*    RUN TOTALS
001580******************************************************************
001590 77  AR-RECORDS-LOADED        PIC 9(07)  VALUE 0.
001600 77  AR-ENTRIES-ROLLED        PIC 9(07)  VALUE 0.
001610 77  AR-ORPHAN-COUNT          PIC 9(07)  VALUE 0.
001620 77  AR-REOPEN-COUNT          PIC 9(07)  VALUE 0.
001630
001640 PROCEDURE DIVISION.
001650******************************************************************
001660*    0000-MAINLINE
001670******************************************************************
001680 0000-MAINLINE.
001690     DISPLAY "==== ACCOUNT MASTER RESTORE ====".
001700     PERFORM 1000-LOAD-INDEX THRU 1000-EXIT.
001710     IF AR-CONTINUE-SW = 'Y'
001720     PERFORM 2000-PICK-SNAPSHOT THRU 2000-EXIT
001730     END-IF.
001740     IF AR-CONTINUE-SW = 'Y'
001750     PERFORM 2500-CONFIRM-RESTORE THRU 2500-EXIT
001760     END-IF.
001770     IF AR-CONTINUE-SW = 'Y'
001780     PERFORM 3000-RELOAD-MASTER THRU 3000-EXIT
001790     END-IF.
001800     IF AR-CONTINUE-SW = 'Y'
001810     PERFORM 4000-ROLL-FORWARD THRU 4000-EXIT
001820     END-IF.
001830     IF AR-CONTINUE-SW = 'Y'
001840     PERFORM 5000-REPORT-RESULTS THRU 5000-EXIT
001850     END-IF.
001860     STOP RUN.
001870
001880******************************************************************
001890*    1000-LOAD-INDEX
001900*    READS EVERY ACSNAPIX ENTRY INTO THE TABLE. NO INDEX MEANS
001910*    NO SNAPSHOT HAS EVER BEEN TAKEN - NOTHING TO RESTORE FROM.
001920******************************************************************
001930 1000-LOAD-INDEX.
001940     OPEN INPUT SNAPSHOT-INDEX.
001950     IF AR-SNPIX-FS NOT = "00"
001960     DISPLAY "NO SNAPSHOT INDEX ON FILE. NOTHING TO RESTORE."
001970     MOVE 'N' TO AR-CONTINUE-SW
001980     MOVE 12 TO RETURN-CODE
001990     GO TO 1000-EXIT
002000     END-IF.
002010
002020     PERFORM 1100-READ-INDEX-ENTRY THRU 1100-EXIT.
002030     PERFORM UNTIL AR-SNPIX-EOF
002040     IF AR-SNPIX-COUNT-ALL >= 60
002050     DISPLAY "SNAPSHOT TABLE FULL AT 60 - OLDEST RETAINED."
002060     MOVE 'Y' TO AR-SNPIX-EOF-SW
002070     ELSE
002080     ADD 1 TO AR-SNPIX-COUNT-ALL
002090     SET AR-SNPIX-IDX TO AR-SNPIX-COUNT-ALL
002100     MOVE SNPIX-DATE TO AR-SNPIX-DATE(AR-SNPIX-IDX)
002110     MOVE SNPIX-TIME TO AR-SNPIX-TIME(AR-SNPIX-IDX)
002120     MOVE SNPIX-FILE-NAME TO AR-SNPIX-NAME(AR-SNPIX-IDX)
002130     MOVE SNPIX-REC-COUNT TO AR-SNPIX-COUNT(AR-SNPIX-IDX)
002140     MOVE SNPIX-BALANCE-HASH TO AR-SNPIX-HASH(AR-SNPIX-IDX)
002150     PERFORM 1100-READ-INDEX-ENTRY THRU 1100-EXIT
002160     END-IF
002170     END-PERFORM.
002180     CLOSE SNAPSHOT-INDEX.
002190
002200     IF AR-SNPIX-COUNT-ALL = 0
002210     DISPLAY "SNAPSHOT INDEX IS EMPTY. NOTHING TO RESTORE."
002220     MOVE 'N' TO AR-CONTINUE-SW
002230     MOVE 12 TO RETURN-CODE
002240     END-IF.
002250 1000-EXIT.
002260     EXIT.
002270
002280 1100-READ-INDEX-ENTRY.
002290     READ SNAPSHOT-INDEX
002300     AT END
002310     MOVE 'Y' TO AR-SNPIX-EOF-SW
002320     END-READ.
002330 1100-EXIT.
002340     EXIT.
002350
002360******************************************************************
002370*    2000-PICK-SNAPSHOT
002380*    WALKS THE INDEX NEWEST TO OLDEST, VERIFYING EACH SNAPSHOT'S
002390*    RECORD COUNT AND BALANCE HASH AGAINST ITS INDEX ENTRY. THE
002400*    FIRST ONE THAT VERIFIES IS THE ONE RESTORED - A SNAPSHOT
002410*    THAT DOES NOT VERIFY IS NAMED ON THE CONSOLE AND PASSED
002420*    OVER.
002430******************************************************************
002440 2000-PICK-SNAPSHOT.
002450     MOVE 0 TO AR-SNPIX-PICK.
002460     MOVE AR-SNPIX-COUNT-ALL TO AR-SNPIX-PICK.
002470     PERFORM 2100-VERIFY-ONE-SNAPSHOT THRU 2100-EXIT
002480     UNTIL AR-SNAP-GOOD OR AR-SNPIX-PICK = 0.
002490
002500     IF NOT AR-SNAP-GOOD
002510     DISPLAY "NO SNAPSHOT ON THE INDEX VERIFIES. RESTORE"
002520     " ABANDONED."
002530     MOVE 'N' TO AR-CONTINUE-SW
002540     MOVE 12 TO RETURN-CODE
002550     GO TO 2000-EXIT
002560     END-IF.
002570
002580     SET AR-SNPIX-IDX TO AR-SNPIX-PICK.
002590     MOVE AR-SNPIX-NAME(AR-SNPIX-IDX) TO AR-SNAPSHOT-NAME.
002600     MOVE AR-SNPIX-DATE(AR-SNPIX-IDX) TO AR-PICKED-DATE.
002610     MOVE AR-SNPIX-TIME(AR-SNPIX-IDX) TO AR-PICKED-TIME.
002620     DISPLAY "RESTORING FROM " AR-SNAPSHOT-NAME " TAKEN "
002630     AR-PICKED-DATE " AT " AR-PICKED-TIME ".".
002640 2000-EXIT.
002650     EXIT.
002660
002670******************************************************************
002680*    2100-VERIFY-ONE-SNAPSHOT
002690*    ONE READ-ONLY PASS OVER THE CANDIDATE - COUNTS RECORDS AND
002700*    TOTALS BALANCES INTO THE WORK RECORD, NEVER TOUCHING THE
002710*    LIVE MASTER. A MISS STEPS THE PICK BACK ONE SNAPSHOT.
002720******************************************************************
002730 2100-VERIFY-ONE-SNAPSHOT.
002740     SET AR-SNPIX-IDX TO AR-SNPIX-PICK.
002750     MOVE AR-SNPIX-NAME(AR-SNPIX-IDX) TO AR-SNAPSHOT-NAME.
002760     MOVE 0 TO AR-VERIFY-COUNT.
002770     MOVE ZERO TO AR-VERIFY-HASH.
002780     MOVE 'N' TO AR-SNAP-EOF-SW.
002790
002800     OPEN INPUT SNAPSHOT-FILE.
002810     IF AR-SNAP-FS NOT = "00"
002820     DISPLAY "SNAPSHOT " AR-SNAPSHOT-NAME " UNREADABLE. STATUS="
002830     AR-SNAP-FS
002840     SUBTRACT 1 FROM AR-SNPIX-PICK
002850     GO TO 2100-EXIT
002860     END-IF.
002870
002880     PERFORM 2200-READ-SNAPSHOT-ENTRY THRU 2200-EXIT.
002890     PERFORM UNTIL AR-SNAP-EOF
002900     ADD 1 TO AR-VERIFY-COUNT
002910     ADD ARW-BALANCE TO AR-VERIFY-HASH
002920     PERFORM 2200-READ-SNAPSHOT-ENTRY THRU 2200-EXIT
002930     END-PERFORM.
002940     CLOSE SNAPSHOT-FILE.
002950
002960     IF AR-VERIFY-COUNT = AR-SNPIX-COUNT(AR-SNPIX-IDX)
002970     AND AR-VERIFY-HASH = AR-SNPIX-HASH(AR-SNPIX-IDX)
002980     SET AR-SNAP-GOOD TO TRUE
002990     ELSE
003000     DISPLAY "SNAPSHOT " AR-SNAPSHOT-NAME " FAILS ITS CONTROL"
003010     " TOTALS - PASSED OVER."
003020     SUBTRACT 1 FROM AR-SNPIX-PICK
003030     END-IF.
003040 2100-EXIT.
003050     EXIT.
003060
003070 2200-READ-SNAPSHOT-ENTRY.
003080     READ SNAPSHOT-FILE INTO AR-WORK-RECORD
003090     AT END
003100     MOVE 'Y' TO AR-SNAP-EOF-SW
003110     END-READ.
003120 2200-EXIT.
003130     EXIT.
003140
003150******************************************************************
003160*    2500-CONFIRM-RESTORE
003170*    THE RELOAD REPLACES THE LIVE MASTER OUTRIGHT - NOTHING
003180*    PROCEEDS WITHOUT THE OPERATOR KEYING THE CONFIRM.
003190******************************************************************
003200 2500-CONFIRM-RESTORE.
003210     DISPLAY "THIS REPLACES THE LIVE ACCOUNT MASTER WITH "
003220     AR-SNAPSHOT-NAME.
003230     DISPLAY "ENTER Y TO PROCEED: ".
003240     ACCEPT AR-CONFIRM.
003250     IF AR-CONFIRM NOT = 'Y'
003260     DISPLAY "RESTORE CANCELLED. MASTER UNTOUCHED."
003270     MOVE 'N' TO AR-CONTINUE-SW
003280     END-IF.
003290 2500-EXIT.
003300     EXIT.
003310
003320******************************************************************
003330*    3000-RELOAD-MASTER
003340*    REBUILDS ACCTMAST IMAGE FOR IMAGE FROM THE VERIFIED
003350*    SNAPSHOT.
003360******************************************************************
003370 3000-RELOAD-MASTER.
003380     MOVE 'N' TO AR-SNAP-EOF-SW.
003390     OPEN OUTPUT ACCOUNT-MASTER.
003400     IF AR-ACCT-FS NOT = "00"
003410     DISPLAY "UNABLE TO OPEN ACCOUNT MASTER FILE. STATUS="
003420     AR-ACCT-FS
003430     DISPLAY "RESTORE ABANDONED - MASTER UNTOUCHED."
003440     MOVE 'N' TO AR-CONTINUE-SW
003450     MOVE 12 TO RETURN-CODE
003460     GO TO 3000-EXIT
003470     END-IF.
003480     OPEN INPUT SNAPSHOT-FILE.
003490     PERFORM 3100-READ-SNAPSHOT THRU 3100-EXIT.
003500     PERFORM UNTIL AR-SNAP-EOF
003510     WRITE ACCOUNT-RECORD
003520     ADD 1 TO AR-RECORDS-LOADED
003530     PERFORM 3100-READ-SNAPSHOT THRU 3100-EXIT
003540     END-PERFORM.
003550     CLOSE SNAPSHOT-FILE.
003560     CLOSE ACCOUNT-MASTER.
003570     DISPLAY "MASTER RELOADED - " AR-RECORDS-LOADED " RECORDS.".
003580 3000-EXIT.
003590     EXIT.
003600
003610 3100-READ-SNAPSHOT.
003620     READ SNAPSHOT-FILE INTO ACCOUNT-RECORD
003630     AT END
003640     MOVE 'Y' TO AR-SNAP-EOF-SW
003650     END-READ.
003660 3100-EXIT.
003670     EXIT.
003680
003690******************************************************************
003700*    4000-ROLL-FORWARD
003710*    REPLAYS EVERY LIVE TXNLOG ENTRY LOGGED AFTER THE SNAPSHOT
003720*    MOMENT ONTO THE RELOADED BALANCES. ENTRIES AT OR BEFORE
003730*    THE MOMENT ARE ALREADY INSIDE THE SNAPSHOT. THE CUTOVER
003740*    ARCHIVES ARE ALL OLDER THAN ANY SNAPSHOT TAKEN AFTER THE
003750*    CUTOVER, SO ONLY THE LIVE LOG NEEDS REPLAYING.
003760******************************************************************
003770 4000-ROLL-FORWARD.
003780     OPEN I-O ACCOUNT-MASTER.
003790     IF AR-ACCT-FS NOT = "00"
003800     DISPLAY "UNABLE TO REOPEN ACCOUNT MASTER FILE. STATUS="
003810     AR-ACCT-FS
003820     DISPLAY "ROLL-FORWARD ABANDONED - RELOADED MASTER HOLDS"
003830     " ONLY THE SNAPSHOT. RERUN BEFORE RELEASING IT."
003840     MOVE 'N' TO AR-CONTINUE-SW
003850     MOVE 12 TO RETURN-CODE
003860     GO TO 4000-EXIT
003870     END-IF.
003880     OPEN INPUT TRANSACTION-LOG.
003890     IF AR-TXN-FS NOT = "00"
003900     DISPLAY "NO LIVE TRANSACTION LOG - NOTHING TO ROLL."
003910     CLOSE ACCOUNT-MASTER
003920     GO TO 4000-EXIT
003930     END-IF.
003940
003950     PERFORM 4100-READ-LOG-ENTRY THRU 4100-EXIT.
003960     PERFORM UNTIL AR-TXN-EOF
003970     IF TXN-DATE > AR-PICKED-DATE
003980     OR (TXN-DATE = AR-PICKED-DATE
003990         AND TXN-TIME > AR-PICKED-TIME)
004000     PERFORM 4200-ROLL-ONE-ENTRY THRU 4200-EXIT
004010     END-IF
004020     PERFORM 4100-READ-LOG-ENTRY THRU 4100-EXIT
004030     END-PERFORM.
004040
004050     CLOSE TRANSACTION-LOG.
004060     CLOSE ACCOUNT-MASTER.
004070 4000-EXIT.
004080     EXIT.
004090
004100 4100-READ-LOG-ENTRY.
004110     READ TRANSACTION-LOG
004120     AT END
004130     MOVE 'Y' TO AR-TXN-EOF-SW
004140     END-READ.
004150 4100-EXIT.
004160     EXIT.
004170
004180******************************************************************
004190*    4200-ROLL-ONE-ENTRY
004200*    APPLIES ONE POST-SNAPSHOT ENTRY'S BALANCE EFFECT AND KEEPS
004210*    THE DAILY WITHDRAWAL WATERMARK HONEST SO THE ATM'S LIMIT
004220*    CHECK STILL HOLDS AFTER THE RESTORE. AN ENTRY FOR AN
004230*    ACCOUNT NOT ON THE SNAPSHOT (OPENED AFTER IT WAS TAKEN)
004240*    CANNOT BE REBUILT FROM THE LOG - THE PIN WAS NEVER LOGGED
004250*    - SO IT IS COUNTED FOR THE TELLERS TO REOPEN BY HAND.
004260******************************************************************
004270 4200-ROLL-ONE-ENTRY.
004280     MOVE TXN-ACCOUNT TO ACCT-NUMBER.
004290     READ ACCOUNT-MASTER
004300     INVALID KEY
004310     IF TXN-TYPE = "ACCT-OPEN"
004320     ADD 1 TO AR-REOPEN-COUNT
004330     DISPLAY "ACCOUNT " TXN-ACCOUNT " OPENED AFTER THE"
004340     " SNAPSHOT - REOPEN THROUGH ACCTMNT."
004350     ELSE
004360     ADD 1 TO AR-ORPHAN-COUNT
004370     END-IF
004380     GO TO 4200-EXIT
004390     END-READ.
004400
004410     PERFORM 4300-CLASSIFY-ENTRY THRU 4300-EXIT.
004420     ADD AR-ENTRY-EFFECT TO ACCT-BALANCE.
004430
004440     IF TXN-TYPE = "WITHDRAWAL" OR TXN-TYPE = "RECOVERY"
004450     IF ACCT-DAILY-WD-DATE NOT = TXN-DATE
004460     MOVE TXN-DATE TO ACCT-DAILY-WD-DATE
004470     MOVE ZERO TO ACCT-DAILY-WD-TOTAL
004480     END-IF
004490     ADD TXN-AMOUNT TO ACCT-DAILY-WD-TOTAL
004500     END-IF.
004510
004520     REWRITE ACCOUNT-RECORD.
004530     ADD 1 TO AR-ENTRIES-ROLLED.
004540 4200-EXIT.
004550     EXIT.
004560
004570******************************************************************
004580*    4300-CLASSIFY-ENTRY
004590*    SIGNED BALANCE EFFECT OF ONE ENTRY. MAINTENANCE MARKERS
004600*    AND HOLD RELEASES CARRY NO BALANCE EFFECT.
004610******************************************************************
004620 4300-CLASSIFY-ENTRY.
004630     EVALUATE TXN-TYPE
004640     WHEN "DEPOSIT"
004650     MOVE TXN-AMOUNT TO AR-ENTRY-EFFECT
004660     WHEN "INTEREST"
004670     MOVE TXN-AMOUNT TO AR-ENTRY-EFFECT
004680     WHEN "TRANSFER-IN"
004690     MOVE TXN-AMOUNT TO AR-ENTRY-EFFECT
004700     WHEN "ACCT-OPEN"
004710     MOVE TXN-AMOUNT TO AR-ENTRY-EFFECT
004720     WHEN "WITHDRAWAL"
004730     COMPUTE AR-ENTRY-EFFECT = 0 - TXN-AMOUNT
004740     WHEN "OD-FEE"
004750     COMPUTE AR-ENTRY-EFFECT = 0 - TXN-AMOUNT
004760     WHEN "RECOVERY"
004770     COMPUTE AR-ENTRY-EFFECT = 0 - TXN-AMOUNT
004780     WHEN "RCVR-FEE"
004790     COMPUTE AR-ENTRY-EFFECT = 0 - TXN-AMOUNT
004800     WHEN "SVC-FEE"
004810     COMPUTE AR-ENTRY-EFFECT = 0 - TXN-AMOUNT
004820     WHEN "TD-PENALTY"
004830     COMPUTE AR-ENTRY-EFFECT = 0 - TXN-AMOUNT
004840     WHEN "CHARGE-OFF"
004850     MOVE TXN-AMOUNT TO AR-ENTRY-EFFECT
004860     WHEN "EXT-CREDIT"
004870     MOVE TXN-AMOUNT TO AR-ENTRY-EFFECT
004880     WHEN "EXT-DEBIT"
004890     COMPUTE AR-ENTRY-EFFECT = 0 - TXN-AMOUNT
004900     WHEN "EXT-PAYMENT"
004910     COMPUTE AR-ENTRY-EFFECT = 0 - TXN-AMOUNT
004920     WHEN "EXT-RETURN"
004930     MOVE TXN-AMOUNT TO AR-ENTRY-EFFECT
004940     WHEN "TLR-DEPOSIT"
004950     MOVE TXN-AMOUNT TO AR-ENTRY-EFFECT
004960     WHEN "TLR-WITHDRWL"
004970     COMPUTE AR-ENTRY-EFFECT = 0 - TXN-AMOUNT
004980     WHEN "TRANSFER-OUT"
004990     COMPUTE AR-ENTRY-EFFECT = 0 - TXN-AMOUNT
005000     WHEN "REV-WITHDRWL"
005010     MOVE TXN-AMOUNT TO AR-ENTRY-EFFECT
005020     WHEN "REV-TLR-WDL"
005030     MOVE TXN-AMOUNT TO AR-ENTRY-EFFECT
005040     WHEN "REV-OD-FEE"
005050     MOVE TXN-AMOUNT TO AR-ENTRY-EFFECT
005060     WHEN "REV-SVC-FEE"
005070     MOVE TXN-AMOUNT TO AR-ENTRY-EFFECT
005080     WHEN "REV-RCVR-FEE"
005090     MOVE TXN-AMOUNT TO AR-ENTRY-EFFECT
005100     WHEN "REV-DEPOSIT"
005110     COMPUTE AR-ENTRY-EFFECT = 0 - TXN-AMOUNT
005120     WHEN "REV-TLR-DEP"
005130     COMPUTE AR-ENTRY-EFFECT = 0 - TXN-AMOUNT
005140     WHEN "REV-EXT-CRED"
005150     COMPUTE AR-ENTRY-EFFECT = 0 - TXN-AMOUNT
005160     WHEN "REV-INTEREST"
005170     COMPUTE AR-ENTRY-EFFECT = 0 - TXN-AMOUNT
005180     WHEN OTHER
005190     MOVE ZERO TO AR-ENTRY-EFFECT
005200     END-EVALUATE.
005210 4300-EXIT.
005220     EXIT.
005230
005240******************************************************************
005250*    5000-REPORT-RESULTS
005260******************************************************************
005270 5000-REPORT-RESULTS.
005280     DISPLAY "RESTORE COMPLETE.".
005290     DISPLAY "RECORDS RELOADED:   " AR-RECORDS-LOADED.
005300     DISPLAY "ENTRIES ROLLED:     " AR-ENTRIES-ROLLED.
005310     IF AR-REOPEN-COUNT > 0
005320     DISPLAY "ACCOUNTS TO REOPEN: " AR-REOPEN-COUNT
005330     END-IF.
005340     IF AR-ORPHAN-COUNT > 0
005350     DISPLAY "ORPHAN LOG ENTRIES: " AR-ORPHAN-COUNT
005360     END-IF.
005370     DISPLAY "RUN BALAUDIT TO PROVE THE REBUILD TIES OUT.".
005380 5000-EXIT.
005390     EXIT.
