000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  MAINTRPT.
000030 AUTHOR.      R HOLLOWAY.
000040 INSTALLATION. RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ------------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    ---------- ----  --------------------------------------------
000120*    10/15/2026 RH    ORIGINAL PROGRAM - DAILY MAINTENANCE
000130*                     REPORT. LISTS EVERY MAINTJRN ENTRY FOR THE
000140*                     BUSINESS DAY GROUPED BY OWNING CUSTOMER,
000150*                     WITH EACH CHANGED FIELD SHOWN OLD AND NEW,
000160*                     AND FLAGS FOR SUPERVISOR SIGN-OFF AN
000170*                     OVERDRAFT LIMIT RAISED, AN ADDRESS CHANGED
000180*                     THE SAME DAY AS A PIN CHANGE, AND A TELLER
000190*                     MAINTAINING AN ACCOUNT THEY ALSO POSTED TO
000200*                     AT THE COUNTER THAT DAY (FROM TXNLOG). RUNS
000210*                     INSIDE THE NIGHTLY CHAIN BEFORE THE TXNARCH
000220*                     CUTOVER.
000230*    10/15/2026 RH    ONLY A MISSING MAINTJRN OR TXNLOG (STATUS
000240*                     35) NOW COUNTS AS NOTHING TO REPORT. ONE
000250*                     THAT IS ON FILE BUT WILL NOT OPEN LEAVES THE
000260*                     REPORT INCOMPLETE - RETURN CODE 8, RUN NOT
000270*                     STAMPED.
000280******************************************************************
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT ACCOUNT-MASTER  ASSIGN TO "ACCTMAST"
000340     ORGANIZATION IS INDEXED
000350     ACCESS MODE IS DYNAMIC
000360     RECORD KEY IS ACCT-NUMBER
000370     FILE STATUS IS MR-ACCT-FS.
000380
000390     SELECT MAINT-JOURNAL   ASSIGN TO "MAINTJRN"
000400     ORGANIZATION IS LINE SEQUENTIAL
000410     FILE STATUS IS MR-JRN-FS.
000420
000430     SELECT TRANSACTION-LOG ASSIGN TO "TXNLOG"
000440     ORGANIZATION IS LINE SEQUENTIAL
000450     FILE STATUS IS MR-TXN-FS.
000460
000470     SELECT MAINT-REPORT    ASSIGN TO "MAINTRPT"
000480     ORGANIZATION IS LINE SEQUENTIAL
000490     FILE STATUS IS MR-RPT-FS.
000500
000510     SELECT MAINT-SORT-FILE ASSIGN TO "MJSORT".
000520
000530     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
000540     ORGANIZATION IS INDEXED
000550     ACCESS MODE IS DYNAMIC
000560     RECORD KEY IS RC-JOB-NAME
000570     FILE STATUS IS MR-RUNCTL-FS.
000580
000590     SELECT BUSINESS-DATE   ASSIGN TO "BUSDATE"
000600     ORGANIZATION IS LINE SEQUENTIAL
000610     FILE STATUS IS MR-BD-FS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  ACCOUNT-MASTER
000660     LABEL RECORDS ARE STANDARD.
000670     COPY ACCTREC.
000680
000690 FD  MAINT-JOURNAL
000700     LABEL RECORDS ARE STANDARD.
000710     COPY MJRNREC.
000720
000730 FD  TRANSACTION-LOG
000740     LABEL RECORDS ARE STANDARD.
000750     COPY TXNREC.
000760
000770 FD  MAINT-REPORT
000780     LABEL RECORDS ARE STANDARD.
000790 01  MAINT-REPORT-LINE           PIC X(132).
000800
000810******************************************************************
000820*    ONE SORT RECORD PER JOURNAL ENTRY FOR THE DAY, KEYED TO THE
000830*    OWNING CUSTOMER, THE ACCOUNT (ZERO FOR A CUSTOMER-MASTER
000840*    CHANGE; THE SOURCE ACCOUNT FOR A STANDING ORDER) AND THE
000850*    USER WHO MADE THE CHANGE. TWO KINDS OF MARKER SORT AHEAD OF
000860*    THE ENTRIES THEY QUALIFY:
000870*      KIND 1 - ONE PER PIN CHANGE ('P') AND PER ADDRESS CHANGE
000880*               ('A'), AT ACCOUNT ZERO WITH NO USER, SO BOTH ARE
000890*               KNOWN BEFORE ANY OF THE CUSTOMER'S ENTRIES PRINT.
000900*      KIND 2 - ONE PER COUNTER POSTING THE TELLER MADE TODAY,
000910*               UNDER THE ACCOUNT AND THE TELLER'S OWN ID.
000920*    KIND 3 IS THE JOURNAL ENTRY ITSELF.
000930******************************************************************
000940 SD  MAINT-SORT-FILE.
000950 01  MAINT-SORT-RECORD.
000960     05  MS-CUST-ID              PIC 9(06).
000970     05  MS-ACCOUNT              PIC 9(06).
000980     05  MS-USER-ID              PIC X(08).
000990     05  MS-KIND                 PIC X(01).
001000         88  MS-CUSTOMER-MARKER          VALUE '1'.
001010         88  MS-TELLER-MARKER            VALUE '2'.
001020         88  MS-JOURNAL-ENTRY            VALUE '3'.
001030     05  MS-MARKER               PIC X(01).
001040         88  MS-PIN-MARKER               VALUE 'P'.
001050         88  MS-ADDRESS-MARKER           VALUE 'A'.
001060     05  MS-TIME                 PIC 9(08).
001070     05  MS-SEQ                  PIC 9(07).
001080     05  MS-ENTRY                PIC X(360).
001090
001100 FD  RUN-CONTROL
001110     LABEL RECORDS ARE STANDARD.
001120     COPY RUNREC.
001130
001140 FD  BUSINESS-DATE
001150     LABEL RECORDS ARE STANDARD.
001160     COPY BDREC.
001170
001180 WORKING-STORAGE SECTION.
001190******************************************************************
001200*    FILE STATUS AND SWITCHES
001210******************************************************************
001220 01  MR-ACCT-FS               PIC X(02)  VALUE "00".
001230 01  MR-JRN-FS                PIC X(02)  VALUE "00".
001240 01  MR-TXN-FS                PIC X(02)  VALUE "00".
001250 01  MR-RPT-FS                PIC X(02)  VALUE "00".
001260 01  MR-RUNCTL-FS             PIC X(02)  VALUE "00".
001270 01  MR-BD-FS                 PIC X(02)  VALUE "00".
001280
001290 01  MR-CONTINUE-SW           PIC X(01)  VALUE 'Y'.
001300
001310 01  MR-RC-FOUND-SW           PIC X(01)  VALUE 'N'.
001320     88  MR-RC-FOUND                  VALUE 'Y'.
001330
001340 01  MR-JRN-EOF-SW            PIC X(01)  VALUE 'N'.
001350     88  MR-JRN-EOF                   VALUE 'Y'.
001360
001370 01  MR-TXN-EOF-SW            PIC X(01)  VALUE 'N'.
001380     88  MR-TXN-EOF                   VALUE 'Y'.
001390
001400 01  MR-SORT-EOF-SW           PIC X(01)  VALUE 'N'.
001410     88  MR-SORT-EOF                  VALUE 'Y'.
001420
001430 01  MR-ACCT-OPEN-SW          PIC X(01)  VALUE 'N'.
001440     88  MR-ACCT-OPEN                 VALUE 'Y'.
001450
001460 01  MR-RPT-OPEN-SW           PIC X(01)  VALUE 'N'.
001470     88  MR-RPT-OPEN                  VALUE 'Y'.
001480
001490 01  MR-IN-CUSTOMER-SW        PIC X(01)  VALUE 'N'.
001500     88  MR-IN-CUSTOMER               VALUE 'Y'.
001510
001520 01  MR-IN-GROUP-SW           PIC X(01)  VALUE 'N'.
001530     88  MR-IN-GROUP                  VALUE 'Y'.
001540
001550 01  MR-CUST-PIN-SW           PIC X(01)  VALUE 'N'.
001560     88  MR-CUST-PIN-CHANGED          VALUE 'Y'.
001570
001580 01  MR-CUST-ADDR-SW          PIC X(01)  VALUE 'N'.
001590     88  MR-CUST-ADDR-CHANGED         VALUE 'Y'.
001600
001610 01  MR-TELLER-TXN-SW         PIC X(01)  VALUE 'N'.
001620     88  MR-TELLER-TRANSACTED         VALUE 'Y'.
001630
001640 01  MR-NEW-RECORD-SW         PIC X(01)  VALUE 'N'.
001650     88  MR-NEW-RECORD                VALUE 'Y'.
001660
001670 01  MR-ENTRY-FLAG-SW         PIC X(01)  VALUE 'N'.
001680     88  MR-ENTRY-FLAGGED             VALUE 'Y'.
001690
001700******************************************************************
001710*    BEFORE AND AFTER VIEWS OF THE JOURNAL IMAGES - CUT FROM THE
001720*    MASTER RECORD COPYBOOKS THEMSELVES (NAMES PREFIXED MRB- AND
001730*    MRA-) SO THEY ALWAYS MATCH WHAT THE WRITERS JOURNALED.
001740******************************************************************
001750     COPY ACCTREC REPLACING
001760     ==ACCOUNT-RECORD== BY ==MR-BEFORE-ACCOUNT==
001770     LEADING ==ACCT-== BY ==MRB-ACCT-==.
001780     COPY ACCTREC REPLACING
001790     ==ACCOUNT-RECORD== BY ==MR-AFTER-ACCOUNT==
001800     LEADING ==ACCT-== BY ==MRA-ACCT-==.
001810     COPY CUSTREC REPLACING
001820     ==CUSTOMER-RECORD== BY ==MR-BEFORE-CUSTOMER==
001830     LEADING ==CUST-== BY ==MRB-CUST-==.
001840     COPY CUSTREC REPLACING
001850     ==CUSTOMER-RECORD== BY ==MR-AFTER-CUSTOMER==
001860     LEADING ==CUST-== BY ==MRA-CUST-==.
001870     COPY SORDREC REPLACING
001880     ==STANDING-ORDER-RECORD== BY ==MR-BEFORE-ORDER==
001890     LEADING ==SO-== BY ==MRB-SO-==.
001900     COPY SORDREC REPLACING
001910     ==STANDING-ORDER-RECORD== BY ==MR-AFTER-ORDER==
001920     LEADING ==SO-== BY ==MRA-SO-==.
001930
001940******************************************************************
001950*    CURRENT CONTROL GROUP AND FIELD FORMATTING
001960******************************************************************
001970 77  MR-CUR-CUST-ID           PIC 9(06).
001980 77  MR-CUR-ACCOUNT           PIC 9(06).
001990 77  MR-CUR-USER-ID           PIC X(08).
002000 77  MR-LOOKUP-ACCOUNT        PIC 9(06).
002010 77  MR-CUST-ENTRIES          PIC 9(07).
002020 77  MR-FIELD-NAME            PIC X(20).
002030 77  MR-OLD-VALUE             PIC X(30).
002040 77  MR-NEW-VALUE             PIC X(30).
002050 77  MR-EDIT-AMOUNT           PIC -(8)9.99.
002060 77  MR-FLAG-REASON           PIC X(60).
002070 01  MR-ENTRY-TIME            PIC 9(08).
002080 01  MR-ENTRY-TIME-PARTS REDEFINES MR-ENTRY-TIME.
002090     05  MR-ENTRY-HH          PIC 9(02).
002100     05  MR-ENTRY-MM          PIC 9(02).
002110     05  MR-ENTRY-SS          PIC 9(02).
002120     05  FILLER               PIC 9(02).
002130
002140******************************************************************
002150*    RUN CONTROL AND CONTROL TOTALS
002160******************************************************************
002170 77  MR-RUN-DATE              PIC 9(08).
002180 77  MR-JRN-READ              PIC 9(07)  VALUE 0.
002190 77  MR-JRN-SELECTED          PIC 9(07)  VALUE 0.
002200 77  MR-JRN-OTHER-DAYS        PIC 9(07)  VALUE 0.
002210 77  MR-LOG-READ              PIC 9(07)  VALUE 0.
002220 77  MR-LOG-SELECTED          PIC 9(07)  VALUE 0.
002230 77  MR-LOG-NOT-SELECTED      PIC 9(07)  VALUE 0.
002240 77  MR-CUST-MARKERS          PIC 9(07)  VALUE 0.
002250 77  MR-RELEASED              PIC 9(07)  VALUE 0.
002260 77  MR-RETURNED              PIC 9(07)  VALUE 0.
002270 77  MR-ENTRIES-LISTED        PIC 9(07)  VALUE 0.
002280 77  MR-ENTRIES-FLAGGED       PIC 9(07)  VALUE 0.
002290 77  MR-FLAG-LINES            PIC 9(07)  VALUE 0.
002300 77  MR-CUSTOMERS             PIC 9(07)  VALUE 0.
002310 77  MR-ACCOUNT-ENTRIES       PIC 9(07)  VALUE 0.
002320 77  MR-CUSTOMER-ENTRIES      PIC 9(07)  VALUE 0.
002330 77  MR-ORDER-ENTRIES         PIC 9(07)  VALUE 0.
002340 77  MR-PROOF-TOTAL           PIC 9(07)  VALUE 0.
002350
002360 01  MR-CUSTOMER-LINE.
002370     05  FILLER               PIC X(10)  VALUE "CUSTOMER  ".
002380     05  CH-CUST-ID           PIC 9(06).
002390     05  FILLER               PIC X(02)  VALUE SPACES.
002400     05  CH-NOTE              PIC X(40).
002410
002420 01  MR-ENTRY-LINE.
002430     05  FILLER               PIC X(02)  VALUE SPACES.
002440     05  EL-HH                PIC 9(02).
002450     05  FILLER               PIC X(01)  VALUE ":".
002460     05  EL-MM                PIC 9(02).
002470     05  FILLER               PIC X(01)  VALUE ":".
002480     05  EL-SS                PIC 9(02).
002490     05  FILLER               PIC X(02)  VALUE SPACES.
002500     05  EL-PROGRAM           PIC X(08).
002510     05  FILLER               PIC X(02)  VALUE SPACES.
002520     05  EL-USER-ID           PIC X(08).
002530     05  FILLER               PIC X(02)  VALUE SPACES.
002540     05  EL-RECORD-TYPE       PIC X(08).
002550     05  FILLER               PIC X(01)  VALUE SPACES.
002560     05  EL-KEY               PIC 9(06).
002570     05  FILLER               PIC X(02)  VALUE SPACES.
002580     05  EL-ACTION            PIC X(12).
002590     05  FILLER               PIC X(02)  VALUE SPACES.
002600     05  EL-NOTE              PIC X(20).
002610
002620 01  MR-FIELD-LINE.
002630     05  FILLER               PIC X(14)  VALUE SPACES.
002640     05  FL-FIELD-NAME        PIC X(20).
002650     05  FL-OLD-VALUE         PIC X(30).
002660     05  FILLER               PIC X(04)  VALUE " -> ".
002670     05  FL-NEW-VALUE         PIC X(30).
002680
002690 01  MR-FLAG-LINE.
002700     05  FILLER               PIC X(14)  VALUE SPACES.
002710     05  FILLER               PIC X(30)
002720     VALUE "*** SUPERVISOR SIGN-OFF *** - ".
002730     05  FG-REASON            PIC X(60).
002740
002750 01  MR-SIGNOFF-LINE.
002760     05  FILLER               PIC X(14)  VALUE SPACES.
002770     05  FILLER               PIC X(52)  VALUE
002780     "SUPERVISOR ________  DATE __________  INITIALS _____".
002790
002800 01  MR-COUNT-TOTAL-LINE.
002810     05  FILLER               PIC X(02)  VALUE SPACES.
002820     05  CT-LABEL             PIC X(40).
002830     05  CT-COUNT             PIC Z(6)9.
002840
002850 PROCEDURE DIVISION.
002860******************************************************************
002870*    0000-MAINLINE
002880******************************************************************
002890 0000-MAINLINE.
002900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002910     IF MR-CONTINUE-SW = 'Y'
002920     SORT MAINT-SORT-FILE
002930     ON ASCENDING KEY MS-CUST-ID MS-ACCOUNT MS-USER-ID MS-KIND
002940     MS-TIME MS-SEQ
002950     INPUT PROCEDURE IS 2000-RELEASE-ENTRIES THRU 2000-EXIT
002960     OUTPUT PROCEDURE IS 3000-LIST-CHANGES THRU 3000-EXIT
002970     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
002980     END-IF.
002990     IF MR-CONTINUE-SW = 'Y'
003000     PERFORM 8800-STAMP-RUN-CONTROL THRU 8800-EXIT
003010     ELSE
003020     MOVE 8 TO RETURN-CODE
003030     END-IF.
003040     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003050     GOBACK.
003060
003070******************************************************************
003080*    1000-INITIALIZE
003090*    THE ACCOUNT MASTER IS REQUIRED - WITHOUT IT NO ACCOUNT
003100*    CHANGE CAN BE TIED TO ITS CUSTOMER, AND AN ADDRESS CHANGE
003110*    AND A PIN CHANGE FOR THE SAME CUSTOMER WOULD GO UNMATCHED.
003120******************************************************************
003130 1000-INITIALIZE.
003140     PERFORM 8900-GET-BUSINESS-DATE THRU 8900-EXIT.
003150     DISPLAY "DAILY MAINTENANCE REPORT - BUSINESS DATE "
003160     MR-RUN-DATE.
003170
003180     OPEN INPUT ACCOUNT-MASTER.
003190     IF MR-ACCT-FS NOT = "00"
003200     DISPLAY "UNABLE TO OPEN ACCTMAST. STATUS=" MR-ACCT-FS
003210     MOVE 'N' TO MR-CONTINUE-SW
003220     GO TO 1000-EXIT
003230     END-IF.
003240     SET MR-ACCT-OPEN TO TRUE.
003250
003260     OPEN OUTPUT MAINT-REPORT.
003270     IF MR-RPT-FS NOT = "00"
003280     DISPLAY "UNABLE TO OPEN MAINTRPT. STATUS=" MR-RPT-FS
003290     MOVE 'N' TO MR-CONTINUE-SW
003300     GO TO 1000-EXIT
003310     END-IF.
003320     SET MR-RPT-OPEN TO TRUE.
003330     MOVE SPACES TO MAINT-REPORT-LINE.
003340     STRING "DAILY MAINTENANCE REPORT FOR " DELIMITED BY SIZE
003350     MR-RUN-DATE DELIMITED BY SIZE
003360     INTO MAINT-REPORT-LINE.
003370     WRITE MAINT-REPORT-LINE.
003380     MOVE SPACES TO MAINT-REPORT-LINE.
003390     STRING "  SIGN-OFF REQUIRED FOR: AN OVERDRAFT LIMIT RAISED;"
003400     DELIMITED BY SIZE
003410     " AN ADDRESS CHANGED THE SAME DAY AS A PIN CHANGE;"
003420     DELIMITED BY SIZE
003430     INTO MAINT-REPORT-LINE.
003440     WRITE MAINT-REPORT-LINE.
003450     MOVE SPACES TO MAINT-REPORT-LINE.
003460     STRING "  A TELLER MAINTAINING AN ACCOUNT THEY ALSO POSTED"
003470     DELIMITED BY SIZE
003480     " TO AT THE COUNTER TODAY." DELIMITED BY SIZE
003490     INTO MAINT-REPORT-LINE.
003500     WRITE MAINT-REPORT-LINE.
003510     MOVE SPACES TO MAINT-REPORT-LINE.
003520     WRITE MAINT-REPORT-LINE.
003530 1000-EXIT.
003540     EXIT.
003550
003560******************************************************************
003570*    2000-RELEASE-ENTRIES
003580*    SORT INPUT PROCEDURE - TODAY'S JOURNAL ENTRIES WITH THEIR
003590*    PIN AND ADDRESS MARKERS, THEN TODAY'S COUNTER POSTINGS.
003600******************************************************************
003610 2000-RELEASE-ENTRIES.
003620     PERFORM 2100-RELEASE-JOURNAL THRU 2100-EXIT.
003630     PERFORM 2400-RELEASE-LOG THRU 2400-EXIT.
003640 2000-EXIT.
003650     EXIT.
003660
003670******************************************************************
003680*    2100-RELEASE-JOURNAL
003690*    THE JOURNAL IS PERMANENT, SO EARLIER DAYS ARE READ PAST AND
003700*    COUNTED. NO JOURNAL YET MEANS NO MAINTENANCE HAS EVER BEEN
003710*    DONE - THE REPORT STILL RUNS AND SAYS SO. A JOURNAL ON FILE
003720*    THAT WILL NOT OPEN LEAVES THE REPORT INCOMPLETE.
003730******************************************************************
003740 2100-RELEASE-JOURNAL.
003750     MOVE 'N' TO MR-JRN-EOF-SW.
003760     OPEN INPUT MAINT-JOURNAL.
003770     IF MR-JRN-FS = "35"
003780     DISPLAY "NO MAINTENANCE JOURNAL - NO CHANGES TO REPORT."
003790     GO TO 2100-EXIT
003800     END-IF.
003810     IF MR-JRN-FS NOT = "00"
003820     DISPLAY "UNABLE TO OPEN MAINTENANCE JOURNAL. STATUS="
003830     MR-JRN-FS
003840     MOVE 'N' TO MR-CONTINUE-SW
003850     GO TO 2100-EXIT
003860     END-IF.
003870     PERFORM 2110-READ-JOURNAL-ENTRY THRU 2110-EXIT.
003880     PERFORM UNTIL MR-JRN-EOF
003890     ADD 1 TO MR-JRN-READ
003900     IF MJ-DATE = MR-RUN-DATE
003910     ADD 1 TO MR-JRN-SELECTED
003920     PERFORM 2200-SELECT-JOURNAL-ENTRY THRU 2200-EXIT
003930     ELSE
003940     ADD 1 TO MR-JRN-OTHER-DAYS
003950     END-IF
003960     PERFORM 2110-READ-JOURNAL-ENTRY THRU 2110-EXIT
003970     END-PERFORM.
003980     CLOSE MAINT-JOURNAL.
003990 2100-EXIT.
004000     EXIT.
004010
004020 2110-READ-JOURNAL-ENTRY.
004030     READ MAINT-JOURNAL
004040     AT END
004050     MOVE 'Y' TO MR-JRN-EOF-SW
004060     END-READ.
004070 2110-EXIT.
004080     EXIT.
004090
004100******************************************************************
004110*    2200-SELECT-JOURNAL-ENTRY
004120*    KEYS THE ENTRY TO ITS CUSTOMER AND ACCOUNT, RELEASES IT,
004130*    AND RELEASES A CUSTOMER MARKER FOR A PIN CHANGE OR FOR A
004140*    CUSTOMER UPDATE THAT MOVED THE MAILING ADDRESS.
004150******************************************************************
004160 2200-SELECT-JOURNAL-ENTRY.
004170     MOVE SPACES TO MAINT-SORT-RECORD.
004180     EVALUATE TRUE
004190     WHEN MJ-CUSTOMER-CHANGE
004200     MOVE MJ-KEY TO MS-CUST-ID
004210     MOVE ZERO TO MS-ACCOUNT
004220     WHEN MJ-ORDER-CHANGE
004230     MOVE MJ-AFTER-IMAGE TO MR-AFTER-ORDER
004240     MOVE MRA-SO-SOURCE-ACCT TO MR-LOOKUP-ACCOUNT
004250     PERFORM 2700-SET-OWNER THRU 2700-EXIT
004260     WHEN OTHER
004270     MOVE MJ-KEY TO MR-LOOKUP-ACCOUNT
004280     PERFORM 2700-SET-OWNER THRU 2700-EXIT
004290     END-EVALUATE.
004300     MOVE MJ-USER-ID TO MS-USER-ID.
004310     SET MS-JOURNAL-ENTRY TO TRUE.
004320     MOVE MJ-TIME TO MS-TIME.
004330     MOVE MR-JRN-READ TO MS-SEQ.
004340     MOVE MAINT-JOURNAL-RECORD TO MS-ENTRY.
004350     PERFORM 2900-RELEASE-ONE THRU 2900-EXIT.
004360
004370     IF MJ-ACCOUNT-CHANGE AND MJ-ACTION = "PIN-CHANGE"
004380     MOVE SPACES TO MS-USER-ID
004390     SET MS-CUSTOMER-MARKER TO TRUE
004400     SET MS-PIN-MARKER TO TRUE
004410     MOVE ZERO TO MS-ACCOUNT
004420     MOVE SPACES TO MS-ENTRY
004430     ADD 1 TO MR-CUST-MARKERS
004440     PERFORM 2900-RELEASE-ONE THRU 2900-EXIT
004450     END-IF.
004460
004470     IF MJ-CUSTOMER-CHANGE AND MJ-BEFORE-IMAGE NOT = SPACES
004480     MOVE MJ-BEFORE-IMAGE TO MR-BEFORE-CUSTOMER
004490     MOVE MJ-AFTER-IMAGE TO MR-AFTER-CUSTOMER
004500     IF MRB-CUST-ADDR-LINE-1 NOT = MRA-CUST-ADDR-LINE-1
004510     OR MRB-CUST-ADDR-LINE-2 NOT = MRA-CUST-ADDR-LINE-2
004520     OR MRB-CUST-CITY NOT = MRA-CUST-CITY
004530     OR MRB-CUST-STATE NOT = MRA-CUST-STATE
004540     OR MRB-CUST-ZIP NOT = MRA-CUST-ZIP
004550     MOVE SPACES TO MS-USER-ID
004560     SET MS-CUSTOMER-MARKER TO TRUE
004570     SET MS-ADDRESS-MARKER TO TRUE
004580     MOVE SPACES TO MS-ENTRY
004590     ADD 1 TO MR-CUST-MARKERS
004600     PERFORM 2900-RELEASE-ONE THRU 2900-EXIT
004610     END-IF
004620     END-IF.
004630 2200-EXIT.
004640     EXIT.
004650
004660******************************************************************
004670*    2400-RELEASE-LOG
004680*    TODAY'S COUNTER POSTINGS - ANY ENTRY THAT MOVED MONEY AT THE
004690*    TELLER WINDOW. THE MAINTENANCE MARKERS ACCTMNT ALSO LOGS
004700*    UNDER THE TLR CHANNEL ARE NOT POSTINGS AND ARE PASSED OVER.
004710*    A LOG ON FILE THAT WILL NOT OPEN LEAVES THE REPORT
004720*    INCOMPLETE.
004730******************************************************************
004740 2400-RELEASE-LOG.
004750     MOVE 'N' TO MR-TXN-EOF-SW.
004760     OPEN INPUT TRANSACTION-LOG.
004770     IF MR-TXN-FS = "35"
004780     DISPLAY "NO TRANSACTION LOG - NO COUNTER ACTIVITY TODAY."
004790     GO TO 2400-EXIT
004800     END-IF.
004810     IF MR-TXN-FS NOT = "00"
004820     DISPLAY "UNABLE TO OPEN TRANSACTION LOG. STATUS=" MR-TXN-FS
004830     MOVE 'N' TO MR-CONTINUE-SW
004840     GO TO 2400-EXIT
004850     END-IF.
004860     PERFORM 2410-READ-LOG-ENTRY THRU 2410-EXIT.
004870     PERFORM UNTIL MR-TXN-EOF
004880     ADD 1 TO MR-LOG-READ
004890     IF TXN-DATE = MR-RUN-DATE
004900     AND TXN-CHANNEL = "TLR"
004910     AND TXN-TYPE NOT = "ACCT-OPEN"
004920     AND TXN-TYPE NOT = "REACTIVATE"
004930     AND TXN-TYPE NOT = "UNLOCK"
004940     AND TXN-TYPE NOT = "PIN-CHANGE"
004950     AND TXN-TYPE NOT = "ACCT-CLOSE"
004960     AND TXN-TYPE NOT = "OD-ADJUST"
004970     AND TXN-TYPE NOT = "TD-INSTRUCT"
004980     PERFORM 2500-SELECT-POSTING THRU 2500-EXIT
004990     ELSE
005000     ADD 1 TO MR-LOG-NOT-SELECTED
005010     END-IF
005020     PERFORM 2410-READ-LOG-ENTRY THRU 2410-EXIT
005030     END-PERFORM.
005040     CLOSE TRANSACTION-LOG.
005050 2400-EXIT.
005060     EXIT.
005070
005080 2410-READ-LOG-ENTRY.
005090     READ TRANSACTION-LOG
005100     AT END
005110     MOVE 'Y' TO MR-TXN-EOF-SW
005120     END-READ.
005130 2410-EXIT.
005140     EXIT.
005150
005160 2500-SELECT-POSTING.
005170     MOVE SPACES TO MAINT-SORT-RECORD.
005180     MOVE TXN-ACCOUNT TO MR-LOOKUP-ACCOUNT.
005190     PERFORM 2700-SET-OWNER THRU 2700-EXIT.
005200     MOVE TXN-OPERATOR TO MS-USER-ID.
005210     SET MS-TELLER-MARKER TO TRUE.
005220     MOVE TXN-TIME TO MS-TIME.
005230     MOVE MR-LOG-READ TO MS-SEQ.
005240     ADD 1 TO MR-LOG-SELECTED.
005250     PERFORM 2900-RELEASE-ONE THRU 2900-EXIT.
005260 2500-EXIT.
005270     EXIT.
005280
005290******************************************************************
005300*    2700-SET-OWNER
005310*    KEYS THE SORT RECORD TO THE ACCOUNT AND ITS OWNING CUSTOMER
005320*    (CUSTOMER ZERO WHEN NONE IS LINKED OR THE ACCOUNT IS GONE).
005330******************************************************************
005340 2700-SET-OWNER.
005350     MOVE MR-LOOKUP-ACCOUNT TO MS-ACCOUNT.
005360     MOVE MR-LOOKUP-ACCOUNT TO ACCT-NUMBER.
005370     READ ACCOUNT-MASTER
005380     INVALID KEY
005390     MOVE ZERO TO ACCT-CUST-ID
005400     END-READ.
005410     MOVE ACCT-CUST-ID TO MS-CUST-ID.
005420 2700-EXIT.
005430     EXIT.
005440
005450 2900-RELEASE-ONE.
005460     RELEASE MAINT-SORT-RECORD.
005470     ADD 1 TO MR-RELEASED.
005480 2900-EXIT.
005490     EXIT.
005500
005510******************************************************************
005520*    3000-LIST-CHANGES
005530*    SORT OUTPUT PROCEDURE - CONTROL BREAKS ON THE CUSTOMER AND
005540*    ON THE ACCOUNT AND USER WITHIN IT. MARKERS ONLY SET THE
005550*    SWITCHES THE JOURNAL ENTRIES BEHIND THEM ARE JUDGED BY.
005560******************************************************************
005570 3000-LIST-CHANGES.
005580     MOVE 'N' TO MR-SORT-EOF-SW.
005590     PERFORM 3100-RETURN-ENTRY THRU 3100-EXIT.
005600     PERFORM UNTIL MR-SORT-EOF
005610     IF NOT MR-IN-CUSTOMER
005620     OR MS-CUST-ID NOT = MR-CUR-CUST-ID
005630     PERFORM 3200-START-CUSTOMER THRU 3200-EXIT
005640     END-IF
005650     IF NOT MR-IN-GROUP
005660     OR MS-ACCOUNT NOT = MR-CUR-ACCOUNT
005670     OR MS-USER-ID NOT = MR-CUR-USER-ID
005680     PERFORM 3300-START-GROUP THRU 3300-EXIT
005690     END-IF
005700     EVALUATE TRUE
005710     WHEN MS-CUSTOMER-MARKER AND MS-PIN-MARKER
005720     SET MR-CUST-PIN-CHANGED TO TRUE
005730     WHEN MS-CUSTOMER-MARKER
005740     SET MR-CUST-ADDR-CHANGED TO TRUE
005750     WHEN MS-TELLER-MARKER
005760     SET MR-TELLER-TRANSACTED TO TRUE
005770     WHEN OTHER
005780     PERFORM 4000-LIST-ENTRY THRU 4000-EXIT
005790     END-EVALUATE
005800     PERFORM 3100-RETURN-ENTRY THRU 3100-EXIT
005810     END-PERFORM.
005820     IF MR-ENTRIES-LISTED = 0
005830     MOVE "  NO MAINTENANCE RECORDED FOR THE BUSINESS DAY."
005840     TO MAINT-REPORT-LINE
005850     WRITE MAINT-REPORT-LINE
005860     END-IF.
005870 3000-EXIT.
005880     EXIT.
005890
005900 3100-RETURN-ENTRY.
005910     RETURN MAINT-SORT-FILE
005920     AT END
005930     MOVE 'Y' TO MR-SORT-EOF-SW
005940     NOT AT END
005950     ADD 1 TO MR-RETURNED
005960     END-RETURN.
005970 3100-EXIT.
005980     EXIT.
005990
006000******************************************************************
006010*    3200-START-CUSTOMER
006020*    THE HEADING IS HELD BACK UNTIL THE CUSTOMER'S FIRST JOURNAL
006030*    ENTRY, SO A CUSTOMER WITH ONLY COUNTER POSTINGS PRINTS
006040*    NOTHING.
006050******************************************************************
006060 3200-START-CUSTOMER.
006070     MOVE MS-CUST-ID TO MR-CUR-CUST-ID.
006080     SET MR-IN-CUSTOMER TO TRUE.
006090     MOVE 'N' TO MR-CUST-PIN-SW.
006100     MOVE 'N' TO MR-CUST-ADDR-SW.
006110     MOVE 'N' TO MR-IN-GROUP-SW.
006120     MOVE 0 TO MR-CUST-ENTRIES.
006130 3200-EXIT.
006140     EXIT.
006150
006160 3300-START-GROUP.
006170     MOVE MS-ACCOUNT TO MR-CUR-ACCOUNT.
006180     MOVE MS-USER-ID TO MR-CUR-USER-ID.
006190     SET MR-IN-GROUP TO TRUE.
006200     MOVE 'N' TO MR-TELLER-TXN-SW.
006210 3300-EXIT.
006220     EXIT.
006230
006240******************************************************************
006250*    4000-LIST-ENTRY
006260*    ONE JOURNAL ENTRY - THE ENTRY LINE, A LINE FOR EVERY FIELD
006270*    THAT CHANGED, AND A SIGN-OFF BLOCK WHEN ANY RULE TRIPS.
006280*    MR-CUST-ENTRIES COUNTS THE CUSTOMER'S ENTRIES SO ITS HEADING
006290*    PRINTS ONCE, AHEAD OF THE FIRST.
006300******************************************************************
006310 4000-LIST-ENTRY.
006320     MOVE MS-ENTRY TO MAINT-JOURNAL-RECORD.
006330     IF MR-CUST-ENTRIES = 0
006340     PERFORM 4050-PRINT-CUSTOMER THRU 4050-EXIT
006350     END-IF.
006360     ADD 1 TO MR-CUST-ENTRIES.
006370     ADD 1 TO MR-ENTRIES-LISTED.
006380     MOVE 'N' TO MR-ENTRY-FLAG-SW.
006390     IF MJ-BEFORE-IMAGE = SPACES
006400     SET MR-NEW-RECORD TO TRUE
006410     ELSE
006420     MOVE 'N' TO MR-NEW-RECORD-SW
006430     END-IF.
006440
006450     MOVE MJ-TIME TO MR-ENTRY-TIME.
006460     MOVE MR-ENTRY-HH TO EL-HH.
006470     MOVE MR-ENTRY-MM TO EL-MM.
006480     MOVE MR-ENTRY-SS TO EL-SS.
006490     MOVE MJ-PROGRAM TO EL-PROGRAM.
006500     MOVE MJ-USER-ID TO EL-USER-ID.
006510     EVALUATE TRUE
006520     WHEN MJ-ACCOUNT-CHANGE
006530     MOVE "ACCOUNT" TO EL-RECORD-TYPE
006540     WHEN MJ-CUSTOMER-CHANGE
006550     MOVE "CUSTOMER" TO EL-RECORD-TYPE
006560     WHEN OTHER
006570     MOVE "ORDER" TO EL-RECORD-TYPE
006580     END-EVALUATE.
006590     MOVE MJ-KEY TO EL-KEY.
006600     MOVE MJ-ACTION TO EL-ACTION.
006610     IF MR-NEW-RECORD
006620     MOVE "NEW RECORD" TO EL-NOTE
006630     ELSE
006640     MOVE SPACES TO EL-NOTE
006650     END-IF.
006660     WRITE MAINT-REPORT-LINE FROM MR-ENTRY-LINE.
006670
006680     EVALUATE TRUE
006690     WHEN MJ-ACCOUNT-CHANGE
006700     ADD 1 TO MR-ACCOUNT-ENTRIES
006710     PERFORM 4100-ACCOUNT-FIELDS THRU 4100-EXIT
006720     WHEN MJ-CUSTOMER-CHANGE
006730     ADD 1 TO MR-CUSTOMER-ENTRIES
006740     PERFORM 4200-CUSTOMER-FIELDS THRU 4200-EXIT
006750     WHEN OTHER
006760     ADD 1 TO MR-ORDER-ENTRIES
006770     PERFORM 4300-ORDER-FIELDS THRU 4300-EXIT
006780     END-EVALUATE.
006790
006800     IF MR-TELLER-TRANSACTED
006810     AND NOT MJ-CUSTOMER-CHANGE
006820     MOVE "TELLER ALSO POSTED TO THIS ACCOUNT TODAY"
006830     TO MR-FLAG-REASON
006840     PERFORM 4800-PRINT-FLAG THRU 4800-EXIT
006850     END-IF.
006860     IF MR-ENTRY-FLAGGED
006870     ADD 1 TO MR-ENTRIES-FLAGGED
006880     WRITE MAINT-REPORT-LINE FROM MR-SIGNOFF-LINE
006890     END-IF.
006900 4000-EXIT.
006910     EXIT.
006920
006930 4050-PRINT-CUSTOMER.
006940     ADD 1 TO MR-CUSTOMERS.
006950     MOVE SPACES TO MAINT-REPORT-LINE.
006960     WRITE MAINT-REPORT-LINE.
006970     MOVE MR-CUR-CUST-ID TO CH-CUST-ID.
006980     IF MR-CUR-CUST-ID = ZERO
006990     MOVE "(NO CUSTOMER LINKED)" TO CH-NOTE
007000     ELSE
007010     MOVE SPACES TO CH-NOTE
007020     END-IF.
007030     WRITE MAINT-REPORT-LINE FROM MR-CUSTOMER-LINE.
007040 4050-EXIT.
007050     EXIT.
007060
007070******************************************************************
007080*    4100-ACCOUNT-FIELDS
007090*    THE PIN ITSELF IS NEVER JOURNALED - A PIN CHANGE SHOWS ONLY
007100*    AS THE FACT OF THE CHANGE.
007110******************************************************************
007120 4100-ACCOUNT-FIELDS.
007130     IF MR-NEW-RECORD
007140     INITIALIZE MR-BEFORE-ACCOUNT
007150     ELSE
007160     MOVE MJ-BEFORE-IMAGE TO MR-BEFORE-ACCOUNT
007170     END-IF.
007180     MOVE MJ-AFTER-IMAGE TO MR-AFTER-ACCOUNT.
007190
007200     IF MJ-ACTION = "PIN-CHANGE"
007210     MOVE "PIN" TO MR-FIELD-NAME
007220     MOVE "(NOT SHOWN)" TO MR-OLD-VALUE
007230     MOVE "CHANGED" TO MR-NEW-VALUE
007240     PERFORM 4900-PRINT-FIELD THRU 4900-EXIT
007250     END-IF.
007260     IF MRB-ACCT-STATUS NOT = MRA-ACCT-STATUS
007270     MOVE "STATUS" TO MR-FIELD-NAME
007280     MOVE MRB-ACCT-STATUS TO MR-OLD-VALUE
007290     MOVE MRA-ACCT-STATUS TO MR-NEW-VALUE
007300     PERFORM 4900-PRINT-FIELD THRU 4900-EXIT
007310     END-IF.
007320     IF MRB-ACCT-TYPE NOT = MRA-ACCT-TYPE
007330     MOVE "ACCOUNT TYPE" TO MR-FIELD-NAME
007340     MOVE MRB-ACCT-TYPE TO MR-OLD-VALUE
007350     MOVE MRA-ACCT-TYPE TO MR-NEW-VALUE
007360     PERFORM 4900-PRINT-FIELD THRU 4900-EXIT
007370     END-IF.
007380     IF MRB-ACCT-PIN-TRIES NOT = MRA-ACCT-PIN-TRIES
007390     MOVE "PIN TRIES" TO MR-FIELD-NAME
007400     MOVE MRB-ACCT-PIN-TRIES TO MR-OLD-VALUE
007410     MOVE MRA-ACCT-PIN-TRIES TO MR-NEW-VALUE
007420     PERFORM 4900-PRINT-FIELD THRU 4900-EXIT
007430     END-IF.
007440     IF MRB-ACCT-BALANCE NOT = MRA-ACCT-BALANCE
007450     MOVE "BALANCE" TO MR-FIELD-NAME
007460     MOVE MRB-ACCT-BALANCE TO MR-EDIT-AMOUNT
007470     MOVE MR-EDIT-AMOUNT TO MR-OLD-VALUE
007480     MOVE MRA-ACCT-BALANCE TO MR-EDIT-AMOUNT
007490     MOVE MR-EDIT-AMOUNT TO MR-NEW-VALUE
007500     PERFORM 4900-PRINT-FIELD THRU 4900-EXIT
007510     END-IF.
007520     IF MRB-ACCT-OVERDRAFT-LIMIT NOT = MRA-ACCT-OVERDRAFT-LIMIT
007530     MOVE "OVERDRAFT LIMIT" TO MR-FIELD-NAME
007540     MOVE MRB-ACCT-OVERDRAFT-LIMIT TO MR-EDIT-AMOUNT
007550     MOVE MR-EDIT-AMOUNT TO MR-OLD-VALUE
007560     MOVE MRA-ACCT-OVERDRAFT-LIMIT TO MR-EDIT-AMOUNT
007570     MOVE MR-EDIT-AMOUNT TO MR-NEW-VALUE
007580     PERFORM 4900-PRINT-FIELD THRU 4900-EXIT
007590     END-IF.
007600     IF MRB-ACCT-HELD-AMOUNT NOT = MRA-ACCT-HELD-AMOUNT
007610     MOVE "HELD AMOUNT" TO MR-FIELD-NAME
007620     MOVE MRB-ACCT-HELD-AMOUNT TO MR-EDIT-AMOUNT
007630     MOVE MR-EDIT-AMOUNT TO MR-OLD-VALUE
007640     MOVE MRA-ACCT-HELD-AMOUNT TO MR-EDIT-AMOUNT
007650     MOVE MR-EDIT-AMOUNT TO MR-NEW-VALUE
007660     PERFORM 4900-PRINT-FIELD THRU 4900-EXIT
007670     END-IF.
007680     IF MRB-ACCT-CUST-ID NOT = MRA-ACCT-CUST-ID
007690     MOVE "CUSTOMER LINK" TO MR-FIELD-NAME
007700     MOVE MRB-ACCT-CUST-ID TO MR-OLD-VALUE
007710     MOVE MRA-ACCT-CUST-ID TO MR-NEW-VALUE
007720     PERFORM 4900-PRINT-FIELD THRU 4900-EXIT
007730     END-IF.
007740
007750     IF MRA-ACCT-OVERDRAFT-LIMIT > MRB-ACCT-OVERDRAFT-LIMIT
007760     MOVE "OVERDRAFT LIMIT RAISED" TO MR-FLAG-REASON
007770     PERFORM 4800-PRINT-FLAG THRU 4800-EXIT
007780     END-IF.
007790     IF MJ-ACTION = "PIN-CHANGE" AND MR-CUST-ADDR-CHANGED
007800     MOVE "PIN CHANGED THE SAME DAY AS THE CUSTOMER'S ADDRESS"
007810     TO MR-FLAG-REASON
007820     PERFORM 4800-PRINT-FLAG THRU 4800-EXIT
007830     END-IF.
007840 4100-EXIT.
007850     EXIT.
007860
007870******************************************************************
007880*    4200-CUSTOMER-FIELDS
007890*    ONLY THE LAST FOUR DIGITS OF THE TAX ID ARE PRINTED.
007900******************************************************************
007910 4200-CUSTOMER-FIELDS.
007920     IF MR-NEW-RECORD
007930     INITIALIZE MR-BEFORE-CUSTOMER
007940     ELSE
007950     MOVE MJ-BEFORE-IMAGE TO MR-BEFORE-CUSTOMER
007960     END-IF.
007970     MOVE MJ-AFTER-IMAGE TO MR-AFTER-CUSTOMER.
007980
007990     IF MRB-CUST-NAME NOT = MRA-CUST-NAME
008000     MOVE "NAME" TO MR-FIELD-NAME
008010     MOVE MRB-CUST-NAME TO MR-OLD-VALUE
008020     MOVE MRA-CUST-NAME TO MR-NEW-VALUE
008030     PERFORM 4900-PRINT-FIELD THRU 4900-EXIT
008040     END-IF.
008050     IF MRB-CUST-ADDR-LINE-1 NOT = MRA-CUST-ADDR-LINE-1
008060     MOVE "ADDRESS LINE 1" TO MR-FIELD-NAME
008070     MOVE MRB-CUST-ADDR-LINE-1 TO MR-OLD-VALUE
008080     MOVE MRA-CUST-ADDR-LINE-1 TO MR-NEW-VALUE
008090     PERFORM 4900-PRINT-FIELD THRU 4900-EXIT
008100     END-IF.
008110     IF MRB-CUST-ADDR-LINE-2 NOT = MRA-CUST-ADDR-LINE-2
008120     MOVE "ADDRESS LINE 2" TO MR-FIELD-NAME
008130     MOVE MRB-CUST-ADDR-LINE-2 TO MR-OLD-VALUE
008140     MOVE MRA-CUST-ADDR-LINE-2 TO MR-NEW-VALUE
008150     PERFORM 4900-PRINT-FIELD THRU 4900-EXIT
008160     END-IF.
008170     IF MRB-CUST-CITY NOT = MRA-CUST-CITY
008180     MOVE "CITY" TO MR-FIELD-NAME
008190     MOVE MRB-CUST-CITY TO MR-OLD-VALUE
008200     MOVE MRA-CUST-CITY TO MR-NEW-VALUE
008210     PERFORM 4900-PRINT-FIELD THRU 4900-EXIT
008220     END-IF.
008230     IF MRB-CUST-STATE NOT = MRA-CUST-STATE
008240     MOVE "STATE" TO MR-FIELD-NAME
008250     MOVE MRB-CUST-STATE TO MR-OLD-VALUE
008260     MOVE MRA-CUST-STATE TO MR-NEW-VALUE
008270     PERFORM 4900-PRINT-FIELD THRU 4900-EXIT
008280     END-IF.
008290     IF MRB-CUST-ZIP NOT = MRA-CUST-ZIP
008300     MOVE "ZIP" TO MR-FIELD-NAME
008310     MOVE MRB-CUST-ZIP TO MR-OLD-VALUE
008320     MOVE MRA-CUST-ZIP TO MR-NEW-VALUE
008330     PERFORM 4900-PRINT-FIELD THRU 4900-EXIT
008340     END-IF.
008350     IF MRB-CUST-STATUS NOT = MRA-CUST-STATUS
008360     MOVE "STATUS" TO MR-FIELD-NAME
008370     MOVE MRB-CUST-STATUS TO MR-OLD-VALUE
008380     MOVE MRA-CUST-STATUS TO MR-NEW-VALUE
008390     PERFORM 4900-PRINT-FIELD THRU 4900-EXIT
008400     END-IF.
008410     IF MRB-CUST-TAX-ID NOT = MRA-CUST-TAX-ID
008420     MOVE "TAX ID" TO MR-FIELD-NAME
008430     MOVE SPACES TO MR-OLD-VALUE
008440     IF MRB-CUST-TAX-ID NOT = SPACES
008450     STRING "*****" DELIMITED BY SIZE
008460     MRB-CUST-TAX-ID (6:4) DELIMITED BY SIZE
008470     INTO MR-OLD-VALUE
008480     END-IF
008490     MOVE SPACES TO MR-NEW-VALUE
008500     IF MRA-CUST-TAX-ID NOT = SPACES
008510     STRING "*****" DELIMITED BY SIZE
008520     MRA-CUST-TAX-ID (6:4) DELIMITED BY SIZE
008530     INTO MR-NEW-VALUE
008540     END-IF
008550     PERFORM 4900-PRINT-FIELD THRU 4900-EXIT
008560     END-IF.
008570     IF MRB-CUST-TAX-ID-TYPE NOT = MRA-CUST-TAX-ID-TYPE
008580     MOVE "TAX ID TYPE" TO MR-FIELD-NAME
008590     MOVE MRB-CUST-TAX-ID-TYPE TO MR-OLD-VALUE
008600     MOVE MRA-CUST-TAX-ID-TYPE TO MR-NEW-VALUE
008610     PERFORM 4900-PRINT-FIELD THRU 4900-EXIT
008620     END-IF.
008630     IF MRB-CUST-WITHHOLD-FLAG NOT = MRA-CUST-WITHHOLD-FLAG
008640     MOVE "BACKUP WITHHOLDING" TO MR-FIELD-NAME
008650     MOVE MRB-CUST-WITHHOLD-FLAG TO MR-OLD-VALUE
008660     MOVE MRA-CUST-WITHHOLD-FLAG TO MR-NEW-VALUE
008670     PERFORM 4900-PRINT-FIELD THRU 4900-EXIT
008680     END-IF.
008690
008700     IF NOT MR-NEW-RECORD AND MR-CUST-PIN-CHANGED
008710     AND (MRB-CUST-ADDR-LINE-1 NOT = MRA-CUST-ADDR-LINE-1
008720     OR MRB-CUST-ADDR-LINE-2 NOT = MRA-CUST-ADDR-LINE-2
008730     OR MRB-CUST-CITY NOT = MRA-CUST-CITY
008740     OR MRB-CUST-STATE NOT = MRA-CUST-STATE
008750     OR MRB-CUST-ZIP NOT = MRA-CUST-ZIP)
008760     MOVE "ADDRESS CHANGED THE SAME DAY AS A PIN CHANGE"
008770     TO MR-FLAG-REASON
008780     PERFORM 4800-PRINT-FLAG THRU 4800-EXIT
008790     END-IF.
008800 4200-EXIT.
008810     EXIT.
008820
008830 4300-ORDER-FIELDS.
008840     IF MR-NEW-RECORD
008850     INITIALIZE MR-BEFORE-ORDER
008860     ELSE
008870     MOVE MJ-BEFORE-IMAGE TO MR-BEFORE-ORDER
008880     END-IF.
008890     MOVE MJ-AFTER-IMAGE TO MR-AFTER-ORDER.
008900
008910     IF MRB-SO-SOURCE-ACCT NOT = MRA-SO-SOURCE-ACCT
008920     MOVE "SOURCE ACCOUNT" TO MR-FIELD-NAME
008930     MOVE MRB-SO-SOURCE-ACCT TO MR-OLD-VALUE
008940     MOVE MRA-SO-SOURCE-ACCT TO MR-NEW-VALUE
008950     PERFORM 4900-PRINT-FIELD THRU 4900-EXIT
008960     END-IF.
008970     IF MRB-SO-TARGET-ACCT NOT = MRA-SO-TARGET-ACCT
008980     MOVE "TARGET ACCOUNT" TO MR-FIELD-NAME
008990     MOVE MRB-SO-TARGET-ACCT TO MR-OLD-VALUE
009000     MOVE MRA-SO-TARGET-ACCT TO MR-NEW-VALUE
009010     PERFORM 4900-PRINT-FIELD THRU 4900-EXIT
009020     END-IF.
009030     IF MRB-SO-AMOUNT NOT = MRA-SO-AMOUNT
009040     MOVE "AMOUNT" TO MR-FIELD-NAME
009050     MOVE MRB-SO-AMOUNT TO MR-EDIT-AMOUNT
009060     MOVE MR-EDIT-AMOUNT TO MR-OLD-VALUE
009070     MOVE MRA-SO-AMOUNT TO MR-EDIT-AMOUNT
009080     MOVE MR-EDIT-AMOUNT TO MR-NEW-VALUE
009090     PERFORM 4900-PRINT-FIELD THRU 4900-EXIT
009100     END-IF.
009110     IF MRB-SO-FREQUENCY NOT = MRA-SO-FREQUENCY
009120     MOVE "FREQUENCY" TO MR-FIELD-NAME
009130     MOVE MRB-SO-FREQUENCY TO MR-OLD-VALUE
009140     MOVE MRA-SO-FREQUENCY TO MR-NEW-VALUE
009150     PERFORM 4900-PRINT-FIELD THRU 4900-EXIT
009160     END-IF.
009170     IF MRB-SO-NEXT-DUE-DATE NOT = MRA-SO-NEXT-DUE-DATE
009180     MOVE "NEXT DUE DATE" TO MR-FIELD-NAME
009190     MOVE MRB-SO-NEXT-DUE-DATE TO MR-OLD-VALUE
009200     MOVE MRA-SO-NEXT-DUE-DATE TO MR-NEW-VALUE
009210     PERFORM 4900-PRINT-FIELD THRU 4900-EXIT
009220     END-IF.
009230     IF MRB-SO-STATUS NOT = MRA-SO-STATUS
009240     MOVE "STATUS" TO MR-FIELD-NAME
009250     MOVE MRB-SO-STATUS TO MR-OLD-VALUE
009260     MOVE MRA-SO-STATUS TO MR-NEW-VALUE
009270     PERFORM 4900-PRINT-FIELD THRU 4900-EXIT
009280     END-IF.
009290 4300-EXIT.
009300     EXIT.
009310
009320 4800-PRINT-FLAG.
009330     MOVE MR-FLAG-REASON TO FG-REASON.
009340     WRITE MAINT-REPORT-LINE FROM MR-FLAG-LINE.
009350     ADD 1 TO MR-FLAG-LINES.
009360     SET MR-ENTRY-FLAGGED TO TRUE.
009370 4800-EXIT.
009380     EXIT.
009390
009400******************************************************************
009410*    4900-PRINT-FIELD
009420*    A NEW RECORD HAS NO OLD VALUES - THE OLD COLUMN IS LEFT
009430*    BLANK RATHER THAN SHOWING THE ZEROES IT WAS SET UP WITH.
009440******************************************************************
009450 4900-PRINT-FIELD.
009460     MOVE MR-FIELD-NAME TO FL-FIELD-NAME.
009470     IF MR-NEW-RECORD
009480     MOVE SPACES TO FL-OLD-VALUE
009490     ELSE
009500     MOVE MR-OLD-VALUE TO FL-OLD-VALUE
009510     END-IF.
009520     MOVE MR-NEW-VALUE TO FL-NEW-VALUE.
009530     WRITE MAINT-REPORT-LINE FROM MR-FIELD-LINE.
009540 4900-EXIT.
009550     EXIT.
009560
009570******************************************************************
009580*    5000-PRINT-TOTALS
009590*    EVERY JOURNAL ENTRY IS EITHER LISTED OR BELONGS TO ANOTHER
009600*    DAY, EVERY LOG ENTRY IS EITHER A COUNTER POSTING OR PASSED
009610*    OVER, AND THE SORT RETURNS ALL IT WAS GIVEN - OR THE REPORT
009620*    IS INCOMPLETE AND THE RUN IS NOT STAMPED. AN INPUT THAT
009630*    WOULD NOT OPEN HAS ALREADY MARKED IT INCOMPLETE.
009640******************************************************************
009650 5000-PRINT-TOTALS.
009660     MOVE SPACES TO MAINT-REPORT-LINE.
009670     WRITE MAINT-REPORT-LINE.
009680     MOVE "CHANGES LISTED" TO CT-LABEL.
009690     MOVE MR-ENTRIES-LISTED TO CT-COUNT.
009700     WRITE MAINT-REPORT-LINE FROM MR-COUNT-TOTAL-LINE.
009710     MOVE "  ACCOUNT CHANGES" TO CT-LABEL.
009720     MOVE MR-ACCOUNT-ENTRIES TO CT-COUNT.
009730     WRITE MAINT-REPORT-LINE FROM MR-COUNT-TOTAL-LINE.
009740     MOVE "  CUSTOMER CHANGES" TO CT-LABEL.
009750     MOVE MR-CUSTOMER-ENTRIES TO CT-COUNT.
009760     WRITE MAINT-REPORT-LINE FROM MR-COUNT-TOTAL-LINE.
009770     MOVE "  STANDING ORDER CHANGES" TO CT-LABEL.
009780     MOVE MR-ORDER-ENTRIES TO CT-COUNT.
009790     WRITE MAINT-REPORT-LINE FROM MR-COUNT-TOTAL-LINE.
009800     MOVE "CUSTOMERS WITH CHANGES" TO CT-LABEL.
009810     MOVE MR-CUSTOMERS TO CT-COUNT.
009820     WRITE MAINT-REPORT-LINE FROM MR-COUNT-TOTAL-LINE.
009830     MOVE "CHANGES FOR SUPERVISOR SIGN-OFF" TO CT-LABEL.
009840     MOVE MR-ENTRIES-FLAGGED TO CT-COUNT.
009850     WRITE MAINT-REPORT-LINE FROM MR-COUNT-TOTAL-LINE.
009860     MOVE "SIGN-OFF REASONS RAISED" TO CT-LABEL.
009870     MOVE MR-FLAG-LINES TO CT-COUNT.
009880     WRITE MAINT-REPORT-LINE FROM MR-COUNT-TOTAL-LINE.
009890
009900     MOVE SPACES TO MAINT-REPORT-LINE.
009910     WRITE MAINT-REPORT-LINE.
009920     MOVE "CONTROL TOTALS" TO MAINT-REPORT-LINE.
009930     WRITE MAINT-REPORT-LINE.
009940     MOVE "JOURNAL ENTRIES READ" TO CT-LABEL.
009950     MOVE MR-JRN-READ TO CT-COUNT.
009960     WRITE MAINT-REPORT-LINE FROM MR-COUNT-TOTAL-LINE.
009970     MOVE "  FOR THE BUSINESS DAY" TO CT-LABEL.
009980     MOVE MR-JRN-SELECTED TO CT-COUNT.
009990     WRITE MAINT-REPORT-LINE FROM MR-COUNT-TOTAL-LINE.
010000     MOVE "  FOR OTHER DAYS" TO CT-LABEL.
010010     MOVE MR-JRN-OTHER-DAYS TO CT-COUNT.
010020     WRITE MAINT-REPORT-LINE FROM MR-COUNT-TOTAL-LINE.
010030     MOVE "LOG ENTRIES READ" TO CT-LABEL.
010040     MOVE MR-LOG-READ TO CT-COUNT.
010050     WRITE MAINT-REPORT-LINE FROM MR-COUNT-TOTAL-LINE.
010060     MOVE "  TODAY'S COUNTER POSTINGS" TO CT-LABEL.
010070     MOVE MR-LOG-SELECTED TO CT-COUNT.
010080     WRITE MAINT-REPORT-LINE FROM MR-COUNT-TOTAL-LINE.
010090     MOVE "  PASSED OVER" TO CT-LABEL.
010100     MOVE MR-LOG-NOT-SELECTED TO CT-COUNT.
010110     WRITE MAINT-REPORT-LINE FROM MR-COUNT-TOTAL-LINE.
010120     MOVE "PIN AND ADDRESS MARKERS" TO CT-LABEL.
010130     MOVE MR-CUST-MARKERS TO CT-COUNT.
010140     WRITE MAINT-REPORT-LINE FROM MR-COUNT-TOTAL-LINE.
010150     MOVE "SORT RECORDS RELEASED" TO CT-LABEL.
010160     MOVE MR-RELEASED TO CT-COUNT.
010170     WRITE MAINT-REPORT-LINE FROM MR-COUNT-TOTAL-LINE.
010180     MOVE "SORT RECORDS RETURNED" TO CT-LABEL.
010190     MOVE MR-RETURNED TO CT-COUNT.
010200     WRITE MAINT-REPORT-LINE FROM MR-COUNT-TOTAL-LINE.
010210
010220     COMPUTE MR-PROOF-TOTAL =
010230     MR-JRN-SELECTED + MR-LOG-SELECTED + MR-CUST-MARKERS.
010240     IF SORT-RETURN NOT = 0
010250     OR MR-RELEASED NOT = MR-RETURNED
010260     OR MR-RELEASED NOT = MR-PROOF-TOTAL
010270     OR MR-JRN-READ NOT = MR-JRN-SELECTED + MR-JRN-OTHER-DAYS
010280     OR MR-LOG-READ NOT = MR-LOG-SELECTED + MR-LOG-NOT-SELECTED
010290     OR MR-ENTRIES-LISTED NOT = MR-JRN-SELECTED
010300     MOVE 'N' TO MR-CONTINUE-SW
010310     END-IF.
010320     IF MR-CONTINUE-SW = 'Y'
010330     MOVE "  CONTROL TOTALS AGREE - EVERY JOURNAL ENTRY FOR THE"
010340     TO MAINT-REPORT-LINE
010350     WRITE MAINT-REPORT-LINE
010360     MOVE "  DAY IS LISTED." TO MAINT-REPORT-LINE
010370     WRITE MAINT-REPORT-LINE
010380     ELSE
010390     MOVE "  *** CONTROL TOTALS DO NOT AGREE - REPORT IS"
010400     TO MAINT-REPORT-LINE
010410     WRITE MAINT-REPORT-LINE
010420     MOVE "  *** INCOMPLETE. RUN NOT STAMPED."
010430     TO MAINT-REPORT-LINE
010440     WRITE MAINT-REPORT-LINE
010450     DISPLAY "MAINTRPT CONTROL TOTALS DO NOT AGREE."
010460     END-IF.
010470 5000-EXIT.
010480     EXIT.
010490
010500******************************************************************
010510*    8800-STAMP-RUN-CONTROL
010520*    RECORDS THE SUCCESSFUL MAINTENANCE REPORT RUN ON RUNCTL.
010530******************************************************************
010540 8800-STAMP-RUN-CONTROL.
010550     OPEN I-O RUN-CONTROL.
010560     IF MR-RUNCTL-FS = "35"
010570     OPEN OUTPUT RUN-CONTROL
010580     CLOSE RUN-CONTROL
010590     OPEN I-O RUN-CONTROL
010600     END-IF.
010610     IF MR-RUNCTL-FS NOT = "00"
010620     DISPLAY "WARNING - RUN NOT STAMPED. STATUS=" MR-RUNCTL-FS
010630     GO TO 8800-EXIT
010640     END-IF.
010650
010660     MOVE 'N' TO MR-RC-FOUND-SW.
010670     MOVE "MAINTRPT" TO RC-JOB-NAME.
010680     READ RUN-CONTROL
010690     INVALID KEY
010700     MOVE SPACES TO RUNCTL-RECORD
010710     MOVE "MAINTRPT" TO RC-JOB-NAME
010720     MOVE ZERO TO RC-RUN-COUNT
010730     NOT INVALID KEY
010740     SET MR-RC-FOUND TO TRUE
010750     END-READ.
010760
010770     MOVE MR-RUN-DATE TO RC-LAST-RUN-DATE.
010780     ACCEPT RC-LAST-RUN-TIME FROM TIME.
010790     MOVE ZERO TO RC-LAST-PERIOD.
010800     ADD 1 TO RC-RUN-COUNT.
010810     IF MR-RC-FOUND
010820     REWRITE RUNCTL-RECORD
010830     ELSE
010840     WRITE RUNCTL-RECORD
010850     END-IF.
010860     CLOSE RUN-CONTROL.
010870 8800-EXIT.
010880     EXIT.
010890
010900******************************************************************
010910*    8900-GET-BUSINESS-DATE
010920*    READS THE PROCESSING DATE FROM THE BUSDATE CONTROL FILE -
010930*    THE WALL CLOCK ONLY SEEDS THE FILE THE FIRST TIME IT IS
010940*    MISSING. THE DATE ADVANCES ONLY WHEN THE EODROLL ROLLOVER
010950*    CLOSES THE DAY, SO WORK THAT SLIPS PAST MIDNIGHT STILL
010960*    STAMPS THE DAY IT BELONGS TO.
010970******************************************************************
010980 8900-GET-BUSINESS-DATE.
010990     OPEN INPUT BUSINESS-DATE.
011000     IF MR-BD-FS = "35"
011010     PERFORM 8950-CREATE-BUSDATE THRU 8950-EXIT
011020     OPEN INPUT BUSINESS-DATE
011030     END-IF.
011040     IF MR-BD-FS NOT = "00"
011050     DISPLAY "BUSDATE UNAVAILABLE - USING THE WALL CLOCK."
011060     ACCEPT MR-RUN-DATE FROM DATE YYYYMMDD
011070     GO TO 8900-EXIT
011080     END-IF.
011090     READ BUSINESS-DATE
011100     AT END
011110     DISPLAY "BUSDATE IS EMPTY - USING THE WALL CLOCK."
011120     ACCEPT MR-RUN-DATE FROM DATE YYYYMMDD
011130     CLOSE BUSINESS-DATE
011140     GO TO 8900-EXIT
011150     END-READ.
011160     MOVE BD-BUSINESS-DATE TO MR-RUN-DATE.
011170     CLOSE BUSINESS-DATE.
011180 8900-EXIT.
011190     EXIT.
011200
011210 8950-CREATE-BUSDATE.
011220     OPEN OUTPUT BUSINESS-DATE.
011230     MOVE SPACES TO BUSDATE-RECORD.
011240     ACCEPT BD-BUSINESS-DATE FROM DATE YYYYMMDD.
011250     WRITE BUSDATE-RECORD.
011260     CLOSE BUSINESS-DATE.
011270 8950-EXIT.
011280     EXIT.
011290
011300******************************************************************
011310*    9000-TERMINATE
011320******************************************************************
011330 9000-TERMINATE.
011340     IF MR-ACCT-OPEN
011350     CLOSE ACCOUNT-MASTER
011360     END-IF.
011370     IF MR-RPT-OPEN
011380     CLOSE MAINT-REPORT
011390     END-IF.
011400     DISPLAY "DAILY MAINTENANCE REPORT COMPLETE. SEE MAINTRPT.".
011410     DISPLAY "CHANGES LISTED:       " MR-ENTRIES-LISTED.
011420     DISPLAY "FOR SUPERVISOR SIGN-OFF: " MR-ENTRIES-FLAGGED.
011430 9000-EXIT.
011440     EXIT.
