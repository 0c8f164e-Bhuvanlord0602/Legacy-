000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  TAX1099.
000030 AUTHOR.      R HOLLOWAY.
000040 INSTALLATION. RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ------------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    ---------- ----  --------------------------------------------
000120*    10/15/2026 RH    ORIGINAL PROGRAM - YEAR-END 1099-INT
000130*                     REPORTING. TOTALS THE INTEREST CREDITED IN
000140*                     THE TAX YEAR PER CUSTOMER THROUGH ACCT-
000150*                     CUST-ID, FROM EVERY ARCHIVED DAY OF THE
000160*                     YEAR (THROUGH TXNARCIX) PLUS THE LIVE LOG,
000170*                     NET OF TELLER CORRECTIONS ON REVLOG. PRINTS
000180*                     A FORM PER REPORTABLE CUSTOMER (TAXFORMS),
000190*                     WRITES THE ELECTRONIC FILING FILE WITH
000200*                     HEADER AND TRAILER CONTROL TOTALS
000210*                     (TAXFILE), AND A SUMMARY REPORT (TAXSUMM)
000220*                     THAT TIES THE FORMS BACK TO THE INTEREST
000230*                     EXPENSE SENT TO THE LEDGER (GLHIST). EVERY
000240*                     CUSTOMER'S AMOUNT IS KEPT ON TAXHIST, AND A
000250*                     CORRECTION RUN ISSUES A CORRECTED FORM ONLY
000260*                     WHERE A LATE POSTING OR A REVERSAL HAS
000270*                     CHANGED THE TOTAL SINCE THE LAST FILING.
000280*                     OPERATOR RUN, AFTER THE YEAR HAS CLOSED.
000290*    10/15/2026 RH    EVERY ARCHIVED DAY OF THE YEAR ON TXNARCIX
000300*                     IS CHECKED BEFORE ANYTHING IS PRODUCED - ONE
000310*                     THAT WILL NOT OPEN CANCELS THE RUN - AND THE
000320*                     DAYS SCANNED MUST AGREE WITH THE DAYS
000330*                     CHECKED. A LIVE LOG OR REVLOG THAT EXISTS
000340*                     BUT WILL NOT OPEN NOW FAILS THE RUN. THE
000350*                     TAXHIST UPDATES ARE HELD ON THE TAXHWORK
000360*                     WORK FILE AND APPLIED ONLY ONCE THE TOTALS
000370*                     AGREE, SO A FAILED RUN LEAVES NO FORM MARKED
000380*                     ISSUED AND CAN SIMPLY BE RERUN.
000390******************************************************************
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT ACCOUNT-MASTER  ASSIGN TO "ACCTMAST"
000450     ORGANIZATION IS INDEXED
000460     ACCESS MODE IS DYNAMIC
000470     RECORD KEY IS ACCT-NUMBER
000480     FILE STATUS IS TY-ACCT-FS.
000490
000500     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000510     ORGANIZATION IS INDEXED
000520     ACCESS MODE IS DYNAMIC
000530     RECORD KEY IS CUST-ID
000540     FILE STATUS IS TY-CUST-FS.
000550
000560     SELECT TRANSACTION-LOG ASSIGN TO "TXNLOG"
000570     ORGANIZATION IS LINE SEQUENTIAL
000580     FILE STATUS IS TY-TXN-FS.
000590
000600     SELECT ARCHIVE-INDEX   ASSIGN TO "TXNARCIX"
000610     ORGANIZATION IS LINE SEQUENTIAL
000620     FILE STATUS IS TY-ARCIX-FS.
000630
000640     SELECT ARCHIVE-FILE    ASSIGN TO DYNAMIC TY-ARCHIVE-NAME
000650     ORGANIZATION IS LINE SEQUENTIAL
000660     FILE STATUS IS TY-ARCH-FS.
000670
000680     SELECT REVERSAL-REGISTER ASSIGN TO "REVLOG"
000690     ORGANIZATION IS INDEXED
000700     ACCESS MODE IS DYNAMIC
000710     RECORD KEY IS REV-ORIG-KEY
000720     FILE STATUS IS TY-REV-FS.
000730
000740     SELECT GL-HISTORY-FILE ASSIGN TO "GLHIST"
000750     ORGANIZATION IS LINE SEQUENTIAL
000760     FILE STATUS IS TY-GLH-FS.
000770
000780     SELECT TAX-HISTORY     ASSIGN TO "TAXHIST"
000790     ORGANIZATION IS INDEXED
000800     ACCESS MODE IS DYNAMIC
000810     RECORD KEY IS TH-KEY
000820     FILE STATUS IS TY-HIST-FS.
000830
000840     SELECT TAX-HIST-WORK   ASSIGN TO "TAXHWORK"
000850     ORGANIZATION IS LINE SEQUENTIAL
000860     FILE STATUS IS TY-WORK-FS.
000870
000880     SELECT FORM-FILE       ASSIGN TO "TAXFORMS"
000890     ORGANIZATION IS LINE SEQUENTIAL
000900     FILE STATUS IS TY-FORM-FS.
000910
000920     SELECT FILING-FILE     ASSIGN TO "TAXFILE"
000930     ORGANIZATION IS LINE SEQUENTIAL
000940     FILE STATUS IS TY-FILE-FS.
000950
000960     SELECT SUMMARY-REPORT  ASSIGN TO "TAXSUMM"
000970     ORGANIZATION IS LINE SEQUENTIAL
000980     FILE STATUS IS TY-RPT-FS.
000990
001000     SELECT INTEREST-SORT-FILE ASSIGN TO "TAXSORT".
001010
001020     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
001030     ORGANIZATION IS INDEXED
001040     ACCESS MODE IS DYNAMIC
001050     RECORD KEY IS RC-JOB-NAME
001060     FILE STATUS IS TY-RUNCTL-FS.
001070
001080     SELECT BUSINESS-DATE   ASSIGN TO "BUSDATE"
001090     ORGANIZATION IS LINE SEQUENTIAL
001100     FILE STATUS IS TY-BD-FS.
001110
001120 DATA DIVISION.
001130 FILE SECTION.
001140 FD  ACCOUNT-MASTER
001150     LABEL RECORDS ARE STANDARD.
001160     COPY ACCTREC.
001170
001180 FD  CUSTOMER-MASTER
001190     LABEL RECORDS ARE STANDARD.
001200     COPY CUSTREC.
001210
001220 FD  TRANSACTION-LOG
001230     LABEL RECORDS ARE STANDARD.
001240     COPY TXNREC.
001250
001260 FD  ARCHIVE-INDEX
001270     LABEL RECORDS ARE STANDARD.
001280     COPY ARCIXREC.
001290
001300 FD  ARCHIVE-FILE
001310     LABEL RECORDS ARE STANDARD.
001320 01  ARCHIVE-RECORD              PIC X(69).
001330
001340 FD  REVERSAL-REGISTER
001350     LABEL RECORDS ARE STANDARD.
001360     COPY REVREC.
001370
001380 FD  GL-HISTORY-FILE
001390     LABEL RECORDS ARE STANDARD.
001400     COPY GLHREC.
001410
001420 FD  TAX-HISTORY
001430     LABEL RECORDS ARE STANDARD.
001440     COPY TAXHREC.
001450
001460******************************************************************
001470*    ONE RECORD PER TAXHIST CHANGE DECIDED IN THE RUN - THE
001480*    RECORD IMAGE AND WHETHER IT IS NEW (W) OR REPLACES ONE ON
001490*    FILE (R). APPLIED TO TAXHIST ONLY AFTER THE TOTALS AGREE.
001500******************************************************************
001510 FD  TAX-HIST-WORK
001520     LABEL RECORDS ARE STANDARD.
001530 01  TAX-HIST-WORK-RECORD.
001540     05  TW-ACTION               PIC X(01).
001550     05  TW-HIST-IMAGE           PIC X(53).
001560
001570 FD  FORM-FILE
001580     LABEL RECORDS ARE STANDARD.
001590 01  FORM-LINE                   PIC X(80).
001600
001610 FD  FILING-FILE
001620     LABEL RECORDS ARE STANDARD.
001630 01  FILING-RECORD               PIC X(170).
001640
001650 FD  SUMMARY-REPORT
001660     LABEL RECORDS ARE STANDARD.
001670 01  SUMMARY-REPORT-LINE         PIC X(132).
001680
001690******************************************************************
001700*    ONE SORT RECORD PER INTEREST CREDIT OF THE TAX YEAR, KEYED
001710*    TO THE OWNING CUSTOMER (OR TO THE ACCOUNT ITSELF WHEN NO
001720*    CUSTOMER IS LINKED). A CORRECTED INTEREST CREDIT IS
001730*    RELEASED NEGATIVE. ON A CORRECTION RUN EVERY CUSTOMER
001740*    ALREADY ON TAXHIST FOR THE YEAR IS ALSO RELEASED AT ZERO,
001750*    SO A CUSTOMER WHOSE INTEREST WAS REVERSED AWAY ENTIRELY
001760*    STILL COMES THROUGH AND GETS A CORRECTED FORM.
001770******************************************************************
001780 SD  INTEREST-SORT-FILE.
001790 01  INTEREST-SORT-RECORD.
001800     05  TS-KEY-TYPE             PIC X(01).
001810     05  TS-KEY-ID               PIC 9(06).
001820     05  TS-SOURCE               PIC X(01).
001830     05  TS-AMOUNT               PIC S9(09)V99.
001840
001850 FD  RUN-CONTROL
001860     LABEL RECORDS ARE STANDARD.
001870     COPY RUNREC.
001880
001890 FD  BUSINESS-DATE
001900     LABEL RECORDS ARE STANDARD.
001910     COPY BDREC.
001920
001930 WORKING-STORAGE SECTION.
001940******************************************************************
001950*    FILE STATUS AND SWITCHES
001960******************************************************************
001970 01  TY-ACCT-FS               PIC X(02)  VALUE "00".
001980 01  TY-CUST-FS               PIC X(02)  VALUE "00".
001990 01  TY-TXN-FS                PIC X(02)  VALUE "00".
002000 01  TY-ARCIX-FS              PIC X(02)  VALUE "00".
002010 01  TY-ARCH-FS               PIC X(02)  VALUE "00".
002020 01  TY-REV-FS                PIC X(02)  VALUE "00".
002030 01  TY-GLH-FS                PIC X(02)  VALUE "00".
002040 01  TY-HIST-FS               PIC X(02)  VALUE "00".
002050 01  TY-WORK-FS               PIC X(02)  VALUE "00".
002060 01  TY-FORM-FS               PIC X(02)  VALUE "00".
002070 01  TY-FILE-FS               PIC X(02)  VALUE "00".
002080 01  TY-RPT-FS                PIC X(02)  VALUE "00".
002090 01  TY-RUNCTL-FS             PIC X(02)  VALUE "00".
002100 01  TY-BD-FS                 PIC X(02)  VALUE "00".
002110
002120 01  TY-CONTINUE-SW           PIC X(01)  VALUE 'Y'.
002130
002140 01  TY-RC-FOUND-SW           PIC X(01)  VALUE 'N'.
002150     88  TY-RC-FOUND                  VALUE 'Y'.
002160
002170 01  TY-TXN-EOF-SW            PIC X(01)  VALUE 'N'.
002180     88  TY-TXN-EOF                   VALUE 'Y'.
002190
002200 01  TY-ARCIX-EOF-SW          PIC X(01)  VALUE 'N'.
002210     88  TY-ARCIX-EOF                 VALUE 'Y'.
002220
002230 01  TY-ARCH-EOF-SW           PIC X(01)  VALUE 'N'.
002240     88  TY-ARCH-EOF                  VALUE 'Y'.
002250
002260 01  TY-REV-EOF-SW            PIC X(01)  VALUE 'N'.
002270     88  TY-REV-EOF                   VALUE 'Y'.
002280
002290 01  TY-GLH-EOF-SW            PIC X(01)  VALUE 'N'.
002300     88  TY-GLH-EOF                   VALUE 'Y'.
002310
002320 01  TY-HIST-EOF-SW           PIC X(01)  VALUE 'N'.
002330     88  TY-HIST-EOF                  VALUE 'Y'.
002340
002350 01  TY-WORK-EOF-SW           PIC X(01)  VALUE 'N'.
002360     88  TY-WORK-EOF                  VALUE 'Y'.
002370
002380 01  TY-SORT-EOF-SW           PIC X(01)  VALUE 'N'.
002390     88  TY-SORT-EOF                  VALUE 'Y'.
002400
002410 01  TY-ACCT-OPEN-SW          PIC X(01)  VALUE 'N'.
002420     88  TY-ACCT-OPEN                 VALUE 'Y'.
002430
002440 01  TY-CUST-OPEN-SW          PIC X(01)  VALUE 'N'.
002450     88  TY-CUST-OPEN                 VALUE 'Y'.
002460
002470 01  TY-HIST-OPEN-SW          PIC X(01)  VALUE 'N'.
002480     88  TY-HIST-OPEN                 VALUE 'Y'.
002490
002500 01  TY-OUTPUT-OPEN-SW        PIC X(01)  VALUE 'N'.
002510     88  TY-OUTPUT-OPEN               VALUE 'Y'.
002520
002530 01  TY-IN-RECIPIENT-SW       PIC X(01)  VALUE 'N'.
002540     88  TY-IN-RECIPIENT              VALUE 'Y'.
002550
002560 01  TY-HIST-FOUND-SW         PIC X(01)  VALUE 'N'.
002570     88  TY-HIST-FOUND                VALUE 'Y'.
002580
002590 01  TY-REPORTABLE-SW         PIC X(01)  VALUE 'N'.
002600     88  TY-REPORTABLE                VALUE 'Y'.
002610
002620******************************************************************
002630*    RUN PARAMETERS. AN ORIGINAL RUN ISSUES THE YEAR'S FORMS
002640*    AND BUILDS TAXHIST; A CORRECTION RUN COMPARES AGAINST
002650*    TAXHIST AND ISSUES ONLY WHAT HAS CHANGED.
002660******************************************************************
002670 77  TY-TAX-YEAR              PIC 9(04).
002680 77  TY-PERIOD                PIC 9(06).
002690 77  TY-OVERRIDE              PIC X(01).
002700 01  TY-RUN-TYPE              PIC X(01).
002710     88  TY-ORIGINAL-RUN              VALUE 'O'.
002720     88  TY-CORRECTION-RUN            VALUE 'C'.
002730
002740******************************************************************
002750*    REPORTING RULES. INTEREST OF TY-MIN-REPORTABLE OR MORE FOR
002760*    THE YEAR IS REPORTED; A CUSTOMER UNDER BACKUP WITHHOLDING
002770*    IS REPORTED FOR ANY AMOUNT. THE PAYER FIELDS ARE CARRIED ON
002780*    THE FILING HEADER AND PRINTED ON EVERY FORM.
002790******************************************************************
002800 77  TY-MIN-REPORTABLE        PIC S9(09)V99 VALUE 10.00.
002810 77  TY-PAYER-NAME            PIC X(30)
002820     VALUE "RETAIL BANKING SYSTEMS".
002830 77  TY-PAYER-TIN             PIC X(09)  VALUE "000000000".
002840
002850******************************************************************
002860*    DATE WORK AREA - THE YEAR OF ANY YYYYMMDD DATE
002870******************************************************************
002880 01  TY-DATE-WORK.
002890     05  TY-DATE-YEAR         PIC 9(04).
002900     05  FILLER               PIC 9(04).
002910 77  TY-RUN-YEAR              PIC 9(04).
002920 77  TY-ORIG-YEAR             PIC 9(04).
002930
002940 77  TY-ARCHIVE-NAME          PIC X(12).
002950 77  TY-PREV-ARCIX-DATE       PIC 9(08)  VALUE 0.
002960 77  TY-PREV-GLH-DATE         PIC 9(08)  VALUE 0.
002970 77  TY-LOOKUP-ACCOUNT        PIC 9(06).
002980
002990******************************************************************
003000*    CURRENT RECIPIENT
003010******************************************************************
003020 77  TY-CUR-KEY-TYPE          PIC X(01).
003030 77  TY-CUR-KEY-ID            PIC 9(06).
003040 77  TY-CUR-AMOUNT            PIC S9(09)V99.
003050 77  TY-CUR-ITEMS             PIC 9(05).
003060 77  TY-FORM-KIND             PIC X(01).
003070 77  TY-EXCEPTION-TEXT        PIC X(30).
003080
003090******************************************************************
003100*    RUN CONTROL AND CONTROL TOTALS
003110******************************************************************
003120 77  TY-RUN-DATE              PIC 9(08).
003130 77  TY-RELEASED              PIC 9(07)  VALUE 0.
003140 77  TY-RETURNED              PIC 9(07)  VALUE 0.
003150 77  TY-LOG-READ              PIC 9(07)  VALUE 0.
003160 77  TY-LOG-SELECTED          PIC 9(07)  VALUE 0.
003170 77  TY-ARCH-SCANNED          PIC 9(05)  VALUE 0.
003180 77  TY-ARCH-EXPECTED         PIC 9(05)  VALUE 0.
003190 77  TY-ARCH-READ             PIC 9(07)  VALUE 0.
003200 77  TY-ARCH-SELECTED         PIC 9(07)  VALUE 0.
003210 77  TY-REV-READ              PIC 9(07)  VALUE 0.
003220 77  TY-REV-SELECTED          PIC 9(07)  VALUE 0.
003230 77  TY-HIST-RELEASED         PIC 9(07)  VALUE 0.
003240 77  TY-HIST-HELD             PIC 9(07)  VALUE 0.
003250 77  TY-HIST-APPLIED          PIC 9(07)  VALUE 0.
003260 77  TY-GLH-DAYS              PIC 9(05)  VALUE 0.
003270 77  TY-RECIPIENTS            PIC 9(07)  VALUE 0.
003280 77  TY-FORMS-ORIGINAL        PIC 9(07)  VALUE 0.
003290 77  TY-FORMS-CORRECTED       PIC 9(07)  VALUE 0.
003300 77  TY-UNCHANGED             PIC 9(07)  VALUE 0.
003310 77  TY-BELOW-COUNT           PIC 9(07)  VALUE 0.
003320 77  TY-EXCEPTION-COUNT       PIC 9(07)  VALUE 0.
003330 77  TY-NO-TIN-COUNT          PIC 9(07)  VALUE 0.
003340 77  TY-FILING-DETAILS        PIC 9(07)  VALUE 0.
003350
003360 77  TY-YEAR-INTEREST         PIC S9(11)V99 VALUE 0.
003370 77  TY-REPORTABLE-TOTAL      PIC S9(11)V99 VALUE 0.
003380 77  TY-BELOW-TOTAL           PIC S9(11)V99 VALUE 0.
003390 77  TY-EXCEPTION-TOTAL       PIC S9(11)V99 VALUE 0.
003400 77  TY-ISSUED-TOTAL          PIC S9(11)V99 VALUE 0.
003410 77  TY-WITHHELD-TOTAL        PIC S9(11)V99 VALUE 0.
003420 77  TY-GL-INTEREST           PIC S9(11)V99 VALUE 0.
003430 77  TY-REV-AFTER-YEAR        PIC S9(11)V99 VALUE 0.
003440 77  TY-REV-PRIOR-YEAR        PIC S9(11)V99 VALUE 0.
003450 77  TY-GL-EXPECTED           PIC S9(11)V99 VALUE 0.
003460 77  TY-GL-DIFFERENCE         PIC S9(11)V99 VALUE 0.
003470
003480******************************************************************
003490*    ELECTRONIC FILING LAYOUTS - HEADER, ONE DETAIL PER FORM
003500*    ISSUED IN THIS RUN, AND A TRAILER CARRYING THE COUNT AND
003510*    AMOUNT TOTALS THE RECEIVER PROVES THE FILE AGAINST.
003520******************************************************************
003530 01  TY-FILE-HEADER.
003540     05  TY-HD-REC-TYPE       PIC X(01)  VALUE 'H'.
003550     05  TY-HD-TAX-YEAR       PIC 9(04).
003560     05  TY-HD-RUN-TYPE       PIC X(01).
003570     05  TY-HD-PAYER-TIN      PIC X(09).
003580     05  TY-HD-PAYER-NAME     PIC X(30).
003590     05  TY-HD-CREATE-DATE    PIC 9(08).
003600     05  FILLER               PIC X(117) VALUE SPACES.
003610
003620 01  TY-FILE-DETAIL.
003630     05  TY-DT-REC-TYPE       PIC X(01)  VALUE 'D'.
003640     05  TY-DT-TAX-YEAR       PIC 9(04).
003650     05  TY-DT-CORRECTED      PIC X(01).
003660     05  TY-DT-RECIPIENT-ID   PIC 9(06).
003670     05  TY-DT-TIN            PIC X(09).
003680     05  TY-DT-TIN-TYPE       PIC X(01).
003690     05  TY-DT-NAME           PIC X(30).
003700     05  TY-DT-ADDR-LINE-1    PIC X(30).
003710     05  TY-DT-ADDR-LINE-2    PIC X(30).
003720     05  TY-DT-CITY           PIC X(20).
003730     05  TY-DT-STATE          PIC X(02).
003740     05  TY-DT-ZIP            PIC X(09).
003750     05  TY-DT-BOX1-INTEREST  PIC 9(09)V99.
003760     05  TY-DT-BOX4-WITHHELD  PIC 9(09)V99.
003770     05  TY-DT-WITHHOLD-FLAG  PIC X(01).
003780     05  FILLER               PIC X(04)  VALUE SPACES.
003790
003800 01  TY-FILE-TRAILER.
003810     05  TY-TL-REC-TYPE       PIC X(01)  VALUE 'T'.
003820     05  TY-TL-COUNT          PIC 9(07).
003830     05  TY-TL-BOX1-TOTAL     PIC 9(11)V99.
003840     05  TY-TL-BOX4-TOTAL     PIC 9(11)V99.
003850     05  FILLER               PIC X(136) VALUE SPACES.
003860
003870******************************************************************
003880*    PRINTED FORM LINES. THE TIN IS MASKED TO ITS LAST FOUR
003890*    DIGITS ON THE RECIPIENT COPY.
003900******************************************************************
003910 01  TY-FORM-TITLE-LINE.
003920     05  FILLER               PIC X(02)  VALUE SPACES.
003930     05  FT-CORRECTED         PIC X(12).
003940     05  FILLER               PIC X(32)
003950     VALUE "FORM 1099-INT  INTEREST INCOME  ".
003960     05  FILLER               PIC X(09)  VALUE "TAX YEAR ".
003970     05  FT-TAX-YEAR          PIC 9(04).
003980
003990 01  TY-FORM-TEXT-LINE.
004000     05  FILLER               PIC X(02)  VALUE SPACES.
004010     05  FX-LABEL             PIC X(22).
004020     05  FX-TEXT              PIC X(40).
004030
004040 01  TY-FORM-AMOUNT-LINE.
004050     05  FILLER               PIC X(02)  VALUE SPACES.
004060     05  FA-LABEL             PIC X(36).
004070     05  FA-AMOUNT            PIC Z(8)9.99.
004080
004090 01  TY-MASKED-TIN.
004100     05  FILLER               PIC X(05)  VALUE "*****".
004110     05  MT-LAST-FOUR         PIC X(04).
004120
004130 01  TY-CITY-LINE.
004140     05  CY-CITY              PIC X(20).
004150     05  FILLER               PIC X(01)  VALUE SPACE.
004160     05  CY-STATE             PIC X(02).
004170     05  FILLER               PIC X(01)  VALUE SPACE.
004180     05  CY-ZIP               PIC X(09).
004190
004200******************************************************************
004210*    SUMMARY REPORT LINES
004220******************************************************************
004230 01  TY-ISSUE-LINE.
004240     05  FILLER               PIC X(02)  VALUE SPACES.
004250     05  IL-ACTION            PIC X(16).
004260     05  IL-KEY-TYPE          PIC X(01).
004270     05  IL-KEY-ID            PIC 9(06).
004280     05  FILLER               PIC X(02)  VALUE SPACES.
004290     05  IL-NAME              PIC X(30).
004300     05  FILLER               PIC X(02)  VALUE SPACES.
004310     05  IL-AMOUNT            PIC -(10)9.99.
004320     05  FILLER               PIC X(10)  VALUE "  PREVIOUS".
004330     05  IL-PREVIOUS          PIC -(10)9.99.
004340
004350 01  TY-EXCEPTION-LINE.
004360     05  FILLER               PIC X(02)  VALUE SPACES.
004370     05  FILLER               PIC X(16)  VALUE "*** EXCEPTION   ".
004380     05  XL-KEY-TYPE          PIC X(01).
004390     05  XL-KEY-ID            PIC 9(06).
004400     05  FILLER               PIC X(02)  VALUE SPACES.
004410     05  XL-TEXT              PIC X(30).
004420     05  FILLER               PIC X(02)  VALUE SPACES.
004430     05  XL-AMOUNT            PIC -(10)9.99.
004440
004450 01  TY-COUNT-TOTAL-LINE.
004460     05  FILLER               PIC X(02)  VALUE SPACES.
004470     05  CT-LABEL             PIC X(44).
004480     05  CT-COUNT             PIC Z(6)9.
004490
004500 01  TY-AMOUNT-TOTAL-LINE.
004510     05  FILLER               PIC X(02)  VALUE SPACES.
004520     05  AT-LABEL             PIC X(44).
004530     05  AT-AMOUNT            PIC -(10)9.99.
004540
004550 PROCEDURE DIVISION.
004560******************************************************************
004570*    0000-MAINLINE
004580******************************************************************
004590 0000-MAINLINE.
004600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004610     IF TY-CONTINUE-SW = 'Y'
004620     PERFORM 1100-CHECK-RUN-CONTROL THRU 1100-EXIT
004630     END-IF.
004640     IF TY-CONTINUE-SW = 'Y'
004650     PERFORM 1500-CHECK-ARCHIVES THRU 1500-EXIT
004660     END-IF.
004670     IF TY-CONTINUE-SW = 'Y'
004680     PERFORM 1400-OPEN-OUTPUTS THRU 1400-EXIT
004690     END-IF.
004700     IF TY-CONTINUE-SW = 'Y'
004710     SORT INTEREST-SORT-FILE
004720     ON ASCENDING KEY TS-KEY-TYPE TS-KEY-ID
004730     INPUT PROCEDURE IS 2000-RELEASE-INTEREST THRU 2000-EXIT
004740     OUTPUT PROCEDURE IS 3000-TOTAL-RECIPIENTS THRU 3000-EXIT
004750     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
004760     PERFORM 6000-APPLY-HISTORY THRU 6000-EXIT
004770     END-IF.
004780     IF TY-CONTINUE-SW = 'Y'
004790     PERFORM 8800-STAMP-RUN-CONTROL THRU 8800-EXIT
004800     END-IF.
004810     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004820     STOP RUN.
004830
004840******************************************************************
004850*    1000-INITIALIZE
004860*    PROMPTS FOR THE TAX YEAR AND THE RUN TYPE. THE YEAR MUST BE
004870*    CLOSED - FORMS FOR A YEAR STILL EARNING INTEREST WOULD BE
004880*    WRONG THE NEXT TIME INTPOST RAN.
004890******************************************************************
004900 1000-INITIALIZE.
004910     PERFORM 8900-GET-BUSINESS-DATE THRU 8900-EXIT.
004920     MOVE TY-RUN-DATE TO TY-DATE-WORK.
004930     MOVE TY-DATE-YEAR TO TY-RUN-YEAR.
004940
004950     DISPLAY "ENTER TAX YEAR (YYYY): ".
004960     ACCEPT TY-TAX-YEAR.
004970     IF TY-TAX-YEAR NOT NUMERIC
004980     OR TY-TAX-YEAR = ZERO
004990     OR TY-TAX-YEAR NOT < TY-RUN-YEAR
005000     DISPLAY "INVALID OR UNCLOSED TAX YEAR. RUN CANCELLED."
005010     MOVE 'N' TO TY-CONTINUE-SW
005020     GO TO 1000-EXIT
005030     END-IF.
005040     COMPUTE TY-PERIOD = TY-TAX-YEAR * 100 + 12.
005050
005060     DISPLAY "ENTER RUN TYPE (O=ORIGINAL, C=CORRECTION): ".
005070     ACCEPT TY-RUN-TYPE.
005080     IF NOT TY-ORIGINAL-RUN AND NOT TY-CORRECTION-RUN
005090     DISPLAY "INVALID RUN TYPE. RUN CANCELLED."
005100     MOVE 'N' TO TY-CONTINUE-SW
005110     GO TO 1000-EXIT
005120     END-IF.
005130
005140     OPEN INPUT ACCOUNT-MASTER.
005150     IF TY-ACCT-FS NOT = "00"
005160     DISPLAY "UNABLE TO OPEN ACCTMAST. STATUS=" TY-ACCT-FS
005170     MOVE 'N' TO TY-CONTINUE-SW
005180     GO TO 1000-EXIT
005190     END-IF.
005200     SET TY-ACCT-OPEN TO TRUE.
005210
005220*    FORMS CANNOT GO OUT WITHOUT A NAME, ADDRESS AND TIN.
005230     OPEN INPUT CUSTOMER-MASTER.
005240     IF TY-CUST-FS NOT = "00"
005250     DISPLAY "UNABLE TO OPEN CUSTMAST. STATUS=" TY-CUST-FS
005260     MOVE 'N' TO TY-CONTINUE-SW
005270     GO TO 1000-EXIT
005280     END-IF.
005290     SET TY-CUST-OPEN TO TRUE.
005300
005310     OPEN I-O TAX-HISTORY.
005320     IF TY-HIST-FS = "35"
005330     OPEN OUTPUT TAX-HISTORY
005340     CLOSE TAX-HISTORY
005350     OPEN I-O TAX-HISTORY
005360     END-IF.
005370     IF TY-HIST-FS NOT = "00"
005380     DISPLAY "UNABLE TO OPEN TAXHIST. STATUS=" TY-HIST-FS
005390     MOVE 'N' TO TY-CONTINUE-SW
005400     GO TO 1000-EXIT
005410     END-IF.
005420     SET TY-HIST-OPEN TO TRUE.
005430 1000-EXIT.
005440     EXIT.
005450
005460******************************************************************
005470*    1100-CHECK-RUN-CONTROL
005480*    A SECOND ORIGINAL RUN FOR A YEAR WOULD SEND EVERY FORM
005490*    TWICE, SO ONE ALREADY STAMPED ON RUNCTL NEEDS THE
005500*    OPERATOR'S OVERRIDE - A CHANGED TOTAL BELONGS ON A
005510*    CORRECTION RUN. A CORRECTION RUN NEEDS THE ORIGINAL
005520*    FILING ON TAXHIST TO COMPARE AGAINST.
005530******************************************************************
005540 1100-CHECK-RUN-CONTROL.
005550     IF TY-CORRECTION-RUN
005560     MOVE TY-TAX-YEAR TO TH-TAX-YEAR
005570     MOVE ZERO TO TH-CUST-ID
005580     START TAX-HISTORY KEY IS NOT LESS THAN TH-KEY
005590     INVALID KEY
005600     MOVE "23" TO TY-HIST-FS
005610     END-START
005620     IF TY-HIST-FS = "00"
005630     READ TAX-HISTORY NEXT RECORD
005640     AT END
005650     MOVE "10" TO TY-HIST-FS
005660     END-READ
005670     END-IF
005680     IF TY-HIST-FS NOT = "00"
005690     OR TH-TAX-YEAR NOT = TY-TAX-YEAR
005700     DISPLAY "NO ORIGINAL FILING ON RECORD FOR " TY-TAX-YEAR
005710     ". RUN CANCELLED."
005720     MOVE 'N' TO TY-CONTINUE-SW
005730     END-IF
005740     GO TO 1100-EXIT
005750     END-IF.
005760
005770     MOVE 'N' TO TY-RC-FOUND-SW.
005780     OPEN INPUT RUN-CONTROL.
005790     IF TY-RUNCTL-FS NOT = "00"
005800     GO TO 1100-EXIT
005810     END-IF.
005820     MOVE "TAX1099 " TO RC-JOB-NAME.
005830     READ RUN-CONTROL
005840     INVALID KEY
005850     CONTINUE
005860     NOT INVALID KEY
005870     SET TY-RC-FOUND TO TRUE
005880     END-READ.
005890     CLOSE RUN-CONTROL.
005900
005910     IF TY-RC-FOUND AND TY-PERIOD NOT > RC-LAST-PERIOD
005920     DISPLAY "FORMS ALREADY PRODUCED THROUGH TAX YEAR "
005930     RC-LAST-PERIOD(1:4) " ON " RC-LAST-RUN-DATE "."
005940     DISPLAY "A CHANGED TOTAL BELONGS ON A CORRECTION RUN."
005950     DISPLAY "ENTER Y TO OVERRIDE AND REISSUE " TY-TAX-YEAR ": "
005960     ACCEPT TY-OVERRIDE
005970     IF TY-OVERRIDE NOT = 'Y'
005980     DISPLAY "RUN CANCELLED. NO FORMS PRODUCED."
005990     MOVE 'N' TO TY-CONTINUE-SW
006000     END-IF
006010     END-IF.
006020 1100-EXIT.
006030     EXIT.
006040
006050******************************************************************
006060*    1400-OPEN-OUTPUTS
006070******************************************************************
006080 1400-OPEN-OUTPUTS.
006090     OPEN OUTPUT FORM-FILE.
006100     IF TY-FORM-FS NOT = "00"
006110     DISPLAY "UNABLE TO OPEN TAXFORMS. STATUS=" TY-FORM-FS
006120     MOVE 'N' TO TY-CONTINUE-SW
006130     GO TO 1400-EXIT
006140     END-IF.
006150     OPEN OUTPUT FILING-FILE.
006160     IF TY-FILE-FS NOT = "00"
006170     DISPLAY "UNABLE TO OPEN TAXFILE. STATUS=" TY-FILE-FS
006180     CLOSE FORM-FILE
006190     MOVE 'N' TO TY-CONTINUE-SW
006200     GO TO 1400-EXIT
006210     END-IF.
006220     OPEN OUTPUT SUMMARY-REPORT.
006230     IF TY-RPT-FS NOT = "00"
006240     DISPLAY "UNABLE TO OPEN TAXSUMM. STATUS=" TY-RPT-FS
006250     CLOSE FORM-FILE
006260     CLOSE FILING-FILE
006270     MOVE 'N' TO TY-CONTINUE-SW
006280     GO TO 1400-EXIT
006290     END-IF.
006300     OPEN OUTPUT TAX-HIST-WORK.
006310     IF TY-WORK-FS NOT = "00"
006320     DISPLAY "UNABLE TO OPEN TAXHWORK. STATUS=" TY-WORK-FS
006330     CLOSE FORM-FILE
006340     CLOSE FILING-FILE
006350     CLOSE SUMMARY-REPORT
006360     MOVE 'N' TO TY-CONTINUE-SW
006370     GO TO 1400-EXIT
006380     END-IF.
006390     SET TY-OUTPUT-OPEN TO TRUE.
006400
006410     MOVE TY-TAX-YEAR TO TY-HD-TAX-YEAR.
006420     MOVE TY-RUN-TYPE TO TY-HD-RUN-TYPE.
006430     MOVE TY-PAYER-TIN TO TY-HD-PAYER-TIN.
006440     MOVE TY-PAYER-NAME TO TY-HD-PAYER-NAME.
006450     MOVE TY-RUN-DATE TO TY-HD-CREATE-DATE.
006460     WRITE FILING-RECORD FROM TY-FILE-HEADER.
006470
006480     MOVE SPACES TO SUMMARY-REPORT-LINE.
006490     STRING "1099-INT YEAR-END SUMMARY - TAX YEAR "
006500     DELIMITED BY SIZE
006510     TY-TAX-YEAR DELIMITED BY SIZE
006520     "  RUN DATE " DELIMITED BY SIZE
006530     TY-RUN-DATE DELIMITED BY SIZE
006540     INTO SUMMARY-REPORT-LINE.
006550     WRITE SUMMARY-REPORT-LINE.
006560     IF TY-ORIGINAL-RUN
006570     MOVE "  ORIGINAL FILING" TO SUMMARY-REPORT-LINE
006580     ELSE
006590     MOVE "  CORRECTION RUN - ONLY CHANGED TOTALS ARE REISSUED"
006600     TO SUMMARY-REPORT-LINE
006610     END-IF.
006620     WRITE SUMMARY-REPORT-LINE.
006630     MOVE SPACES TO SUMMARY-REPORT-LINE.
006640     STRING "  (KEY TYPE C = CUSTOMER, A = ACCOUNT WITH NO"
006650     DELIMITED BY SIZE
006660     " LINKED CUSTOMER)" DELIMITED BY SIZE
006670     INTO SUMMARY-REPORT-LINE.
006680     WRITE SUMMARY-REPORT-LINE.
006690     MOVE SPACES TO SUMMARY-REPORT-LINE.
006700     WRITE SUMMARY-REPORT-LINE.
006710 1400-EXIT.
006720     EXIT.
006730
006740******************************************************************
006750*    1500-CHECK-ARCHIVES
006760*    EVERY ARCHIVED DAY OF THE TAX YEAR ON THE INDEX MUST OPEN
006770*    BEFORE A FORM IS PRODUCED - A FORM BUILT WITHOUT ONE WOULD
006780*    UNDERSTATE THE CUSTOMER'S INTEREST. THE SAME DUPLICATE RULE
006790*    AS 2200 APPLIES, SO TY-ARCH-EXPECTED IS THE NUMBER OF DAYS
006800*    2200 MUST SCAN. NO INDEX YET MEANS NOTHING WAS EVER CUT OVER.
006810******************************************************************
006820 1500-CHECK-ARCHIVES.
006830     MOVE 0 TO TY-PREV-ARCIX-DATE.
006840     MOVE 'N' TO TY-ARCIX-EOF-SW.
006850     OPEN INPUT ARCHIVE-INDEX.
006860     IF TY-ARCIX-FS = "35"
006870     GO TO 1500-EXIT
006880     END-IF.
006890     IF TY-ARCIX-FS NOT = "00"
006900     DISPLAY "UNABLE TO OPEN TXNARCIX. STATUS=" TY-ARCIX-FS
006910     MOVE 'N' TO TY-CONTINUE-SW
006920     GO TO 1500-EXIT
006930     END-IF.
006940     PERFORM 2210-READ-INDEX-ENTRY THRU 2210-EXIT.
006950     PERFORM UNTIL TY-ARCIX-EOF
006960     IF ARCIX-DATE > TY-PREV-ARCIX-DATE
006970     MOVE ARCIX-DATE TO TY-DATE-WORK
006980     IF TY-DATE-YEAR = TY-TAX-YEAR
006990     MOVE ARCIX-FILE-NAME TO TY-ARCHIVE-NAME
007000     PERFORM 1510-CHECK-ONE-ARCHIVE THRU 1510-EXIT
007010     END-IF
007020     MOVE ARCIX-DATE TO TY-PREV-ARCIX-DATE
007030     END-IF
007040     PERFORM 2210-READ-INDEX-ENTRY THRU 2210-EXIT
007050     END-PERFORM.
007060     CLOSE ARCHIVE-INDEX.
007070     IF TY-CONTINUE-SW NOT = 'Y'
007080     DISPLAY "RUN CANCELLED. NO FORMS PRODUCED."
007090     END-IF.
007100 1500-EXIT.
007110     EXIT.
007120
007130 1510-CHECK-ONE-ARCHIVE.
007140     ADD 1 TO TY-ARCH-EXPECTED.
007150     OPEN INPUT ARCHIVE-FILE.
007160     IF TY-ARCH-FS NOT = "00"
007170     DISPLAY "ARCHIVE " TY-ARCHIVE-NAME " WILL NOT OPEN. STATUS="
007180     TY-ARCH-FS
007190     MOVE 'N' TO TY-CONTINUE-SW
007200     GO TO 1510-EXIT
007210     END-IF.
007220     CLOSE ARCHIVE-FILE.
007230 1510-EXIT.
007240     EXIT.
007250
007260******************************************************************
007270*    2000-RELEASE-INTEREST
007280*    SORT INPUT PROCEDURE - EVERY ARCHIVED DAY OF THE TAX YEAR,
007290*    THE LIVE LOG, THE CORRECTIONS OF THE YEAR'S INTEREST, AND
007300*    ON A CORRECTION RUN THE CUSTOMERS ALREADY FILED.
007310******************************************************************
007320 2000-RELEASE-INTEREST.
007330     PERFORM 2200-RELEASE-ARCHIVES THRU 2200-EXIT.
007340     PERFORM 2400-RELEASE-LOG THRU 2400-EXIT.
007350     PERFORM 2500-RELEASE-REVERSALS THRU 2500-EXIT.
007360     IF TY-CORRECTION-RUN
007370     PERFORM 2800-RELEASE-HISTORY THRU 2800-EXIT
007380     END-IF.
007390 2000-EXIT.
007400     EXIT.
007410
007420******************************************************************
007430*    2200-RELEASE-ARCHIVES
007440*    INDEX DATES ASCEND WITHIN ONE CUTOVER RUN, SO AN ENTRY NOT
007450*    NEWER THAN THE LAST DAY SEEN IS A RERUN'S DUPLICATE.
007460******************************************************************
007470 2200-RELEASE-ARCHIVES.
007480     MOVE 0 TO TY-PREV-ARCIX-DATE.
007490     MOVE 'N' TO TY-ARCIX-EOF-SW.
007500     OPEN INPUT ARCHIVE-INDEX.
007510     IF TY-ARCIX-FS NOT = "00"
007520     DISPLAY "NO ARCHIVE INDEX - LIVE LOG ONLY."
007530     GO TO 2200-EXIT
007540     END-IF.
007550     PERFORM 2210-READ-INDEX-ENTRY THRU 2210-EXIT.
007560     PERFORM UNTIL TY-ARCIX-EOF
007570     IF ARCIX-DATE > TY-PREV-ARCIX-DATE
007580     MOVE ARCIX-DATE TO TY-DATE-WORK
007590     IF TY-DATE-YEAR = TY-TAX-YEAR
007600     MOVE ARCIX-FILE-NAME TO TY-ARCHIVE-NAME
007610     PERFORM 2300-SCAN-ONE-ARCHIVE THRU 2300-EXIT
007620     END-IF
007630     MOVE ARCIX-DATE TO TY-PREV-ARCIX-DATE
007640     END-IF
007650     PERFORM 2210-READ-INDEX-ENTRY THRU 2210-EXIT
007660     END-PERFORM.
007670     CLOSE ARCHIVE-INDEX.
007680 2200-EXIT.
007690     EXIT.
007700
007710 2210-READ-INDEX-ENTRY.
007720     READ ARCHIVE-INDEX
007730     AT END
007740     MOVE 'Y' TO TY-ARCIX-EOF-SW
007750     END-READ.
007760 2210-EXIT.
007770     EXIT.
007780
007790 2300-SCAN-ONE-ARCHIVE.
007800     MOVE 'N' TO TY-ARCH-EOF-SW.
007810     OPEN INPUT ARCHIVE-FILE.
007820     IF TY-ARCH-FS NOT = "00"
007830     DISPLAY "ARCHIVE " TY-ARCHIVE-NAME " MISSING - YEAR TOTALS"
007840     " ARE INCOMPLETE."
007850     MOVE 'N' TO TY-CONTINUE-SW
007860     GO TO 2300-EXIT
007870     END-IF.
007880     ADD 1 TO TY-ARCH-SCANNED.
007890     PERFORM 2310-READ-ARCHIVE-ENTRY THRU 2310-EXIT.
007900     PERFORM UNTIL TY-ARCH-EOF
007910     ADD 1 TO TY-ARCH-READ
007920     PERFORM 2600-SELECT-INTEREST THRU 2600-EXIT
007930     IF INTEREST-SORT-RECORD NOT = SPACES
007940     ADD 1 TO TY-ARCH-SELECTED
007950     PERFORM 2900-RELEASE-ONE THRU 2900-EXIT
007960     END-IF
007970     PERFORM 2310-READ-ARCHIVE-ENTRY THRU 2310-EXIT
007980     END-PERFORM.
007990     CLOSE ARCHIVE-FILE.
008000 2300-EXIT.
008010     EXIT.
008020
008030 2310-READ-ARCHIVE-ENTRY.
008040     READ ARCHIVE-FILE INTO TRANSACTION-RECORD
008050     AT END
008060     MOVE 'Y' TO TY-ARCH-EOF-SW
008070     END-READ.
008080 2310-EXIT.
008090     EXIT.
008100
008110******************************************************************
008120*    2400-RELEASE-LOG
008130*    DAYS NOT YET CUT OVER TO THE ARCHIVE - NORMALLY ONLY THE
008140*    CURRENT YEAR, BUT A YEAR-END DAY STILL ON THE LIVE LOG
008150*    MUST NOT BE MISSED. NO LOG MEANS NOTHING SINCE THE LAST
008160*    CUTOVER; ONE THAT WILL NOT OPEN FAILS THE RUN.
008170******************************************************************
008180 2400-RELEASE-LOG.
008190     MOVE 'N' TO TY-TXN-EOF-SW.
008200     OPEN INPUT TRANSACTION-LOG.
008210     IF TY-TXN-FS = "35"
008220     GO TO 2400-EXIT
008230     END-IF.
008240     IF TY-TXN-FS NOT = "00"
008250     DISPLAY "UNABLE TO OPEN TXNLOG. STATUS=" TY-TXN-FS
008260     MOVE 'N' TO TY-CONTINUE-SW
008270     GO TO 2400-EXIT
008280     END-IF.
008290     PERFORM 2410-READ-LOG-ENTRY THRU 2410-EXIT.
008300     PERFORM UNTIL TY-TXN-EOF
008310     ADD 1 TO TY-LOG-READ
008320     PERFORM 2600-SELECT-INTEREST THRU 2600-EXIT
008330     IF INTEREST-SORT-RECORD NOT = SPACES
008340     ADD 1 TO TY-LOG-SELECTED
008350     PERFORM 2900-RELEASE-ONE THRU 2900-EXIT
008360     END-IF
008370     PERFORM 2410-READ-LOG-ENTRY THRU 2410-EXIT
008380     END-PERFORM.
008390     CLOSE TRANSACTION-LOG.
008400 2400-EXIT.
008410     EXIT.
008420
008430 2410-READ-LOG-ENTRY.
008440     READ TRANSACTION-LOG
008450     AT END
008460     MOVE 'Y' TO TY-TXN-EOF-SW
008470     END-READ.
008480 2410-EXIT.
008490     EXIT.
008500
008510******************************************************************
008520*    2500-RELEASE-REVERSALS
008530*    A CORRECTED INTEREST CREDIT OF THE TAX YEAR COMES OFF THE
008540*    CUSTOMER'S TOTAL WHENEVER THE CORRECTION WAS MADE - THAT IS
008550*    WHAT A CORRECTION RUN PICKS UP. THE LEDGER SAW EACH
008560*    CORRECTION ON THE DAY IT WAS MADE, SO TWO KINDS ARE KEPT
008570*    ASIDE AS RECONCILING ITEMS FOR THE GL TIE: THIS YEAR'S
008580*    INTEREST CORRECTED AFTER YEAR END, AND LAST YEAR'S INTEREST
008590*    CORRECTED DURING THIS YEAR (WHICH BELONGS TO LAST YEAR'S
008600*    FORMS, NOT THIS YEAR'S).
008610******************************************************************
008620 2500-RELEASE-REVERSALS.
008630     MOVE 'N' TO TY-REV-EOF-SW.
008640     OPEN INPUT REVERSAL-REGISTER.
008650     IF TY-REV-FS = "35"
008660     GO TO 2500-EXIT
008670     END-IF.
008680     IF TY-REV-FS NOT = "00"
008690     DISPLAY "UNABLE TO OPEN REVLOG. STATUS=" TY-REV-FS
008700     MOVE 'N' TO TY-CONTINUE-SW
008710     GO TO 2500-EXIT
008720     END-IF.
008730     PERFORM 2510-READ-REVERSAL THRU 2510-EXIT.
008740     PERFORM UNTIL TY-REV-EOF
008750     ADD 1 TO TY-REV-READ
008760     IF REV-ORIG-TYPE = "INTEREST"
008770     PERFORM 2520-SELECT-REVERSAL THRU 2520-EXIT
008780     END-IF
008790     PERFORM 2510-READ-REVERSAL THRU 2510-EXIT
008800     END-PERFORM.
008810     CLOSE REVERSAL-REGISTER.
008820 2500-EXIT.
008830     EXIT.
008840
008850 2510-READ-REVERSAL.
008860     READ REVERSAL-REGISTER NEXT RECORD
008870     AT END
008880     MOVE 'Y' TO TY-REV-EOF-SW
008890     END-READ.
008900 2510-EXIT.
008910     EXIT.
008920
008930 2520-SELECT-REVERSAL.
008940     MOVE REV-ORIG-DATE TO TY-DATE-WORK.
008950     MOVE TY-DATE-YEAR TO TY-ORIG-YEAR.
008960     MOVE REV-DATE TO TY-DATE-WORK.
008970     IF TY-ORIG-YEAR < TY-TAX-YEAR
008980     AND TY-DATE-YEAR = TY-TAX-YEAR
008990     ADD REV-ORIG-AMOUNT TO TY-REV-PRIOR-YEAR
009000     GO TO 2520-EXIT
009010     END-IF.
009020     IF TY-ORIG-YEAR NOT = TY-TAX-YEAR
009030     GO TO 2520-EXIT
009040     END-IF.
009050     IF TY-DATE-YEAR > TY-TAX-YEAR
009060     ADD REV-ORIG-AMOUNT TO TY-REV-AFTER-YEAR
009070     END-IF.
009080     MOVE SPACES TO INTEREST-SORT-RECORD.
009090     MOVE REV-ORIG-ACCOUNT TO TY-LOOKUP-ACCOUNT.
009100     PERFORM 2700-SET-OWNER THRU 2700-EXIT.
009110     MOVE 'R' TO TS-SOURCE.
009120     COMPUTE TS-AMOUNT = 0 - REV-ORIG-AMOUNT.
009130     ADD 1 TO TY-REV-SELECTED.
009140     PERFORM 2900-RELEASE-ONE THRU 2900-EXIT.
009150 2520-EXIT.
009160     EXIT.
009170
009180******************************************************************
009190*    2600-SELECT-INTEREST
009200*    BUILDS THE SORT RECORD FOR AN INTEREST CREDIT OF THE TAX
009210*    YEAR IN TRANSACTION-RECORD; LEAVES IT SPACES FOR ANY OTHER
009220*    ENTRY. A REV-INTEREST LOG ENTRY IS NOT TAKEN HERE - ITS
009230*    REVLOG ROW CARRIES THE ORIGINAL DATE THE CORRECTION
009240*    BELONGS TO.
009250******************************************************************
009260 2600-SELECT-INTEREST.
009270     MOVE SPACES TO INTEREST-SORT-RECORD.
009280     IF TXN-TYPE NOT = "INTEREST"
009290     GO TO 2600-EXIT
009300     END-IF.
009310     MOVE TXN-DATE TO TY-DATE-WORK.
009320     IF TY-DATE-YEAR NOT = TY-TAX-YEAR
009330     GO TO 2600-EXIT
009340     END-IF.
009350     MOVE TXN-ACCOUNT TO TY-LOOKUP-ACCOUNT.
009360     PERFORM 2700-SET-OWNER THRU 2700-EXIT.
009370     MOVE 'I' TO TS-SOURCE.
009380     MOVE TXN-AMOUNT TO TS-AMOUNT.
009390 2600-EXIT.
009400     EXIT.
009410
009420******************************************************************
009430*    2700-SET-OWNER
009440*    KEYS THE SORT RECORD TO THE ACCOUNT'S OWNING CUSTOMER, OR
009450*    TO THE ACCOUNT ITSELF WHEN NO CUSTOMER IS LINKED.
009460******************************************************************
009470 2700-SET-OWNER.
009480     MOVE TY-LOOKUP-ACCOUNT TO ACCT-NUMBER.
009490     READ ACCOUNT-MASTER
009500     INVALID KEY
009510     MOVE ZERO TO ACCT-CUST-ID
009520     END-READ.
009530     IF ACCT-CUST-ID = ZERO
009540     MOVE 'A' TO TS-KEY-TYPE
009550     MOVE TY-LOOKUP-ACCOUNT TO TS-KEY-ID
009560     ELSE
009570     MOVE 'C' TO TS-KEY-TYPE
009580     MOVE ACCT-CUST-ID TO TS-KEY-ID
009590     END-IF.
009600 2700-EXIT.
009610     EXIT.
009620
009630******************************************************************
009640*    2800-RELEASE-HISTORY
009650*    ONE ZERO RECORD PER CUSTOMER ALREADY ON TAXHIST FOR THE
009660*    YEAR, SO EVERY EARLIER FILING IS RECONSIDERED.
009670******************************************************************
009680 2800-RELEASE-HISTORY.
009690     MOVE 'N' TO TY-HIST-EOF-SW.
009700     MOVE TY-TAX-YEAR TO TH-TAX-YEAR.
009710     MOVE ZERO TO TH-CUST-ID.
009720     START TAX-HISTORY KEY IS NOT LESS THAN TH-KEY
009730     INVALID KEY
009740     GO TO 2800-EXIT
009750     END-START.
009760     PERFORM 2810-READ-HISTORY THRU 2810-EXIT.
009770     PERFORM UNTIL TY-HIST-EOF
009780     MOVE SPACES TO INTEREST-SORT-RECORD
009790     MOVE 'C' TO TS-KEY-TYPE
009800     MOVE TH-CUST-ID TO TS-KEY-ID
009810     MOVE 'H' TO TS-SOURCE
009820     MOVE ZERO TO TS-AMOUNT
009830     ADD 1 TO TY-HIST-RELEASED
009840     PERFORM 2900-RELEASE-ONE THRU 2900-EXIT
009850     PERFORM 2810-READ-HISTORY THRU 2810-EXIT
009860     END-PERFORM.
009870 2800-EXIT.
009880     EXIT.
009890
009900 2810-READ-HISTORY.
009910     READ TAX-HISTORY NEXT RECORD
009920     AT END
009930     MOVE 'Y' TO TY-HIST-EOF-SW
009940     END-READ.
009950     IF TH-TAX-YEAR NOT = TY-TAX-YEAR
009960     MOVE 'Y' TO TY-HIST-EOF-SW
009970     END-IF.
009980 2810-EXIT.
009990     EXIT.
010000
010010 2900-RELEASE-ONE.
010020     RELEASE INTEREST-SORT-RECORD.
010030     ADD 1 TO TY-RELEASED.
010040 2900-EXIT.
010050     EXIT.
010060
010070******************************************************************
010080*    3000-TOTAL-RECIPIENTS
010090*    SORT OUTPUT PROCEDURE - CONTROL BREAK ON THE RECIPIENT.
010100******************************************************************
010110 3000-TOTAL-RECIPIENTS.
010120     MOVE 'N' TO TY-SORT-EOF-SW.
010130     PERFORM 3100-RETURN-ENTRY THRU 3100-EXIT.
010140     PERFORM UNTIL TY-SORT-EOF
010150     IF NOT TY-IN-RECIPIENT
010160     OR TS-KEY-TYPE NOT = TY-CUR-KEY-TYPE
010170     OR TS-KEY-ID NOT = TY-CUR-KEY-ID
010180     PERFORM 3200-START-RECIPIENT THRU 3200-EXIT
010190     END-IF
010200     ADD TS-AMOUNT TO TY-CUR-AMOUNT
010210     IF TS-SOURCE NOT = 'H'
010220     ADD 1 TO TY-CUR-ITEMS
010230     END-IF
010240     PERFORM 3100-RETURN-ENTRY THRU 3100-EXIT
010250     END-PERFORM.
010260     IF TY-IN-RECIPIENT
010270     PERFORM 3900-FINISH-RECIPIENT THRU 3900-EXIT
010280     END-IF.
010290 3000-EXIT.
010300     EXIT.
010310
010320 3100-RETURN-ENTRY.
010330     RETURN INTEREST-SORT-FILE
010340     AT END
010350     MOVE 'Y' TO TY-SORT-EOF-SW
010360     NOT AT END
010370     ADD 1 TO TY-RETURNED
010380     END-RETURN.
010390 3100-EXIT.
010400     EXIT.
010410
010420 3200-START-RECIPIENT.
010430     IF TY-IN-RECIPIENT
010440     PERFORM 3900-FINISH-RECIPIENT THRU 3900-EXIT
010450     END-IF.
010460     MOVE TS-KEY-TYPE TO TY-CUR-KEY-TYPE.
010470     MOVE TS-KEY-ID TO TY-CUR-KEY-ID.
010480     SET TY-IN-RECIPIENT TO TRUE.
010490     ADD 1 TO TY-RECIPIENTS.
010500     MOVE ZERO TO TY-CUR-AMOUNT.
010510     MOVE ZERO TO TY-CUR-ITEMS.
010520 3200-EXIT.
010530     EXIT.
010540
010550******************************************************************
010560*    3900-FINISH-RECIPIENT
010570*    DECIDES WHAT THE RECIPIENT GETS IN THIS RUN. INTEREST ON
010580*    AN ACCOUNT WITH NO LINKED CUSTOMER, OR A CUSTOMER MISSING
010590*    FROM THE MASTER, CANNOT BE FORMED AND IS LISTED AS AN
010600*    EXCEPTION FOR THE BRANCH TO RESOLVE.
010610******************************************************************
010620 3900-FINISH-RECIPIENT.
010630     MOVE 'N' TO TY-IN-RECIPIENT-SW.
010640     ADD TY-CUR-AMOUNT TO TY-YEAR-INTEREST.
010650     IF TY-CUR-KEY-TYPE = 'A'
010660     MOVE "NO CUSTOMER LINKED TO ACCOUNT" TO TY-EXCEPTION-TEXT
010670     PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
010680     ADD TY-CUR-AMOUNT TO TY-EXCEPTION-TOTAL
010690     GO TO 3900-EXIT
010700     END-IF.
010710     MOVE TY-CUR-KEY-ID TO CUST-ID.
010720     READ CUSTOMER-MASTER
010730     INVALID KEY
010740     MOVE "CUSTOMER NOT ON MASTER" TO TY-EXCEPTION-TEXT
010750     PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
010760     ADD TY-CUR-AMOUNT TO TY-EXCEPTION-TOTAL
010770     GO TO 3900-EXIT
010780     END-READ.
010790
010800     MOVE 'N' TO TY-REPORTABLE-SW.
010810     IF TY-CUR-AMOUNT NOT < TY-MIN-REPORTABLE
010820     SET TY-REPORTABLE TO TRUE
010830     END-IF.
010840     IF CUST-BACKUP-WITHHOLD AND TY-CUR-AMOUNT > ZERO
010850     SET TY-REPORTABLE TO TRUE
010860     END-IF.
010870     IF TY-REPORTABLE
010880     ADD TY-CUR-AMOUNT TO TY-REPORTABLE-TOTAL
010890     ELSE
010900     ADD 1 TO TY-BELOW-COUNT
010910     ADD TY-CUR-AMOUNT TO TY-BELOW-TOTAL
010920     END-IF.
010930
010940     MOVE 'N' TO TY-HIST-FOUND-SW.
010950     MOVE TY-TAX-YEAR TO TH-TAX-YEAR.
010960     MOVE TY-CUR-KEY-ID TO TH-CUST-ID.
010970     READ TAX-HISTORY
010980     INVALID KEY
010990     CONTINUE
011000     NOT INVALID KEY
011010     SET TY-HIST-FOUND TO TRUE
011020     END-READ.
011030
011040     MOVE SPACE TO TY-FORM-KIND.
011050     IF TY-ORIGINAL-RUN
011060     IF TY-REPORTABLE
011070     MOVE 'O' TO TY-FORM-KIND
011080     END-IF
011090     ELSE
011100     PERFORM 3950-CHECK-CORRECTION THRU 3950-EXIT
011110     END-IF.
011120
011130     IF TY-FORM-KIND NOT = SPACE
011140     PERFORM 4000-ISSUE-FORM THRU 4000-EXIT
011150     END-IF.
011160     PERFORM 4500-UPDATE-HISTORY THRU 4500-EXIT.
011170 3900-EXIT.
011180     EXIT.
011190
011200******************************************************************
011210*    3950-CHECK-CORRECTION
011220*    A FORM ALREADY ON FILE IS CORRECTED ONLY WHEN THE TOTAL HAS
011230*    MOVED - INCLUDING DOWN TO NOTHING. A CUSTOMER WITH NO FORM
011240*    ON FILE WHO HAS NOW CROSSED INTO REPORTING GETS A LATE
011250*    ORIGINAL.
011260******************************************************************
011270 3950-CHECK-CORRECTION.
011280     IF TY-HIST-FOUND AND TH-FORM-ON-FILE
011290     IF TY-CUR-AMOUNT = TH-REPORTED-AMOUNT
011300     ADD 1 TO TY-UNCHANGED
011310     ELSE
011320     MOVE 'C' TO TY-FORM-KIND
011330     END-IF
011340     GO TO 3950-EXIT
011350     END-IF.
011360     IF TY-REPORTABLE
011370     MOVE 'O' TO TY-FORM-KIND
011380     END-IF.
011390 3950-EXIT.
011400     EXIT.
011410
011420******************************************************************
011430*    4000-ISSUE-FORM
011440*    PRINTS THE RECIPIENT'S FORM AND WRITES ITS FILING DETAIL.
011450*    NO BACKUP WITHHOLDING IS TAKEN BY THE POSTING PROGRAMS, SO
011460*    BOX 4 IS ALWAYS ZERO; THE FLAG STILL GOES ON THE FILING.
011470******************************************************************
011480 4000-ISSUE-FORM.
011490     IF CUST-TIN-NOT-ON-FILE OR CUST-TAX-ID = SPACES
011500     MOVE "NO TIN ON FILE - FORM ISSUED" TO TY-EXCEPTION-TEXT
011510     PERFORM 4800-WRITE-EXCEPTION THRU 4800-EXIT
011520     ADD 1 TO TY-NO-TIN-COUNT
011530     END-IF.
011540
011550     MOVE SPACES TO FORM-LINE.
011560     WRITE FORM-LINE.
011570     IF TY-FORM-KIND = 'C'
011580     MOVE "CORRECTED" TO FT-CORRECTED
011590     ELSE
011600     MOVE SPACES TO FT-CORRECTED
011610     END-IF.
011620     MOVE TY-TAX-YEAR TO FT-TAX-YEAR.
011630     WRITE FORM-LINE FROM TY-FORM-TITLE-LINE.
011640     MOVE "PAYER" TO FX-LABEL.
011650     MOVE TY-PAYER-NAME TO FX-TEXT.
011660     WRITE FORM-LINE FROM TY-FORM-TEXT-LINE.
011670     MOVE "PAYER'S TIN" TO FX-LABEL.
011680     MOVE TY-PAYER-TIN TO FX-TEXT.
011690     WRITE FORM-LINE FROM TY-FORM-TEXT-LINE.
011700     MOVE "RECIPIENT'S TIN" TO FX-LABEL.
011710     IF CUST-TAX-ID = SPACES
011720     MOVE "NOT ON FILE" TO FX-TEXT
011730     ELSE
011740     MOVE CUST-TAX-ID(6:4) TO MT-LAST-FOUR
011750     MOVE TY-MASKED-TIN TO FX-TEXT
011760     END-IF.
011770     WRITE FORM-LINE FROM TY-FORM-TEXT-LINE.
011780     MOVE "RECIPIENT" TO FX-LABEL.
011790     MOVE CUST-NAME TO FX-TEXT.
011800     WRITE FORM-LINE FROM TY-FORM-TEXT-LINE.
011810     MOVE SPACES TO FX-LABEL.
011820     MOVE CUST-ADDR-LINE-1 TO FX-TEXT.
011830     WRITE FORM-LINE FROM TY-FORM-TEXT-LINE.
011840     IF CUST-ADDR-LINE-2 NOT = SPACES
011850     MOVE CUST-ADDR-LINE-2 TO FX-TEXT
011860     WRITE FORM-LINE FROM TY-FORM-TEXT-LINE
011870     END-IF.
011880     MOVE CUST-CITY TO CY-CITY.
011890     MOVE CUST-STATE TO CY-STATE.
011900     MOVE CUST-ZIP TO CY-ZIP.
011910     MOVE TY-CITY-LINE TO FX-TEXT.
011920     WRITE FORM-LINE FROM TY-FORM-TEXT-LINE.
011930     MOVE "CUSTOMER NUMBER" TO FX-LABEL.
011940     MOVE TY-CUR-KEY-ID TO FX-TEXT.
011950     WRITE FORM-LINE FROM TY-FORM-TEXT-LINE.
011960     MOVE "BOX 1 INTEREST INCOME" TO FA-LABEL.
011970     MOVE TY-CUR-AMOUNT TO FA-AMOUNT.
011980     WRITE FORM-LINE FROM TY-FORM-AMOUNT-LINE.
011990     MOVE "BOX 4 FEDERAL INCOME TAX WITHHELD" TO FA-LABEL.
012000     MOVE ZERO TO FA-AMOUNT.
012010     WRITE FORM-LINE FROM TY-FORM-AMOUNT-LINE.
012020     IF CUST-BACKUP-WITHHOLD
012030     MOVE SPACES TO FX-LABEL
012040     MOVE "SUBJECT TO BACKUP WITHHOLDING" TO FX-TEXT
012050     WRITE FORM-LINE FROM TY-FORM-TEXT-LINE
012060     END-IF.
012070
012080     MOVE TY-TAX-YEAR TO TY-DT-TAX-YEAR.
012090     IF TY-FORM-KIND = 'C'
012100     MOVE 'G' TO TY-DT-CORRECTED
012110     ELSE
012120     MOVE SPACE TO TY-DT-CORRECTED
012130     END-IF.
012140     MOVE TY-CUR-KEY-ID TO TY-DT-RECIPIENT-ID.
012150     MOVE CUST-TAX-ID TO TY-DT-TIN.
012160     MOVE CUST-TAX-ID-TYPE TO TY-DT-TIN-TYPE.
012170     MOVE CUST-NAME TO TY-DT-NAME.
012180     MOVE CUST-ADDR-LINE-1 TO TY-DT-ADDR-LINE-1.
012190     MOVE CUST-ADDR-LINE-2 TO TY-DT-ADDR-LINE-2.
012200     MOVE CUST-CITY TO TY-DT-CITY.
012210     MOVE CUST-STATE TO TY-DT-STATE.
012220     MOVE CUST-ZIP TO TY-DT-ZIP.
012230     IF TY-CUR-AMOUNT > ZERO
012240     MOVE TY-CUR-AMOUNT TO TY-DT-BOX1-INTEREST
012250     ELSE
012260     MOVE ZERO TO TY-DT-BOX1-INTEREST
012270     END-IF.
012280     MOVE ZERO TO TY-DT-BOX4-WITHHELD.
012290     IF CUST-BACKUP-WITHHOLD
012300     MOVE 'Y' TO TY-DT-WITHHOLD-FLAG
012310     ELSE
012320     MOVE 'N' TO TY-DT-WITHHOLD-FLAG
012330     END-IF.
012340     WRITE FILING-RECORD FROM TY-FILE-DETAIL.
012350     ADD 1 TO TY-FILING-DETAILS.
012360     ADD TY-DT-BOX1-INTEREST TO TY-ISSUED-TOTAL.
012370     ADD TY-DT-BOX4-WITHHELD TO TY-WITHHELD-TOTAL.
012380
012390     IF TY-FORM-KIND = 'C'
012400     ADD 1 TO TY-FORMS-CORRECTED
012410     MOVE "CORRECTED FORM" TO IL-ACTION
012420     MOVE TH-REPORTED-AMOUNT TO IL-PREVIOUS
012430     ELSE
012440     ADD 1 TO TY-FORMS-ORIGINAL
012450     MOVE "FORM ISSUED" TO IL-ACTION
012460     MOVE ZERO TO IL-PREVIOUS
012470     END-IF.
012480     MOVE TY-CUR-KEY-TYPE TO IL-KEY-TYPE.
012490     MOVE TY-CUR-KEY-ID TO IL-KEY-ID.
012500     MOVE CUST-NAME TO IL-NAME.
012510     MOVE TY-CUR-AMOUNT TO IL-AMOUNT.
012520     WRITE SUMMARY-REPORT-LINE FROM TY-ISSUE-LINE.
012530 4000-EXIT.
012540     EXIT.
012550
012560******************************************************************
012570*    4500-UPDATE-HISTORY
012580*    RECORDS WHAT THE CUSTOMER NOW STANDS AT FOR THE YEAR. AN
012590*    ISSUED FORM STAYS ON FILE - A LATER RUN THAT FINDS THE
012600*    TOTAL UNCHANGED LEAVES THE RECORD ALONE. THE NEW RECORD IS
012610*    HELD ON TAXHWORK; 6000 APPLIES IT ONCE THE TOTALS AGREE.
012620******************************************************************
012630 4500-UPDATE-HISTORY.
012640     IF TY-HIST-FOUND AND TY-FORM-KIND = SPACE
012650     AND TY-CUR-AMOUNT = TH-REPORTED-AMOUNT
012660     GO TO 4500-EXIT
012670     END-IF.
012680     IF TY-HIST-FOUND AND TH-FORM-ON-FILE
012690     AND TY-FORM-KIND = SPACE
012700     GO TO 4500-EXIT
012710     END-IF.
012720     IF NOT TY-HIST-FOUND
012730     MOVE SPACES TO TAX-HISTORY-RECORD
012740     MOVE TY-TAX-YEAR TO TH-TAX-YEAR
012750     MOVE TY-CUR-KEY-ID TO TH-CUST-ID
012760     MOVE 'N' TO TH-FORM-ISSUED
012770     MOVE SPACE TO TH-FORM-TYPE
012780     MOVE ZERO TO TH-CORRECTION-COUNT
012790     END-IF.
012800     MOVE TY-CUR-AMOUNT TO TH-REPORTED-AMOUNT.
012810     MOVE TY-RUN-DATE TO TH-LAST-RUN-DATE.
012820     MOVE CUST-TAX-ID TO TH-TAX-ID.
012830     IF TY-FORM-KIND = 'O'
012840     MOVE 'Y' TO TH-FORM-ISSUED
012850     MOVE 'O' TO TH-FORM-TYPE
012860     END-IF.
012870     IF TY-FORM-KIND = 'C'
012880     MOVE 'C' TO TH-FORM-TYPE
012890     ADD 1 TO TH-CORRECTION-COUNT
012900     END-IF.
012910     IF TY-HIST-FOUND
012920     MOVE 'R' TO TW-ACTION
012930     ELSE
012940     MOVE 'W' TO TW-ACTION
012950     END-IF.
012960     MOVE TAX-HISTORY-RECORD TO TW-HIST-IMAGE.
012970     WRITE TAX-HIST-WORK-RECORD.
012980     ADD 1 TO TY-HIST-HELD.
012990 4500-EXIT.
013000     EXIT.
013010
013020******************************************************************
013030*    4800-WRITE-EXCEPTION
013040******************************************************************
013050 4800-WRITE-EXCEPTION.
013060     MOVE TY-CUR-KEY-TYPE TO XL-KEY-TYPE.
013070     MOVE TY-CUR-KEY-ID TO XL-KEY-ID.
013080     MOVE TY-EXCEPTION-TEXT TO XL-TEXT.
013090     MOVE TY-CUR-AMOUNT TO XL-AMOUNT.
013100     WRITE SUMMARY-REPORT-LINE FROM TY-EXCEPTION-LINE.
013110     ADD 1 TO TY-EXCEPTION-COUNT.
013120 4800-EXIT.
013130     EXIT.
013140
013150******************************************************************
013160*    5000-PRINT-SUMMARY
013170*    WRITES THE FILING TRAILER, THE FORM TOTALS, THE TIE TO THE
013180*    LEDGER AND THE CONTROL TOTALS. AN INTEREST CREDIT LOST IN
013190*    THE SORT WOULD UNDERSTATE A FORM, SO RELEASED AND RETURNED
013200*    MUST AGREE OR THE RUN IS NOT STAMPED AND THE FILES MUST
013210*    NOT BE SENT.
013220******************************************************************
013230 5000-PRINT-SUMMARY.
013240     MOVE TY-FILING-DETAILS TO TY-TL-COUNT.
013250     MOVE TY-ISSUED-TOTAL TO TY-TL-BOX1-TOTAL.
013260     MOVE TY-WITHHELD-TOTAL TO TY-TL-BOX4-TOTAL.
013270     WRITE FILING-RECORD FROM TY-FILE-TRAILER.
013280
013290     MOVE SPACES TO SUMMARY-REPORT-LINE.
013300     WRITE SUMMARY-REPORT-LINE.
013310     MOVE "FORMS ISSUED - ORIGINAL" TO CT-LABEL.
013320     MOVE TY-FORMS-ORIGINAL TO CT-COUNT.
013330     WRITE SUMMARY-REPORT-LINE FROM TY-COUNT-TOTAL-LINE.
013340     MOVE "FORMS ISSUED - CORRECTED" TO CT-LABEL.
013350     MOVE TY-FORMS-CORRECTED TO CT-COUNT.
013360     WRITE SUMMARY-REPORT-LINE FROM TY-COUNT-TOTAL-LINE.
013370     MOVE "BOX 1 INTEREST ON FORMS ISSUED" TO AT-LABEL.
013380     MOVE TY-ISSUED-TOTAL TO AT-AMOUNT.
013390     WRITE SUMMARY-REPORT-LINE FROM TY-AMOUNT-TOTAL-LINE.
013400     MOVE "BOX 4 WITHHELD ON FORMS ISSUED" TO AT-LABEL.
013410     MOVE TY-WITHHELD-TOTAL TO AT-AMOUNT.
013420     WRITE SUMMARY-REPORT-LINE FROM TY-AMOUNT-TOTAL-LINE.
013430     IF TY-CORRECTION-RUN
013440     MOVE "FORMS ON FILE UNCHANGED" TO CT-LABEL
013450     MOVE TY-UNCHANGED TO CT-COUNT
013460     WRITE SUMMARY-REPORT-LINE FROM TY-COUNT-TOTAL-LINE
013470     END-IF.
013480     MOVE "CUSTOMERS BELOW REPORTING MINIMUM" TO CT-LABEL.
013490     MOVE TY-BELOW-COUNT TO CT-COUNT.
013500     WRITE SUMMARY-REPORT-LINE FROM TY-COUNT-TOTAL-LINE.
013510     MOVE "FORMS ISSUED WITH NO TIN ON FILE" TO CT-LABEL.
013520     MOVE TY-NO-TIN-COUNT TO CT-COUNT.
013530     WRITE SUMMARY-REPORT-LINE FROM TY-COUNT-TOTAL-LINE.
013540     MOVE "EXCEPTIONS LISTED" TO CT-LABEL.
013550     MOVE TY-EXCEPTION-COUNT TO CT-COUNT.
013560     WRITE SUMMARY-REPORT-LINE FROM TY-COUNT-TOTAL-LINE.
013570
013580     PERFORM 5100-TOTAL-GL-INTEREST THRU 5100-EXIT.
013590     COMPUTE TY-GL-EXPECTED = TY-GL-INTEREST
013600     - TY-REV-AFTER-YEAR + TY-REV-PRIOR-YEAR.
013610     COMPUTE TY-GL-DIFFERENCE = TY-GL-EXPECTED - TY-YEAR-INTEREST.
013620
013630     MOVE SPACES TO SUMMARY-REPORT-LINE.
013640     WRITE SUMMARY-REPORT-LINE.
013650     MOVE "TIE TO GENERAL LEDGER INTEREST EXPENSE"
013660     TO SUMMARY-REPORT-LINE.
013670     WRITE SUMMARY-REPORT-LINE.
013680     MOVE "REPORTABLE CUSTOMERS" TO AT-LABEL.
013690     MOVE TY-REPORTABLE-TOTAL TO AT-AMOUNT.
013700     WRITE SUMMARY-REPORT-LINE FROM TY-AMOUNT-TOTAL-LINE.
013710     MOVE "BELOW REPORTING MINIMUM" TO AT-LABEL.
013720     MOVE TY-BELOW-TOTAL TO AT-AMOUNT.
013730     WRITE SUMMARY-REPORT-LINE FROM TY-AMOUNT-TOTAL-LINE.
013740     MOVE "EXCEPTIONS" TO AT-LABEL.
013750     MOVE TY-EXCEPTION-TOTAL TO AT-AMOUNT.
013760     WRITE SUMMARY-REPORT-LINE FROM TY-AMOUNT-TOTAL-LINE.
013770     MOVE "TOTAL INTEREST FOR THE YEAR" TO AT-LABEL.
013780     MOVE TY-YEAR-INTEREST TO AT-AMOUNT.
013790     WRITE SUMMARY-REPORT-LINE FROM TY-AMOUNT-TOTAL-LINE.
013800     MOVE "GL DAYS ON FILE FOR THE YEAR" TO CT-LABEL.
013810     MOVE TY-GLH-DAYS TO CT-COUNT.
013820     WRITE SUMMARY-REPORT-LINE FROM TY-COUNT-TOTAL-LINE.
013830     MOVE "GL NET INTEREST EXPENSE FOR THE YEAR" TO AT-LABEL.
013840     MOVE TY-GL-INTEREST TO AT-AMOUNT.
013850     WRITE SUMMARY-REPORT-LINE FROM TY-AMOUNT-TOTAL-LINE.
013860     MOVE "LESS YEAR'S INTEREST CORRECTED AFTER YEAR END"
013870     TO AT-LABEL.
013880     MOVE TY-REV-AFTER-YEAR TO AT-AMOUNT.
013890     WRITE SUMMARY-REPORT-LINE FROM TY-AMOUNT-TOTAL-LINE.
013900     MOVE "ADD PRIOR YEAR'S INTEREST CORRECTED IN YEAR"
013910     TO AT-LABEL.
013920     MOVE TY-REV-PRIOR-YEAR TO AT-AMOUNT.
013930     WRITE SUMMARY-REPORT-LINE FROM TY-AMOUNT-TOTAL-LINE.
013940     MOVE "EXPECTED INTEREST FOR THE YEAR" TO AT-LABEL.
013950     MOVE TY-GL-EXPECTED TO AT-AMOUNT.
013960     WRITE SUMMARY-REPORT-LINE FROM TY-AMOUNT-TOTAL-LINE.
013970     MOVE "DIFFERENCE" TO AT-LABEL.
013980     MOVE TY-GL-DIFFERENCE TO AT-AMOUNT.
013990     WRITE SUMMARY-REPORT-LINE FROM TY-AMOUNT-TOTAL-LINE.
014000     IF TY-GL-DIFFERENCE = ZERO
014010     MOVE "  FORMS TIE TO THE LEDGER." TO SUMMARY-REPORT-LINE
014020     ELSE
014030     MOVE "  *** FORMS DO NOT TIE TO THE LEDGER - INVESTIGATE"
014040     TO SUMMARY-REPORT-LINE
014050     DISPLAY "TAX1099 FORMS DO NOT TIE TO THE LEDGER."
014060     END-IF.
014070     WRITE SUMMARY-REPORT-LINE.
014080
014090     MOVE SPACES TO SUMMARY-REPORT-LINE.
014100     WRITE SUMMARY-REPORT-LINE.
014110     MOVE "CONTROL TOTALS" TO SUMMARY-REPORT-LINE.
014120     WRITE SUMMARY-REPORT-LINE.
014130     MOVE "ARCHIVE DAYS OF THE YEAR ON THE INDEX" TO CT-LABEL.
014140     MOVE TY-ARCH-EXPECTED TO CT-COUNT.
014150     WRITE SUMMARY-REPORT-LINE FROM TY-COUNT-TOTAL-LINE.
014160     MOVE "ARCHIVE DAYS OF THE YEAR SCANNED" TO CT-LABEL.
014170     MOVE TY-ARCH-SCANNED TO CT-COUNT.
014180     WRITE SUMMARY-REPORT-LINE FROM TY-COUNT-TOTAL-LINE.
014190     MOVE "ARCHIVE ENTRIES READ" TO CT-LABEL.
014200     MOVE TY-ARCH-READ TO CT-COUNT.
014210     WRITE SUMMARY-REPORT-LINE FROM TY-COUNT-TOTAL-LINE.
014220     MOVE "ARCHIVE INTEREST CREDITS SELECTED" TO CT-LABEL.
014230     MOVE TY-ARCH-SELECTED TO CT-COUNT.
014240     WRITE SUMMARY-REPORT-LINE FROM TY-COUNT-TOTAL-LINE.
014250     MOVE "LOG ENTRIES READ" TO CT-LABEL.
014260     MOVE TY-LOG-READ TO CT-COUNT.
014270     WRITE SUMMARY-REPORT-LINE FROM TY-COUNT-TOTAL-LINE.
014280     MOVE "LOG INTEREST CREDITS SELECTED" TO CT-LABEL.
014290     MOVE TY-LOG-SELECTED TO CT-COUNT.
014300     WRITE SUMMARY-REPORT-LINE FROM TY-COUNT-TOTAL-LINE.
014310     MOVE "REVERSALS READ" TO CT-LABEL.
014320     MOVE TY-REV-READ TO CT-COUNT.
014330     WRITE SUMMARY-REPORT-LINE FROM TY-COUNT-TOTAL-LINE.
014340     MOVE "INTEREST CORRECTIONS APPLIED" TO CT-LABEL.
014350     MOVE TY-REV-SELECTED TO CT-COUNT.
014360     WRITE SUMMARY-REPORT-LINE FROM TY-COUNT-TOTAL-LINE.
014370     IF TY-CORRECTION-RUN
014380     MOVE "PRIOR FILINGS RECONSIDERED" TO CT-LABEL
014390     MOVE TY-HIST-RELEASED TO CT-COUNT
014400     WRITE SUMMARY-REPORT-LINE FROM TY-COUNT-TOTAL-LINE
014410     END-IF.
014420     MOVE "SORT RECORDS RELEASED" TO CT-LABEL.
014430     MOVE TY-RELEASED TO CT-COUNT.
014440     WRITE SUMMARY-REPORT-LINE FROM TY-COUNT-TOTAL-LINE.
014450     MOVE "SORT RECORDS RETURNED" TO CT-LABEL.
014460     MOVE TY-RETURNED TO CT-COUNT.
014470     WRITE SUMMARY-REPORT-LINE FROM TY-COUNT-TOTAL-LINE.
014480     MOVE "RECIPIENTS TOTALLED" TO CT-LABEL.
014490     MOVE TY-RECIPIENTS TO CT-COUNT.
014500     WRITE SUMMARY-REPORT-LINE FROM TY-COUNT-TOTAL-LINE.
014510     MOVE "FILING DETAIL RECORDS WRITTEN" TO CT-LABEL.
014520     MOVE TY-FILING-DETAILS TO CT-COUNT.
014530     WRITE SUMMARY-REPORT-LINE FROM TY-COUNT-TOTAL-LINE.
014540
014550     IF SORT-RETURN NOT = 0
014560     OR TY-RELEASED NOT = TY-RETURNED
014570     OR TY-ARCH-SCANNED NOT = TY-ARCH-EXPECTED
014580     MOVE 'N' TO TY-CONTINUE-SW
014590     END-IF.
014600     IF TY-CONTINUE-SW = 'Y'
014610     MOVE "  CONTROL TOTALS AGREE - EVERY INTEREST CREDIT WAS"
014620     TO SUMMARY-REPORT-LINE
014630     WRITE SUMMARY-REPORT-LINE
014640     MOVE "  TOTALLED." TO SUMMARY-REPORT-LINE
014650     WRITE SUMMARY-REPORT-LINE
014660     ELSE
014670     MOVE "  *** CONTROL TOTALS DO NOT AGREE OR AN ARCHIVE WAS"
014680     TO SUMMARY-REPORT-LINE
014690     WRITE SUMMARY-REPORT-LINE
014700     MOVE "  *** MISSING. DO NOT SEND TAXFILE. RUN NOT STAMPED."
014710     TO SUMMARY-REPORT-LINE
014720     WRITE SUMMARY-REPORT-LINE
014730     DISPLAY "TAX1099 CONTROL TOTALS DO NOT AGREE."
014740     END-IF.
014750 5000-EXIT.
014760     EXIT.
014770
014780******************************************************************
014790*    5100-TOTAL-GL-INTEREST
014800*    NET INTEREST EXPENSE SENT TO THE LEDGER ON EVERY DAY OF
014810*    THE TAX YEAR. DATES ASCEND, SO A RECORD NOT NEWER THAN THE
014820*    ONE BEFORE IT IS A RERUN'S DUPLICATE.
014830******************************************************************
014840 5100-TOTAL-GL-INTEREST.
014850     MOVE 0 TO TY-PREV-GLH-DATE.
014860     MOVE 'N' TO TY-GLH-EOF-SW.
014870     OPEN INPUT GL-HISTORY-FILE.
014880     IF TY-GLH-FS NOT = "00"
014890     DISPLAY "NO GL HISTORY - LEDGER TIE NOT POSSIBLE."
014900     GO TO 5100-EXIT
014910     END-IF.
014920     PERFORM 5110-READ-GL-HISTORY THRU 5110-EXIT.
014930     PERFORM UNTIL TY-GLH-EOF
014940     IF GH-DATE > TY-PREV-GLH-DATE
014950     MOVE GH-DATE TO TY-DATE-WORK
014960     IF TY-DATE-YEAR = TY-TAX-YEAR
014970     ADD 1 TO TY-GLH-DAYS
014980     ADD GH-INTEXP-DR TO TY-GL-INTEREST
014990     SUBTRACT GH-INTEXP-CR FROM TY-GL-INTEREST
015000     END-IF
015010     MOVE GH-DATE TO TY-PREV-GLH-DATE
015020     END-IF
015030     PERFORM 5110-READ-GL-HISTORY THRU 5110-EXIT
015040     END-PERFORM.
015050     CLOSE GL-HISTORY-FILE.
015060 5100-EXIT.
015070     EXIT.
015080
015090 5110-READ-GL-HISTORY.
015100     READ GL-HISTORY-FILE
015110     AT END
015120     MOVE 'Y' TO TY-GLH-EOF-SW
015130     END-READ.
015140 5110-EXIT.
015150     EXIT.
015160
015170******************************************************************
015180*    6000-APPLY-HISTORY
015190*    THE TAXHIST CHANGES HELD ON TAXHWORK GO ON FILE ONLY WHEN
015200*    THE CONTROL TOTALS AGREE. A FAILED RUN LEAVES TAXHIST AS IT
015210*    WAS, SO NOTHING IS MARKED ISSUED THAT MUST NOT BE SENT AND
015220*    THE RERUN STARTS CLEAN. EVERY HELD CHANGE MUST APPLY OR THE
015230*    RUN IS NOT STAMPED.
015240******************************************************************
015250 6000-APPLY-HISTORY.
015260     CLOSE TAX-HIST-WORK.
015270     IF TY-CONTINUE-SW NOT = 'Y'
015280     MOVE "  *** TAXHIST NOT UPDATED - NO FORM IS MARKED ISSUED."
015290     TO SUMMARY-REPORT-LINE
015300     WRITE SUMMARY-REPORT-LINE
015310     GO TO 6000-EXIT
015320     END-IF.
015330     OPEN INPUT TAX-HIST-WORK.
015340     IF TY-WORK-FS NOT = "00"
015350     DISPLAY "UNABLE TO REOPEN TAXHWORK. STATUS=" TY-WORK-FS
015360     MOVE 'N' TO TY-CONTINUE-SW
015370     GO TO 6000-EXIT
015380     END-IF.
015390     MOVE 'N' TO TY-WORK-EOF-SW.
015400     PERFORM 6100-READ-WORK THRU 6100-EXIT.
015410     PERFORM UNTIL TY-WORK-EOF
015420     PERFORM 6200-APPLY-ONE THRU 6200-EXIT
015430     PERFORM 6100-READ-WORK THRU 6100-EXIT
015440     END-PERFORM.
015450     CLOSE TAX-HIST-WORK.
015460
015470     MOVE "TAXHIST CHANGES HELD" TO CT-LABEL.
015480     MOVE TY-HIST-HELD TO CT-COUNT.
015490     WRITE SUMMARY-REPORT-LINE FROM TY-COUNT-TOTAL-LINE.
015500     MOVE "TAXHIST CHANGES APPLIED" TO CT-LABEL.
015510     MOVE TY-HIST-APPLIED TO CT-COUNT.
015520     WRITE SUMMARY-REPORT-LINE FROM TY-COUNT-TOTAL-LINE.
015530     IF TY-HIST-APPLIED NOT = TY-HIST-HELD
015540     MOVE 'N' TO TY-CONTINUE-SW
015550     MOVE "  *** TAXHIST UPDATE INCOMPLETE. RUN NOT STAMPED."
015560     TO SUMMARY-REPORT-LINE
015570     WRITE SUMMARY-REPORT-LINE
015580     DISPLAY "TAX1099 TAXHIST UPDATE INCOMPLETE."
015590     END-IF.
015600 6000-EXIT.
015610     EXIT.
015620
015630 6100-READ-WORK.
015640     READ TAX-HIST-WORK
015650     AT END
015660     MOVE 'Y' TO TY-WORK-EOF-SW
015670     END-READ.
015680 6100-EXIT.
015690     EXIT.
015700
015710 6200-APPLY-ONE.
015720     MOVE TW-HIST-IMAGE TO TAX-HISTORY-RECORD.
015730     IF TW-ACTION = 'R'
015740     REWRITE TAX-HISTORY-RECORD
015750     ELSE
015760     WRITE TAX-HISTORY-RECORD
015770     END-IF.
015780     IF TY-HIST-FS = "00"
015790     ADD 1 TO TY-HIST-APPLIED
015800     ELSE
015810     DISPLAY "TAXHIST NOT UPDATED FOR CUSTOMER " TH-CUST-ID
015820     ". STATUS=" TY-HIST-FS
015830     END-IF.
015840 6200-EXIT.
015850     EXIT.
015860
015870******************************************************************
015880*    8800-STAMP-RUN-CONTROL
015890*    RECORDS THE SUCCESSFUL RUN AND THE TAX YEAR IT COVERED
015900*    (AS DECEMBER OF THAT YEAR).
015910******************************************************************
015920 8800-STAMP-RUN-CONTROL.
015930     OPEN I-O RUN-CONTROL.
015940     IF TY-RUNCTL-FS = "35"
015950     OPEN OUTPUT RUN-CONTROL
015960     CLOSE RUN-CONTROL
015970     OPEN I-O RUN-CONTROL
015980     END-IF.
015990     IF TY-RUNCTL-FS NOT = "00"
016000     DISPLAY "WARNING - RUN NOT STAMPED. STATUS=" TY-RUNCTL-FS
016010     GO TO 8800-EXIT
016020     END-IF.
016030
016040     MOVE 'N' TO TY-RC-FOUND-SW.
016050     MOVE "TAX1099 " TO RC-JOB-NAME.
016060     READ RUN-CONTROL
016070     INVALID KEY
016080     MOVE SPACES TO RUNCTL-RECORD
016090     MOVE "TAX1099 " TO RC-JOB-NAME
016100     MOVE ZERO TO RC-RUN-COUNT
016110     MOVE ZERO TO RC-LAST-PERIOD
016120     NOT INVALID KEY
016130     SET TY-RC-FOUND TO TRUE
016140     END-READ.
016150
016160     MOVE TY-RUN-DATE TO RC-LAST-RUN-DATE.
016170     ACCEPT RC-LAST-RUN-TIME FROM TIME.
016180     IF TY-PERIOD > RC-LAST-PERIOD
016190     MOVE TY-PERIOD TO RC-LAST-PERIOD
016200     END-IF.
016210     ADD 1 TO RC-RUN-COUNT.
016220     IF TY-RC-FOUND
016230     REWRITE RUNCTL-RECORD
016240     ELSE
016250     WRITE RUNCTL-RECORD
016260     END-IF.
016270     CLOSE RUN-CONTROL.
016280 8800-EXIT.
016290     EXIT.
016300
016310******************************************************************
016320*    8900-GET-BUSINESS-DATE
016330*    READS THE PROCESSING DATE FROM THE BUSDATE CONTROL FILE -
016340*    THE WALL CLOCK ONLY SEEDS THE FILE THE FIRST TIME IT IS
016350*    MISSING. THE DATE ADVANCES ONLY WHEN THE EODROLL ROLLOVER
016360*    CLOSES THE DAY, SO WORK THAT SLIPS PAST MIDNIGHT STILL
016370*    STAMPS THE DAY IT BELONGS TO.
016380******************************************************************
016390 8900-GET-BUSINESS-DATE.
016400     OPEN INPUT BUSINESS-DATE.
016410     IF TY-BD-FS = "35"
016420     PERFORM 8950-CREATE-BUSDATE THRU 8950-EXIT
016430     OPEN INPUT BUSINESS-DATE
016440     END-IF.
016450     IF TY-BD-FS NOT = "00"
016460     DISPLAY "BUSDATE UNAVAILABLE - USING THE WALL CLOCK."
016470     ACCEPT TY-RUN-DATE FROM DATE YYYYMMDD
016480     GO TO 8900-EXIT
016490     END-IF.
016500     READ BUSINESS-DATE
016510     AT END
016520     DISPLAY "BUSDATE IS EMPTY - USING THE WALL CLOCK."
016530     ACCEPT TY-RUN-DATE FROM DATE YYYYMMDD
016540     CLOSE BUSINESS-DATE
016550     GO TO 8900-EXIT
016560     END-READ.
016570     MOVE BD-BUSINESS-DATE TO TY-RUN-DATE.
016580     CLOSE BUSINESS-DATE.
016590 8900-EXIT.
016600     EXIT.
016610
016620 8950-CREATE-BUSDATE.
016630     OPEN OUTPUT BUSINESS-DATE.
016640     MOVE SPACES TO BUSDATE-RECORD.
016650     ACCEPT BD-BUSINESS-DATE FROM DATE YYYYMMDD.
016660     WRITE BUSDATE-RECORD.
016670     CLOSE BUSINESS-DATE.
016680 8950-EXIT.
016690     EXIT.
016700
016710******************************************************************
016720*    9000-TERMINATE
016730******************************************************************
016740 9000-TERMINATE.
016750     IF TY-ACCT-OPEN
016760     CLOSE ACCOUNT-MASTER
016770     END-IF.
016780     IF TY-CUST-OPEN
016790     CLOSE CUSTOMER-MASTER
016800     END-IF.
016810     IF TY-HIST-OPEN
016820     CLOSE TAX-HISTORY
016830     END-IF.
016840     IF TY-OUTPUT-OPEN
016850     CLOSE FORM-FILE
016860     CLOSE FILING-FILE
016870     CLOSE SUMMARY-REPORT
016880     END-IF.
016890     IF TY-CONTINUE-SW = 'Y'
016900     DISPLAY "1099-INT RUN COMPLETE. SEE TAXSUMM."
016910     DISPLAY "ORIGINAL FORMS:  " TY-FORMS-ORIGINAL
016920     DISPLAY "CORRECTED FORMS: " TY-FORMS-CORRECTED
016930     ELSE
016940     DISPLAY "1099-INT RUN DID NOT COMPLETE."
016950     END-IF.
016960 9000-EXIT.
016970     EXIT.
