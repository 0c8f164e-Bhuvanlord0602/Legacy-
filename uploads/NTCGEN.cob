000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  NTCGEN.
000030 AUTHOR.      R HOLLOWAY.
000040 INSTALLATION. RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ------------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    ---------- ----  --------------------------------------------
000120*    10/15/2026 RH    ORIGINAL PROGRAM - NIGHTLY CUSTOMER NOTICES.
000130*                     PICKS UP THE BUSINESS DAY'S EVENTS A
000140*                     CUSTOMER SHOULD HEAR ABOUT BEFORE THE ATM
000150*                     REFUSES THEM - SECLOG PIN LOCKOUTS, FRAUDQ
000160*                     REVIEWS OPENED AND DECIDED, THE FEEASSES
000170*                     DORMANT FLAGS, ATM DEPOSIT HOLDS AND
000180*                     STANDING ORDERS SKIPPED FOR FUNDS (ALL
000190*                     THREE FROM THEIR TXNLOG MARKERS) AND THE
000200*                     PAYIMPRT PAYMENT REJECTS ON PAYREJ - AND
000210*                     PRINTS ONE LETTER PER CUSTOMER TO NOTICES,
000220*                     ADDRESSED FROM CUSTMAST, WITH ALL OF THAT
000230*                     CUSTOMER'S EVENTS FOR THE DAY IN IT. THE
000240*                     WORDING COMES FROM THE LTRTMPL TEMPLATE
000250*                     FILE (SEE LTMPREC.CPY). EVERY EVENT PUT IN
000260*                     A LETTER IS RECORDED ON THE NTCHIST NOTICE
000270*                     HISTORY (SEE NTCHREC.CPY). RUNS INSIDE THE
000280*                     NIGHTLY CHAIN AHEAD OF THE HOLDRLSE SWEEP
000290*                     AND THE TXNARCH CUTOVER.
000300*    10/15/2026 RH    ONLY A SOURCE FILE THAT DOES NOT EXIST YET
000310*                     (STATUS 35) NOW MEANS NO EVENTS. SECLOG,
000320*                     FRAUDQ, TXNLOG, PAYREJ OR RUNCTL FAILING TO
000330*                     OPEN FOR ANY OTHER REASON ENDS THE RUN RC 8,
000340*                     NOT STAMPED, AS DOES A CUSTMAST THAT WILL
000350*                     NOT OPEN FOR ANY REASON BUT 35 - ONLY A
000360*                     MISSING CUSTOMER MASTER STILL LISTS EVERY
000370*                     EVENT AS AN EXCEPTION.
000380******************************************************************
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT ACCOUNT-MASTER  ASSIGN TO "ACCTMAST"
000440     ORGANIZATION IS INDEXED
000450     ACCESS MODE IS DYNAMIC
000460     RECORD KEY IS ACCT-NUMBER
000470     FILE STATUS IS NG-ACCT-FS.
000480
000490     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000500     ORGANIZATION IS INDEXED
000510     ACCESS MODE IS DYNAMIC
000520     RECORD KEY IS CUST-ID
000530     FILE STATUS IS NG-CUST-FS.
000540
000550     SELECT SECURITY-LOG    ASSIGN TO "SECLOG"
000560     ORGANIZATION IS LINE SEQUENTIAL
000570     FILE STATUS IS NG-SEC-FS.
000580
000590     SELECT FRAUD-QUEUE     ASSIGN TO "FRAUDQ"
000600     ORGANIZATION IS LINE SEQUENTIAL
000610     FILE STATUS IS NG-FRQ-FS.
000620
000630     SELECT TRANSACTION-LOG ASSIGN TO "TXNLOG"
000640     ORGANIZATION IS LINE SEQUENTIAL
000650     FILE STATUS IS NG-TXN-FS.
000660
000670     SELECT REJECT-FILE     ASSIGN TO "PAYREJ"
000680     ORGANIZATION IS LINE SEQUENTIAL
000690     FILE STATUS IS NG-REJ-FS.
000700
000710     SELECT LETTER-TEMPLATES ASSIGN TO "LTRTMPL"
000720     ORGANIZATION IS LINE SEQUENTIAL
000730     FILE STATUS IS NG-TMPL-FS.
000740
000750     SELECT NOTICE-FILE     ASSIGN TO "NOTICES"
000760     ORGANIZATION IS LINE SEQUENTIAL
000770     FILE STATUS IS NG-NTC-FS.
000780
000790     SELECT NOTICE-REPORT   ASSIGN TO "NTCRPT"
000800     ORGANIZATION IS LINE SEQUENTIAL
000810     FILE STATUS IS NG-RPT-FS.
000820
000830     SELECT NOTICE-HISTORY  ASSIGN TO "NTCHIST"
000840     ORGANIZATION IS INDEXED
000850     ACCESS MODE IS DYNAMIC
000860     RECORD KEY IS NH-KEY
000870     FILE STATUS IS NG-HIST-FS.
000880
000890     SELECT NOTICE-SORT-FILE ASSIGN TO "NTSORT".
000900
000910     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
000920     ORGANIZATION IS INDEXED
000930     ACCESS MODE IS DYNAMIC
000940     RECORD KEY IS RC-JOB-NAME
000950     FILE STATUS IS NG-RUNCTL-FS.
000960
000970     SELECT BUSINESS-DATE   ASSIGN TO "BUSDATE"
000980     ORGANIZATION IS LINE SEQUENTIAL
000990     FILE STATUS IS NG-BD-FS.
001000
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  ACCOUNT-MASTER
001040     LABEL RECORDS ARE STANDARD.
001050     COPY ACCTREC.
001060
001070 FD  CUSTOMER-MASTER
001080     LABEL RECORDS ARE STANDARD.
001090     COPY CUSTREC.
001100
001110 FD  SECURITY-LOG
001120     LABEL RECORDS ARE STANDARD.
001130     COPY SECREC.
001140
001150 FD  FRAUD-QUEUE
001160     LABEL RECORDS ARE STANDARD.
001170     COPY FRQREC.
001180
001190 FD  TRANSACTION-LOG
001200     LABEL RECORDS ARE STANDARD.
001210     COPY TXNREC.
001220
001230 FD  REJECT-FILE
001240     LABEL RECORDS ARE STANDARD.
001250     COPY PREJREC.
001260
001270 FD  LETTER-TEMPLATES
001280     LABEL RECORDS ARE STANDARD.
001290     COPY LTMPREC.
001300
001310 FD  NOTICE-FILE
001320     LABEL RECORDS ARE STANDARD.
001330 01  NOTICE-LINE                 PIC X(80).
001340
001350 FD  NOTICE-REPORT
001360     LABEL RECORDS ARE STANDARD.
001370 01  NOTICE-REPORT-LINE          PIC X(132).
001380
001390 FD  NOTICE-HISTORY
001400     LABEL RECORDS ARE STANDARD.
001410     COPY NTCHREC.
001420
001430******************************************************************
001440*    ONE SORT RECORD PER EVENT OF THE DAY, KEYED TO THE OWNING
001450*    CUSTOMER (ZERO WHEN THE ACCOUNT IS NOT ON FILE OR NOT LINKED
001460*    TO ONE) SO EACH CUSTOMER'S EVENTS COME BACK TOGETHER FOR ONE
001470*    LETTER, IN ACCOUNT AND THEN TIME ORDER. NS-SEQ IS THE ORDER
001480*    OF RELEASE, SO A FRAUD CASE OPENED AND DECIDED THE SAME DAY
001490*    LISTS THE OPENING FIRST. NS-EVENT-CODE IS AS ON NTCHREC.CPY.
001500******************************************************************
001510 SD  NOTICE-SORT-FILE.
001520 01  NOTICE-SORT-RECORD.
001530     05  NS-CUST-ID              PIC 9(06).
001540     05  NS-ACCOUNT              PIC 9(06).
001550     05  NS-EVENT-TIME           PIC 9(08).
001560     05  NS-SEQ                  PIC 9(07).
001570     05  NS-EVENT-CODE           PIC X(08).
001580     05  NS-EVENT-DATE           PIC 9(08).
001590     05  NS-AMOUNT               PIC S9(07)V99.
001600     05  NS-REASON               PIC X(20).
001610
001620 FD  RUN-CONTROL
001630     LABEL RECORDS ARE STANDARD.
001640     COPY RUNREC.
001650
001660 FD  BUSINESS-DATE
001670     LABEL RECORDS ARE STANDARD.
001680     COPY BDREC.
001690
001700 WORKING-STORAGE SECTION.
001710******************************************************************
001720*    FILE STATUS AND SWITCHES
001730******************************************************************
001740 01  NG-ACCT-FS               PIC X(02)  VALUE "00".
001750 01  NG-CUST-FS               PIC X(02)  VALUE "00".
001760 01  NG-SEC-FS                PIC X(02)  VALUE "00".
001770 01  NG-FRQ-FS                PIC X(02)  VALUE "00".
001780 01  NG-TXN-FS                PIC X(02)  VALUE "00".
001790 01  NG-REJ-FS                PIC X(02)  VALUE "00".
001800 01  NG-TMPL-FS               PIC X(02)  VALUE "00".
001810 01  NG-NTC-FS                PIC X(02)  VALUE "00".
001820 01  NG-RPT-FS                PIC X(02)  VALUE "00".
001830 01  NG-HIST-FS               PIC X(02)  VALUE "00".
001840 01  NG-RUNCTL-FS             PIC X(02)  VALUE "00".
001850 01  NG-BD-FS                 PIC X(02)  VALUE "00".
001860
001870 01  NG-CONTINUE-SW           PIC X(01)  VALUE 'Y'.
001880
001890 01  NG-RC-FOUND-SW           PIC X(01)  VALUE 'N'.
001900     88  NG-RC-FOUND                  VALUE 'Y'.
001910
001920 01  NG-SEC-EOF-SW            PIC X(01)  VALUE 'N'.
001930     88  NG-SEC-EOF                   VALUE 'Y'.
001940
001950 01  NG-FRQ-EOF-SW            PIC X(01)  VALUE 'N'.
001960     88  NG-FRQ-EOF                   VALUE 'Y'.
001970
001980 01  NG-TXN-EOF-SW            PIC X(01)  VALUE 'N'.
001990     88  NG-TXN-EOF                   VALUE 'Y'.
002000
002010 01  NG-REJ-EOF-SW            PIC X(01)  VALUE 'N'.
002020     88  NG-REJ-EOF                   VALUE 'Y'.
002030
002040 01  NG-TMPL-EOF-SW           PIC X(01)  VALUE 'N'.
002050     88  NG-TMPL-EOF                  VALUE 'Y'.
002060
002070 01  NG-SORT-EOF-SW           PIC X(01)  VALUE 'N'.
002080     88  NG-SORT-EOF                  VALUE 'Y'.
002090
002100 01  NG-ACCT-OPEN-SW          PIC X(01)  VALUE 'N'.
002110     88  NG-ACCT-OPEN                 VALUE 'Y'.
002120
002130 01  NG-CUST-AVAIL-SW         PIC X(01)  VALUE 'N'.
002140     88  NG-CUST-AVAIL                VALUE 'Y'.
002150
002160 01  NG-HIST-OPEN-SW          PIC X(01)  VALUE 'N'.
002170     88  NG-HIST-OPEN                 VALUE 'Y'.
002180
002190 01  NG-NTC-OPEN-SW           PIC X(01)  VALUE 'N'.
002200     88  NG-NTC-OPEN                  VALUE 'Y'.
002210
002220 01  NG-RPT-OPEN-SW           PIC X(01)  VALUE 'N'.
002230     88  NG-RPT-OPEN                  VALUE 'Y'.
002240
002250 01  NG-PAYREJ-TODAY-SW       PIC X(01)  VALUE 'N'.
002260     88  NG-PAYREJ-TODAY              VALUE 'Y'.
002270
002280 01  NG-IN-CUSTOMER-SW        PIC X(01)  VALUE 'N'.
002290     88  NG-IN-CUSTOMER               VALUE 'Y'.
002300
002310 01  NG-ADDRESSED-SW          PIC X(01)  VALUE 'N'.
002320     88  NG-ADDRESSED                 VALUE 'Y'.
002330
002340 01  NG-WORDING-FOUND-SW      PIC X(01)  VALUE 'N'.
002350     88  NG-WORDING-FOUND             VALUE 'Y'.
002360
002370******************************************************************
002380*    LETTER WORDING - LOADED FROM LTRTMPL AT START-UP. A FILE
002390*    LONGER THAN THE TABLE STOPS THE RUN RATHER THAN PRINTING
002400*    LETTERS WITH PART OF THE WORDING MISSING.
002410******************************************************************
002420 01  NG-TEMPLATE-TABLE.
002430     05  NG-TMPL-ENTRY OCCURS 200 TIMES INDEXED BY NG-TMPL-IDX.
002440         10  NG-TMPL-CODE     PIC X(08).
002450         10  NG-TMPL-TEXT     PIC X(70).
002460 77  NG-TMPL-COUNT            PIC 9(03)  VALUE 0.
002470 77  NG-TMPL-MAX              PIC 9(03)  VALUE 200.
002480
002490******************************************************************
002500*    STANDARD WORDING - WRITTEN TO LTRTMPL THE FIRST TIME THE
002510*    FILE IS MISSING. AFTER THAT THE FILE, NOT THIS TABLE, IS
002520*    WHAT PRINTS.
002530******************************************************************
002540 01  NG-DEFAULT-WORDING.
002550     05  FILLER               PIC X(10)  VALUE "HEADER  01".
002560     05  FILLER               PIC X(70)  VALUE
002570     "DEAR CUSTOMER,".
002580     05  FILLER               PIC X(10)  VALUE "HEADER  02".
002590     05  FILLER               PIC X(70)  VALUE SPACES.
002600     05  FILLER               PIC X(10)  VALUE "HEADER  03".
002610     05  FILLER               PIC X(70)  VALUE
002620     "WE ARE WRITING TO LET YOU KNOW ABOUT THE FOLLOWING".
002630     05  FILLER               PIC X(10)  VALUE "HEADER  04".
002640     05  FILLER               PIC X(70)  VALUE
002650     "ON YOUR ACCOUNTS WITH US.".
002660     05  FILLER               PIC X(10)  VALUE "LOCKOUT 01".
002670     05  FILLER               PIC X(70)  VALUE
002680     "CARD ACCESS TO THIS ACCOUNT HAS BEEN LOCKED AFTER TOO".
002690     05  FILLER               PIC X(10)  VALUE "LOCKOUT 02".
002700     05  FILLER               PIC X(70)  VALUE
002710     "MANY INCORRECT PIN ENTRIES. PLEASE VISIT ANY BRANCH WITH".
002720     05  FILLER               PIC X(10)  VALUE "LOCKOUT 03".
002730     05  FILLER               PIC X(70)  VALUE
002740     "PHOTO IDENTIFICATION TO HAVE IT UNLOCKED.".
002750     05  FILLER               PIC X(10)  VALUE "FRAUDOPN01".
002760     05  FILLER               PIC X(70)  VALUE
002770     "WE HAVE PLACED THIS ACCOUNT UNDER REVIEW BECAUSE OF".
002780     05  FILLER               PIC X(10)  VALUE "FRAUDOPN02".
002790     05  FILLER               PIC X(70)  VALUE
002800     "UNUSUAL ACTIVITY. WITHDRAWALS, TRANSFERS AND BILL".
002810     05  FILLER               PIC X(10)  VALUE "FRAUDOPN03".
002820     05  FILLER               PIC X(70)  VALUE
002830     "PAYMENTS ARE PAUSED UNTIL THE REVIEW IS COMPLETE. IF YOU".
002840     05  FILLER               PIC X(10)  VALUE "FRAUDOPN04".
002850     05  FILLER               PIC X(70)  VALUE
002860     "DID NOT MAKE THIS TRANSACTION, PLEASE CALL US AT ONCE.".
002870     05  FILLER               PIC X(10)  VALUE "FRAUDCLR01".
002880     05  FILLER               PIC X(70)  VALUE
002890     "OUR REVIEW OF RECENT ACTIVITY ON THIS ACCOUNT IS".
002900     05  FILLER               PIC X(10)  VALUE "FRAUDCLR02".
002910     05  FILLER               PIC X(70)  VALUE
002920     "COMPLETE AND THE ACCOUNT IS AVAILABLE AGAIN. THANK YOU".
002930     05  FILLER               PIC X(10)  VALUE "FRAUDCLR03".
002940     05  FILLER               PIC X(70)  VALUE
002950     "FOR YOUR PATIENCE.".
002960     05  FILLER               PIC X(10)  VALUE "FRAUDKEP01".
002970     05  FILLER               PIC X(70)  VALUE
002980     "FOLLOWING OUR REVIEW OF RECENT ACTIVITY, THIS ACCOUNT".
002990     05  FILLER               PIC X(10)  VALUE "FRAUDKEP02".
003000     05  FILLER               PIC X(70)  VALUE
003010     "REMAINS BLOCKED. PLEASE VISIT ANY BRANCH WITH PHOTO".
003020     05  FILLER               PIC X(10)  VALUE "FRAUDKEP03".
003030     05  FILLER               PIC X(70)  VALUE
003040     "IDENTIFICATION TO DISCUSS IT WITH US.".
003050     05  FILLER               PIC X(10)  VALUE "DORMANT 01".
003060     05  FILLER               PIC X(70)  VALUE
003070     "THIS ACCOUNT HAS HAD NO ACTIVITY FOR AN EXTENDED PERIOD".
003080     05  FILLER               PIC X(10)  VALUE "DORMANT 02".
003090     05  FILLER               PIC X(70)  VALUE
003100     "AND HAS BEEN MARKED DORMANT. PLEASE VISIT ANY BRANCH TO".
003110     05  FILLER               PIC X(10)  VALUE "DORMANT 03".
003120     05  FILLER               PIC X(70)  VALUE
003130     "MAKE IT ACTIVE AGAIN.".
003140     05  FILLER               PIC X(10)  VALUE "HOLD-SET01".
003150     05  FILLER               PIC X(70)  VALUE
003160     "A RECENT DEPOSIT TO THIS ACCOUNT IS ON HOLD WHILE IT IS".
003170     05  FILLER               PIC X(10)  VALUE "HOLD-SET02".
003180     05  FILLER               PIC X(70)  VALUE
003190     "VERIFIED. THE AMOUNT SHOWN BECOMES AVAILABLE TO SPEND ON".
003200     05  FILLER               PIC X(10)  VALUE "HOLD-SET03".
003210     05  FILLER               PIC X(70)  VALUE
003220     "THE DATE GIVEN.".
003230     05  FILLER               PIC X(10)  VALUE "SO-NSF  01".
003240     05  FILLER               PIC X(70)  VALUE
003250     "A STANDING ORDER PAYMENT FROM THIS ACCOUNT COULD NOT BE".
003260     05  FILLER               PIC X(10)  VALUE "SO-NSF  02".
003270     05  FILLER               PIC X(70)  VALUE
003280     "MADE BECAUSE THE AVAILABLE BALANCE WAS TOO LOW. WE WILL".
003290     05  FILLER               PIC X(10)  VALUE "SO-NSF  03".
003300     05  FILLER               PIC X(70)  VALUE
003310     "TRY AGAIN EACH NIGHT WHILE THE PAYMENT REMAINS DUE.".
003320     05  FILLER               PIC X(10)  VALUE "PAYREJ  01".
003330     05  FILLER               PIC X(70)  VALUE
003340     "AN ELECTRONIC PAYMENT FOR THIS ACCOUNT COULD NOT BE".
003350     05  FILLER               PIC X(10)  VALUE "PAYREJ  02".
003360     05  FILLER               PIC X(70)  VALUE
003370     "ACCEPTED FOR THE REASON SHOWN AND HAS BEEN RETURNED TO".
003380     05  FILLER               PIC X(10)  VALUE "PAYREJ  03".
003390     05  FILLER               PIC X(70)  VALUE
003400     "THE SENDER.".
003410     05  FILLER               PIC X(10)  VALUE "CLOSING 01".
003420     05  FILLER               PIC X(70)  VALUE
003430     "IF YOU HAVE ANY QUESTIONS, PLEASE CALL OR VISIT YOUR".
003440     05  FILLER               PIC X(10)  VALUE "CLOSING 02".
003450     05  FILLER               PIC X(70)  VALUE
003460     "BRANCH.".
003470     05  FILLER               PIC X(10)  VALUE "CLOSING 03".
003480     05  FILLER               PIC X(70)  VALUE SPACES.
003490     05  FILLER               PIC X(10)  VALUE "CLOSING 04".
003500     05  FILLER               PIC X(70)  VALUE
003510     "SINCERELY,".
003520     05  FILLER               PIC X(10)  VALUE "CLOSING 05".
003530     05  FILLER               PIC X(70)  VALUE
003540     "CUSTOMER SERVICE".
003550 01  NG-DEFAULT-TABLE REDEFINES NG-DEFAULT-WORDING.
003560     05  NG-DEFAULT-ENTRY OCCURS 34 TIMES INDEXED BY NG-DFLT-IDX.
003570         10  NG-DFLT-CODE     PIC X(08).
003580         10  NG-DFLT-LINE-NO  PIC 9(02).
003590         10  NG-DFLT-TEXT     PIC X(70).
003600 77  NG-DEFAULT-COUNT         PIC 9(03)  VALUE 34.
003610
003620******************************************************************
003630*    CURRENT LETTER AND EVENT WORK FIELDS
003640******************************************************************
003650 77  NG-CUR-CUST-ID           PIC 9(06).
003660 77  NG-LOOKUP-ACCOUNT        PIC 9(06).
003670 77  NG-LETTER-EVENTS         PIC 9(05).
003680 77  NG-WORDING-CODE          PIC X(08).
003690 77  NG-EVENT-CODE            PIC X(08).
003700
003710******************************************************************
003720*    RUN CONTROL AND CONTROL TOTALS
003730******************************************************************
003740 77  NG-RUN-DATE              PIC 9(08).
003750 77  NG-RUN-TIME              PIC 9(08).
003760 77  NG-SEC-READ              PIC 9(07)  VALUE 0.
003770 77  NG-FRQ-READ              PIC 9(07)  VALUE 0.
003780 77  NG-TXN-READ              PIC 9(07)  VALUE 0.
003790 77  NG-REJ-READ              PIC 9(07)  VALUE 0.
003800 77  NG-LOCKOUTS              PIC 9(07)  VALUE 0.
003810 77  NG-FRAUD-OPENED          PIC 9(07)  VALUE 0.
003820 77  NG-FRAUD-CLEARED         PIC 9(07)  VALUE 0.
003830 77  NG-FRAUD-KEPT            PIC 9(07)  VALUE 0.
003840 77  NG-DORMANT-FLAGS         PIC 9(07)  VALUE 0.
003850 77  NG-HOLDS-SET             PIC 9(07)  VALUE 0.
003860 77  NG-ORDERS-SKIPPED        PIC 9(07)  VALUE 0.
003870 77  NG-PAY-REJECTS           PIC 9(07)  VALUE 0.
003880 77  NG-RELEASED              PIC 9(07)  VALUE 0.
003890 77  NG-RETURNED              PIC 9(07)  VALUE 0.
003900 77  NG-LETTERS               PIC 9(05)  VALUE 0.
003910 77  NG-EVENTS-LETTERED       PIC 9(07)  VALUE 0.
003920 77  NG-UNADDRESSED           PIC 9(07)  VALUE 0.
003930 77  NG-NO-WORDING            PIC 9(07)  VALUE 0.
003940 77  NG-HIST-WRITTEN          PIC 9(07)  VALUE 0.
003950 77  NG-HIST-REWRITTEN        PIC 9(07)  VALUE 0.
003960 77  NG-HIST-FAILED           PIC 9(07)  VALUE 0.
003970 77  NG-PROOF-TOTAL           PIC 9(07)  VALUE 0.
003980
003990******************************************************************
004000*    LETTER LINES (NOTICES)
004010******************************************************************
004020 01  NG-SEPARATOR-LINE        PIC X(80)  VALUE ALL "=".
004030
004040 01  NG-LETTER-HEAD-LINE.
004050     05  FILLER               PIC X(16)  VALUE "CUSTOMER NOTICE ".
004060     05  LH-LETTER-NO         PIC 9(05).
004070     05  FILLER               PIC X(08)  VALUE "   DATE ".
004080     05  LH-DATE              PIC 9(08).
004090     05  FILLER               PIC X(12)  VALUE "   CUSTOMER ".
004100     05  LH-CUST-ID           PIC 9(06).
004110
004120 01  NG-EVENT-LINE.
004130     05  FILLER               PIC X(08)  VALUE "ACCOUNT ".
004140     05  EV-ACCOUNT           PIC 9(06).
004150     05  FILLER               PIC X(08)  VALUE "   DATE ".
004160     05  EV-DATE              PIC 9(08).
004170     05  EV-AMOUNT-LABEL      PIC X(10).
004180     05  EV-AMOUNT            PIC $$,$$$,$$9.99 BLANK WHEN ZERO.
004190     05  FILLER               PIC X(03)  VALUE SPACES.
004200     05  EV-REASON            PIC X(20).
004210
004220******************************************************************
004230*    CONTROL REPORT LINES (NTCRPT)
004240******************************************************************
004250 01  NG-LETTER-LIST-LINE.
004260     05  FILLER               PIC X(02)  VALUE SPACES.
004270     05  FILLER               PIC X(09)  VALUE "CUSTOMER ".
004280     05  LL-CUST-ID           PIC 9(06).
004290     05  FILLER               PIC X(02)  VALUE SPACES.
004300     05  LL-NAME              PIC X(30).
004310     05  FILLER               PIC X(02)  VALUE SPACES.
004320     05  LL-ZIP               PIC X(09).
004330     05  FILLER               PIC X(02)  VALUE SPACES.
004340     05  LL-NOTE              PIC X(40).
004350
004360 01  NG-EVENT-LIST-LINE.
004370     05  FILLER               PIC X(06)  VALUE SPACES.
004380     05  EL-ACCOUNT           PIC 9(06).
004390     05  FILLER               PIC X(02)  VALUE SPACES.
004400     05  EL-EVENT-CODE        PIC X(08).
004410     05  FILLER               PIC X(02)  VALUE SPACES.
004420     05  EL-TIME              PIC 9(08).
004430     05  FILLER               PIC X(02)  VALUE SPACES.
004440     05  EL-AMOUNT            PIC -(7)9.99.
004450     05  FILLER               PIC X(02)  VALUE SPACES.
004460     05  EL-REASON            PIC X(20).
004470     05  FILLER               PIC X(02)  VALUE SPACES.
004480     05  EL-NOTE              PIC X(40).
004490
004500 01  NG-COUNT-TOTAL-LINE.
004510     05  FILLER               PIC X(02)  VALUE SPACES.
004520     05  CT-LABEL             PIC X(40).
004530     05  CT-COUNT             PIC Z(6)9.
004540
004550 PROCEDURE DIVISION.
004560******************************************************************
004570*    0000-MAINLINE
004580*    ONE SORT - THE INPUT PROCEDURE GATHERS THE DAY'S EVENTS FROM
004590*    EVERY SOURCE, THE OUTPUT PROCEDURE BREAKS ON THE CUSTOMER
004600*    AND PRINTS ONE LETTER EACH. A RUN WHOSE CONTROL TOTALS DO
004610*    NOT AGREE ENDS WITH RETURN CODE 8 AND IS NOT STAMPED.
004620******************************************************************
004630 0000-MAINLINE.
004640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004650     IF NG-CONTINUE-SW = 'Y'
004660     SORT NOTICE-SORT-FILE
004670     ON ASCENDING KEY NS-CUST-ID NS-ACCOUNT NS-EVENT-TIME NS-SEQ
004680     INPUT PROCEDURE IS 2000-RELEASE-EVENTS THRU 2000-EXIT
004690     OUTPUT PROCEDURE IS 4000-PRINT-NOTICES THRU 4000-EXIT
004700     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
004710     END-IF.
004720     IF NG-CONTINUE-SW = 'Y'
004730     PERFORM 8800-STAMP-RUN-CONTROL THRU 8800-EXIT
004740     ELSE
004750     MOVE 8 TO RETURN-CODE
004760     END-IF.
004770     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004780     GOBACK.
004790
004800******************************************************************
004810*    1000-INITIALIZE
004820*    LOADS THE LETTER WORDING FIRST - WITHOUT IT THERE IS NOTHING
004830*    TO PRINT. A CUSTOMER MASTER THAT DOES NOT EXIST YET DOES NOT
004840*    STOP THE RUN; EVERY EVENT IS THEN LISTED AS AN EXCEPTION FOR
004850*    THE BRANCH INSTEAD OF GOING OUT UNADDRESSED. ONE THAT WILL
004860*    NOT OPEN FOR ANY OTHER REASON STOPS IT.
004870******************************************************************
004880 1000-INITIALIZE.
004890     PERFORM 8900-GET-BUSINESS-DATE THRU 8900-EXIT.
004900     ACCEPT NG-RUN-TIME FROM TIME.
004910     DISPLAY "NIGHTLY CUSTOMER NOTICES - BUSINESS DATE "
004920     NG-RUN-DATE.
004930
004940     PERFORM 1200-LOAD-TEMPLATES THRU 1200-EXIT.
004950     IF NG-CONTINUE-SW NOT = 'Y'
004960     GO TO 1000-EXIT
004970     END-IF.
004980
004990     OPEN INPUT ACCOUNT-MASTER.
005000     IF NG-ACCT-FS NOT = "00"
005010     DISPLAY "UNABLE TO OPEN ACCTMAST. STATUS=" NG-ACCT-FS
005020     MOVE 'N' TO NG-CONTINUE-SW
005030     GO TO 1000-EXIT
005040     END-IF.
005050     SET NG-ACCT-OPEN TO TRUE.
005060
005070     OPEN INPUT CUSTOMER-MASTER.
005080     IF NG-CUST-FS = "00"
005090     SET NG-CUST-AVAIL TO TRUE
005100     ELSE
005110     IF NG-CUST-FS = "35"
005120     DISPLAY "CUSTOMER MASTER UNAVAILABLE. STATUS=" NG-CUST-FS
005130     DISPLAY "NO LETTERS CAN BE ADDRESSED - EVENTS GO TO NTCRPT."
005140     ELSE
005150     DISPLAY "UNABLE TO OPEN CUSTMAST. STATUS=" NG-CUST-FS
005160     MOVE 'N' TO NG-CONTINUE-SW
005170     GO TO 1000-EXIT
005180     END-IF
005190     END-IF.
005200
005210     OPEN I-O NOTICE-HISTORY.
005220     IF NG-HIST-FS = "35"
005230     OPEN OUTPUT NOTICE-HISTORY
005240     CLOSE NOTICE-HISTORY
005250     OPEN I-O NOTICE-HISTORY
005260     END-IF.
005270     IF NG-HIST-FS NOT = "00"
005280     DISPLAY "UNABLE TO OPEN NTCHIST. STATUS=" NG-HIST-FS
005290     MOVE 'N' TO NG-CONTINUE-SW
005300     GO TO 1000-EXIT
005310     END-IF.
005320     SET NG-HIST-OPEN TO TRUE.
005330
005340     OPEN OUTPUT NOTICE-FILE.
005350     IF NG-NTC-FS NOT = "00"
005360     DISPLAY "UNABLE TO OPEN NOTICES. STATUS=" NG-NTC-FS
005370     MOVE 'N' TO NG-CONTINUE-SW
005380     GO TO 1000-EXIT
005390     END-IF.
005400     SET NG-NTC-OPEN TO TRUE.
005410
005420     OPEN OUTPUT NOTICE-REPORT.
005430     IF NG-RPT-FS NOT = "00"
005440     DISPLAY "UNABLE TO OPEN NTCRPT. STATUS=" NG-RPT-FS
005450     MOVE 'N' TO NG-CONTINUE-SW
005460     GO TO 1000-EXIT
005470     END-IF.
005480     SET NG-RPT-OPEN TO TRUE.
005490     MOVE SPACES TO NOTICE-REPORT-LINE.
005500     STRING "CUSTOMER NOTICES FOR " DELIMITED BY SIZE
005510     NG-RUN-DATE DELIMITED BY SIZE
005520     INTO NOTICE-REPORT-LINE.
005530     WRITE NOTICE-REPORT-LINE.
005540     MOVE "  ONE LETTER PER CUSTOMER. EVENTS WITH NO CUSTOMER ON"
005550     TO NOTICE-REPORT-LINE.
005560     WRITE NOTICE-REPORT-LINE.
005570     MOVE "  FILE ARE LISTED FOR THE BRANCH AND NOT LETTERED."
005580     TO NOTICE-REPORT-LINE.
005590     WRITE NOTICE-REPORT-LINE.
005600     MOVE SPACES TO NOTICE-REPORT-LINE.
005610     WRITE NOTICE-REPORT-LINE.
005620
005630     PERFORM 1100-CHECK-PAYMENT-IMPORT THRU 1100-EXIT.
005640 1000-EXIT.
005650     EXIT.
005660
005670******************************************************************
005680*    1100-CHECK-PAYMENT-IMPORT
005690*    PAYREJ IS REWRITTEN BY EVERY PAYIMPRT RUN AND CARRIES NO
005700*    DATE OF ITS OWN, SO ITS REJECTS BELONG TO TODAY ONLY WHEN
005710*    PAYIMPRT IS STAMPED ON RUNCTL FOR THE RUN DATE. OTHERWISE
005720*    THE FILE IS LEFT OVER FROM AN EARLIER DAY AND IS NOT READ.
005730*    NO RUNCTL YET MEANS NOTHING HAS BEEN STAMPED; ONE THAT WILL
005740*    NOT OPEN FOR ANY OTHER REASON STOPS THE RUN.
005750******************************************************************
005760 1100-CHECK-PAYMENT-IMPORT.
005770     OPEN INPUT RUN-CONTROL.
005780     IF NG-RUNCTL-FS = "35"
005790     DISPLAY "RUN CONTROL UNAVAILABLE - PAYMENT REJECTS NOT READ."
005800     GO TO 1100-EXIT
005810     END-IF.
005820     IF NG-RUNCTL-FS NOT = "00"
005830     DISPLAY "UNABLE TO OPEN RUNCTL. STATUS=" NG-RUNCTL-FS
005840     MOVE 'N' TO NG-CONTINUE-SW
005850     GO TO 1100-EXIT
005860     END-IF.
005870     MOVE "PAYIMPRT" TO RC-JOB-NAME.
005880     READ RUN-CONTROL
005890     INVALID KEY
005900     CONTINUE
005910     NOT INVALID KEY
005920     IF RC-LAST-RUN-DATE = NG-RUN-DATE
005930     SET NG-PAYREJ-TODAY TO TRUE
005940     END-IF
005950     END-READ.
005960     CLOSE RUN-CONTROL.
005970 1100-EXIT.
005980     EXIT.
005990
006000******************************************************************
006010*    1200-LOAD-TEMPLATES
006020*    LOADS THE LETTER WORDING FROM LTRTMPL, SEEDING THE FILE WITH
006030*    THE STANDARD WORDING THE FIRST TIME IT IS MISSING. AN EMPTY
006040*    FILE, OR ONE TOO LONG FOR THE TABLE, STOPS THE RUN.
006050******************************************************************
006060 1200-LOAD-TEMPLATES.
006070     MOVE 'N' TO NG-TMPL-EOF-SW.
006080     OPEN INPUT LETTER-TEMPLATES.
006090     IF NG-TMPL-FS = "35"
006100     PERFORM 1250-CREATE-TEMPLATES THRU 1250-EXIT
006110     OPEN INPUT LETTER-TEMPLATES
006120     END-IF.
006130     IF NG-TMPL-FS NOT = "00"
006140     DISPLAY "UNABLE TO OPEN LTRTMPL. STATUS=" NG-TMPL-FS
006150     MOVE 'N' TO NG-CONTINUE-SW
006160     GO TO 1200-EXIT
006170     END-IF.
006180
006190     PERFORM 1270-READ-TEMPLATE THRU 1270-EXIT.
006200     PERFORM UNTIL NG-TMPL-EOF
006210     IF NG-TMPL-COUNT >= NG-TMPL-MAX
006220     DISPLAY "LTRTMPL HOLDS MORE THAN " NG-TMPL-MAX " LINES."
006230     DISPLAY "NO NOTICES PRODUCED - THE TABLE MUST BE ENLARGED."
006240     MOVE 'N' TO NG-CONTINUE-SW
006250     MOVE 'Y' TO NG-TMPL-EOF-SW
006260     ELSE
006270     ADD 1 TO NG-TMPL-COUNT
006280     SET NG-TMPL-IDX TO NG-TMPL-COUNT
006290     MOVE LT-EVENT-CODE TO NG-TMPL-CODE(NG-TMPL-IDX)
006300     MOVE LT-TEXT TO NG-TMPL-TEXT(NG-TMPL-IDX)
006310     PERFORM 1270-READ-TEMPLATE THRU 1270-EXIT
006320     END-IF
006330     END-PERFORM.
006340     CLOSE LETTER-TEMPLATES.
006350     IF NG-TMPL-COUNT = 0
006360     DISPLAY "LTRTMPL IS EMPTY - NO NOTICES PRODUCED."
006370     MOVE 'N' TO NG-CONTINUE-SW
006380     END-IF.
006390     DISPLAY "TEMPLATE LINES LOADED: " NG-TMPL-COUNT.
006400 1200-EXIT.
006410     EXIT.
006420
006430 1250-CREATE-TEMPLATES.
006440     OPEN OUTPUT LETTER-TEMPLATES.
006450     PERFORM 1260-WRITE-DEFAULT-LINE THRU 1260-EXIT
006460     VARYING NG-DFLT-IDX FROM 1 BY 1
006470     UNTIL NG-DFLT-IDX > NG-DEFAULT-COUNT.
006480     CLOSE LETTER-TEMPLATES.
006490     DISPLAY "LTRTMPL CREATED WITH THE STANDARD WORDING.".
006500 1250-EXIT.
006510     EXIT.
006520
006530 1260-WRITE-DEFAULT-LINE.
006540     MOVE SPACES TO LETTER-TEMPLATE-RECORD.
006550     MOVE NG-DFLT-CODE(NG-DFLT-IDX) TO LT-EVENT-CODE.
006560     MOVE NG-DFLT-LINE-NO(NG-DFLT-IDX) TO LT-LINE-NO.
006570     MOVE NG-DFLT-TEXT(NG-DFLT-IDX) TO LT-TEXT.
006580     WRITE LETTER-TEMPLATE-RECORD.
006590 1260-EXIT.
006600     EXIT.
006610
006620 1270-READ-TEMPLATE.
006630     READ LETTER-TEMPLATES
006640     AT END
006650     MOVE 'Y' TO NG-TMPL-EOF-SW
006660     END-READ.
006670 1270-EXIT.
006680     EXIT.
006690
006700******************************************************************
006710*    2000-RELEASE-EVENTS
006720*    SORT INPUT PROCEDURE - ONE PASS OVER EACH SOURCE, RELEASING
006730*    THE EVENTS DATED THE RUN DATE.
006740*    A SOURCE FILE THAT DOES NOT EXIST YET HAS NO EVENTS; ONE
006750*    THAT WILL NOT OPEN FOR ANY OTHER REASON FAILS THE RUN, SINCE
006760*    ITS EVENTS WOULD OTHERWISE BE LOST WITHOUT A WORD.
006770******************************************************************
006780 2000-RELEASE-EVENTS.
006790     PERFORM 2100-RELEASE-LOCKOUTS THRU 2100-EXIT.
006800     PERFORM 2300-RELEASE-FRAUD-CASES THRU 2300-EXIT.
006810     PERFORM 2500-RELEASE-LOG-MARKERS THRU 2500-EXIT.
006820     PERFORM 2700-RELEASE-PAY-REJECTS THRU 2700-EXIT.
006830 2000-EXIT.
006840     EXIT.
006850
006860******************************************************************
006870*    2100-RELEASE-LOCKOUTS
006880*    EVERY SECLOG LOCKOUT OF THE DAY - THE ATM LOCKED THE ACCOUNT
006890*    AFTER TOO MANY BAD PINS.
006900******************************************************************
006910 2100-RELEASE-LOCKOUTS.
006920     MOVE 'N' TO NG-SEC-EOF-SW.
006930     OPEN INPUT SECURITY-LOG.
006940     IF NG-SEC-FS = "35"
006950     DISPLAY "NO SECURITY LOG - NO LOCKOUTS TO REPORT."
006960     GO TO 2100-EXIT
006970     END-IF.
006980     IF NG-SEC-FS NOT = "00"
006990     DISPLAY "UNABLE TO OPEN SECLOG. STATUS=" NG-SEC-FS
007000     MOVE 'N' TO NG-CONTINUE-SW
007010     GO TO 2100-EXIT
007020     END-IF.
007030     PERFORM 2110-READ-SECURITY-LOG THRU 2110-EXIT.
007040     PERFORM UNTIL NG-SEC-EOF
007050     ADD 1 TO NG-SEC-READ
007060     IF SEC-DATE = NG-RUN-DATE
007070     AND SEC-EVENT = "LOCKOUT"
007080     PERFORM 2200-SELECT-LOCKOUT THRU 2200-EXIT
007090     END-IF
007100     PERFORM 2110-READ-SECURITY-LOG THRU 2110-EXIT
007110     END-PERFORM.
007120     CLOSE SECURITY-LOG.
007130 2100-EXIT.
007140     EXIT.
007150
007160 2110-READ-SECURITY-LOG.
007170     READ SECURITY-LOG
007180     AT END
007190     MOVE 'Y' TO NG-SEC-EOF-SW
007200     END-READ.
007210 2110-EXIT.
007220     EXIT.
007230
007240 2200-SELECT-LOCKOUT.
007250     MOVE SPACES TO NOTICE-SORT-RECORD.
007260     MOVE SEC-ACCOUNT TO NG-LOOKUP-ACCOUNT.
007270     PERFORM 2900-SET-OWNER THRU 2900-EXIT.
007280     MOVE SEC-TIME TO NS-EVENT-TIME.
007290     MOVE "LOCKOUT" TO NS-EVENT-CODE.
007300     MOVE SEC-DATE TO NS-EVENT-DATE.
007310     MOVE ZERO TO NS-AMOUNT.
007320     MOVE SEC-REASON TO NS-REASON.
007330     ADD 1 TO NG-LOCKOUTS.
007340     PERFORM 2950-RELEASE-ONE THRU 2950-EXIT.
007350 2200-EXIT.
007360     EXIT.
007370
007380******************************************************************
007390*    2300-RELEASE-FRAUD-CASES
007400*    A CASE QUEUED TODAY IS A REVIEW OPENED; A CASE DECIDED TODAY
007410*    IS A REVIEW CLEARED OR A BLOCK KEPT. A CASE QUEUED AND
007420*    DECIDED THE SAME DAY GIVES BOTH.
007430******************************************************************
007440 2300-RELEASE-FRAUD-CASES.
007450     MOVE 'N' TO NG-FRQ-EOF-SW.
007460     OPEN INPUT FRAUD-QUEUE.
007470     IF NG-FRQ-FS = "35"
007480     DISPLAY "NO FRAUD QUEUE - NO REVIEWS TO REPORT."
007490     GO TO 2300-EXIT
007500     END-IF.
007510     IF NG-FRQ-FS NOT = "00"
007520     DISPLAY "UNABLE TO OPEN FRAUDQ. STATUS=" NG-FRQ-FS
007530     MOVE 'N' TO NG-CONTINUE-SW
007540     GO TO 2300-EXIT
007550     END-IF.
007560     PERFORM 2310-READ-FRAUD-QUEUE THRU 2310-EXIT.
007570     PERFORM UNTIL NG-FRQ-EOF
007580     ADD 1 TO NG-FRQ-READ
007590     IF FRQ-DATE = NG-RUN-DATE
007600     MOVE "FRAUDOPN" TO NG-EVENT-CODE
007610     ADD 1 TO NG-FRAUD-OPENED
007620     PERFORM 2400-SELECT-FRAUD-CASE THRU 2400-EXIT
007630     END-IF
007640     IF FRQ-DECIDED-DATE = NG-RUN-DATE
007650     AND FRQ-CLEARED
007660     MOVE "FRAUDCLR" TO NG-EVENT-CODE
007670     ADD 1 TO NG-FRAUD-CLEARED
007680     PERFORM 2400-SELECT-FRAUD-CASE THRU 2400-EXIT
007690     END-IF
007700     IF FRQ-DECIDED-DATE = NG-RUN-DATE
007710     AND FRQ-BLOCKED
007720     MOVE "FRAUDKEP" TO NG-EVENT-CODE
007730     ADD 1 TO NG-FRAUD-KEPT
007740     PERFORM 2400-SELECT-FRAUD-CASE THRU 2400-EXIT
007750     END-IF
007760     PERFORM 2310-READ-FRAUD-QUEUE THRU 2310-EXIT
007770     END-PERFORM.
007780     CLOSE FRAUD-QUEUE.
007790 2300-EXIT.
007800     EXIT.
007810
007820 2310-READ-FRAUD-QUEUE.
007830     READ FRAUD-QUEUE
007840     AT END
007850     MOVE 'Y' TO NG-FRQ-EOF-SW
007860     END-READ.
007870 2310-EXIT.
007880     EXIT.
007890
007900******************************************************************
007910*    2400-SELECT-FRAUD-CASE
007920*    RELEASES ONE FRAUD EVENT UNDER NG-EVENT-CODE. THE CASE'S
007930*    QUEUED TIME IS KEPT FOR BOTH THE OPENING AND THE DECISION,
007940*    SO THE TWO STAY TOGETHER IN THE LETTER.
007950******************************************************************
007960 2400-SELECT-FRAUD-CASE.
007970     MOVE SPACES TO NOTICE-SORT-RECORD.
007980     MOVE FRQ-ACCOUNT TO NG-LOOKUP-ACCOUNT.
007990     PERFORM 2900-SET-OWNER THRU 2900-EXIT.
008000     MOVE FRQ-TIME TO NS-EVENT-TIME.
008010     MOVE NG-EVENT-CODE TO NS-EVENT-CODE.
008020     IF NG-EVENT-CODE = "FRAUDOPN"
008030     MOVE FRQ-DATE TO NS-EVENT-DATE
008040     ELSE
008050     MOVE FRQ-DECIDED-DATE TO NS-EVENT-DATE
008060     END-IF.
008070     MOVE FRQ-AMOUNT TO NS-AMOUNT.
008080     MOVE FRQ-RULE TO NS-REASON.
008090     PERFORM 2950-RELEASE-ONE THRU 2950-EXIT.
008100 2400-EXIT.
008110     EXIT.
008120
008130******************************************************************
008140*    2500-RELEASE-LOG-MARKERS
008150*    THE ZERO-EFFECT MARKERS OTHER PROGRAMS LOG FOR THIS RUN -
008160*    DORMANT (FEEASSES, ONE PER ACCOUNT ON ITS DORMRPT LISTING),
008170*    HOLD-SET (ATM DEPOSIT OVER THE HOLD THRESHOLD) AND SO-NSF
008180*    (SORDPOST ORDER SKIPPED FOR INSUFFICIENT FUNDS).
008190******************************************************************
008200 2500-RELEASE-LOG-MARKERS.
008210     MOVE 'N' TO NG-TXN-EOF-SW.
008220     OPEN INPUT TRANSACTION-LOG.
008230     IF NG-TXN-FS = "35"
008240     DISPLAY "NO TRANSACTION LOG - NO LOGGED EVENTS TO REPORT."
008250     GO TO 2500-EXIT
008260     END-IF.
008270     IF NG-TXN-FS NOT = "00"
008280     DISPLAY "UNABLE TO OPEN TXNLOG. STATUS=" NG-TXN-FS
008290     MOVE 'N' TO NG-CONTINUE-SW
008300     GO TO 2500-EXIT
008310     END-IF.
008320     PERFORM 2510-READ-LOG-ENTRY THRU 2510-EXIT.
008330     PERFORM UNTIL NG-TXN-EOF
008340     ADD 1 TO NG-TXN-READ
008350     IF TXN-DATE = NG-RUN-DATE
008360     EVALUATE TXN-TYPE
008370     WHEN "DORMANT"
008380     ADD 1 TO NG-DORMANT-FLAGS
008390     PERFORM 2600-SELECT-MARKER THRU 2600-EXIT
008400     WHEN "HOLD-SET"
008410     ADD 1 TO NG-HOLDS-SET
008420     PERFORM 2600-SELECT-MARKER THRU 2600-EXIT
008430     WHEN "SO-NSF"
008440     ADD 1 TO NG-ORDERS-SKIPPED
008450     PERFORM 2600-SELECT-MARKER THRU 2600-EXIT
008460     WHEN OTHER
008470     CONTINUE
008480     END-EVALUATE
008490     END-IF
008500     PERFORM 2510-READ-LOG-ENTRY THRU 2510-EXIT
008510     END-PERFORM.
008520     CLOSE TRANSACTION-LOG.
008530 2500-EXIT.
008540     EXIT.
008550
008560 2510-READ-LOG-ENTRY.
008570     READ TRANSACTION-LOG
008580     AT END
008590     MOVE 'Y' TO NG-TXN-EOF-SW
008600     END-READ.
008610 2510-EXIT.
008620     EXIT.
008630
008640******************************************************************
008650*    2600-SELECT-MARKER
008660*    THE MARKER TYPE IS THE EVENT CODE. A HOLD CARRIES THE DATE
008670*    THE MONEY BECOMES AVAILABLE, TAKEN FROM THE MASTER - THE
008680*    HOLDRLSE SWEEP HAS NOT RUN YET, AND A LATER HELD DEPOSIT
008690*    THE SAME DAY MOVES THE DATE FOR ALL OF IT.
008700******************************************************************
008710 2600-SELECT-MARKER.
008720     MOVE SPACES TO NOTICE-SORT-RECORD.
008730     MOVE TXN-ACCOUNT TO NG-LOOKUP-ACCOUNT.
008740     PERFORM 2900-SET-OWNER THRU 2900-EXIT.
008750     MOVE TXN-TIME TO NS-EVENT-TIME.
008760     MOVE TXN-TYPE TO NS-EVENT-CODE.
008770     MOVE TXN-DATE TO NS-EVENT-DATE.
008780     MOVE TXN-AMOUNT TO NS-AMOUNT.
008790     IF TXN-TYPE = "HOLD-SET"
008800     AND ACCT-HOLD-RELEASE-DATE > ZERO
008810     STRING "AVAILABLE " DELIMITED BY SIZE
008820     ACCT-HOLD-RELEASE-DATE DELIMITED BY SIZE
008830     INTO NS-REASON
008840     END-IF.
008850     PERFORM 2950-RELEASE-ONE THRU 2950-EXIT.
008860 2600-EXIT.
008870     EXIT.
008880
008890******************************************************************
008900*    2700-RELEASE-PAY-REJECTS
008910*    EVERY ITEM ON PAYREJ, WHEN PAYIMPRT POSTED TODAY (SEE 1100).
008920*    A REJECT WHOSE ACCOUNT NUMBER IS NOT EVEN NUMERIC STILL
008930*    COUNTS - IT COMES OUT AS AN EXCEPTION WITH NO CUSTOMER.
008940******************************************************************
008950 2700-RELEASE-PAY-REJECTS.
008960     IF NOT NG-PAYREJ-TODAY
008970     DISPLAY "NO PAYMENT IMPORT POSTED TODAY - NO REJECTS READ."
008980     GO TO 2700-EXIT
008990     END-IF.
009000     MOVE 'N' TO NG-REJ-EOF-SW.
009010     OPEN INPUT REJECT-FILE.
009020     IF NG-REJ-FS = "35"
009030     DISPLAY "NO PAYMENT REJECT FILE - NO REJECTS TO REPORT."
009040     GO TO 2700-EXIT
009050     END-IF.
009060     IF NG-REJ-FS NOT = "00"
009070     DISPLAY "UNABLE TO OPEN PAYREJ. STATUS=" NG-REJ-FS
009080     MOVE 'N' TO NG-CONTINUE-SW
009090     GO TO 2700-EXIT
009100     END-IF.
009110     PERFORM 2710-READ-REJECT THRU 2710-EXIT.
009120     PERFORM UNTIL NG-REJ-EOF
009130     ADD 1 TO NG-REJ-READ
009140     PERFORM 2800-SELECT-REJECT THRU 2800-EXIT
009150     PERFORM 2710-READ-REJECT THRU 2710-EXIT
009160     END-PERFORM.
009170     CLOSE REJECT-FILE.
009180 2700-EXIT.
009190     EXIT.
009200
009210 2710-READ-REJECT.
009220     READ REJECT-FILE
009230     AT END
009240     MOVE 'Y' TO NG-REJ-EOF-SW
009250     END-READ.
009260 2710-EXIT.
009270     EXIT.
009280
009290 2800-SELECT-REJECT.
009300     MOVE SPACES TO NOTICE-SORT-RECORD.
009310     IF RJ-ACCOUNT IS NUMERIC
009320     MOVE RJ-ACCOUNT TO NG-LOOKUP-ACCOUNT
009330     ELSE
009340     MOVE ZERO TO NG-LOOKUP-ACCOUNT
009350     END-IF.
009360     PERFORM 2900-SET-OWNER THRU 2900-EXIT.
009370     MOVE ZERO TO NS-EVENT-TIME.
009380     MOVE "PAYREJ" TO NS-EVENT-CODE.
009390     MOVE NG-RUN-DATE TO NS-EVENT-DATE.
009400     IF RJ-AMOUNT IS NUMERIC
009410     MOVE RJ-AMOUNT TO NS-AMOUNT
009420     ELSE
009430     MOVE ZERO TO NS-AMOUNT
009440     END-IF.
009450     MOVE RJ-REASON TO NS-REASON.
009460     ADD 1 TO NG-PAY-REJECTS.
009470     PERFORM 2950-RELEASE-ONE THRU 2950-EXIT.
009480 2800-EXIT.
009490     EXIT.
009500
009510******************************************************************
009520*    2900-SET-OWNER
009530*    READS THE EVENT'S ACCOUNT FOR ITS OWNING CUSTOMER. AN
009540*    ACCOUNT NOT ON FILE OWNS TO CUSTOMER ZERO AND CARRIES NO
009550*    HOLD.
009560******************************************************************
009570 2900-SET-OWNER.
009580     MOVE NG-LOOKUP-ACCOUNT TO NS-ACCOUNT.
009590     MOVE NG-LOOKUP-ACCOUNT TO ACCT-NUMBER.
009600     READ ACCOUNT-MASTER
009610     INVALID KEY
009620     MOVE ZERO TO ACCT-CUST-ID
009630     MOVE ZERO TO ACCT-HOLD-RELEASE-DATE
009640     END-READ.
009650     MOVE ACCT-CUST-ID TO NS-CUST-ID.
009660 2900-EXIT.
009670     EXIT.
009680
009690 2950-RELEASE-ONE.
009700     ADD 1 TO NG-RELEASED.
009710     MOVE NG-RELEASED TO NS-SEQ.
009720     RELEASE NOTICE-SORT-RECORD.
009730 2950-EXIT.
009740     EXIT.
009750
009760******************************************************************
009770*    4000-PRINT-NOTICES
009780*    SORT OUTPUT PROCEDURE - CONTROL BREAK ON THE CUSTOMER. EACH
009790*    CUSTOMER ON CUSTMAST GETS ONE LETTER CARRYING EVERY EVENT OF
009800*    THE DAY; THE EVENTS OF AN UNKNOWN CUSTOMER ARE LISTED ON
009810*    NTCRPT FOR THE BRANCH TO FOLLOW UP.
009820******************************************************************
009830 4000-PRINT-NOTICES.
009840     MOVE 'N' TO NG-SORT-EOF-SW.
009850     PERFORM 4100-RETURN-EVENT THRU 4100-EXIT.
009860     PERFORM UNTIL NG-SORT-EOF
009870     IF NOT NG-IN-CUSTOMER
009880     OR NS-CUST-ID NOT = NG-CUR-CUST-ID
009890     PERFORM 4200-START-CUSTOMER THRU 4200-EXIT
009900     END-IF
009910     IF NG-ADDRESSED
009920     PERFORM 4400-LETTER-EVENT THRU 4400-EXIT
009930     ELSE
009940     PERFORM 4600-LIST-EXCEPTION THRU 4600-EXIT
009950     END-IF
009960     PERFORM 4100-RETURN-EVENT THRU 4100-EXIT
009970     END-PERFORM.
009980     IF NG-IN-CUSTOMER
009990     PERFORM 4300-FINISH-CUSTOMER THRU 4300-EXIT
010000     END-IF.
010010     IF NG-RETURNED = 0
010020     MOVE "  NO CUSTOMER EVENTS FOR THE BUSINESS DAY."
010030     TO NOTICE-REPORT-LINE
010040     WRITE NOTICE-REPORT-LINE
010050     END-IF.
010060 4000-EXIT.
010070     EXIT.
010080
010090 4100-RETURN-EVENT.
010100     RETURN NOTICE-SORT-FILE
010110     AT END
010120     MOVE 'Y' TO NG-SORT-EOF-SW
010130     NOT AT END
010140     ADD 1 TO NG-RETURNED
010150     END-RETURN.
010160 4100-EXIT.
010170     EXIT.
010180
010190******************************************************************
010200*    4200-START-CUSTOMER
010210*    CLOSES THE PREVIOUS CUSTOMER'S LETTER AND OPENS THE NEXT -
010220*    OR, WHEN THE CUSTOMER CANNOT BE FOUND, HEADS THE EXCEPTION
010230*    LISTING INSTEAD.
010240******************************************************************
010250 4200-START-CUSTOMER.
010260     IF NG-IN-CUSTOMER
010270     PERFORM 4300-FINISH-CUSTOMER THRU 4300-EXIT
010280     END-IF.
010290     MOVE NS-CUST-ID TO NG-CUR-CUST-ID.
010300     SET NG-IN-CUSTOMER TO TRUE.
010310     MOVE 0 TO NG-LETTER-EVENTS.
010320     MOVE 'N' TO NG-ADDRESSED-SW.
010330     IF NG-CUST-AVAIL AND NS-CUST-ID NOT = ZERO
010340     MOVE NS-CUST-ID TO CUST-ID
010350     READ CUSTOMER-MASTER
010360     INVALID KEY
010370     CONTINUE
010380     NOT INVALID KEY
010390     SET NG-ADDRESSED TO TRUE
010400     END-READ
010410     END-IF.
010420
010430     MOVE SPACES TO NOTICE-REPORT-LINE.
010440     WRITE NOTICE-REPORT-LINE.
010450     MOVE NG-CUR-CUST-ID TO LL-CUST-ID.
010460     IF NG-ADDRESSED
010470     PERFORM 4250-START-LETTER THRU 4250-EXIT
010480     MOVE CUST-NAME TO LL-NAME
010490     MOVE CUST-ZIP TO LL-ZIP
010500     MOVE SPACES TO LL-NOTE
010510     STRING "LETTER " DELIMITED BY SIZE
010520     NG-LETTERS DELIMITED BY SIZE
010530     INTO LL-NOTE
010540     ELSE
010550     MOVE SPACES TO LL-NAME
010560     MOVE SPACES TO LL-ZIP
010570     MOVE "*** NO CUSTOMER ON FILE - NO LETTER SENT" TO LL-NOTE
010580     END-IF.
010590     WRITE NOTICE-REPORT-LINE FROM NG-LETTER-LIST-LINE.
010600 4200-EXIT.
010610     EXIT.
010620
010630******************************************************************
010640*    4250-START-LETTER
010650*    LETTER HEADING, MAILING NAME AND ADDRESS FROM CUSTMAST (THE
010660*    SAME BLOCK THE STATEMENTS PRINT), THEN THE HEADER WORDING.
010670******************************************************************
010680 4250-START-LETTER.
010690     ADD 1 TO NG-LETTERS.
010700     WRITE NOTICE-LINE FROM NG-SEPARATOR-LINE.
010710     MOVE NG-LETTERS TO LH-LETTER-NO.
010720     MOVE NG-RUN-DATE TO LH-DATE.
010730     MOVE NG-CUR-CUST-ID TO LH-CUST-ID.
010740     WRITE NOTICE-LINE FROM NG-LETTER-HEAD-LINE.
010750     MOVE SPACES TO NOTICE-LINE.
010760     WRITE NOTICE-LINE.
010770
010780     MOVE CUST-NAME TO NOTICE-LINE.
010790     WRITE NOTICE-LINE.
010800     MOVE CUST-ADDR-LINE-1 TO NOTICE-LINE.
010810     WRITE NOTICE-LINE.
010820     IF CUST-ADDR-LINE-2 NOT = SPACES
010830     MOVE CUST-ADDR-LINE-2 TO NOTICE-LINE
010840     WRITE NOTICE-LINE
010850     END-IF.
010860     MOVE SPACES TO NOTICE-LINE.
010870     STRING CUST-CITY DELIMITED BY SIZE
010880     " " DELIMITED BY SIZE
010890     CUST-STATE DELIMITED BY SIZE
010900     "  " DELIMITED BY SIZE
010910     CUST-ZIP DELIMITED BY SIZE
010920     INTO NOTICE-LINE.
010930     WRITE NOTICE-LINE.
010940     MOVE SPACES TO NOTICE-LINE.
010950     WRITE NOTICE-LINE.
010960
010970     MOVE "HEADER" TO NG-WORDING-CODE.
010980     PERFORM 4800-PRINT-WORDING THRU 4800-EXIT.
010990     MOVE SPACES TO NOTICE-LINE.
011000     WRITE NOTICE-LINE.
011010 4250-EXIT.
011020     EXIT.
011030
011040 4300-FINISH-CUSTOMER.
011050     IF NG-ADDRESSED
011060     MOVE "CLOSING" TO NG-WORDING-CODE
011070     PERFORM 4800-PRINT-WORDING THRU 4800-EXIT
011080     MOVE SPACES TO NOTICE-LINE
011090     WRITE NOTICE-LINE
011100     END-IF.
011110 4300-EXIT.
011120     EXIT.
011130
011140******************************************************************
011150*    4400-LETTER-EVENT
011160*    ONE EVENT IN THE CURRENT LETTER - THE DETAIL LINE THE
011170*    PROGRAM BUILDS, THEN THE EVENT'S OWN WORDING - LISTED ON
011180*    NTCRPT AND RECORDED ON THE NOTICE HISTORY.
011190******************************************************************
011200 4400-LETTER-EVENT.
011210     ADD 1 TO NG-LETTER-EVENTS.
011220     ADD 1 TO NG-EVENTS-LETTERED.
011230     MOVE NS-ACCOUNT TO EV-ACCOUNT.
011240     MOVE NS-EVENT-DATE TO EV-DATE.
011250     IF NS-AMOUNT = ZERO
011260     MOVE SPACES TO EV-AMOUNT-LABEL
011270     ELSE
011280     MOVE "   AMOUNT " TO EV-AMOUNT-LABEL
011290     END-IF.
011300     MOVE NS-AMOUNT TO EV-AMOUNT.
011310     MOVE NS-REASON TO EV-REASON.
011320     WRITE NOTICE-LINE FROM NG-EVENT-LINE.
011330
011340     MOVE NS-EVENT-CODE TO NG-WORDING-CODE.
011350     PERFORM 4800-PRINT-WORDING THRU 4800-EXIT.
011360     MOVE SPACES TO NOTICE-LINE.
011370     WRITE NOTICE-LINE.
011380
011390     IF NG-WORDING-FOUND
011400     MOVE SPACES TO EL-NOTE
011410     ELSE
011420     ADD 1 TO NG-NO-WORDING
011430     MOVE "*** NO WORDING ON LTRTMPL FOR THIS EVENT" TO EL-NOTE
011440     END-IF.
011450     PERFORM 4700-LIST-EVENT THRU 4700-EXIT.
011460     PERFORM 4500-RECORD-HISTORY THRU 4500-EXIT.
011470 4400-EXIT.
011480     EXIT.
011490
011500******************************************************************
011510*    4500-RECORD-HISTORY
011520*    ONE NTCHIST RECORD FOR THE EVENT. A RERUN OF THE SAME DAY
011530*    FINDS THE KEY ALREADY ON FILE AND REWRITES IT, SO THE
011540*    HISTORY SHOWS EACH EVENT ONCE HOWEVER OFTEN THE DAY RUNS.
011550******************************************************************
011560 4500-RECORD-HISTORY.
011570     MOVE SPACES TO NOTICE-HISTORY-RECORD.
011580     MOVE NG-CUR-CUST-ID TO NH-CUST-ID.
011590     MOVE NG-RUN-DATE TO NH-NOTICE-DATE.
011600     MOVE NG-LETTER-EVENTS TO NH-EVENT-SEQ.
011610     MOVE NS-ACCOUNT TO NH-ACCOUNT.
011620     MOVE NS-EVENT-CODE TO NH-EVENT-CODE.
011630     MOVE NS-EVENT-DATE TO NH-EVENT-DATE.
011640     MOVE NS-EVENT-TIME TO NH-EVENT-TIME.
011650     MOVE NS-AMOUNT TO NH-AMOUNT.
011660     MOVE NS-REASON TO NH-REASON.
011670     MOVE NG-LETTERS TO NH-LETTER-NO.
011680     MOVE CUST-NAME TO NH-CUST-NAME.
011690     MOVE CUST-ZIP TO NH-CUST-ZIP.
011700     MOVE NG-RUN-TIME TO NH-PRINTED-TIME.
011710     WRITE NOTICE-HISTORY-RECORD
011720     INVALID KEY
011730     PERFORM 4550-REWRITE-HISTORY THRU 4550-EXIT
011740     NOT INVALID KEY
011750     ADD 1 TO NG-HIST-WRITTEN
011760     END-WRITE.
011770 4500-EXIT.
011780     EXIT.
011790
011800 4550-REWRITE-HISTORY.
011810     REWRITE NOTICE-HISTORY-RECORD
011820     INVALID KEY
011830     ADD 1 TO NG-HIST-FAILED
011840     DISPLAY "NTCHIST NOT UPDATED FOR CUSTOMER " NH-CUST-ID
011850     " STATUS=" NG-HIST-FS
011860     NOT INVALID KEY
011870     ADD 1 TO NG-HIST-REWRITTEN
011880     END-REWRITE.
011890 4550-EXIT.
011900     EXIT.
011910
011920 4600-LIST-EXCEPTION.
011930     ADD 1 TO NG-UNADDRESSED.
011940     MOVE "*** NOT LETTERED - NO CUSTOMER ON FILE" TO EL-NOTE.
011950     PERFORM 4700-LIST-EVENT THRU 4700-EXIT.
011960 4600-EXIT.
011970     EXIT.
011980
011990 4700-LIST-EVENT.
012000     MOVE NS-ACCOUNT TO EL-ACCOUNT.
012010     MOVE NS-EVENT-CODE TO EL-EVENT-CODE.
012020     MOVE NS-EVENT-TIME TO EL-TIME.
012030     MOVE NS-AMOUNT TO EL-AMOUNT.
012040     MOVE NS-REASON TO EL-REASON.
012050     WRITE NOTICE-REPORT-LINE FROM NG-EVENT-LIST-LINE.
012060 4700-EXIT.
012070     EXIT.
012080
012090******************************************************************
012100*    4800-PRINT-WORDING
012110*    PRINTS EVERY TEMPLATE LINE FILED UNDER NG-WORDING-CODE, IN
012120*    FILE ORDER, AND SAYS WHETHER THERE WAS ANY.
012130******************************************************************
012140 4800-PRINT-WORDING.
012150     MOVE 'N' TO NG-WORDING-FOUND-SW.
012160     PERFORM 4850-PRINT-TEMPLATE-LINE THRU 4850-EXIT
012170     VARYING NG-TMPL-IDX FROM 1 BY 1
012180     UNTIL NG-TMPL-IDX > NG-TMPL-COUNT.
012190 4800-EXIT.
012200     EXIT.
012210
012220 4850-PRINT-TEMPLATE-LINE.
012230     IF NG-TMPL-CODE(NG-TMPL-IDX) = NG-WORDING-CODE
012240     MOVE NG-TMPL-TEXT(NG-TMPL-IDX) TO NOTICE-LINE
012250     WRITE NOTICE-LINE
012260     SET NG-WORDING-FOUND TO TRUE
012270     END-IF.
012280 4850-EXIT.
012290     EXIT.
012300
012310******************************************************************
012320*    5000-PRINT-TOTALS
012330*    EVENTS BY SOURCE, LETTERS AND HISTORY, THEN THE PROOF - THE
012340*    SORT GAVE BACK EVERY EVENT IT WAS GIVEN, AND EVERY EVENT
012350*    RETURNED WAS EITHER LETTERED (AND ON THE HISTORY) OR LISTED
012360*    AS AN EXCEPTION.
012370******************************************************************
012380 5000-PRINT-TOTALS.
012390     MOVE SPACES TO NOTICE-REPORT-LINE.
012400     WRITE NOTICE-REPORT-LINE.
012410     MOVE "EVENTS FOUND" TO NOTICE-REPORT-LINE.
012420     WRITE NOTICE-REPORT-LINE.
012430     MOVE "  PIN LOCKOUTS (SECLOG)" TO CT-LABEL.
012440     MOVE NG-LOCKOUTS TO CT-COUNT.
012450     WRITE NOTICE-REPORT-LINE FROM NG-COUNT-TOTAL-LINE.
012460     MOVE "  FRAUD REVIEWS OPENED (FRAUDQ)" TO CT-LABEL.
012470     MOVE NG-FRAUD-OPENED TO CT-COUNT.
012480     WRITE NOTICE-REPORT-LINE FROM NG-COUNT-TOTAL-LINE.
012490     MOVE "  FRAUD REVIEWS CLEARED (FRAUDQ)" TO CT-LABEL.
012500     MOVE NG-FRAUD-CLEARED TO CT-COUNT.
012510     WRITE NOTICE-REPORT-LINE FROM NG-COUNT-TOTAL-LINE.
012520     MOVE "  FRAUD BLOCKS KEPT (FRAUDQ)" TO CT-LABEL.
012530     MOVE NG-FRAUD-KEPT TO CT-COUNT.
012540     WRITE NOTICE-REPORT-LINE FROM NG-COUNT-TOTAL-LINE.
012550     MOVE "  ACCOUNTS FLAGGED DORMANT (TXNLOG)" TO CT-LABEL.
012560     MOVE NG-DORMANT-FLAGS TO CT-COUNT.
012570     WRITE NOTICE-REPORT-LINE FROM NG-COUNT-TOTAL-LINE.
012580     MOVE "  DEPOSIT HOLDS SET (TXNLOG)" TO CT-LABEL.
012590     MOVE NG-HOLDS-SET TO CT-COUNT.
012600     WRITE NOTICE-REPORT-LINE FROM NG-COUNT-TOTAL-LINE.
012610     MOVE "  STANDING ORDERS SKIPPED (TXNLOG)" TO CT-LABEL.
012620     MOVE NG-ORDERS-SKIPPED TO CT-COUNT.
012630     WRITE NOTICE-REPORT-LINE FROM NG-COUNT-TOTAL-LINE.
012640     MOVE "  PAYMENTS REJECTED (PAYREJ)" TO CT-LABEL.
012650     MOVE NG-PAY-REJECTS TO CT-COUNT.
012660     WRITE NOTICE-REPORT-LINE FROM NG-COUNT-TOTAL-LINE.
012670     MOVE "LETTERS PRINTED" TO CT-LABEL.
012680     MOVE NG-LETTERS TO CT-COUNT.
012690     WRITE NOTICE-REPORT-LINE FROM NG-COUNT-TOTAL-LINE.
012700     MOVE "EVENTS LETTERED" TO CT-LABEL.
012710     MOVE NG-EVENTS-LETTERED TO CT-COUNT.
012720     WRITE NOTICE-REPORT-LINE FROM NG-COUNT-TOTAL-LINE.
012730     MOVE "EVENTS NOT LETTERED - NO CUSTOMER" TO CT-LABEL.
012740     MOVE NG-UNADDRESSED TO CT-COUNT.
012750     WRITE NOTICE-REPORT-LINE FROM NG-COUNT-TOTAL-LINE.
012760     MOVE "EVENTS WITH NO WORDING ON LTRTMPL" TO CT-LABEL.
012770     MOVE NG-NO-WORDING TO CT-COUNT.
012780     WRITE NOTICE-REPORT-LINE FROM NG-COUNT-TOTAL-LINE.
012790     MOVE "HISTORY RECORDS WRITTEN" TO CT-LABEL.
012800     MOVE NG-HIST-WRITTEN TO CT-COUNT.
012810     WRITE NOTICE-REPORT-LINE FROM NG-COUNT-TOTAL-LINE.
012820     MOVE "HISTORY RECORDS REWRITTEN (RERUN)" TO CT-LABEL.
012830     MOVE NG-HIST-REWRITTEN TO CT-COUNT.
012840     WRITE NOTICE-REPORT-LINE FROM NG-COUNT-TOTAL-LINE.
012850     MOVE "HISTORY RECORDS NOT RECORDED" TO CT-LABEL.
012860     MOVE NG-HIST-FAILED TO CT-COUNT.
012870     WRITE NOTICE-REPORT-LINE FROM NG-COUNT-TOTAL-LINE.
012880
012890     MOVE SPACES TO NOTICE-REPORT-LINE.
012900     WRITE NOTICE-REPORT-LINE.
012910     MOVE "CONTROL TOTALS" TO NOTICE-REPORT-LINE.
012920     WRITE NOTICE-REPORT-LINE.
012930     MOVE "SECURITY LOG ENTRIES READ" TO CT-LABEL.
012940     MOVE NG-SEC-READ TO CT-COUNT.
012950     WRITE NOTICE-REPORT-LINE FROM NG-COUNT-TOTAL-LINE.
012960     MOVE "FRAUD QUEUE CASES READ" TO CT-LABEL.
012970     MOVE NG-FRQ-READ TO CT-COUNT.
012980     WRITE NOTICE-REPORT-LINE FROM NG-COUNT-TOTAL-LINE.
012990     MOVE "LOG ENTRIES READ" TO CT-LABEL.
013000     MOVE NG-TXN-READ TO CT-COUNT.
013010     WRITE NOTICE-REPORT-LINE FROM NG-COUNT-TOTAL-LINE.
013020     MOVE "PAYMENT REJECTS READ" TO CT-LABEL.
013030     MOVE NG-REJ-READ TO CT-COUNT.
013040     WRITE NOTICE-REPORT-LINE FROM NG-COUNT-TOTAL-LINE.
013050     MOVE "TEMPLATE LINES LOADED" TO CT-LABEL.
013060     MOVE NG-TMPL-COUNT TO CT-COUNT.
013070     WRITE NOTICE-REPORT-LINE FROM NG-COUNT-TOTAL-LINE.
013080     MOVE "SORT RECORDS RELEASED" TO CT-LABEL.
013090     MOVE NG-RELEASED TO CT-COUNT.
013100     WRITE NOTICE-REPORT-LINE FROM NG-COUNT-TOTAL-LINE.
013110     MOVE "SORT RECORDS RETURNED" TO CT-LABEL.
013120     MOVE NG-RETURNED TO CT-COUNT.
013130     WRITE NOTICE-REPORT-LINE FROM NG-COUNT-TOTAL-LINE.
013140
013150     COMPUTE NG-PROOF-TOTAL =
013160     NG-LOCKOUTS + NG-FRAUD-OPENED + NG-FRAUD-CLEARED
013170     + NG-FRAUD-KEPT + NG-DORMANT-FLAGS + NG-HOLDS-SET
013180     + NG-ORDERS-SKIPPED + NG-PAY-REJECTS.
013190     IF SORT-RETURN NOT = 0
013200     OR NG-RELEASED NOT = NG-RETURNED
013210     OR NG-RELEASED NOT = NG-PROOF-TOTAL
013220     OR NG-RETURNED NOT = NG-EVENTS-LETTERED + NG-UNADDRESSED
013230     OR NG-REJ-READ NOT = NG-PAY-REJECTS
013240     OR NG-EVENTS-LETTERED NOT =
013250     NG-HIST-WRITTEN + NG-HIST-REWRITTEN
013260     MOVE 'N' TO NG-CONTINUE-SW
013270     END-IF.
013280     IF NG-CONTINUE-SW = 'Y'
013290     MOVE "  CONTROL TOTALS AGREE - EVERY EVENT OF THE DAY IS"
013300     TO NOTICE-REPORT-LINE
013310     WRITE NOTICE-REPORT-LINE
013320     MOVE "  LETTERED AND RECORDED, OR LISTED ABOVE."
013330     TO NOTICE-REPORT-LINE
013340     WRITE NOTICE-REPORT-LINE
013350     ELSE
013360     MOVE "  *** CONTROL TOTALS DO NOT AGREE - NOTICES ARE"
013370     TO NOTICE-REPORT-LINE
013380     WRITE NOTICE-REPORT-LINE
013390     MOVE "  *** INCOMPLETE. RUN NOT STAMPED."
013400     TO NOTICE-REPORT-LINE
013410     WRITE NOTICE-REPORT-LINE
013420     DISPLAY "NTCGEN CONTROL TOTALS DO NOT AGREE."
013430     END-IF.
013440 5000-EXIT.
013450     EXIT.
013460
013470 8800-STAMP-RUN-CONTROL.
013480     OPEN I-O RUN-CONTROL.
013490     IF NG-RUNCTL-FS = "35"
013500     OPEN OUTPUT RUN-CONTROL
013510     CLOSE RUN-CONTROL
013520     OPEN I-O RUN-CONTROL
013530     END-IF.
013540     IF NG-RUNCTL-FS NOT = "00"
013550     DISPLAY "WARNING - RUN NOT STAMPED. STATUS=" NG-RUNCTL-FS
013560     GO TO 8800-EXIT
013570     END-IF.
013580
013590     MOVE 'N' TO NG-RC-FOUND-SW.
013600     MOVE "NTCGEN" TO RC-JOB-NAME.
013610     READ RUN-CONTROL
013620     INVALID KEY
013630     MOVE SPACES TO RUNCTL-RECORD
013640     MOVE "NTCGEN" TO RC-JOB-NAME
013650     MOVE ZERO TO RC-RUN-COUNT
013660     NOT INVALID KEY
013670     SET NG-RC-FOUND TO TRUE
013680     END-READ.
013690
013700     MOVE NG-RUN-DATE TO RC-LAST-RUN-DATE.
013710     ACCEPT RC-LAST-RUN-TIME FROM TIME.
013720     MOVE ZERO TO RC-LAST-PERIOD.
013730     ADD 1 TO RC-RUN-COUNT.
013740     IF NG-RC-FOUND
013750     REWRITE RUNCTL-RECORD
013760     ELSE
013770     WRITE RUNCTL-RECORD
013780     END-IF.
013790     CLOSE RUN-CONTROL.
013800 8800-EXIT.
013810     EXIT.
013820
013830 8900-GET-BUSINESS-DATE.
013840     OPEN INPUT BUSINESS-DATE.
013850     IF NG-BD-FS = "35"
013860     PERFORM 8950-CREATE-BUSDATE THRU 8950-EXIT
013870     OPEN INPUT BUSINESS-DATE
013880     END-IF.
013890     IF NG-BD-FS NOT = "00"
013900     DISPLAY "BUSDATE UNAVAILABLE - USING THE WALL CLOCK."
013910     ACCEPT NG-RUN-DATE FROM DATE YYYYMMDD
013920     GO TO 8900-EXIT
013930     END-IF.
013940     READ BUSINESS-DATE
013950     AT END
013960     DISPLAY "BUSDATE IS EMPTY - USING THE WALL CLOCK."
013970     ACCEPT NG-RUN-DATE FROM DATE YYYYMMDD
013980     CLOSE BUSINESS-DATE
013990     GO TO 8900-EXIT
014000     END-READ.
014010     MOVE BD-BUSINESS-DATE TO NG-RUN-DATE.
014020     CLOSE BUSINESS-DATE.
014030 8900-EXIT.
014040     EXIT.
014050
014060 8950-CREATE-BUSDATE.
014070     OPEN OUTPUT BUSINESS-DATE.
014080     MOVE SPACES TO BUSDATE-RECORD.
014090     ACCEPT BD-BUSINESS-DATE FROM DATE YYYYMMDD.
014100     WRITE BUSDATE-RECORD.
014110     CLOSE BUSINESS-DATE.
014120 8950-EXIT.
014130     EXIT.
014140
014150 9000-TERMINATE.
014160     IF NG-ACCT-OPEN
014170     CLOSE ACCOUNT-MASTER
014180     END-IF.
014190     IF NG-CUST-AVAIL
014200     CLOSE CUSTOMER-MASTER
014210     END-IF.
014220     IF NG-HIST-OPEN
014230     CLOSE NOTICE-HISTORY
014240     END-IF.
014250     IF NG-NTC-OPEN
014260     CLOSE NOTICE-FILE
014270     END-IF.
014280     IF NG-RPT-OPEN
014290     CLOSE NOTICE-REPORT
014300     END-IF.
014310     DISPLAY "CUSTOMER NOTICES COMPLETE. SEE NOTICES AND NTCRPT.".
014320     DISPLAY "LETTERS PRINTED:      " NG-LETTERS.
014330     DISPLAY "EVENTS LETTERED:      " NG-EVENTS-LETTERED.
014340     DISPLAY "EVENTS NOT LETTERED:  " NG-UNADDRESSED.
014350 9000-EXIT.
014360     EXIT.
