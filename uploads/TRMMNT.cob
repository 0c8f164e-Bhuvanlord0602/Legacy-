000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  TRMMNT.
000030 AUTHOR.      R HOLLOWAY.
000040 INSTALLATION. RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ------------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    ---------- ----  --------------------------------------------
000120*    10/14/2026 RH    ORIGINAL PROGRAM - BRANCH-SIDE MAINTENANCE
000130*                     OF THE TERMMAST ATM TERMINAL MASTER.
000140*                     REGISTERS MACHINES, POSTS CASSETTE LOADS
000150*                     AND UNLOADS, RECORDS THE CASSETTE COUNT
000160*                     AND DEPOSIT-BIN CLEAR, AND TAKES MACHINES
000170*                     INTO AND OUT OF SERVICE. EVERY ACTION IS
000180*                     JOURNALLED TO TRMJRNL (SEE TRMJREC.CPY)
000190*                     UNDER THE STAFF ID FOR THE NIGHTLY TRMBAL
000200*                     TERMINAL BALANCING.
000210******************************************************************
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT TERMINAL-MASTER ASSIGN TO "TERMMAST"
000270     ORGANIZATION IS INDEXED
000280     ACCESS MODE IS DYNAMIC
000290     RECORD KEY IS TERM-ID
000300     FILE STATUS IS TM-TERM-FS.
000310
000320     SELECT TERMINAL-JOURNAL ASSIGN TO "TRMJRNL"
000330     ORGANIZATION IS LINE SEQUENTIAL
000340     FILE STATUS IS TM-JRNL-FS.
000350
000360     SELECT BUSINESS-DATE   ASSIGN TO "BUSDATE"
000370     ORGANIZATION IS LINE SEQUENTIAL
000380     FILE STATUS IS TM-BD-FS.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  TERMINAL-MASTER
000430     LABEL RECORDS ARE STANDARD.
000440     COPY TERMREC.
000450
000460 FD  TERMINAL-JOURNAL
000470     LABEL RECORDS ARE STANDARD.
000480     COPY TRMJREC.
000490
000500 FD  BUSINESS-DATE
000510     LABEL RECORDS ARE STANDARD.
000520     COPY BDREC.
000530
000540 WORKING-STORAGE SECTION.
000550******************************************************************
000560*    FILE STATUS AND SWITCHES
000570******************************************************************
000580 01  TM-TERM-FS               PIC X(02)  VALUE "00".
000590 01  TM-JRNL-FS               PIC X(02)  VALUE "00".
000600 01  TM-BD-FS                 PIC X(02)  VALUE "00".
000610
000620 01  TM-CONTINUE-SW           PIC X(01)  VALUE 'Y'.
000630
000640 01  TM-TERM-FOUND-SW         PIC X(01)  VALUE 'N'.
000650     88  TM-TERM-FOUND                VALUE 'Y'.
000660
000670******************************************************************
000680*    MENU AND INPUT WORK FIELDS
000690******************************************************************
000700 77  TM-CHOICE                PIC 9(01).
000710 77  TM-STAFF-ID              PIC X(08).
000720 77  TM-TERM-INPUT            PIC X(08).
000730 77  TM-AMOUNT-INPUT          PIC 9(07)V99.
000740 77  TM-DEP-INPUT             PIC 9(07)V99.
000750 77  TM-STATUS-INPUT          PIC X(01).
000760 77  TM-CONFIRM               PIC X(01).
000770
000780******************************************************************
000790*    JOURNAL AND COUNT WORK FIELDS - TM-JRNL-ACTION AND THE
000800*    TWO AMOUNTS ARE SET BY THE CALLER BEFORE 8500-WRITE-
000810*    JOURNAL APPENDS THE ENTRY.
000820******************************************************************
000830 77  TM-JRNL-ACTION           PIC X(08).
000840 77  TM-JRNL-CASH             PIC S9(09)V99.
000850 77  TM-JRNL-DEP              PIC S9(09)V99.
000860 77  TM-BUSINESS-DATE         PIC 9(08).
000870 77  TM-CURRENT-TIME          PIC 9(08).
000880 77  TM-REMAINING-CASH        PIC S9(09)V99.
000890 77  TM-CASH-DIFF             PIC S9(09)V99.
000900 77  TM-DEP-DIFF              PIC S9(09)V99.
000910
000920 PROCEDURE DIVISION.
000930******************************************************************
000940*    0000-MAINLINE
000950*    CONTROLLING PARAGRAPH - OPENS THE FILES THEN DRIVES THE
000960*    TERMINAL MENU UNTIL THE STAFF MEMBER EXITS.
000970******************************************************************
000980 0000-MAINLINE.
000990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001000
001010     IF TM-CONTINUE-SW = 'Y'
001020     PERFORM 3000-MAIN-MENU THRU 3000-EXIT
001030     UNTIL TM-CONTINUE-SW = 'N'
001040     END-IF.
001050
001060     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001070     STOP RUN.
001080
001090******************************************************************
001100*    1000-INITIALIZE
001110*    EVERY ACTION IS JOURNALLED UNDER THE STAFF ID, SO NONE IS
001120*    TAKEN WITHOUT ONE. THE TERMINAL MASTER AND THE JOURNAL ARE
001130*    CREATED EMPTY THE FIRST TIME THEY ARE MISSING - THIS
001140*    PROGRAM IS WHERE MACHINES ARE REGISTERED.
001150******************************************************************
001160 1000-INITIALIZE.
001170     PERFORM 8900-GET-BUSINESS-DATE THRU 8900-EXIT.
001180     DISPLAY "==== ATM TERMINAL MAINTENANCE ====".
001190     DISPLAY "ENTER STAFF ID: ".
001200     ACCEPT TM-STAFF-ID.
001210     IF TM-STAFF-ID = SPACES
001220     DISPLAY "A STAFF ID IS REQUIRED. SESSION ENDED."
001230     MOVE 'N' TO TM-CONTINUE-SW
001240     GO TO 1000-EXIT
001250     END-IF.
001260     MOVE 'Y' TO TM-CONTINUE-SW.
001270
001280     OPEN I-O TERMINAL-MASTER.
001290     IF TM-TERM-FS = "35"
001300     OPEN OUTPUT TERMINAL-MASTER
001310     CLOSE TERMINAL-MASTER
001320     OPEN I-O TERMINAL-MASTER
001330     END-IF.
001340     IF TM-TERM-FS NOT = "00"
001350     DISPLAY "UNABLE TO OPEN TERMINAL MASTER FILE. STATUS="
001360     TM-TERM-FS
001370     MOVE 'N' TO TM-CONTINUE-SW
001380     GO TO 1000-EXIT
001390     END-IF.
001400
001410     OPEN EXTEND TERMINAL-JOURNAL.
001420     IF TM-JRNL-FS = "35"
001430     OPEN OUTPUT TERMINAL-JOURNAL
001440     CLOSE TERMINAL-JOURNAL
001450     OPEN EXTEND TERMINAL-JOURNAL
001460     END-IF.
001470     IF TM-JRNL-FS NOT = "00"
001480     DISPLAY "UNABLE TO OPEN TERMINAL JOURNAL. STATUS="
001490     TM-JRNL-FS
001500     MOVE 'N' TO TM-CONTINUE-SW
001510     END-IF.
001520 1000-EXIT.
001530     EXIT.
001540
001550******************************************************************
001560*    3000-MAIN-MENU
001570*    ONE PASS THROUGH THE MENU - MAINLINE PERFORMS THIS UNTIL
001580*    THE STAFF MEMBER EXITS.
001590******************************************************************
001600 3000-MAIN-MENU.
001610     DISPLAY "==============================".
001620     DISPLAY "1. ADD TERMINAL".
001630     DISPLAY "2. LOAD CASH".
001640     DISPLAY "3. UNLOAD CASH".
001650     DISPLAY "4. COUNT CASSETTES AND CLEAR DEPOSITS".
001660     DISPLAY "5. CHANGE SERVICE STATUS".
001670     DISPLAY "6. TERMINAL INQUIRY".
001680     DISPLAY "7. EXIT".
001690     DISPLAY "ENTER YOUR CHOICE: ".
001700     ACCEPT TM-CHOICE.
001710
001720     EVALUATE TM-CHOICE
001730     WHEN 1
001740     PERFORM 4000-ADD-TERMINAL THRU 4000-EXIT
001750     WHEN 2
001760     PERFORM 5000-LOAD-CASH THRU 5000-EXIT
001770     WHEN 3
001780     PERFORM 5500-UNLOAD-CASH THRU 5500-EXIT
001790     WHEN 4
001800     PERFORM 6000-COUNT-TERMINAL THRU 6000-EXIT
001810     WHEN 5
001820     PERFORM 7000-CHANGE-STATUS THRU 7000-EXIT
001830     WHEN 6
001840     PERFORM 7500-TERMINAL-INQUIRY THRU 7500-EXIT
001850     WHEN 7
001860     DISPLAY "MAINTENANCE SESSION ENDED."
001870     MOVE 'N' TO TM-CONTINUE-SW
001880     WHEN OTHER
001890     DISPLAY "INVALID CHOICE. TRY AGAIN."
001900     END-EVALUATE.
001910 3000-EXIT.
001920     EXIT.
001930
001940******************************************************************
001950*    3100-READ-TERMINAL
001960*    PROMPTS FOR A TERMINAL ID AND READS IT FROM THE MASTER,
001970*    SETTING TM-TERM-FOUND. SHARED BY EVERY OPTION THAT WORKS
001980*    ON AN EXISTING MACHINE.
001990******************************************************************
002000 3100-READ-TERMINAL.
002010     MOVE 'N' TO TM-TERM-FOUND-SW.
002020     DISPLAY "ENTER TERMINAL ID: ".
002030     ACCEPT TM-TERM-INPUT.
002040     MOVE TM-TERM-INPUT TO TERM-ID.
002050     READ TERMINAL-MASTER
002060     INVALID KEY
002070     DISPLAY "TERMINAL " TM-TERM-INPUT " NOT ON FILE."
002080     GO TO 3100-EXIT
002090     END-READ.
002100     SET TM-TERM-FOUND TO TRUE.
002110 3100-EXIT.
002120     EXIT.
002130
002140******************************************************************
002150*    4000-ADD-TERMINAL
002160*    REGISTERS A NEW MACHINE, EMPTY AND OUT OF SERVICE - STAFF
002170*    PUT IT IN SERVICE (OPTION 5) ONCE ITS CASSETTES ARE LOADED.
002180******************************************************************
002190 4000-ADD-TERMINAL.
002200     DISPLAY "ENTER NEW TERMINAL ID: ".
002210     ACCEPT TM-TERM-INPUT.
002220     IF TM-TERM-INPUT = SPACES
002230     DISPLAY "A TERMINAL ID IS REQUIRED. TERMINAL NOT ADDED."
002240     GO TO 4000-EXIT
002250     END-IF.
002260
002270     MOVE SPACES TO TERMINAL-RECORD.
002280     MOVE TM-TERM-INPUT TO TERM-ID.
002290     DISPLAY "ENTER LOCATION: ".
002300     ACCEPT TERM-LOCATION.
002310     SET TERM-OUT-OF-SERVICE TO TRUE.
002320     MOVE ZERO TO TERM-CASH-LOADED.
002330     MOVE ZERO TO TERM-CASH-DISPENSED.
002340     MOVE ZERO TO TERM-CASH-DEPOSITED.
002350     MOVE ZERO TO TERM-LAST-LOAD-DATE.
002360     MOVE ZERO TO TERM-LAST-COUNT-DATE.
002370     MOVE ZERO TO TERM-LAST-BAL-DATE.
002380     MOVE ZERO TO TERM-OPEN-CASH.
002390     MOVE ZERO TO TERM-OPEN-DEPOSITS.
002400     MOVE ZERO TO TERM-CLOSE-CASH.
002410     MOVE ZERO TO TERM-CLOSE-DEPOSITS.
002420     WRITE TERMINAL-RECORD
002430     INVALID KEY
002440     DISPLAY "TERMINAL " TM-TERM-INPUT " ALREADY ON FILE."
002450     GO TO 4000-EXIT
002460     END-WRITE.
002470
002480     MOVE "ADD" TO TM-JRNL-ACTION.
002490     MOVE ZERO TO TM-JRNL-CASH.
002500     MOVE ZERO TO TM-JRNL-DEP.
002510     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
002520     DISPLAY "TERMINAL " TERM-ID " ADDED - OUT OF SERVICE UNTIL"
002530     " LOADED AND PUT IN SERVICE.".
002540 4000-EXIT.
002550     EXIT.
002560
002570******************************************************************
002580*    5000-LOAD-CASH
002590*    CASH PUT INTO THE CASSETTES. THE JOURNAL ENTRY IS WRITTEN
002600*    BEFORE THE MASTER IS REWRITTEN, THE SAME ORDER EVERY
002610*    POSTING PATH FOLLOWS.
002620******************************************************************
002630 5000-LOAD-CASH.
002640     PERFORM 3100-READ-TERMINAL THRU 3100-EXIT.
002650     IF NOT TM-TERM-FOUND
002660     GO TO 5000-EXIT
002670     END-IF.
002680
002690     DISPLAY "ENTER AMOUNT LOADED: ".
002700     ACCEPT TM-AMOUNT-INPUT.
002710     IF TM-AMOUNT-INPUT = ZERO
002720     DISPLAY "NO AMOUNT ENTERED. NOTHING LOADED."
002730     GO TO 5000-EXIT
002740     END-IF.
002750
002760     MOVE "LOAD" TO TM-JRNL-ACTION.
002770     MOVE TM-AMOUNT-INPUT TO TM-JRNL-CASH.
002780     MOVE ZERO TO TM-JRNL-DEP.
002790     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
002800
002810     ADD TM-AMOUNT-INPUT TO TERM-CASH-LOADED.
002820     MOVE TM-BUSINESS-DATE TO TERM-LAST-LOAD-DATE.
002830     REWRITE TERMINAL-RECORD.
002840     COMPUTE TM-REMAINING-CASH =
002850     TERM-CASH-LOADED - TERM-CASH-DISPENSED.
002860     DISPLAY "CASH LOADED. CASSETTES NOW HOLD $"
002870     TM-REMAINING-CASH.
002880 5000-EXIT.
002890     EXIT.
002900
002910******************************************************************
002920*    5500-UNLOAD-CASH
002930*    CASH TAKEN OUT OF THE CASSETTES (A MACHINE BEING EMPTIED
002940*    OR DECOMMISSIONED). IT CANNOT EXCEED WHAT THE COUNTERS SAY
002950*    IS LEFT - A DIFFERENCE IS A COUNT, NOT AN UNLOAD.
002960******************************************************************
002970 5500-UNLOAD-CASH.
002980     PERFORM 3100-READ-TERMINAL THRU 3100-EXIT.
002990     IF NOT TM-TERM-FOUND
003000     GO TO 5500-EXIT
003010     END-IF.
003020
003030     COMPUTE TM-REMAINING-CASH =
003040     TERM-CASH-LOADED - TERM-CASH-DISPENSED.
003050     DISPLAY "CASSETTES SHOULD HOLD $" TM-REMAINING-CASH.
003060     DISPLAY "ENTER AMOUNT UNLOADED: ".
003070     ACCEPT TM-AMOUNT-INPUT.
003080     IF TM-AMOUNT-INPUT = ZERO
003090     DISPLAY "NO AMOUNT ENTERED. NOTHING UNLOADED."
003100     GO TO 5500-EXIT
003110     END-IF.
003120     IF TM-AMOUNT-INPUT > TM-REMAINING-CASH
003130     DISPLAY "MORE THAN THE CASSETTES SHOULD HOLD - COUNT THE"
003140     " MACHINE INSTEAD."
003150     GO TO 5500-EXIT
003160     END-IF.
003170
003180     MOVE "UNLOAD" TO TM-JRNL-ACTION.
003190     MOVE TM-AMOUNT-INPUT TO TM-JRNL-CASH.
003200     MOVE ZERO TO TM-JRNL-DEP.
003210     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
003220
003230     SUBTRACT TM-AMOUNT-INPUT FROM TERM-CASH-LOADED.
003240     REWRITE TERMINAL-RECORD.
003250     COMPUTE TM-REMAINING-CASH =
003260     TERM-CASH-LOADED - TERM-CASH-DISPENSED.
003270     DISPLAY "CASH UNLOADED. CASSETTES NOW HOLD $"
003280     TM-REMAINING-CASH.
003290 5500-EXIT.
003300     EXIT.
003310
003320******************************************************************
003330*    6000-COUNT-TERMINAL
003340*    THE STAFF MEMBER COUNTS THE CASH LEFT IN THE CASSETTES AND
003350*    EMPTIES AND COUNTS THE DEPOSIT BIN. THE DIFFERENCE FROM
003360*    THE MACHINE'S OWN COUNTERS IS SHOWN AT ONCE SO A BAD COUNT
003370*    CAN BE REDONE ON THE SPOT; THE NIGHTLY TRMBAL BALANCING
003380*    PROVES THE SAME COUNT AGAINST THE TRANSACTION LOG. ONCE
003390*    CONFIRMED, THE COUNTED CASH BECOMES THE MACHINE'S LOADED
003400*    FIGURE (THE CASSETTES GO BACK IN) AND THE DISPENSED AND
003410*    DEPOSITED COUNTERS START AGAIN FROM ZERO.
003420******************************************************************
003430 6000-COUNT-TERMINAL.
003440     PERFORM 3100-READ-TERMINAL THRU 3100-EXIT.
003450     IF NOT TM-TERM-FOUND
003460     GO TO 6000-EXIT
003470     END-IF.
003480
003490     DISPLAY "ENTER CASH COUNTED IN THE CASSETTES: ".
003500     ACCEPT TM-AMOUNT-INPUT.
003510     DISPLAY "ENTER DEPOSITS COUNTED FROM THE BIN: ".
003520     ACCEPT TM-DEP-INPUT.
003530
003540     COMPUTE TM-REMAINING-CASH =
003550     TERM-CASH-LOADED - TERM-CASH-DISPENSED.
003560     COMPUTE TM-CASH-DIFF = TM-AMOUNT-INPUT - TM-REMAINING-CASH.
003570     COMPUTE TM-DEP-DIFF = TM-DEP-INPUT - TERM-CASH-DEPOSITED.
003580     DISPLAY "CASSETTES - EXPECTED $" TM-REMAINING-CASH
003590     " COUNTED $" TM-AMOUNT-INPUT.
003600     DISPLAY "DEPOSITS  - EXPECTED $" TERM-CASH-DEPOSITED
003610     " COUNTED $" TM-DEP-INPUT.
003620     IF TM-CASH-DIFF > ZERO
003630     DISPLAY "CASSETTES OVER BY $" TM-CASH-DIFF
003640     END-IF.
003650     IF TM-CASH-DIFF < ZERO
003660     DISPLAY "CASSETTES SHORT BY $" TM-CASH-DIFF
003670     END-IF.
003680     IF TM-DEP-DIFF > ZERO
003690     DISPLAY "DEPOSITS OVER BY $" TM-DEP-DIFF
003700     END-IF.
003710     IF TM-DEP-DIFF < ZERO
003720     DISPLAY "DEPOSITS SHORT BY $" TM-DEP-DIFF
003730     END-IF.
003740
003750     DISPLAY "RECORD THIS COUNT? (Y/N): ".
003760     ACCEPT TM-CONFIRM.
003770     IF TM-CONFIRM NOT = 'Y'
003780     DISPLAY "COUNT NOT RECORDED."
003790     GO TO 6000-EXIT
003800     END-IF.
003810
003820     MOVE "COUNT" TO TM-JRNL-ACTION.
003830     MOVE TM-AMOUNT-INPUT TO TM-JRNL-CASH.
003840     MOVE TM-DEP-INPUT TO TM-JRNL-DEP.
003850     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
003860
003870     MOVE TM-AMOUNT-INPUT TO TERM-CASH-LOADED.
003880     MOVE ZERO TO TERM-CASH-DISPENSED.
003890     MOVE ZERO TO TERM-CASH-DEPOSITED.
003900     MOVE TM-BUSINESS-DATE TO TERM-LAST-COUNT-DATE.
003910     REWRITE TERMINAL-RECORD.
003920     DISPLAY "COUNT RECORDED FOR TERMINAL " TERM-ID ".".
003930 6000-EXIT.
003940     EXIT.
003950
003960******************************************************************
003970*    7000-CHANGE-STATUS
003980*    TAKES A MACHINE INTO ('A') OR OUT OF ('O') SERVICE. A
003990*    MACHINE OUT OF SERVICE REFUSES TO START A CUSTOMER SESSION.
004000******************************************************************
004010 7000-CHANGE-STATUS.
004020     PERFORM 3100-READ-TERMINAL THRU 3100-EXIT.
004030     IF NOT TM-TERM-FOUND
004040     GO TO 7000-EXIT
004050     END-IF.
004060
004070     DISPLAY "CURRENT STATUS: " TERM-STATUS.
004080     DISPLAY "ENTER NEW STATUS (A=IN SERVICE, O=OUT): ".
004090     ACCEPT TM-STATUS-INPUT.
004100     IF TM-STATUS-INPUT NOT = 'A' AND TM-STATUS-INPUT NOT = 'O'
004110     DISPLAY "INVALID STATUS. NO CHANGE MADE."
004120     GO TO 7000-EXIT
004130     END-IF.
004140     IF TM-STATUS-INPUT = TERM-STATUS
004150     DISPLAY "TERMINAL ALREADY IN THAT STATUS."
004160     GO TO 7000-EXIT
004170     END-IF.
004180
004190     MOVE TM-STATUS-INPUT TO TERM-STATUS.
004200     MOVE "STATUS" TO TM-JRNL-ACTION.
004210     MOVE ZERO TO TM-JRNL-CASH.
004220     MOVE ZERO TO TM-JRNL-DEP.
004230     PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT.
004240     REWRITE TERMINAL-RECORD.
004250     DISPLAY "TERMINAL " TERM-ID " STATUS NOW " TERM-STATUS ".".
004260 7000-EXIT.
004270     EXIT.
004280
004290******************************************************************
004300*    7500-TERMINAL-INQUIRY
004310*    SHOWS ONE MACHINE'S COUNTERS AND ITS LAST BALANCED BOOK
004320*    POSITION.
004330******************************************************************
004340 7500-TERMINAL-INQUIRY.
004350     PERFORM 3100-READ-TERMINAL THRU 3100-EXIT.
004360     IF NOT TM-TERM-FOUND
004370     GO TO 7500-EXIT
004380     END-IF.
004390
004400     COMPUTE TM-REMAINING-CASH =
004410     TERM-CASH-LOADED - TERM-CASH-DISPENSED.
004420     DISPLAY "TERMINAL:        " TERM-ID " " TERM-LOCATION.
004430     DISPLAY "STATUS:          " TERM-STATUS.
004440     DISPLAY "CASH LOADED:     $" TERM-CASH-LOADED.
004450     DISPLAY "CASH DISPENSED:  $" TERM-CASH-DISPENSED.
004460     DISPLAY "CASH REMAINING:  $" TM-REMAINING-CASH.
004470     DISPLAY "DEPOSITS IN BIN: $" TERM-CASH-DEPOSITED.
004480     DISPLAY "LAST LOADED:     " TERM-LAST-LOAD-DATE.
004490     DISPLAY "LAST COUNTED:    " TERM-LAST-COUNT-DATE.
004500     DISPLAY "LAST BALANCED:   " TERM-LAST-BAL-DATE
004510     " BOOK CASH $" TERM-CLOSE-CASH
004520     " BOOK DEPOSITS $" TERM-CLOSE-DEPOSITS.
004530 7500-EXIT.
004540     EXIT.
004550
004560******************************************************************
004570*    8500-WRITE-JOURNAL
004580*    APPENDS ONE TERMINAL JOURNAL ENTRY FOR THE TERMINAL IN THE
004590*    MASTER RECORD AREA, USING TM-JRNL-ACTION/CASH/DEP SET BY
004600*    THE CALLER.
004610******************************************************************
004620 8500-WRITE-JOURNAL.
004630     MOVE SPACES TO TERMINAL-JOURNAL-RECORD.
004640     ACCEPT TM-CURRENT-TIME FROM TIME.
004650     MOVE TM-BUSINESS-DATE TO TJ-DATE.
004660     MOVE TM-CURRENT-TIME  TO TJ-TIME.
004670     MOVE TERM-ID          TO TJ-TERM-ID.
004680     MOVE TM-JRNL-ACTION   TO TJ-ACTION.
004690     MOVE TM-JRNL-CASH     TO TJ-CASH-AMOUNT.
004700     MOVE TM-JRNL-DEP      TO TJ-DEP-AMOUNT.
004710     MOVE TM-STAFF-ID      TO TJ-STAFF-ID.
004720     MOVE TERM-STATUS      TO TJ-NEW-STATUS.
004730     WRITE TERMINAL-JOURNAL-RECORD.
004740 8500-EXIT.
004750     EXIT.
004760
004770******************************************************************
004780*    8900-GET-BUSINESS-DATE
004790*    READS THE PROCESSING DATE FROM THE BUSDATE CONTROL FILE -
004800*    THE WALL CLOCK ONLY SEEDS THE FILE THE FIRST TIME IT IS
004810*    MISSING. THE DATE ADVANCES ONLY WHEN THE EODROLL ROLLOVER
004820*    CLOSES THE DAY, SO WORK THAT SLIPS PAST MIDNIGHT STILL
004830*    STAMPS THE DAY IT BELONGS TO.
004840******************************************************************
004850 8900-GET-BUSINESS-DATE.
004860     OPEN INPUT BUSINESS-DATE.
004870     IF TM-BD-FS = "35"
004880     PERFORM 8950-CREATE-BUSDATE THRU 8950-EXIT
004890     OPEN INPUT BUSINESS-DATE
004900     END-IF.
004910     IF TM-BD-FS NOT = "00"
004920     DISPLAY "BUSDATE UNAVAILABLE - USING THE WALL CLOCK."
004930     ACCEPT TM-BUSINESS-DATE FROM DATE YYYYMMDD
004940     GO TO 8900-EXIT
004950     END-IF.
004960     READ BUSINESS-DATE
004970     AT END
004980     DISPLAY "BUSDATE IS EMPTY - USING THE WALL CLOCK."
004990     ACCEPT TM-BUSINESS-DATE FROM DATE YYYYMMDD
005000     CLOSE BUSINESS-DATE
005010     GO TO 8900-EXIT
005020     END-READ.
005030     MOVE BD-BUSINESS-DATE TO TM-BUSINESS-DATE.
005040     CLOSE BUSINESS-DATE.
005050 8900-EXIT.
005060     EXIT.
005070
005080 8950-CREATE-BUSDATE.
005090     OPEN OUTPUT BUSINESS-DATE.
005100     MOVE SPACES TO BUSDATE-RECORD.
005110     ACCEPT BD-BUSINESS-DATE FROM DATE YYYYMMDD.
005120     WRITE BUSDATE-RECORD.
005130     CLOSE BUSINESS-DATE.
005140 8950-EXIT.
005150     EXIT.
005160
005170******************************************************************
005180*    9000-TERMINATE
005190******************************************************************
005200 9000-TERMINATE.
005210     CLOSE TERMINAL-MASTER.
005220     CLOSE TERMINAL-JOURNAL.
005230 9000-EXIT.
005240     EXIT.
