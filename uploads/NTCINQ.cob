000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  NTCINQ.
000030 AUTHOR.      R HOLLOWAY.
000040 INSTALLATION. RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ------------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    ---------- ----  --------------------------------------------
000120*    10/15/2026 RH    ORIGINAL PROGRAM - BRANCH INQUIRY OVER THE
000130*                     NTCHIST NOTICE HISTORY. FOR ONE CUSTOMER,
000140*                     LISTS EVERY NOTICE THE NIGHTLY NTCGEN RUN
000150*                     HAS SENT - THE DAY, THE LETTER, THE
000160*                     ACCOUNT AND EVENT IT COVERED, AND THE NAME
000170*                     AND ZIP IT WAS ADDRESSED TO - SO THE BRANCH
000180*                     CAN ANSWER "DID WE TELL THE CUSTOMER?".
000190******************************************************************
000200
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT NOTICE-HISTORY  ASSIGN TO "NTCHIST"
000250     ORGANIZATION IS INDEXED
000260     ACCESS MODE IS DYNAMIC
000270     RECORD KEY IS NH-KEY
000280     FILE STATUS IS NQ-HIST-FS.
000290
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  NOTICE-HISTORY
000330     LABEL RECORDS ARE STANDARD.
000340     COPY NTCHREC.
000350
000360 WORKING-STORAGE SECTION.
000370******************************************************************
000380*    FILE STATUS AND SWITCHES
000390******************************************************************
000400 01  NQ-HIST-FS               PIC X(02)  VALUE "00".
000410
000420 01  NQ-HIST-EOF-SW           PIC X(01)  VALUE 'N'.
000430     88  NQ-HIST-EOF                  VALUE 'Y'.
000440
000450 77  NQ-CUST-ID               PIC 9(06).
000460 77  NQ-NOTICES-LISTED        PIC 9(05)  VALUE 0.
000470 77  NQ-EDIT-AMOUNT           PIC -(7)9.99.
000480
000490 PROCEDURE DIVISION.
000500******************************************************************
000510*    0000-MAINLINE
000520******************************************************************
000530 0000-MAINLINE.
000540     DISPLAY "==== CUSTOMER NOTICE HISTORY INQUIRY ====".
000550
000560     OPEN INPUT NOTICE-HISTORY.
000570     IF NQ-HIST-FS = "35"
000580     DISPLAY "NO NOTICE HISTORY ON FILE. NO NOTICE HAS BEEN SENT."
000590     GO TO 0000-DONE
000600     END-IF.
000610     IF NQ-HIST-FS NOT = "00"
000620     DISPLAY "UNABLE TO OPEN NOTICE HISTORY. STATUS=" NQ-HIST-FS
000630     GO TO 0000-DONE
000640     END-IF.
000650
000660     DISPLAY "ENTER CUSTOMER ID: ".
000670     ACCEPT NQ-CUST-ID.
000680     PERFORM 2000-LIST-NOTICES THRU 2000-EXIT.
000690     CLOSE NOTICE-HISTORY.
000700
000710     IF NQ-NOTICES-LISTED = 0
000720     DISPLAY "NO NOTICES ON FILE FOR CUSTOMER " NQ-CUST-ID "."
000730     END-IF.
000740 0000-DONE.
000750     DISPLAY "INQUIRY COMPLETE.".
000760     STOP RUN.
000770
000780******************************************************************
000790*    2000-LIST-NOTICES
000800*    POSITIONS AT THE CUSTOMER'S FIRST HISTORY RECORD AND READS
000810*    FORWARD UNTIL THE CUSTOMER CHANGES - OLDEST NOTICE FIRST.
000820******************************************************************
000830 2000-LIST-NOTICES.
000840     MOVE NQ-CUST-ID TO NH-CUST-ID.
000850     MOVE ZERO TO NH-NOTICE-DATE.
000860     MOVE ZERO TO NH-EVENT-SEQ.
000870     START NOTICE-HISTORY KEY IS NOT LESS THAN NH-KEY
000880     INVALID KEY
000890     GO TO 2000-EXIT
000900     END-START.
000910     PERFORM 2100-READ-NOTICE THRU 2100-EXIT.
000920     PERFORM UNTIL NQ-HIST-EOF
000930     OR NH-CUST-ID NOT = NQ-CUST-ID
000940     PERFORM 2200-SHOW-NOTICE THRU 2200-EXIT
000950     PERFORM 2100-READ-NOTICE THRU 2100-EXIT
000960     END-PERFORM.
000970 2000-EXIT.
000980     EXIT.
000990
001000 2100-READ-NOTICE.
001010     READ NOTICE-HISTORY NEXT
001020     AT END
001030     MOVE 'Y' TO NQ-HIST-EOF-SW
001040     END-READ.
001050 2100-EXIT.
001060     EXIT.
001070
001080 2200-SHOW-NOTICE.
001090     ADD 1 TO NQ-NOTICES-LISTED.
001100     IF NH-EVENT-SEQ = 1
001110     DISPLAY "NOTICE OF " NH-NOTICE-DATE
001120     " LETTER " NH-LETTER-NO
001130     " TO " NH-CUST-NAME " " NH-CUST-ZIP
001140     END-IF.
001150     MOVE NH-AMOUNT TO NQ-EDIT-AMOUNT.
001160     DISPLAY "    ACCOUNT " NH-ACCOUNT
001170     " " NH-EVENT-CODE
001180     " ON " NH-EVENT-DATE
001190     " " NQ-EDIT-AMOUNT
001200     " " NH-REASON.
001210 2200-EXIT.
001220     EXIT.
