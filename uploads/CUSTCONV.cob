000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  CUSTCONV.
000030 AUTHOR.      R HOLLOWAY.
000040 INSTALLATION. RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ------------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    ---------- ----  --------------------------------------------
000120*    10/15/2026 RH    ORIGINAL PROGRAM - ONE-TIME CONVERSION OF
000130*                     CUSTMAST FROM THE 136-BYTE CUSTOMER LAYOUT
000140*                     TO THE 147-BYTE LAYOUT THAT CARRIES THE
000150*                     TAXPAYER ID, ITS TYPE AND THE BACKUP
000160*                     WITHHOLDING FLAG (SEE CUSTREC.CPY). BEFORE
000170*                     THE RUN THE OPERATOR RENAMES THE OLD
000180*                     CUSTMAST TO CUSTOLD. EVERY CUSTOLD RECORD IS
000190*                     COPIED TO A NEW CUSTMAST WITH NO TIN ON FILE
000200*                     AND NO BACKUP WITHHOLDING - THE TELLERS KEY
000210*                     THE TINS THROUGH ACCTMNT. THE RUN REFUSES TO
000220*                     START IF A CUSTMAST IS ALREADY ON FILE, SO
000230*                     IT CANNOT OVERWRITE A CONVERTED OR LIVE
000240*                     MASTER, AND ENDS WITH RETURN CODE 12 UNLESS
000250*                     RECORDS READ AND WRITTEN AGREE. KEEP CUSTOLD
000260*                     UNTIL THE COUNTS HAVE BEEN CHECKED.
000270******************************************************************
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT OLD-CUSTOMER-MASTER ASSIGN TO "CUSTOLD"
000330     ORGANIZATION IS INDEXED
000340     ACCESS MODE IS SEQUENTIAL
000350     RECORD KEY IS OC-CUST-ID
000360     FILE STATUS IS CV-OLD-FS.
000370
000380     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000390     ORGANIZATION IS INDEXED
000400     ACCESS MODE IS SEQUENTIAL
000410     RECORD KEY IS CUST-ID
000420     FILE STATUS IS CV-CUST-FS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460******************************************************************
000470*    OLD-CUSTOMER-RECORD IS THE 136-BYTE CUSTREC LAYOUT AS IT
000480*    STOOD BEFORE THE TAX FIELDS WERE ADDED.
000490******************************************************************
000500 FD  OLD-CUSTOMER-MASTER
000510     LABEL RECORDS ARE STANDARD.
000520 01  OLD-CUSTOMER-RECORD.
000530     05  OC-CUST-ID              PIC 9(06).
000540     05  OC-CUST-NAME            PIC X(30).
000550     05  OC-ADDR-LINE-1          PIC X(30).
000560     05  OC-ADDR-LINE-2          PIC X(30).
000570     05  OC-CITY                 PIC X(20).
000580     05  OC-STATE                PIC X(02).
000590     05  OC-ZIP                  PIC X(09).
000600     05  OC-STATUS               PIC X(01).
000610     05  FILLER                  PIC X(08).
000620
000630 FD  CUSTOMER-MASTER
000640     LABEL RECORDS ARE STANDARD.
000650     COPY CUSTREC.
000660
000670 WORKING-STORAGE SECTION.
000680******************************************************************
000690*    FILE STATUS AND SWITCHES
000700******************************************************************
000710 01  CV-OLD-FS                PIC X(02)  VALUE "00".
000720 01  CV-CUST-FS               PIC X(02)  VALUE "00".
000730
000740 01  CV-CONTINUE-SW           PIC X(01)  VALUE 'Y'.
000750
000760 01  CV-OLD-EOF-SW            PIC X(01)  VALUE 'N'.
000770     88  CV-OLD-EOF                   VALUE 'Y'.
000780
000790******************************************************************
000800*    RUN TOTALS
000810******************************************************************
000820 77  CV-RECORDS-READ          PIC 9(07)  VALUE 0.
000830 77  CV-RECORDS-WRITTEN       PIC 9(07)  VALUE 0.
000840
000850 PROCEDURE DIVISION.
000860******************************************************************
000870*    0000-MAINLINE
000880******************************************************************
000890 0000-MAINLINE.
000900     DISPLAY "==== CUSTOMER MASTER CONVERSION ====".
000910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000920     IF CV-CONTINUE-SW = 'Y'
000930     PERFORM 2000-CONVERT-RECORDS THRU 2000-EXIT
000940     END-IF.
000950     IF CV-CONTINUE-SW = 'Y'
000960     PERFORM 3000-REPORT-RESULTS THRU 3000-EXIT
000970     END-IF.
000980     STOP RUN.
000990
001000******************************************************************
001010*    1000-INITIALIZE
001020*    CUSTOLD MUST OPEN. A CUSTMAST THAT ALREADY OPENS IS EITHER
001030*    THE OLD MASTER NOT YET RENAMED OR ONE ALREADY CONVERTED -
001040*    EITHER WAY IT IS LEFT ALONE AND THE RUN ABANDONED.
001050******************************************************************
001060 1000-INITIALIZE.
001070     OPEN INPUT OLD-CUSTOMER-MASTER.
001080     IF CV-OLD-FS NOT = "00"
001090     DISPLAY "UNABLE TO OPEN CUSTOLD. STATUS=" CV-OLD-FS
001100     DISPLAY "RENAME THE OLD CUSTMAST TO CUSTOLD AND RERUN."
001110     MOVE 'N' TO CV-CONTINUE-SW
001120     MOVE 12 TO RETURN-CODE
001130     GO TO 1000-EXIT
001140     END-IF.
001150
001160     OPEN INPUT CUSTOMER-MASTER.
001170     IF CV-CUST-FS NOT = "35"
001180     IF CV-CUST-FS = "00"
001190     CLOSE CUSTOMER-MASTER
001200     DISPLAY "CUSTMAST IS ALREADY ON FILE. CONVERSION ABANDONED"
001210     " - NOTHING WRITTEN."
001220     ELSE
001230     DISPLAY "UNABLE TO CHECK FOR CUSTMAST. STATUS=" CV-CUST-FS
001240     END-IF
001250     CLOSE OLD-CUSTOMER-MASTER
001260     MOVE 'N' TO CV-CONTINUE-SW
001270     MOVE 12 TO RETURN-CODE
001280     GO TO 1000-EXIT
001290     END-IF.
001300
001310     OPEN OUTPUT CUSTOMER-MASTER.
001320     IF CV-CUST-FS NOT = "00"
001330     DISPLAY "UNABLE TO CREATE CUSTMAST. STATUS=" CV-CUST-FS
001340     CLOSE OLD-CUSTOMER-MASTER
001350     MOVE 'N' TO CV-CONTINUE-SW
001360     MOVE 12 TO RETURN-CODE
001370     END-IF.
001380 1000-EXIT.
001390     EXIT.
001400
001410******************************************************************
001420*    2000-CONVERT-RECORDS
001430*    COPIES EVERY CUSTOLD RECORD ACROSS IN KEY ORDER. THE NEW
001440*    FIELDS START AS NO TIN ON FILE AND NO BACKUP WITHHOLDING.
001450******************************************************************
001460 2000-CONVERT-RECORDS.
001470     PERFORM 2100-READ-OLD THRU 2100-EXIT.
001480     PERFORM UNTIL CV-OLD-EOF
001490     PERFORM 2200-WRITE-NEW THRU 2200-EXIT
001500     PERFORM 2100-READ-OLD THRU 2100-EXIT
001510     END-PERFORM.
001520     CLOSE OLD-CUSTOMER-MASTER.
001530     CLOSE CUSTOMER-MASTER.
001540 2000-EXIT.
001550     EXIT.
001560
001570 2100-READ-OLD.
001580     READ OLD-CUSTOMER-MASTER NEXT
001590     AT END
001600     MOVE 'Y' TO CV-OLD-EOF-SW
001610     NOT AT END
001620     ADD 1 TO CV-RECORDS-READ
001630     END-READ.
001640 2100-EXIT.
001650     EXIT.
001660
001670 2200-WRITE-NEW.
001680     MOVE SPACES TO CUSTOMER-RECORD.
001690     MOVE OC-CUST-ID TO CUST-ID.
001700     MOVE OC-CUST-NAME TO CUST-NAME.
001710     MOVE OC-ADDR-LINE-1 TO CUST-ADDR-LINE-1.
001720     MOVE OC-ADDR-LINE-2 TO CUST-ADDR-LINE-2.
001730     MOVE OC-CITY TO CUST-CITY.
001740     MOVE OC-STATE TO CUST-STATE.
001750     MOVE OC-ZIP TO CUST-ZIP.
001760     MOVE OC-STATUS TO CUST-STATUS.
001770     MOVE SPACES TO CUST-TAX-ID.
001780     MOVE SPACE TO CUST-TAX-ID-TYPE.
001790     MOVE 'N' TO CUST-WITHHOLD-FLAG.
001800     WRITE CUSTOMER-RECORD
001810     INVALID KEY
001820     DISPLAY "CUSTOMER " OC-CUST-ID " NOT WRITTEN. STATUS="
001830     CV-CUST-FS
001840     NOT INVALID KEY
001850     ADD 1 TO CV-RECORDS-WRITTEN
001860     END-WRITE.
001870 2200-EXIT.
001880     EXIT.
001890
001900******************************************************************
001910*    3000-REPORT-RESULTS
001920*    RECORDS READ AND WRITTEN MUST AGREE BEFORE CUSTOLD IS
001930*    RETIRED.
001940******************************************************************
001950 3000-REPORT-RESULTS.
001960     DISPLAY "CUSTOLD RECORDS READ:     " CV-RECORDS-READ.
001970     DISPLAY "CUSTMAST RECORDS WRITTEN: " CV-RECORDS-WRITTEN.
001980     IF CV-RECORDS-WRITTEN NOT = CV-RECORDS-READ
001990     DISPLAY "*** CONTROL TOTALS DO NOT AGREE - KEEP CUSTOLD AND"
002000     " RESOLVE BEFORE USING CUSTMAST."
002010     MOVE 12 TO RETURN-CODE
002020     ELSE
002030     DISPLAY "CONVERSION COMPLETE. CUSTOLD MAY BE RETIRED."
002040     END-IF.
002050 3000-EXIT.
002060     EXIT.
