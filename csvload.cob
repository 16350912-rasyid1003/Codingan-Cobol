000130*LINES ARE WRITTEN TO A REJECT FILE WITH THE REASON IN
000140*FRONT SO THEY CAN BE FIXED AND RESUBMITTED.  A HEADER
000150*LINE STARTING WITH THE LITERAL COLUMN NAMES IS SKIPPED.
000151*THE ADMISSIONS SPREADSHEET MAY CARRY FIVE MORE COLUMNS
000152*AFTER EMAIL - NAMA_ORTU, HUBUNGAN, ALAMAT_ORTU, HP_ORTU,
000153*EMAIL_ORTU - WHICH ADD OR REPLACE THE STUDENT'S PARENT /
000154*GUARDIAN ENTRY ON ORTUMST.  HUBUNGAN IS AYAH, IBU OR WALI
000155*(ONLY THE FIRST LETTER IS KEPT); A BLANK ALAMAT_ORTU TAKES
000156*THE STUDENT'S ALAMAT; HP_ORTU AND EMAIL_ORTU ARE OPTIONAL
000157*BUT CHECKED LIKE THE STUDENT'S.  NO GUARDIAN COLUMNS
000158*LEAVES ANY GUARDIAN ALREADY ON FILE AS IT IS.
000160*-----------------------------------------------------------
000170*MODIFICATION HISTORY
000180*DATE       INIT  DESCRIPTION
000200*08/22/2026 RSD   AN UPDATE NOW SAVES THE PRIOR RECORD TO
000210*THE MHSCHG CHANGE HISTORY (CHGLOG
000220*SUBPROGRAM) BEFORE REPLACING IT.
000223*10/15/2026 RSD   OPTIONAL PARENT / GUARDIAN COLUMNS LOADED
000226*TO ORTUMST.
000230*-----------------------------------------------------------
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. CSVLOAD.
000410     SELECT REJECT-FILE ASSIGN TO 'CSVREJ'
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-REJ-FS.
000431     SELECT ORTU-FILE ASSIGN TO 'ORTUMST'
000432         ORGANIZATION IS INDEXED
000433         ACCESS MODE IS DYNAMIC
000434         RECORD KEY IS NPM OF ORTU-RECORD
000435         FILE STATUS IS WS-OFS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  SIS-CSV.
000470 01  CSV-LINE                    PIC X(300).
000480 FD  MHS-FILE.
000490 01  MHS-RECORD.
000500         COPY MHSREC.
000510 FD  REJECT-FILE.
000520 01  REJECT-LINE                 PIC X(340).
000522 FD  ORTU-FILE.
000524 01  ORTU-RECORD.
000526         COPY ORTUREC.
000530 WORKING-STORAGE SECTION.
000540 01  CSV-WORK.
000550         COPY MHSREC.
000553 01  CSV-ORTU.
000556         COPY ORTUREC.
000560 01  WS-CSV-FS                   PIC X(02).
000570 01  WS-FS                       PIC X(02).
000580 01  WS-REJ-FS                   PIC X(02).
000582 01  WS-OFS                      PIC X(02).
000584 01  WS-ORTU-SW                  PIC X(01).
000586         88  LINE-ADA-ORTU               VALUE 'Y'.
000590 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
000600         88  CSV-EOF                     VALUE 'Y'.
000610 01  WS-LINE-OK-SW               PIC X(01) VALUE 'Y'.
000690 01  WS-ADD-COUNT                PIC 9(05) VALUE ZERO.
000700 01  WS-UPD-COUNT                PIC 9(05) VALUE ZERO.
000710 01  WS-REJ-COUNT                PIC 9(05) VALUE ZERO.
000715 01  WS-ORTU-COUNT               PIC 9(05) VALUE ZERO.
000720 01  WS-COUNT-DISP               PIC ZZZZ9.
000730 01  WS-SUMMARY                  PIC X(60).
000733 01  WS-SYSDATE                  PIC 9(08).
000736 01  WS-RUN-DATE-DISP            PIC X(10).
000740*-----------------------------------------------------------
000750*0000-MAINLINE
000760*-----------------------------------------------------------
000820     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000830*-----------------------------------------------------------
000840*1000-INITIALIZE  -  OPEN THE CSV, THE MASTER (CREATED ON
000850*FIRST USE, AS IDENTITAS DOES), THE GUARDIAN FILE (THE
000855*SAME) AND A FRESH REJECT FILE.
000860*-----------------------------------------------------------
000870 1000-INITIALIZE.
000880     OPEN INPUT SIS-CSV.
000990         CLOSE MHS-FILE
001000         OPEN I-O MHS-FILE
001010     END-IF.
001011     OPEN I-O ORTU-FILE.
001012     IF WS-OFS = '35'
001013         OPEN OUTPUT ORTU-FILE
001014         CLOSE ORTU-FILE
001015         OPEN I-O ORTU-FILE
001016     END-IF.
001020     OPEN OUTPUT REJECT-FILE.
001021     ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
001022     MOVE SPACES TO WS-RUN-DATE-DISP.
001023     STRING WS-SYSDATE(1:4) '-' WS-SYSDATE(5:2)
001024         '-' WS-SYSDATE(7:2) DELIMITED BY SIZE
001025         INTO WS-RUN-DATE-DISP.
001030     MOVE 'CSV LOAD STARTED' TO WS-SUMMARY.
001040     CALL 'AUDITLOG' USING 'CSVLOAD   ' 'START' WS-SUMMARY.
001050 1000-EXIT.
001260         PERFORM 3200-VALIDATE-FIELDS THRU 3200-EXIT
001270         IF LINE-OK
001280             PERFORM 3300-POST-RECORD THRU 3300-EXIT
001282             IF LINE-ADA-ORTU
001284                 PERFORM 3500-POST-ORTU THRU 3500-EXIT
001286             END-IF
001290         ELSE
001300             PERFORM 3400-WRITE-REJECT THRU 3400-EXIT
001310         END-IF
001350     EXIT.
001360 3100-SPLIT-FIELDS.
001370     MOVE SPACES TO CSV-WORK.
001375     MOVE SPACES TO CSV-ORTU.
001380     UNSTRING CSV-LINE DELIMITED BY ','
001390         INTO NAMA OF CSV-WORK
001400             NPM OF CSV-WORK
001410             KELAS OF CSV-WORK
001420             ALAMAT OF CSV-WORK
001430             NO_HP OF CSV-WORK
001440             EMAIL OF CSV-WORK
001441             NAMA-ORTU OF CSV-ORTU
001442             HUBUNGAN-ORTU OF CSV-ORTU
001443             ALAMAT-ORTU OF CSV-ORTU
001444             HP-ORTU OF CSV-ORTU
001445             EMAIL-ORTU OF CSV-ORTU.
001446     INSPECT HUBUNGAN-ORTU OF CSV-ORTU
001447         CONVERTING 'aiw' TO 'AIW'.
001448     MOVE 'N' TO WS-ORTU-SW.
001449     IF NAMA-ORTU OF CSV-ORTU NOT = SPACES
001450         OR HUBUNGAN-ORTU OF CSV-ORTU NOT = SPACES
001451         OR ALAMAT-ORTU OF CSV-ORTU NOT = SPACES
001452         OR HP-ORTU OF CSV-ORTU NOT = SPACES
001453         OR EMAIL-ORTU OF CSV-ORTU NOT = SPACES
001454         MOVE 'Y' TO WS-ORTU-SW
001455     END-IF.
001456 3100-EXIT.
001460     EXIT.
001470*-----------------------------------------------------------
001480*3200-VALIDATE-FIELDS  -  SAME RULES THE IDENTITAS SCREEN
001780         MOVE 'EMAIL MISSING @' TO WS-REJ-REASON
001790         GO TO 3200-EXIT
001800     END-IF.
001801     IF NOT LINE-ADA-ORTU
001802         GO TO 3200-EXIT
001803     END-IF.
001804     IF NAMA-ORTU OF CSV-ORTU = SPACES
001805         SET LINE-BAD TO TRUE
001806         MOVE 'NAMA_ORTU BLANK' TO WS-REJ-REASON
001807         GO TO 3200-EXIT
001808     END-IF.
001809     IF NOT ORTU-AYAH OF CSV-ORTU AND NOT ORTU-IBU OF CSV-ORTU
001810         AND NOT ORTU-WALI OF CSV-ORTU
001811         SET LINE-BAD TO TRUE
001812         MOVE 'HUBUNGAN NOT AYAH/IBU/WALI' TO WS-REJ-REASON
001813         GO TO 3200-EXIT
001814     END-IF.
001815     IF HP-ORTU OF CSV-ORTU NOT = SPACES
001816         MOVE ZERO TO WS-TRAIL-CT
001817         INSPECT HP-ORTU OF CSV-ORTU
001818             TALLYING WS-TRAIL-CT FOR TRAILING SPACES
001819         COMPUTE WS-FLDLEN = 15 - WS-TRAIL-CT
001820         IF HP-ORTU OF CSV-ORTU(1:WS-FLDLEN) NOT NUMERIC
001821             SET LINE-BAD TO TRUE
001822             MOVE 'HP_ORTU NOT NUMERIC' TO WS-REJ-REASON
001823             GO TO 3200-EXIT
001824         END-IF
001825     END-IF.
001826     IF EMAIL-ORTU OF CSV-ORTU NOT = SPACES
001827         MOVE ZERO TO WS-AT-COUNT
001828         INSPECT EMAIL-ORTU OF CSV-ORTU
001829             TALLYING WS-AT-COUNT FOR ALL '@'
001830         IF WS-AT-COUNT = 0
001831             SET LINE-BAD TO TRUE
001832             MOVE 'EMAIL_ORTU MISSING @' TO WS-REJ-REASON
001833             GO TO 3200-EXIT
001834         END-IF
001835     END-IF.
001836 3200-EXIT.
001837     EXIT.
001838*-----------------------------------------------------------
001840*3300-POST-RECORD  -  ADD A NEW MASTER RECORD (STATUS A) OR
001850*UPDATE THE MATCHING NPM.  AN UPDATE KEEPS THE STATUS
001860*ALREADY ON FILE - THE SIS FEED CARRIES NO STATUS COLUMN.
002190 3400-EXIT.
002200     EXIT.
002210*-----------------------------------------------------------
002211*3500-POST-ORTU  -  ADD OR REPLACE THE GUARDIAN ENTRY FOR
002212*THE NPM JUST POSTED.  A BLANK GUARDIAN ADDRESS TAKES THE
002213*STUDENT'S.
002214*-----------------------------------------------------------
002215 3500-POST-ORTU.
002216     MOVE NPM OF CSV-WORK TO NPM OF CSV-ORTU.
002217     IF ALAMAT-ORTU OF CSV-ORTU = SPACES
002218         MOVE ALAMAT OF CSV-WORK TO ALAMAT-ORTU OF CSV-ORTU
002219     END-IF.
002220     MOVE WS-RUN-DATE-DISP TO TGL-ORTU OF CSV-ORTU.
002221     MOVE NPM OF CSV-ORTU TO NPM OF ORTU-RECORD.
002222     READ ORTU-FILE
002223         INVALID KEY
002224             MOVE CSV-ORTU TO ORTU-RECORD
002225             WRITE ORTU-RECORD
002226         NOT INVALID KEY
002227             MOVE CSV-ORTU TO ORTU-RECORD
002228             REWRITE ORTU-RECORD
002229     END-READ.
002230     ADD 1 TO WS-ORTU-COUNT.
002231 3500-EXIT.
002232     EXIT.
002233*-----------------------------------------------------------
002234*9000-TERMINATE
002235*-----------------------------------------------------------
002240 9000-TERMINATE.
002250     CLOSE SIS-CSV.
002260     CLOSE MHS-FILE.
002270     CLOSE REJECT-FILE.
002275     CLOSE ORTU-FILE.
002280     MOVE WS-READ-COUNT TO WS-COUNT-DISP.
002290     DISPLAY 'CSVLOAD: ' WS-COUNT-DISP ' LINE(S) READ'.
002300     MOVE WS-ADD-COUNT TO WS-COUNT-DISP.
002330     DISPLAY 'CSVLOAD: ' WS-COUNT-DISP ' RECORD(S) UPDATED'.
002340     MOVE WS-REJ-COUNT TO WS-COUNT-DISP.
002350     DISPLAY 'CSVLOAD: ' WS-COUNT-DISP ' LINE(S) REJECTED'.
002353     MOVE WS-ORTU-COUNT TO WS-COUNT-DISP.
002356     DISPLAY 'CSVLOAD: ' WS-COUNT-DISP ' GUARDIAN(S) LOADED'.
002360     MOVE SPACES TO WS-SUMMARY.
002370     STRING 'ADDED=' WS-ADD-COUNT ' UPDATED=' WS-UPD-COUNT
002380         ' REJECTED=' WS-REJ-COUNT
002385         ' ORTU=' WS-ORTU-COUNT
002390         DELIMITED BY SIZE INTO WS-SUMMARY.
002400     CALL 'AUDITLOG' USING 'CSVLOAD   ' 'END  ' WS-SUMMARY.
002410     STOP RUN.
