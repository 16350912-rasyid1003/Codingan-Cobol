000110*COUNTS AS AKTIF).  BOTH FORMATS USE THE SAME PAGINATED
000120*OUTPUT DISCIPLINE THE BIOFORM CONFIRMATION FORM
000130*ESTABLISHED - A DATED, NUMBERED PAGE HEADER EVERY PAGE.
000132*O = GUARDIAN LABELS: THE SAME THREE-ACROSS LABEL ADDRESSED
000134*TO EACH STUDENT'S PARENT / GUARDIAN FROM ORTUMST (NAMA AND
000136*ALAMAT OF THE GUARDIAN); A STUDENT WITH NO GUARDIAN ON
000138*FILE IS SKIPPED AND COUNTED (SEE ORTULST FOR THE LIST).
000140*-----------------------------------------------------------
000150*MODIFICATION HISTORY
000160*DATE       INIT  DESCRIPTION
000170*08/22/2026 RSD   ORIGINAL.
000175*10/15/2026 RSD   GUARDIAN-LABEL FORMAT O FROM ORTUMST.
000180*-----------------------------------------------------------
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LABELPRT.
000330     SELECT LABEL-RPT ASSIGN TO 'LABELS'
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-RPT-FS.
000351     SELECT ORTU-FILE ASSIGN TO 'ORTUMST'
000352         ORGANIZATION IS INDEXED
000353         ACCESS MODE IS DYNAMIC
000354         RECORD KEY IS NPM OF ORTU-RECORD
000355         FILE STATUS IS WS-OFS.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  MHS-FILE.
000400         COPY MHSREC.
000410 FD  LABEL-RPT.
000420 01  RPT-LINE                    PIC X(80).
000422 FD  ORTU-FILE.
000424 01  ORTU-RECORD.
000426         COPY ORTUREC.
000430 WORKING-STORAGE SECTION.
000440 01  WS-FS                       PIC X(02).
000450 01  WS-RPT-FS                   PIC X(02).
000455 01  WS-OFS                      PIC X(02).
000460 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
000470         88  MHS-EOF                     VALUE 'Y'.
000480 01  WS-FORMAT                   PIC X(01).
000490         88  FORMAT-LABEL                VALUE 'L' 'l'.
000500         88  FORMAT-KARTU                VALUE 'K' 'k'.
000505         88  FORMAT-ORTU                 VALUE 'O' 'o'.
000510 01  WS-PILIH-KELAS              PIC X(05).
000520 01  WS-SYSDATE                  PIC 9(08).
000530 01  WS-RUN-DATE-DISP            PIC X(10).
000640             10  WS-BUF-ALAMAT2      PIC X(26).
000650 01  WS-PRINT-COUNT              PIC 9(05) VALUE ZERO.
000660 01  WS-COUNT-DISP               PIC ZZZZ9.
000665 01  WS-TANPA-ORTU-COUNT         PIC 9(05) VALUE ZERO.
000670*-----------------------------------------------------------
000680*0000-MAINLINE
000690*-----------------------------------------------------------
000720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000730     PERFORM 2000-READ-MHS THRU 2000-EXIT.
000740     PERFORM 3000-PRINT-ONE THRU 3000-EXIT UNTIL MHS-EOF.
000750     IF (FORMAT-LABEL OR FORMAT-ORTU) AND WS-BUF-CT > ZERO
000760         PERFORM 4300-FLUSH-LABELS THRU 4300-EXIT
000770     END-IF.
000780     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000790*-----------------------------------------------------------
000800*1000-INITIALIZE  -  FORMAT AND CLASS FILTER FROM SYSIN.
000805*GUARDIAN LABELS NEED ORTUMST.
000810*-----------------------------------------------------------
000820 1000-INITIALIZE.
000830     DISPLAY 'FORMAT (L=LABEL, K=KARTU/CARD, O=ORTU/GUARDIAN) '
000840         ': ' WITH NO ADVANCING.
000850     ACCEPT WS-FORMAT.
000860     IF NOT FORMAT-LABEL AND NOT FORMAT-KARTU
000865         AND NOT FORMAT-ORTU
000870         DISPLAY 'FORMAT TIDAK DIKENAL / UNKNOWN FORMAT.'
000880         STOP RUN
000890     END-IF.
000960         DISPLAY 'LABELPRT: MASTER MHS TIDAK ADA / NOT FOUND'
000970         STOP RUN
000980     END-IF.
000981     IF FORMAT-ORTU
000982         OPEN INPUT ORTU-FILE
000983         IF WS-OFS NOT = '00'
000984             DISPLAY 'LABELPRT: ORTUMST TIDAK ADA / NOT FOUND'
000985             CLOSE MHS-FILE
000986             STOP RUN
000987         END-IF
000988     END-IF.
000990     OPEN OUTPUT LABEL-RPT.
001000     ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
001010     MOVE SPACES TO WS-RUN-DATE-DISP.
001210     IF (STATUS-MHS OF MHS-RECORD = 'A' OR SPACE)
001220         AND (WS-PILIH-KELAS = SPACES
001230             OR KELAS OF MHS-RECORD = WS-PILIH-KELAS)
001240         EVALUATE TRUE
001250             WHEN FORMAT-LABEL
001260                 PERFORM 4000-BUFFER-LABEL THRU 4000-EXIT
001270                 ADD 1 TO WS-PRINT-COUNT
001280             WHEN FORMAT-ORTU
001290                 PERFORM 4100-BUFFER-ORTU THRU 4100-EXIT
001292             WHEN OTHER
001294                 PERFORM 5000-PRINT-KARTU THRU 5000-EXIT
001296                 ADD 1 TO WS-PRINT-COUNT
001298         END-EVALUATE
001300     END-IF.
001310     PERFORM 2000-READ-MHS THRU 2000-EXIT.
001320 3000-EXIT.
001420     MOVE ALL '=' TO RPT-LINE.
001430     WRITE RPT-LINE.
001440     MOVE SPACES TO RPT-LINE.
001450     EVALUATE TRUE
001460         WHEN FORMAT-LABEL
001470             STRING 'LABEL SURAT / MAILING LABELS   '
001480                 WS-RUN-DATE-DISP '   HAL/PAGE: ' WS-PAGE-DISP
001490                 DELIMITED BY SIZE INTO RPT-LINE
001500         WHEN FORMAT-ORTU
001510             STRING 'LABEL ORANG TUA / GUARDIAN LABELS   '
001520                 WS-RUN-DATE-DISP '   HAL/PAGE: ' WS-PAGE-DISP
001530                 DELIMITED BY SIZE INTO RPT-LINE
001531         WHEN OTHER
001532             STRING 'KARTU MAHASISWA / STUDENT CARDS '
001533                 WS-RUN-DATE-DISP '   HAL/PAGE: ' WS-PAGE-DISP
001534                 DELIMITED BY SIZE INTO RPT-LINE
001535     END-EVALUATE.
001540     WRITE RPT-LINE.
001550     MOVE ALL '=' TO RPT-LINE.
001560     WRITE RPT-LINE.
001750 4000-EXIT.
001760     EXIT.
001770*-----------------------------------------------------------
001771*4100-BUFFER-ORTU  -  THE GUARDIAN'S NAME AND ADDRESS INTO
001772*THE SAME THREE-ACROSS BUFFER.  NO GUARDIAN, NO LABEL.
001773*-----------------------------------------------------------
001774 4100-BUFFER-ORTU.
001775     MOVE NPM OF MHS-RECORD TO NPM OF ORTU-RECORD.
001776     READ ORTU-FILE
001777         INVALID KEY
001778             ADD 1 TO WS-TANPA-ORTU-COUNT
001779             GO TO 4100-EXIT
001780     END-READ.
001781     ADD 1 TO WS-BUF-CT.
001782     MOVE NAMA-ORTU OF ORTU-RECORD(1:26)
001783         TO WS-BUF-NAMA(WS-BUF-CT).
001784     MOVE ALAMAT-ORTU OF ORTU-RECORD(1:25)
001785         TO WS-BUF-ALAMAT1(WS-BUF-CT).
001786     MOVE ALAMAT-ORTU OF ORTU-RECORD(26:25)
001787         TO WS-BUF-ALAMAT2(WS-BUF-CT).
001788     ADD 1 TO WS-PRINT-COUNT.
001789     IF WS-BUF-CT = 3
001790         PERFORM 4300-FLUSH-LABELS THRU 4300-EXIT
001791     END-IF.
001792 4100-EXIT.
001793     EXIT.
001794*-----------------------------------------------------------
001795*4300-FLUSH-LABELS  -  ONE LABEL ROW: NAME LINE, TWO
001796*ADDRESS LINES, A BLANK GAP.  SEVEN ROWS TO A PAGE.
001800*-----------------------------------------------------------
001810 4300-FLUSH-LABELS.
001820     IF WS-LINE-CT > 6
002640     CLOSE LABEL-RPT.
002650     MOVE WS-PRINT-COUNT TO WS-COUNT-DISP.
002660     DISPLAY 'LABELPRT: ' WS-COUNT-DISP ' STUDENT(S) PRINTED'.
002661     IF FORMAT-ORTU
002662         CLOSE ORTU-FILE
002663         MOVE WS-TANPA-ORTU-COUNT TO WS-COUNT-DISP
002664         DISPLAY 'LABELPRT: ' WS-COUNT-DISP
002665             ' STUDENT(S) WITHOUT A GUARDIAN'
002666     END-IF.
002670     STOP RUN.
002680 9000-EXIT.
002690     EXIT.
