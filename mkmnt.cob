000090*NILAI REFUSES A SCORE FOR A CODE THAT IS NOT REGISTERED
000100*HERE AND STAMPS THE CATALOG NAME ON THE SCORE RECORD, SO
000110*A MISSPELT CODE CAN NO LONGER SPLIT ONE COURSE'S SCORES
000120*ACROSS SEVERAL KEYS.  AFTER THE COURSE ITSELF THE OPERATOR
000122*MAY RE-ENTER ITS PREREQUISITE LIST ON PRSMAST - UP TO FIVE
000124*CATALOG COURSES, EACH WITH THE MINIMUM SCORE IT MUST BE
000126*PASSED WITH (BLANK = 50, THE PASS MARK).  AN EMPTY LIST
000128*REMOVES THE COURSE'S PREREQUISITES.  KRS ENFORCES THEM.
000130*-----------------------------------------------------------
000140*MODIFICATION HISTORY
000150*DATE       INIT  DESCRIPTION
000200*09/02/2026 RSD   CAPTURES THE NEW WAJIB-MK REQUIRED-COURSE
000210*FLAG THE GRADCEK DEGREE AUDIT READS
000220*(BLANK DEFAULTS TO T, ELECTIVE).
000223*10/15/2026 RSD   MAINTAINS THE PRSMAST PREREQUISITE LIST.
000226*10/15/2026 RSD   WAJIB-MK S MARKS THE THESIS COURSE.
000230*-----------------------------------------------------------
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. MKMNT.
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS KODE-MK OF MK-RECORD
000370         FILE STATUS IS WS-MKFS.
000371     SELECT PRS-FILE ASSIGN TO 'PRSMAST'
000372         ORGANIZATION IS INDEXED
000373         ACCESS MODE IS DYNAMIC
000374         RECORD KEY IS KODE-MK OF PRS-RECORD
000375         FILE STATUS IS WS-PRSFS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  MK-FILE.
000410 01  MK-RECORD.
000420         COPY MKREC.
000422 FD  PRS-FILE.
000424 01  PRS-RECORD.
000426         COPY PRSREC.
000430 WORKING-STORAGE SECTION.
000440 01  MK-WS.
000450         COPY MKREC.
000453 01  PRS-WS.
000456         COPY PRSREC.
000460 01  WS-MKFS                     PIC X(02).
000465 01  WS-PRSFS                    PIC X(02).
000470 01  WS-SWITCHES.
000480         05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
000490             88  MK-FOUND                 VALUE 'Y'.
000540         05  WS-VALID-SW             PIC X(01) VALUE 'N'.
000550             88  FIELD-OK                 VALUE 'Y'.
000560             88  FIELD-BAD                VALUE 'N'.
000561         05  WS-PRS-FOUND-SW         PIC X(01) VALUE 'N'.
000562             88  PRS-FOUND                VALUE 'Y'.
000563             88  PRS-NOT-FOUND            VALUE 'N'.
000564         05  WS-PRS-END-SW           PIC X(01) VALUE 'N'.
000565             88  PRS-SELESAI              VALUE 'Y'.
000570 01  WS-LAGI-SW                  PIC X(01) VALUE 'Y'.
000580         88  ENTRI-LAGI                   VALUE 'Y' 'y'.
000590 01  WS-SKS-IN                   PIC X(02).
000660         88  WAJIB-YA                     VALUE 'Y' 'y'.
000670         88  WAJIB-TIDAK                  VALUE 'T' 't' 'N' 'n'
000680                                          ' '.
000685         88  WAJIB-SKRIPSI                VALUE 'S' 's'.
000690 01  WS-TRAIL-CT                 PIC 9(02).
000700 01  WS-FLDLEN                   PIC 9(02).
000710 01  WS-SUMMARY                  PIC X(60).
000711 01  WS-PRS-SW                   PIC X(01).
000712         88  UBAH-PRS                     VALUE 'Y' 'y'.
000713 01  WS-PRS-X                    PIC 9(02) COMP.
000714 01  WS-PRS-COUNT                PIC 9(01).
000715 01  WS-PRS-KODE-IN              PIC X(08).
000716 01  WS-MIN-IN                   PIC X(03).
000717 01  WS-MIN-NUM                  PIC 9(03).
000718 01  WS-NILAI-LULUS              PIC 9(03) VALUE 50.
000720*-----------------------------------------------------------
000730*0000-MAINLINE
000740*-----------------------------------------------------------
000890         CLOSE MK-FILE
000900         OPEN I-O MK-FILE
000910     END-IF.
000911     OPEN I-O PRS-FILE.
000912     IF WS-PRSFS = '35'
000913         OPEN OUTPUT PRS-FILE
000914         CLOSE PRS-FILE
000915         OPEN I-O PRS-FILE
000916     END-IF.
000920     MOVE 'SESSION STARTED' TO WS-SUMMARY.
000930     CALL 'AUDITLOG' USING 'MKMNT     ' 'START' WS-SUMMARY.
000940 1000-EXIT.
000950     EXIT.
000960*-----------------------------------------------------------
000970*2000-ENTRI-SATU  -  ONE COURSE: CODE, LOOKUP, CAPTURE OR
000980*UPDATE, THEN ITS PREREQUISITES ONCE IT IS ON THE CATALOG.
000990*-----------------------------------------------------------
001000 2000-ENTRI-SATU.
001010     DISPLAY 'KODE MATA KULIAH / COURSE CODE : '
001140             PERFORM 2300-CAPTURE-FIELDS THRU 2300-EXIT
001150             PERFORM 2400-SAVE-MK THRU 2400-EXIT
001160         END-IF
001162         IF MK-FOUND OR WANT-UPDATE
001164             PERFORM 2500-PRASYARAT THRU 2500-EXIT
001166         END-IF
001170     END-IF.
001180     DISPLAY 'ADA MATA KULIAH LAGI? / ANOTHER COURSE? (Y/T) : '
001190         WITH NO ADVANCING.
002510     EXIT.
002520*-----------------------------------------------------------
002530*2395-ACCEPT-WAJIB  -  REQUIRED-COURSE FLAG FOR THE DEGREE
002540*AUDIT.  BLANK DEFAULTS TO T (ELECTIVE).  S MARKS THE
002545*THESIS (SKRIPSI) COURSE, WHOSE SCORE ONLY SKRMNT POSTS.
002550*-----------------------------------------------------------
002560 2395-ACCEPT-WAJIB.
002570     DISPLAY 'MATA KULIAH WAJIB? / REQUIRED COURSE? '
002575         '(Y/T, S=SKRIPSI) : '
002580         WITH NO ADVANCING.
002590     MOVE SPACE TO WS-WAJIB-IN.
002600     ACCEPT WS-WAJIB-IN.
002650         WHEN WAJIB-TIDAK
002660             MOVE 'T' TO WAJIB-MK OF MK-WS
002670             SET FIELD-OK TO TRUE
002672         WHEN WAJIB-SKRIPSI
002674             MOVE 'S' TO WAJIB-MK OF MK-WS
002676             SET FIELD-OK TO TRUE
002680         WHEN OTHER
002690             SET FIELD-BAD TO TRUE
002700             DISPLAY 'PILIH Y, T ATAU S / ANSWER Y, N OR S'
002710     END-EVALUATE.
002720 2395-EXIT.
002730     EXIT.
002910 2400-EXIT.
002920     EXIT.
002930*-----------------------------------------------------------
002940*2500-PRASYARAT  -  THE PREREQUISITE LIST IS SHOWN AND, IF
002950*THE OPERATOR WANTS, RE-ENTERED WHOLE.  AN EMPTY LIST
002960*DELETES THE PRSMAST ENTRY.
002970*-----------------------------------------------------------
002980 2500-PRASYARAT.
002990     MOVE KODE-MK OF MK-WS TO KODE-MK OF PRS-RECORD.
003000     READ PRS-FILE
003010         INVALID KEY
003020             SET PRS-NOT-FOUND TO TRUE
003030         NOT INVALID KEY
003040             SET PRS-FOUND TO TRUE
003050     END-READ.
003060     IF PRS-FOUND
003070         DISPLAY 'PRASYARAT / PREREQUISITES:'
003080         PERFORM 2510-TAMPIL-PRS THRU 2510-EXIT
003090             VARYING WS-PRS-X FROM 1 BY 1 UNTIL WS-PRS-X > 5
003100     ELSE
003110         DISPLAY 'TANPA PRASYARAT / NO PREREQUISITES'
003120     END-IF.
003130     DISPLAY 'UBAH PRASYARAT? / EDIT PREREQUISITES? (Y/T) : '
003140         WITH NO ADVANCING.
003150     MOVE SPACE TO WS-PRS-SW.
003160     ACCEPT WS-PRS-SW.
003170     IF NOT UBAH-PRS
003180         GO TO 2500-EXIT
003190     END-IF.
003200     INITIALIZE PRS-WS.
003210     MOVE KODE-MK OF MK-WS TO KODE-MK OF PRS-WS.
003220     MOVE ZERO TO WS-PRS-COUNT.
003230     MOVE 'N' TO WS-PRS-END-SW.
003240     PERFORM 2520-AMBIL-PRS THRU 2520-EXIT
003250         VARYING WS-PRS-X FROM 1 BY 1
003260         UNTIL WS-PRS-X > 5 OR PRS-SELESAI.
003270     MOVE PRS-WS TO PRS-RECORD.
003280     MOVE SPACES TO WS-SUMMARY.
003290     STRING 'PREREQ MK=' KODE-MK OF MK-WS
003300         ' COUNT=' WS-PRS-COUNT
003310         DELIMITED BY SIZE INTO WS-SUMMARY.
003320     EVALUATE TRUE
003330         WHEN WS-PRS-COUNT = ZERO AND PRS-FOUND
003340             DELETE PRS-FILE
003350             DISPLAY 'PRASYARAT DIHAPUS / PREREQUISITES REMOVED'
003360             CALL 'AUDITLOG' USING 'MKMNT     ' 'DEL  '
003370                 WS-SUMMARY
003380         WHEN WS-PRS-COUNT = ZERO
003390             CONTINUE
003400         WHEN PRS-FOUND
003410             REWRITE PRS-RECORD
003420             DISPLAY 'PRASYARAT DIUBAH / PREREQUISITES UPDATED'
003430             CALL 'AUDITLOG' USING 'MKMNT     ' 'UPD  '
003440                 WS-SUMMARY
003450         WHEN OTHER
003460             WRITE PRS-RECORD
003470             DISPLAY 'PRASYARAT TERSIMPAN / PREREQUISITES SAVED'
003480             CALL 'AUDITLOG' USING 'MKMNT     ' 'NEW  '
003490                 WS-SUMMARY
003500     END-EVALUATE.
003510 2500-EXIT.
003520     EXIT.
003530 2510-TAMPIL-PRS.
003540     IF KODE-PRS OF PRS-RECORD (WS-PRS-X) NOT = SPACES
003550         DISPLAY '  ' KODE-PRS OF PRS-RECORD (WS-PRS-X)
003560             '  MIN ' NILAI-MIN-PRS OF PRS-RECORD (WS-PRS-X)
003570     END-IF.
003580 2510-EXIT.
003590     EXIT.
003600*-----------------------------------------------------------
003610*2520-AMBIL-PRS  -  ONE SLOT: A CATALOG CODE OTHER THAN THE
003620*COURSE ITSELF (BLANK ENDS THE LIST), THEN ITS MINIMUM.
003630*-----------------------------------------------------------
003640 2520-AMBIL-PRS.
003650     SET FIELD-BAD TO TRUE.
003660     PERFORM 2530-ACCEPT-KODE-PRS THRU 2530-EXIT
003670         UNTIL FIELD-OK.
003680     IF PRS-SELESAI
003690         GO TO 2520-EXIT
003700     END-IF.
003710     SET FIELD-BAD TO TRUE.
003720     PERFORM 2540-ACCEPT-MIN THRU 2540-EXIT UNTIL FIELD-OK.
003730     ADD 1 TO WS-PRS-COUNT.
003740 2520-EXIT.
003750     EXIT.
003760 2530-ACCEPT-KODE-PRS.
003770     DISPLAY 'PRASYARAT / PREREQUISITE (KOSONG=SELESAI) : '
003780         WITH NO ADVANCING.
003790     MOVE SPACES TO WS-PRS-KODE-IN.
003800     ACCEPT WS-PRS-KODE-IN.
003810     IF WS-PRS-KODE-IN = SPACES
003820         SET PRS-SELESAI TO TRUE
003830         SET FIELD-OK TO TRUE
003840         GO TO 2530-EXIT
003850     END-IF.
003860     IF WS-PRS-KODE-IN = KODE-MK OF MK-WS
003870         SET FIELD-BAD TO TRUE
003880         DISPLAY 'TIDAK BOLEH DIRI SENDIRI / CANNOT NEED ITSELF'
003890         GO TO 2530-EXIT
003900     END-IF.
003910     MOVE WS-PRS-KODE-IN TO KODE-MK OF MK-RECORD.
003920     READ MK-FILE
003930         INVALID KEY
003940             SET FIELD-BAD TO TRUE
003950             DISPLAY 'KODE MK TIDAK TERDAFTAR / NOT ON CATALOG'
003960             GO TO 2530-EXIT
003970     END-READ.
003980     DISPLAY '  ' NAMA-MK OF MK-RECORD.
003990     MOVE WS-PRS-KODE-IN TO KODE-PRS OF PRS-WS (WS-PRS-X).
004000     SET FIELD-OK TO TRUE.
004010 2530-EXIT.
004020     EXIT.
004030*-----------------------------------------------------------
004040*2540-ACCEPT-MIN  -  MINIMUM SCORE 1-100; BLANK TAKES THE
004050*PASS MARK.
004060*-----------------------------------------------------------
004070 2540-ACCEPT-MIN.
004080     DISPLAY 'NILAI MINIMUM / MINIMUM SCORE (KOSONG=50) : '
004090         WITH NO ADVANCING.
004100     MOVE SPACES TO WS-MIN-IN.
004110     ACCEPT WS-MIN-IN.
004120     MOVE ZERO TO WS-TRAIL-CT.
004130     INSPECT WS-MIN-IN
004140         TALLYING WS-TRAIL-CT FOR TRAILING SPACES.
004150     COMPUTE WS-FLDLEN = 3 - WS-TRAIL-CT.
004160     IF WS-FLDLEN = 0
004170         MOVE WS-NILAI-LULUS TO NILAI-MIN-PRS OF PRS-WS (WS-PRS-X)
004180         SET FIELD-OK TO TRUE
004190         GO TO 2540-EXIT
004200     END-IF.
004210     IF WS-MIN-IN(1:WS-FLDLEN) NUMERIC
004220         MOVE ZERO TO WS-MIN-NUM
004230         MOVE WS-MIN-IN(1:WS-FLDLEN)
004240             TO WS-MIN-NUM(4 - WS-FLDLEN:WS-FLDLEN)
004250         IF WS-MIN-NUM > ZERO AND WS-MIN-NUM NOT > 100
004260             MOVE WS-MIN-NUM
004270                 TO NILAI-MIN-PRS OF PRS-WS (WS-PRS-X)
004280             SET FIELD-OK TO TRUE
004290             GO TO 2540-EXIT
004300         END-IF
004310     END-IF.
004320     SET FIELD-BAD TO TRUE.
004330     DISPLAY 'NILAI HARUS 1-100 / MUST BE 1-100, ULANGI'.
004340 2540-EXIT.
004350     EXIT.
004360*-----------------------------------------------------------
004370*9000-TERMINATE
004380*-----------------------------------------------------------
004390 9000-TERMINATE.
004400     CLOSE MK-FILE.
004410     CLOSE PRS-FILE.
004420     DISPLAY 'PROGRAM SELESAI / PROGRAM FINISHED'.
004430     MOVE 'SESSION ENDED' TO WS-SUMMARY.
004440     CALL 'AUDITLOG' USING 'MKMNT     ' 'END  ' WS-SUMMARY.
004450     GOBACK.
004460 9000-EXIT.
004470     EXIT.
