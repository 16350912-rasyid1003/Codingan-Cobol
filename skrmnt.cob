000010*-----------------------------------------------------------
000020*SKRMNT  -  FINAL PROJECT (SKRIPSI) MAINTENANCE
000030*-----------------------------------------------------------
000040*KEEPS THE SKRMST THESIS MASTER (SEE SKRREC) AND THE BIMMST
000050*GUIDANCE LOG (SEE BIMREC) IN PLACE OF THE SUPERVISION
000060*SPREADSHEET.  ONE FUNCTION AT A TIME FOR ONE NPM, WHICH MUST
000070*BE ON THE MHS MASTER:
000080*T  REGISTER A THESIS OR CHANGE ONE IN PROGRESS - TITLE, THE
000090*   THESIS COURSE (A CATALOG COURSE WITH WAJIB-MK S), THE
000100*   SEMESTER IT STARTED, FIRST AND SECOND SUPERVISOR AND THE
000110*   TWO EXAMINERS.  EVERY NIDN MUST BE ON DOSENMST (TAKEN
000120*   UNCHECKED WITH A WARNING WHEN THERE IS NO LECTURER MASTER
000130*   YET) AND NOBODY MAY HOLD TWO ROLES ON ONE THESIS.
000140*M  MILESTONES - PROPOSAL APPROVED, SEMINAR, DEFENSE, IN THAT
000150*   ORDER AND NEVER EARLIER THAN THE STEP BEFORE.  THE DEFENSE
000160*   DATE NEEDS THE FIRST EXAMINER.
000170*B  ONE GUIDANCE MEETING - DATE, WHICH SUPERVISOR, A NOTE.
000180*N  THE DEFENSE SCORE, 0-100, ONCE THE DEFENSE DATE IS SET.
000190*   IT IS POSTED TO NILAIMST UNDER THE THESIS COURSE FOR THE
000200*   SEMESTER (BLANK = THE CURRENT ONE ON THE CALENDAR), UNDER
000210*   THE SAME CLOSED-SEMESTER RULE AS NILAI; A PASSING SCORE
000220*   (50 AND UP) MARKS THE THESIS SELESAI, WHICH THE GRADCEK
000230*   DEGREE AUDIT REQUIRES.  A FAILING SCORE LEAVES THE THESIS
000240*   IN PROGRESS FOR ANOTHER DEFENSE.
000250*I  SHOW THE THESIS AND ITS GUIDANCE LOG.
000260*A THESIS MARKED SELESAI IS NO LONGER CHANGED HERE.
000263*A DEFENSE SCORE IN A CLOSED SEMESTER IS CORRECTED THROUGH
000266*NILAMD, WHICH CARRIES THE NEW SCORE AND STATUS TO SKRMST.
000270*-----------------------------------------------------------
000280*MODIFICATION HISTORY
000290*DATE       INIT  DESCRIPTION
000300*10/15/2026 RSD   ORIGINAL.
000303*10/15/2026 RSD   6000 COMMENT - NILAMD NOW KEEPS SKRMST IN
000306*STEP WITH AN AMENDED DEFENSE SCORE.
000310*-----------------------------------------------------------
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. SKRMNT.
000340 AUTHOR. RASYID.
000350 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000360 DATE-WRITTEN. 10/15/2026.
000370 DATE-COMPILED.
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT SKR-FILE ASSIGN TO 'SKRMST'
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS NPM OF SKR-RECORD
000450         FILE STATUS IS WS-SKFS.
000460     SELECT BIM-FILE ASSIGN TO 'BIMMST'
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS BIM-KEY OF BIM-RECORD
000500         FILE STATUS IS WS-BMFS.
000510     SELECT MHS-FILE ASSIGN TO 'MHSMAST'
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS NPM OF MHS-RECORD
000550         FILE STATUS IS WS-FS.
000560     SELECT MK-FILE ASSIGN TO 'MKMAST'
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS KODE-MK OF MK-RECORD
000600         FILE STATUS IS WS-MKFS.
000610     SELECT DOSEN-FILE ASSIGN TO 'DOSENMST'
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS NIDN OF DOSEN-RECORD
000650         FILE STATUS IS WS-DSFS.
000660     SELECT NILAI-FILE ASSIGN TO 'NILAIMST'
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS NILAI-KEY OF NILAI-RECORD
000700         FILE STATUS IS WS-NFS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  SKR-FILE.
000740 01  SKR-RECORD.
000750         COPY SKRREC.
000760 FD  BIM-FILE.
000770 01  BIM-RECORD.
000780         COPY BIMREC.
000790 FD  MHS-FILE.
000800 01  MHS-RECORD.
000810         COPY MHSREC.
000820 FD  MK-FILE.
000830 01  MK-RECORD.
000840         COPY MKREC.
000850 FD  DOSEN-FILE.
000860 01  DOSEN-RECORD.
000870         COPY DOSENREC.
000880 FD  NILAI-FILE.
000890 01  NILAI-RECORD.
000900         COPY NILAIREC.
000910 WORKING-STORAGE SECTION.
000920 01  SKR-WS.
000930         COPY SKRREC.
000940 01  BIM-WS.
000950         COPY BIMREC.
000960 01  NILAI-WS.
000970         COPY NILAIREC.
000980 01  WS-SKFS                     PIC X(02).
000990 01  WS-BMFS                     PIC X(02).
001000 01  WS-FS                       PIC X(02).
001010 01  WS-MKFS                     PIC X(02).
001020 01  WS-DSFS                     PIC X(02).
001030 01  WS-NFS                      PIC X(02).
001040 01  WS-DOSEN-SW                 PIC X(01) VALUE 'N'.
001050     88  DOSEN-OPEN                       VALUE 'Y'.
001060 01  WS-SWITCHES.
001070         05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
001080             88  SKR-FOUND                VALUE 'Y'.
001090             88  SKR-NOT-FOUND            VALUE 'N'.
001100         05  WS-NILAI-FOUND-SW       PIC X(01) VALUE 'N'.
001110             88  NILAI-FOUND              VALUE 'Y'.
001120             88  NILAI-NOT-FOUND          VALUE 'N'.
001130         05  WS-VALID-SW             PIC X(01) VALUE 'N'.
001140             88  FIELD-OK                 VALUE 'Y'.
001150             88  FIELD-BAD                VALUE 'N'.
001160         05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001170             88  SCAN-EOF                 VALUE 'Y'.
001180         05  WS-OVR-SW               PIC X(01) VALUE 'N'.
001190             88  WANT-OVERWRITE           VALUE 'Y' 'y'.
001200             88  NO-OVERWRITE             VALUE 'T' 't' 'N' 'n'.
001210 01  WS-LAGI-SW                  PIC X(01) VALUE 'Y'.
001220     88  ENTRI-LAGI                       VALUE 'Y' 'y'.
001230 01  WS-FUNGSI                   PIC X(01).
001240     88  FUNGSI-DAFTAR                    VALUE 'T' 't'.
001250     88  FUNGSI-TAHAPAN                   VALUE 'M' 'm'.
001260     88  FUNGSI-BIMBINGAN                 VALUE 'B' 'b'.
001270     88  FUNGSI-NILAI                     VALUE 'N' 'n'.
001280     88  FUNGSI-INFO                      VALUE 'I' 'i'.
001290 01  WS-YAKIN-SW                 PIC X(01).
001300     88  YAKIN                            VALUE 'Y' 'y'.
001310 01  WS-NPM-IN                   PIC X(08).
001320 01  WS-JUDUL-IN                 PIC X(60).
001330 01  WS-MK-IN                    PIC X(08).
001340 01  WS-SMT-IN                   PIC X(02).
001350 01  WS-NIDN-IN                  PIC X(10).
001360 01  WS-NIDN-LAMA                PIC X(10).
001370 01  WS-NIDN-WAJIB-SW            PIC X(01).
001380     88  NIDN-WAJIB                       VALUE 'Y'.
001390 01  WS-PROMPT                   PIC X(40).
001400 01  WS-TGL-LAMA                 PIC X(10).
001410 01  WS-TGL-IN                   PIC X(10).
001420 01  WS-TGL-PARTS REDEFINES WS-TGL-IN.
001430         05  WS-TGL-YY               PIC X(04).
001440         05  WS-TGL-SEP1             PIC X(01).
001450         05  WS-TGL-MM               PIC X(02).
001460         05  WS-TGL-SEP2             PIC X(01).
001470         05  WS-TGL-DD               PIC X(02).
001480 01  WS-NILAI-IN                 PIC X(03).
001490 01  WS-NILAI-NUM                PIC 9(03).
001500 01  WS-NILAI-LULUS              PIC 9(03) VALUE 50.
001510 01  WS-TRAIL-CT                 PIC 9(02).
001520 01  WS-FLDLEN                   PIC 9(02).
001530 01  WS-NO-AKHIR                 PIC 9(03).
001540 01  WS-BIM-COUNT                PIC 9(03).
001550 01  WS-SEMESTER-KINI            PIC 9(02).
001560 01  WS-KAL-SEMESTER             PIC 9(02).
001570 01  WS-KAL-HASIL                PIC X(01).
001580 01  WS-KAL-RECORD.
001590         COPY KALREC.
001600 01  WS-SUMMARY                  PIC X(60).
001610*-----------------------------------------------------------
001620*0000-MAINLINE
001630*-----------------------------------------------------------
001640 PROCEDURE DIVISION.
001650 0000-MAINLINE.
001660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001670     PERFORM 2000-ENTRI-SATU THRU 2000-EXIT
001680         UNTIL NOT ENTRI-LAGI.
001690     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001700*-----------------------------------------------------------
001710*1000-INITIALIZE  -  STUDENT MASTER AND CATALOG REQUIRED; THE
001720*THESIS MASTER, GUIDANCE LOG AND SCORE FILE ARE CREATED ON
001730*FIRST USE.  NO LECTURER MASTER MEANS NIDNS GO UNCHECKED.
001740*-----------------------------------------------------------
001750 1000-INITIALIZE.
001760     OPEN INPUT MHS-FILE.
001770     IF WS-FS NOT = '00'
001780         DISPLAY 'SKRMNT: MASTER MHS TIDAK ADA / NOT FOUND'
001790         STOP RUN
001800     END-IF.
001810     OPEN INPUT MK-FILE.
001820     IF WS-MKFS NOT = '00'
001830         DISPLAY 'SKRMNT: KATALOG MK TIDAK ADA / NOT FOUND'
001840         CLOSE MHS-FILE
001850         STOP RUN
001860     END-IF.
001870     OPEN INPUT DOSEN-FILE.
001880     IF WS-DSFS = '00'
001890         MOVE 'Y' TO WS-DOSEN-SW
001900     ELSE
001910         MOVE 'N' TO WS-DOSEN-SW
001920         DISPLAY 'SKRMNT: DOSENMST TIDAK ADA - NIDN TIDAK '
001930             'DIPERIKSA / NO LECTURER MASTER - NIDN UNCHECKED'
001940     END-IF.
001950     OPEN I-O SKR-FILE.
001960     IF WS-SKFS = '35'
001970         OPEN OUTPUT SKR-FILE
001980         CLOSE SKR-FILE
001990         OPEN I-O SKR-FILE
002000     END-IF.
002010     OPEN I-O BIM-FILE.
002020     IF WS-BMFS = '35'
002030         OPEN OUTPUT BIM-FILE
002040         CLOSE BIM-FILE
002050         OPEN I-O BIM-FILE
002060     END-IF.
002070     OPEN I-O NILAI-FILE.
002080     IF WS-NFS = '35'
002090         OPEN OUTPUT NILAI-FILE
002100         CLOSE NILAI-FILE
002110         OPEN I-O NILAI-FILE
002120     END-IF.
002130     MOVE ZERO TO WS-SEMESTER-KINI.
002140     CALL 'KALCEK' USING WS-SEMESTER-KINI WS-KAL-RECORD
002150         WS-KAL-HASIL.
002160     IF WS-KAL-HASIL NOT = 'Y'
002170         MOVE ZERO TO WS-SEMESTER-KINI
002180     END-IF.
002190     MOVE 'SESSION STARTED' TO WS-SUMMARY.
002200     CALL 'AUDITLOG' USING 'SKRMNT    ' 'START' WS-SUMMARY.
002210 1000-EXIT.
002220     EXIT.
002230*-----------------------------------------------------------
002240*2000-ENTRI-SATU  -  ONE ACTION: FUNCTION, NPM, DO IT.
002250*-----------------------------------------------------------
002260 2000-ENTRI-SATU.
002270     DISPLAY 'FUNGSI (T=DAFTAR/UBAH M=TAHAPAN B=BIMBINGAN '
002280         'N=NILAI I=INFO) : ' WITH NO ADVANCING.
002290     MOVE SPACE TO WS-FUNGSI.
002300     ACCEPT WS-FUNGSI.
002310     IF NOT FUNGSI-DAFTAR AND NOT FUNGSI-TAHAPAN
002320         AND NOT FUNGSI-BIMBINGAN AND NOT FUNGSI-NILAI
002330         AND NOT FUNGSI-INFO
002340         DISPLAY 'PILIH T, M, B, N ATAU I / ANSWER T M B N OR I'
002350         GO TO 2000-TANYA
002360     END-IF.
002370     DISPLAY 'NPM : ' WITH NO ADVANCING.
002380     MOVE SPACES TO WS-NPM-IN.
002390     ACCEPT WS-NPM-IN.
002400     IF WS-NPM-IN = SPACES
002410         DISPLAY 'NPM KOSONG / BLANK NPM, DILEWATI'
002420         GO TO 2000-TANYA
002430     END-IF.
002440     MOVE WS-NPM-IN TO NPM OF MHS-RECORD.
002450     READ MHS-FILE
002460         INVALID KEY
002470             DISPLAY 'NPM TIDAK TERDAFTAR / NOT ON MASTER'
002480             GO TO 2000-TANYA
002490     END-READ.
002500     DISPLAY 'MAHASISWA: ' NAMA OF MHS-RECORD.
002510     MOVE WS-NPM-IN TO NPM OF SKR-RECORD.
002520     READ SKR-FILE
002530         INVALID KEY
002540             SET SKR-NOT-FOUND TO TRUE
002550         NOT INVALID KEY
002560             SET SKR-FOUND TO TRUE
002570     END-READ.
002580     IF FUNGSI-DAFTAR
002590         PERFORM 3000-DAFTAR THRU 3000-EXIT
002600         GO TO 2000-TANYA
002610     END-IF.
002620     IF SKR-NOT-FOUND
002630         DISPLAY 'SKRIPSI BELUM TERDAFTAR / NO THESIS ON FILE - '
002640             'FUNGSI T DULU'
002650         GO TO 2000-TANYA
002660     END-IF.
002670     IF FUNGSI-INFO
002680         PERFORM 7000-INFO THRU 7000-EXIT
002690         GO TO 2000-TANYA
002700     END-IF.
002710     IF SKR-SELESAI OF SKR-RECORD
002720         DISPLAY 'SKRIPSI SUDAH SELESAI / THESIS ALREADY '
002730             'DEFENDED - NILAI ' NILAI-SKR OF SKR-RECORD
002740         GO TO 2000-TANYA
002750     END-IF.
002760     EVALUATE TRUE
002770         WHEN FUNGSI-TAHAPAN
002780             PERFORM 4000-TAHAPAN THRU 4000-EXIT
002790         WHEN FUNGSI-BIMBINGAN
002800             PERFORM 5000-BIMBINGAN THRU 5000-EXIT
002810         WHEN FUNGSI-NILAI
002820             PERFORM 6000-NILAI-SIDANG THRU 6000-EXIT
002830     END-EVALUATE.
002840 2000-TANYA.
002850     DISPLAY 'ADA LAGI? / ANOTHER? (Y/T) : ' WITH NO ADVANCING.
002860     ACCEPT WS-LAGI-SW.
002870 2000-EXIT.
002880     EXIT.
002890*-----------------------------------------------------------
002900*3000-DAFTAR  -  REGISTER OR CHANGE THE THESIS.  ON A CHANGE
002910*A BLANK ANSWER KEEPS WHAT IS ON FILE.
002920*-----------------------------------------------------------
002930 3000-DAFTAR.
002940     IF SKR-FOUND
002950         IF SKR-SELESAI OF SKR-RECORD
002960             DISPLAY 'SKRIPSI SUDAH SELESAI / THESIS ALREADY '
002970                 'DEFENDED, TIDAK DIUBAH'
002980             GO TO 3000-EXIT
002990         END-IF
003000         MOVE SKR-RECORD TO SKR-WS
003010         DISPLAY 'UBAH / CHANGE - KOSONG = TETAP / BLANK KEEPS'
003020     ELSE
003030         MOVE SPACES TO SKR-WS
003040         MOVE WS-NPM-IN TO NPM OF SKR-WS
003050         MOVE WS-SEMESTER-KINI TO SMT-MULAI-SKR OF SKR-WS
003060         MOVE ZERO TO NILAI-SKR OF SKR-WS
003070         MOVE ZERO TO SMT-NILAI-SKR OF SKR-WS
003080         SET SKR-BERJALAN OF SKR-WS TO TRUE
003090         DISPLAY 'SKRIPSI BARU / NEW THESIS'
003100     END-IF.
003110     SET FIELD-BAD TO TRUE.
003120     PERFORM 3100-ACCEPT-JUDUL THRU 3100-EXIT UNTIL FIELD-OK.
003130     SET FIELD-BAD TO TRUE.
003140     PERFORM 3200-ACCEPT-MK THRU 3200-EXIT UNTIL FIELD-OK.
003150     SET FIELD-BAD TO TRUE.
003160     PERFORM 3300-ACCEPT-SMT THRU 3300-EXIT UNTIL FIELD-OK.
003170     SET FIELD-BAD TO TRUE.
003180     PERFORM 3410-ACCEPT-PEMB1 THRU 3410-EXIT UNTIL FIELD-OK.
003190     SET FIELD-BAD TO TRUE.
003200     PERFORM 3420-ACCEPT-PEMB2 THRU 3420-EXIT UNTIL FIELD-OK.
003210     SET FIELD-BAD TO TRUE.
003220     PERFORM 3430-ACCEPT-UJI1 THRU 3430-EXIT UNTIL FIELD-OK.
003230     SET FIELD-BAD TO TRUE.
003240     PERFORM 3440-ACCEPT-UJI2 THRU 3440-EXIT UNTIL FIELD-OK.
003250     MOVE SKR-WS TO SKR-RECORD.
003260     IF SKR-FOUND
003270         REWRITE SKR-RECORD
003280         DISPLAY 'SKRIPSI DIPERBARUI / THESIS UPDATED'
003290         MOVE SPACES TO WS-SUMMARY
003300         STRING 'UPDATED SKRIPSI NPM=' NPM OF SKR-WS
003310             ' PEMB1=' NIDN-PEMB1 OF SKR-WS
003320             DELIMITED BY SIZE INTO WS-SUMMARY
003330         CALL 'AUDITLOG' USING 'SKRMNT    ' 'UPD  ' WS-SUMMARY
003340     ELSE
003350         WRITE SKR-RECORD
003360         DISPLAY 'SKRIPSI TERSIMPAN / THESIS SAVED'
003370         MOVE SPACES TO WS-SUMMARY
003380         STRING 'SAVED SKRIPSI NPM=' NPM OF SKR-WS
003390             ' SMT=' SMT-MULAI-SKR OF SKR-WS
003400             ' PEMB1=' NIDN-PEMB1 OF SKR-WS
003410             DELIMITED BY SIZE INTO WS-SUMMARY
003420         CALL 'AUDITLOG' USING 'SKRMNT    ' 'NEW  ' WS-SUMMARY
003430     END-IF.
003440 3000-EXIT.
003450     EXIT.
003460 3100-ACCEPT-JUDUL.
003470     DISPLAY 'JUDUL / TITLE [' JUDUL-SKR OF SKR-WS(1:30) '...]'.
003480     DISPLAY '  : ' WITH NO ADVANCING.
003490     MOVE SPACES TO WS-JUDUL-IN.
003500     ACCEPT WS-JUDUL-IN.
003510     IF WS-JUDUL-IN NOT = SPACES
003520         MOVE WS-JUDUL-IN TO JUDUL-SKR OF SKR-WS
003530     END-IF.
003540     IF JUDUL-SKR OF SKR-WS = SPACES
003550         SET FIELD-BAD TO TRUE
003560         DISPLAY 'JUDUL WAJIB / TITLE REQUIRED, ULANGI'
003570     ELSE
003580         SET FIELD-OK TO TRUE
003590     END-IF.
003600 3100-EXIT.
003610     EXIT.
003620*-----------------------------------------------------------
003630*3200-ACCEPT-MK  -  THE THESIS COURSE: ON THE CATALOG AND
003640*MARKED WAJIB-MK S.
003650*-----------------------------------------------------------
003660 3200-ACCEPT-MK.
003670     DISPLAY 'KODE MK SKRIPSI / THESIS COURSE ['
003680         KODE-MK-SKR OF SKR-WS '] : ' WITH NO ADVANCING.
003690     MOVE SPACES TO WS-MK-IN.
003700     ACCEPT WS-MK-IN.
003710     IF WS-MK-IN = SPACES
003720         MOVE KODE-MK-SKR OF SKR-WS TO WS-MK-IN
003730     END-IF.
003740     IF WS-MK-IN = SPACES
003750         SET FIELD-BAD TO TRUE
003760         DISPLAY 'KODE MK WAJIB / COURSE REQUIRED, ULANGI'
003770         GO TO 3200-EXIT
003780     END-IF.
003790     MOVE WS-MK-IN TO KODE-MK OF MK-RECORD.
003800     READ MK-FILE
003810         INVALID KEY
003820             SET FIELD-BAD TO TRUE
003830             DISPLAY 'KODE MK TIDAK TERDAFTAR / NOT ON CATALOG, '
003840                 'ULANGI'
003850             GO TO 3200-EXIT
003860     END-READ.
003870     IF NOT MK-SKRIPSI OF MK-RECORD
003880         SET FIELD-BAD TO TRUE
003890         DISPLAY 'BUKAN MK SKRIPSI / NOT A THESIS COURSE '
003900             '(WAJIB-MK S), ULANGI'
003910         GO TO 3200-EXIT
003920     END-IF.
003930     DISPLAY 'MATA KULIAH: ' NAMA-MK OF MK-RECORD.
003940     MOVE WS-MK-IN TO KODE-MK-SKR OF SKR-WS.
003950     SET FIELD-OK TO TRUE.
003960 3200-EXIT.
003970     EXIT.
003980*-----------------------------------------------------------
003990*3300-ACCEPT-SMT  -  THE SEMESTER THE THESIS STARTED, 01-14.
004000*A NEW THESIS OFFERS THE CURRENT SEMESTER.
004010*-----------------------------------------------------------
004020 3300-ACCEPT-SMT.
004030     DISPLAY 'SEMESTER MULAI / START SEMESTER ['
004040         SMT-MULAI-SKR OF SKR-WS '] : ' WITH NO ADVANCING.
004050     MOVE SPACES TO WS-SMT-IN.
004060     ACCEPT WS-SMT-IN.
004070     IF WS-SMT-IN(2:1) = SPACE
004080         AND WS-SMT-IN(1:1) NOT = SPACE
004090         MOVE WS-SMT-IN(1:1) TO WS-SMT-IN(2:1)
004100         MOVE '0' TO WS-SMT-IN(1:1)
004110     END-IF.
004120     IF WS-SMT-IN NOT = SPACES
004130         IF WS-SMT-IN NOT NUMERIC
004140             SET FIELD-BAD TO TRUE
004150             DISPLAY 'SEMESTER HARUS 01-14 / MUST BE 01-14'
004160             GO TO 3300-EXIT
004170         END-IF
004180         MOVE WS-SMT-IN TO SMT-MULAI-SKR OF SKR-WS
004190     END-IF.
004200     IF SMT-MULAI-SKR OF SKR-WS < 1
004210         OR SMT-MULAI-SKR OF SKR-WS > 14
004220         SET FIELD-BAD TO TRUE
004230         DISPLAY 'SEMESTER HARUS 01-14 / MUST BE 01-14'
004240     ELSE
004250         SET FIELD-OK TO TRUE
004260     END-IF.
004270 3300-EXIT.
004280     EXIT.
004290*-----------------------------------------------------------
004300*3400-ACCEPT-NIDN  -  ONE LECTURER NIDN.  THE CALLER SETS
004310*WS-PROMPT, WS-NIDN-LAMA (ON FILE) AND NIDN-WAJIB.  A BLANK
004320*ANSWER KEEPS WS-NIDN-LAMA; - CLEARS AN OPTIONAL ONE.  THE
004330*RESULT IS LEFT IN WS-NIDN-IN.
004340*-----------------------------------------------------------
004350 3400-ACCEPT-NIDN.
004360     DISPLAY WS-PROMPT ' [' WS-NIDN-LAMA '] : '
004370         WITH NO ADVANCING.
004380     MOVE SPACES TO WS-NIDN-IN.
004390     ACCEPT WS-NIDN-IN.
004400     IF WS-NIDN-IN = SPACES
004410         MOVE WS-NIDN-LAMA TO WS-NIDN-IN
004420     END-IF.
004430     IF WS-NIDN-IN = '-'
004440         MOVE SPACES TO WS-NIDN-IN
004450     END-IF.
004460     IF WS-NIDN-IN = SPACES
004470         IF NIDN-WAJIB
004480             SET FIELD-BAD TO TRUE
004490             DISPLAY 'NIDN WAJIB / LECTURER REQUIRED, ULANGI'
004500         ELSE
004510             SET FIELD-OK TO TRUE
004520         END-IF
004530         GO TO 3400-EXIT
004540     END-IF.
004550     IF NOT DOSEN-OPEN
004560         SET FIELD-OK TO TRUE
004570         GO TO 3400-EXIT
004580     END-IF.
004590     MOVE WS-NIDN-IN TO NIDN OF DOSEN-RECORD.
004600     READ DOSEN-FILE
004610         INVALID KEY
004620             SET FIELD-BAD TO TRUE
004630             DISPLAY 'NIDN TIDAK TERDAFTAR / NOT ON LECTURER '
004640                 'MASTER, ULANGI'
004650             GO TO 3400-EXIT
004660     END-READ.
004670     DISPLAY 'DOSEN: ' NAMA-DOSEN OF DOSEN-RECORD.
004680     SET FIELD-OK TO TRUE.
004690 3400-EXIT.
004700     EXIT.
004710 3410-ACCEPT-PEMB1.
004720     MOVE 'PEMBIMBING 1 / FIRST SUPERVISOR' TO WS-PROMPT.
004730     MOVE NIDN-PEMB1 OF SKR-WS TO WS-NIDN-LAMA.
004740     MOVE 'Y' TO WS-NIDN-WAJIB-SW.
004750     PERFORM 3400-ACCEPT-NIDN THRU 3400-EXIT.
004760     IF FIELD-OK
004770         MOVE WS-NIDN-IN TO NIDN-PEMB1 OF SKR-WS
004780     END-IF.
004790 3410-EXIT.
004800     EXIT.
004810 3420-ACCEPT-PEMB2.
004820     MOVE 'PEMBIMBING 2 / SECOND SUPERVISOR (-=NONE)'
004830         TO WS-PROMPT.
004840     MOVE NIDN-PEMB2 OF SKR-WS TO WS-NIDN-LAMA.
004850     MOVE 'N' TO WS-NIDN-WAJIB-SW.
004860     PERFORM 3400-ACCEPT-NIDN THRU 3400-EXIT.
004870     IF FIELD-BAD
004880         GO TO 3420-EXIT
004890     END-IF.
004900     IF WS-NIDN-IN NOT = SPACES
004910         AND WS-NIDN-IN = NIDN-PEMB1 OF SKR-WS
004920         SET FIELD-BAD TO TRUE
004930         DISPLAY 'SUDAH PEMBIMBING 1 / ALREADY FIRST SUPERVISOR, '
004940             'ULANGI'
004950         GO TO 3420-EXIT
004960     END-IF.
004970     MOVE WS-NIDN-IN TO NIDN-PEMB2 OF SKR-WS.
004980 3420-EXIT.
004990     EXIT.
005000 3430-ACCEPT-UJI1.
005010     MOVE 'PENGUJI 1 / FIRST EXAMINER (-=NONE)' TO WS-PROMPT.
005020     MOVE NIDN-UJI1 OF SKR-WS TO WS-NIDN-LAMA.
005030     MOVE 'N' TO WS-NIDN-WAJIB-SW.
005040     PERFORM 3400-ACCEPT-NIDN THRU 3400-EXIT.
005050     IF FIELD-BAD
005060         GO TO 3430-EXIT
005070     END-IF.
005080     PERFORM 3450-CEK-PEMBIMBING THRU 3450-EXIT.
005090     IF FIELD-OK
005100         MOVE WS-NIDN-IN TO NIDN-UJI1 OF SKR-WS
005110     END-IF.
005120 3430-EXIT.
005130     EXIT.
005140 3440-ACCEPT-UJI2.
005150     MOVE 'PENGUJI 2 / SECOND EXAMINER (-=NONE)' TO WS-PROMPT.
005160     MOVE NIDN-UJI2 OF SKR-WS TO WS-NIDN-LAMA.
005170     MOVE 'N' TO WS-NIDN-WAJIB-SW.
005180     PERFORM 3400-ACCEPT-NIDN THRU 3400-EXIT.
005190     IF FIELD-BAD
005200         GO TO 3440-EXIT
005210     END-IF.
005220     PERFORM 3450-CEK-PEMBIMBING THRU 3450-EXIT.
005230     IF FIELD-BAD
005240         GO TO 3440-EXIT
005250     END-IF.
005260     IF WS-NIDN-IN NOT = SPACES
005270         AND WS-NIDN-IN = NIDN-UJI1 OF SKR-WS
005280         SET FIELD-BAD TO TRUE
005290         DISPLAY 'SUDAH PENGUJI 1 / ALREADY FIRST EXAMINER, '
005300             'ULANGI'
005310         GO TO 3440-EXIT
005320     END-IF.
005330     MOVE WS-NIDN-IN TO NIDN-UJI2 OF SKR-WS.
005340 3440-EXIT.
005350     EXIT.
005360*-----------------------------------------------------------
005370*3450-CEK-PEMBIMBING  -  AN EXAMINER MAY NOT BE ONE OF THE
005380*STUDENT'S OWN SUPERVISORS.
005390*-----------------------------------------------------------
005400 3450-CEK-PEMBIMBING.
005410     IF WS-NIDN-IN = SPACES
005420         GO TO 3450-EXIT
005430     END-IF.
005440     IF WS-NIDN-IN = NIDN-PEMB1 OF SKR-WS
005450         OR WS-NIDN-IN = NIDN-PEMB2 OF SKR-WS
005460         SET FIELD-BAD TO TRUE
005470         DISPLAY 'PEMBIMBING TIDAK BOLEH MENGUJI / A SUPERVISOR '
005480             'MAY NOT EXAMINE, ULANGI'
005490     END-IF.
005500 3450-EXIT.
005510     EXIT.
005520*-----------------------------------------------------------
005530*4000-TAHAPAN  -  THE THREE MILESTONE DATES, EACH NEEDING THE
005540*ONE BEFORE AND NONE EARLIER THAN IT.
005550*-----------------------------------------------------------
005560 4000-TAHAPAN.
005570     MOVE SKR-RECORD TO SKR-WS.
005580     DISPLAY 'KOSONG = TETAP / BLANK KEEPS THE DATE ON FILE'.
005590     MOVE 'PROPOSAL DISETUJUI / PROPOSAL APPROVED' TO WS-PROMPT.
005600     MOVE TGL-PROPOSAL OF SKR-WS TO WS-TGL-LAMA.
005610     SET FIELD-BAD TO TRUE.
005620     PERFORM 4100-ACCEPT-TGL THRU 4100-EXIT UNTIL FIELD-OK.
005630     MOVE WS-TGL-IN TO TGL-PROPOSAL OF SKR-WS.
005640     IF TGL-PROPOSAL OF SKR-WS = SPACES
005650         GO TO 4000-SIMPAN
005660     END-IF.
005670     MOVE 'SEMINAR HASIL / SEMINAR' TO WS-PROMPT.
005680     MOVE TGL-SEMINAR OF SKR-WS TO WS-TGL-LAMA.
005690     SET FIELD-BAD TO TRUE.
005700     PERFORM 4150-ACCEPT-SEMINAR THRU 4150-EXIT UNTIL FIELD-OK.
005710     MOVE WS-TGL-IN TO TGL-SEMINAR OF SKR-WS.
005720     IF TGL-SEMINAR OF SKR-WS = SPACES
005730         GO TO 4000-SIMPAN
005740     END-IF.
005750     IF NIDN-UJI1 OF SKR-WS = SPACES
005760         DISPLAY 'PENGUJI BELUM ADA / NO EXAMINER YET - TANGGAL '
005770             'SIDANG LEWAT FUNGSI T DULU'
005780         GO TO 4000-SIMPAN
005790     END-IF.
005800     MOVE 'SIDANG / DEFENSE' TO WS-PROMPT.
005810     MOVE TGL-SIDANG OF SKR-WS TO WS-TGL-LAMA.
005820     SET FIELD-BAD TO TRUE.
005830     PERFORM 4160-ACCEPT-SIDANG THRU 4160-EXIT UNTIL FIELD-OK.
005840     MOVE WS-TGL-IN TO TGL-SIDANG OF SKR-WS.
005850 4000-SIMPAN.
005860     IF SKR-WS = SKR-RECORD
005870         DISPLAY 'TIDAK ADA PERUBAHAN / NOTHING CHANGED'
005880         GO TO 4000-EXIT
005890     END-IF.
005900     MOVE SKR-WS TO SKR-RECORD.
005910     REWRITE SKR-RECORD.
005920     DISPLAY 'TAHAPAN DISIMPAN / MILESTONES SAVED'.
005930     MOVE SPACES TO WS-SUMMARY.
005940     STRING 'MILESTONE NPM=' NPM OF SKR-WS
005950         ' P=' TGL-PROPOSAL OF SKR-WS
005960         ' S=' TGL-SEMINAR OF SKR-WS
005970         ' D=' TGL-SIDANG OF SKR-WS
005980         DELIMITED BY SIZE INTO WS-SUMMARY.
005990     CALL 'AUDITLOG' USING 'SKRMNT    ' 'UPD  ' WS-SUMMARY.
006000 4000-EXIT.
006010     EXIT.
006020*-----------------------------------------------------------
006030*4100-ACCEPT-TGL  -  AN OPTIONAL DATE IN YYYY-MM-DD FORM.  THE
006040*CALLER SETS WS-PROMPT AND WS-TGL-LAMA; A BLANK ANSWER KEEPS
006050*WS-TGL-LAMA, WHICH MAY ITSELF BE BLANK.  RESULT IN WS-TGL-IN.
006060*-----------------------------------------------------------
006070 4100-ACCEPT-TGL.
006080     DISPLAY WS-PROMPT ' [' WS-TGL-LAMA '] : '
006090         WITH NO ADVANCING.
006100     MOVE SPACES TO WS-TGL-IN.
006110     ACCEPT WS-TGL-IN.
006120     IF WS-TGL-IN = SPACES
006130         MOVE WS-TGL-LAMA TO WS-TGL-IN
006140     END-IF.
006150     IF WS-TGL-IN = SPACES
006160         SET FIELD-OK TO TRUE
006170         GO TO 4100-EXIT
006180     END-IF.
006190     IF WS-TGL-YY NOT NUMERIC OR WS-TGL-MM NOT NUMERIC
006200         OR WS-TGL-DD NOT NUMERIC
006210         OR WS-TGL-SEP1 NOT = '-' OR WS-TGL-SEP2 NOT = '-'
006220         OR WS-TGL-MM < '01' OR WS-TGL-MM > '12'
006230         OR WS-TGL-DD < '01' OR WS-TGL-DD > '31'
006240         SET FIELD-BAD TO TRUE
006250         DISPLAY 'FORMAT TANGGAL YYYY-MM-DD / BAD DATE, ULANGI'
006260     ELSE
006270         SET FIELD-OK TO TRUE
006280     END-IF.
006290 4100-EXIT.
006300     EXIT.
006310 4150-ACCEPT-SEMINAR.
006320     PERFORM 4100-ACCEPT-TGL THRU 4100-EXIT.
006330     IF FIELD-OK AND WS-TGL-IN NOT = SPACES
006340         AND WS-TGL-IN < TGL-PROPOSAL OF SKR-WS
006350         SET FIELD-BAD TO TRUE
006360         DISPLAY 'SEMINAR SEBELUM PROPOSAL / SEMINAR BEFORE '
006370             'PROPOSAL, ULANGI'
006380     END-IF.
006390 4150-EXIT.
006400     EXIT.
006410 4160-ACCEPT-SIDANG.
006420     PERFORM 4100-ACCEPT-TGL THRU 4100-EXIT.
006430     IF FIELD-OK AND WS-TGL-IN NOT = SPACES
006440         AND WS-TGL-IN < TGL-SEMINAR OF SKR-WS
006450         SET FIELD-BAD TO TRUE
006460         DISPLAY 'SIDANG SEBELUM SEMINAR / DEFENSE BEFORE '
006470             'SEMINAR, ULANGI'
006480     END-IF.
006490 4160-EXIT.
006500     EXIT.
006510*-----------------------------------------------------------
006520*5000-BIMBINGAN  -  ONE GUIDANCE MEETING WITH ONE OF THE TWO
006530*SUPERVISORS (BLANK TAKES THE FIRST), NUMBERED AFTER THE LAST
006540*MEETING ON THE LOG.
006550*-----------------------------------------------------------
006560 5000-BIMBINGAN.
006570     MOVE SPACES TO BIM-WS.
006580     MOVE NPM OF SKR-RECORD TO NPM OF BIM-WS.
006590     MOVE 'TANGGAL BIMBINGAN / MEETING DATE' TO WS-PROMPT.
006600     MOVE SPACES TO WS-TGL-LAMA.
006610     SET FIELD-BAD TO TRUE.
006620     PERFORM 5100-ACCEPT-TGL-BIM THRU 5100-EXIT UNTIL FIELD-OK.
006630     MOVE WS-TGL-IN TO TGL-BIM OF BIM-WS.
006640     SET FIELD-BAD TO TRUE.
006650     PERFORM 5200-ACCEPT-PEMB THRU 5200-EXIT UNTIL FIELD-OK.
006660     SET FIELD-BAD TO TRUE.
006670     PERFORM 5300-ACCEPT-CATATAN THRU 5300-EXIT UNTIL FIELD-OK.
006680     PERFORM 5400-NOMOR-BARU THRU 5400-EXIT.
006690     MOVE BIM-WS TO BIM-RECORD.
006700     WRITE BIM-RECORD
006710         INVALID KEY
006720             DISPLAY 'SKRMNT: BIMMST GAGAL / WRITE FAILED '
006730                 WS-BMFS
006740             GO TO 5000-EXIT
006750     END-WRITE.
006760     DISPLAY 'BIMBINGAN KE-' NO-BIM OF BIM-WS
006770         ' TERSIMPAN / MEETING SAVED'.
006780     MOVE SPACES TO WS-SUMMARY.
006790     STRING 'GUIDANCE NPM=' NPM OF BIM-WS
006800         ' NO=' NO-BIM OF BIM-WS
006810         ' NIDN=' NIDN-BIM OF BIM-WS
006820         DELIMITED BY SIZE INTO WS-SUMMARY.
006830     CALL 'AUDITLOG' USING 'SKRMNT    ' 'NEW  ' WS-SUMMARY.
006840 5000-EXIT.
006850     EXIT.
006860 5100-ACCEPT-TGL-BIM.
006870     PERFORM 4100-ACCEPT-TGL THRU 4100-EXIT.
006880     IF FIELD-OK AND WS-TGL-IN = SPACES
006890         SET FIELD-BAD TO TRUE
006900         DISPLAY 'TANGGAL WAJIB / DATE REQUIRED, ULANGI'
006910     END-IF.
006920 5100-EXIT.
006930     EXIT.
006940 5200-ACCEPT-PEMB.
006950     DISPLAY 'NIDN PEMBIMBING / SUPERVISOR [' NIDN-PEMB1
006960         OF SKR-RECORD '] : ' WITH NO ADVANCING.
006970     MOVE SPACES TO NIDN-BIM OF BIM-WS.
006980     ACCEPT NIDN-BIM OF BIM-WS.
006990     IF NIDN-BIM OF BIM-WS = SPACES
007000         MOVE NIDN-PEMB1 OF SKR-RECORD TO NIDN-BIM OF BIM-WS
007010     END-IF.
007020     IF NIDN-BIM OF BIM-WS = NIDN-PEMB1 OF SKR-RECORD
007030         OR NIDN-BIM OF BIM-WS = NIDN-PEMB2 OF SKR-RECORD
007040         SET FIELD-OK TO TRUE
007050     ELSE
007060         SET FIELD-BAD TO TRUE
007070         DISPLAY 'BUKAN PEMBIMBING / NOT A SUPERVISOR OF THIS '
007080             'THESIS, ULANGI'
007090     END-IF.
007100 5200-EXIT.
007110     EXIT.
007120 5300-ACCEPT-CATATAN.
007130     DISPLAY 'CATATAN / NOTE : ' WITH NO ADVANCING.
007140     MOVE SPACES TO CATATAN-BIM OF BIM-WS.
007150     ACCEPT CATATAN-BIM OF BIM-WS.
007160     IF CATATAN-BIM OF BIM-WS = SPACES
007170         SET FIELD-BAD TO TRUE
007180         DISPLAY 'CATATAN WAJIB / NOTE REQUIRED, ULANGI'
007190     ELSE
007200         SET FIELD-OK TO TRUE
007210     END-IF.
007220 5300-EXIT.
007230     EXIT.
007240*-----------------------------------------------------------
007250*5400-NOMOR-BARU  -  THE NEXT MEETING NUMBER FOR THE NPM,
007260*LEAVING THE COUNT OF MEETINGS SO FAR IN WS-BIM-COUNT.
007270*-----------------------------------------------------------
007280 5400-NOMOR-BARU.
007290     MOVE ZERO TO WS-NO-AKHIR.
007300     MOVE ZERO TO WS-BIM-COUNT.
007310     MOVE 'N' TO WS-EOF-SW.
007320     MOVE NPM OF BIM-WS TO NPM OF BIM-RECORD.
007330     MOVE ZERO TO NO-BIM OF BIM-RECORD.
007340     START BIM-FILE KEY NOT < BIM-KEY OF BIM-RECORD
007350         INVALID KEY
007360             SET SCAN-EOF TO TRUE
007370     END-START.
007380     PERFORM 5450-SATU-BIM THRU 5450-EXIT UNTIL SCAN-EOF.
007390     COMPUTE NO-BIM OF BIM-WS = WS-NO-AKHIR + 1.
007400 5400-EXIT.
007410     EXIT.
007420 5450-SATU-BIM.
007430     READ BIM-FILE NEXT RECORD
007440         AT END
007450             SET SCAN-EOF TO TRUE
007460             GO TO 5450-EXIT
007470     END-READ.
007480     IF NPM OF BIM-RECORD NOT = NPM OF BIM-WS
007490         SET SCAN-EOF TO TRUE
007500         GO TO 5450-EXIT
007510     END-IF.
007520     MOVE NO-BIM OF BIM-RECORD TO WS-NO-AKHIR.
007530     ADD 1 TO WS-BIM-COUNT.
007540 5450-EXIT.
007550     EXIT.
007560*-----------------------------------------------------------
007570*6000-NILAI-SIDANG  -  THE DEFENSE SCORE, POSTED TO NILAIMST
007580*UNDER THE THESIS COURSE.  AN EXISTING SCORE FOR THE SAME
007590*SEMESTER IS OVERWRITTEN ONLY ON REQUEST AND NEVER ONCE
007600*SMTCLOSE HAS CLOSED THE SEMESTER.  NILAMD AMENDS IT THEN,
007603*UPDATING BOTH NILAIMST AND THE SCORE AND STATUS HERE ON
007606*SKRMST UNDER THE SAME 50 PASS MARK.
007610*-----------------------------------------------------------
007620 6000-NILAI-SIDANG.
007630     MOVE SKR-RECORD TO SKR-WS.
007640     IF TGL-SIDANG OF SKR-WS = SPACES
007650         DISPLAY 'TANGGAL SIDANG BELUM ADA / NO DEFENSE DATE - '
007660             'FUNGSI M DULU'
007670         GO TO 6000-EXIT
007680     END-IF.
007690     MOVE KODE-MK-SKR OF SKR-WS TO KODE-MK OF MK-RECORD.
007700     READ MK-FILE
007710         INVALID KEY
007720             DISPLAY 'MK SKRIPSI TIDAK DI KATALOG / THESIS '
007730                 'COURSE NOT ON CATALOG'
007740             GO TO 6000-EXIT
007750     END-READ.
007760     MOVE NPM OF SKR-WS TO NPM OF NILAI-WS.
007770     MOVE KODE-MK-SKR OF SKR-WS TO KODE-MK OF NILAI-WS.
007780     MOVE NAMA-MK OF MK-RECORD TO NAMA-MK OF NILAI-WS.
007790     DISPLAY 'SEMESTER NILAI / SCORE SEMESTER ['
007800         WS-SEMESTER-KINI '] : ' WITH NO ADVANCING.
007810     MOVE SPACES TO WS-SMT-IN.
007820     ACCEPT WS-SMT-IN.
007830     IF WS-SMT-IN(2:1) = SPACE
007840         AND WS-SMT-IN(1:1) NOT = SPACE
007850         MOVE WS-SMT-IN(1:1) TO WS-SMT-IN(2:1)
007860         MOVE '0' TO WS-SMT-IN(1:1)
007870     END-IF.
007880     IF WS-SMT-IN = SPACES
007890         MOVE WS-SEMESTER-KINI TO SEMESTER-MK OF NILAI-WS
007900     ELSE
007910         IF WS-SMT-IN NOT NUMERIC
007920             DISPLAY 'SEMESTER HARUS 01-14 / MUST BE 01-14'
007930             GO TO 6000-EXIT
007940         END-IF
007950         MOVE WS-SMT-IN TO SEMESTER-MK OF NILAI-WS
007960     END-IF.
007970     IF SEMESTER-MK OF NILAI-WS < 1
007980         OR SEMESTER-MK OF NILAI-WS > 14
007990         DISPLAY 'SEMESTER HARUS 01-14 / MUST BE 01-14'
008000         GO TO 6000-EXIT
008010     END-IF.
008020     MOVE NILAI-KEY OF NILAI-WS TO NILAI-KEY OF NILAI-RECORD.
008030     READ NILAI-FILE
008040         INVALID KEY
008050             SET NILAI-NOT-FOUND TO TRUE
008060         NOT INVALID KEY
008070             SET NILAI-FOUND TO TRUE
008080     END-READ.
008090     IF NILAI-FOUND
008100         PERFORM 6100-CEK-TUTUP THRU 6100-EXIT
008110         IF NOT WANT-OVERWRITE
008120             GO TO 6000-EXIT
008130         END-IF
008140     END-IF.
008150     SET FIELD-BAD TO TRUE.
008160     PERFORM 6200-GET-SCORE THRU 6200-EXIT UNTIL FIELD-OK.
008170     MOVE NILAI-WS TO NILAI-RECORD.
008180     IF NILAI-FOUND
008190         REWRITE NILAI-RECORD
008200     ELSE
008210         WRITE NILAI-RECORD
008220     END-IF.
008230     MOVE NILAI-ANGKA OF NILAI-WS TO NILAI-SKR OF SKR-WS.
008240     MOVE SEMESTER-MK OF NILAI-WS TO SMT-NILAI-SKR OF SKR-WS.
008250     IF NILAI-SKR OF SKR-WS NOT < WS-NILAI-LULUS
008260         SET SKR-SELESAI OF SKR-WS TO TRUE
008270         DISPLAY 'LULUS SIDANG / DEFENSE PASSED - SKRIPSI SELESAI'
008280     ELSE
008290         SET SKR-BERJALAN OF SKR-WS TO TRUE
008300         DISPLAY 'TIDAK LULUS SIDANG / DEFENSE FAILED - SIDANG '
008310             'ULANG / DEFEND AGAIN'
008320     END-IF.
008330     MOVE SKR-WS TO SKR-RECORD.
008340     REWRITE SKR-RECORD.
008350     MOVE SPACES TO WS-SUMMARY.
008360     STRING 'DEFENSE NPM=' NPM OF SKR-WS
008370         ' MK=' KODE-MK-SKR OF SKR-WS
008380         ' SMT=' SEMESTER-MK OF NILAI-WS
008390         ' NILAI=' NILAI-SKR OF SKR-WS
008400         DELIMITED BY SIZE INTO WS-SUMMARY.
008410     IF NILAI-FOUND
008420         CALL 'AUDITLOG' USING 'SKRMNT    ' 'UPD  ' WS-SUMMARY
008430     ELSE
008440         CALL 'AUDITLOG' USING 'SKRMNT    ' 'NEW  ' WS-SUMMARY
008450     END-IF.
008460 6000-EXIT.
008470     EXIT.
008480*-----------------------------------------------------------
008490*6100-CEK-TUTUP  -  THE NILAI RULE FOR A SCORE ALREADY ON
008500*FILE: REFUSED IN A CLOSED SEMESTER, OTHERWISE OVERWRITTEN
008510*ONLY WHEN THE OPERATOR SAYS SO.
008520*-----------------------------------------------------------
008530 6100-CEK-TUTUP.
008540     MOVE 'N' TO WS-OVR-SW.
008550     DISPLAY 'NILAI SUDAH ADA / SCORE EXISTS: '
008560         NILAI-ANGKA OF NILAI-RECORD.
008570     MOVE SEMESTER-MK OF NILAI-WS TO WS-KAL-SEMESTER.
008580     CALL 'KALCEK' USING WS-KAL-SEMESTER WS-KAL-RECORD
008590         WS-KAL-HASIL.
008600     IF WS-KAL-HASIL = 'Y'
008610         AND SEMESTER-TUTUP OF WS-KAL-RECORD
008620         DISPLAY 'SEMESTER SUDAH DITUTUP / SEMESTER CLOSED '
008630             TGL-TUTUP-SMT OF WS-KAL-RECORD ', DITOLAK'
008640         DISPLAY 'KOREKSI LEWAT NILAMD / USE NILAMD TO AMEND'
008650         GO TO 6100-EXIT
008660     END-IF.
008670     MOVE 'X' TO WS-OVR-SW.
008680     PERFORM 6150-ASK-OVERWRITE THRU 6150-EXIT
008690         UNTIL WANT-OVERWRITE OR NO-OVERWRITE.
008700 6100-EXIT.
008710     EXIT.
008720 6150-ASK-OVERWRITE.
008730     DISPLAY 'TIMPA NILAI INI? / OVERWRITE? (Y/T) : '
008740         WITH NO ADVANCING.
008750     ACCEPT WS-OVR-SW.
008760     IF NOT WANT-OVERWRITE AND NOT NO-OVERWRITE
008770         DISPLAY 'PILIH Y ATAU T / ANSWER Y OR N'
008780     END-IF.
008790 6150-EXIT.
008800     EXIT.
008810 6200-GET-SCORE.
008820     DISPLAY 'NILAI SIDANG (0-100) / DEFENSE SCORE : '
008830         WITH NO ADVANCING.
008840     MOVE SPACES TO WS-NILAI-IN.
008850     ACCEPT WS-NILAI-IN.
008860     MOVE ZERO TO WS-TRAIL-CT.
008870     INSPECT WS-NILAI-IN
008880         TALLYING WS-TRAIL-CT FOR TRAILING SPACES.
008890     COMPUTE WS-FLDLEN = 3 - WS-TRAIL-CT.
008900     IF WS-FLDLEN > 0
008910         AND WS-NILAI-IN(1:WS-FLDLEN) NUMERIC
008920         MOVE ZERO TO WS-NILAI-NUM
008930         MOVE WS-NILAI-IN(1:WS-FLDLEN)
008940             TO WS-NILAI-NUM(4 - WS-FLDLEN:WS-FLDLEN)
008950         IF WS-NILAI-NUM NOT > 100
008960             MOVE WS-NILAI-NUM TO NILAI-ANGKA OF NILAI-WS
008970             SET FIELD-OK TO TRUE
008980             GO TO 6200-EXIT
008990         END-IF
009000     END-IF.
009010     SET FIELD-BAD TO TRUE.
009020     DISPLAY 'NILAI HARUS 0-100 / SCORE MUST BE 0-100, ULANGI'.
009030 6200-EXIT.
009040     EXIT.
009050*-----------------------------------------------------------
009060*7000-INFO  -  THE THESIS AND EVERY GUIDANCE MEETING.
009070*-----------------------------------------------------------
009080 7000-INFO.
009090     DISPLAY 'JUDUL      : ' JUDUL-SKR OF SKR-RECORD.
009100     DISPLAY 'MK SKRIPSI : ' KODE-MK-SKR OF SKR-RECORD
009110         '   SEMESTER MULAI : ' SMT-MULAI-SKR OF SKR-RECORD.
009120     DISPLAY 'PEMBIMBING : ' NIDN-PEMB1 OF SKR-RECORD
009130         ' / ' NIDN-PEMB2 OF SKR-RECORD.
009140     DISPLAY 'PENGUJI    : ' NIDN-UJI1 OF SKR-RECORD
009150         ' / ' NIDN-UJI2 OF SKR-RECORD.
009160     DISPLAY 'PROPOSAL   : ' TGL-PROPOSAL OF SKR-RECORD
009170         '   SEMINAR : ' TGL-SEMINAR OF SKR-RECORD
009180         '   SIDANG : ' TGL-SIDANG OF SKR-RECORD.
009190     IF SKR-SELESAI OF SKR-RECORD
009200         DISPLAY 'STATUS     : SELESAI / DEFENDED - NILAI '
009210             NILAI-SKR OF SKR-RECORD ' SMT '
009220             SMT-NILAI-SKR OF SKR-RECORD
009230     ELSE
009240         DISPLAY 'STATUS     : BERJALAN / IN PROGRESS'
009250     END-IF.
009260     DISPLAY 'BIMBINGAN / GUIDANCE MEETINGS:'.
009270     MOVE ZERO TO WS-BIM-COUNT.
009280     MOVE 'N' TO WS-EOF-SW.
009290     MOVE NPM OF SKR-RECORD TO NPM OF BIM-RECORD.
009300     MOVE ZERO TO NO-BIM OF BIM-RECORD.
009310     START BIM-FILE KEY NOT < BIM-KEY OF BIM-RECORD
009320         INVALID KEY
009330             SET SCAN-EOF TO TRUE
009340     END-START.
009350     PERFORM 7100-SATU-BIM THRU 7100-EXIT UNTIL SCAN-EOF.
009360     IF WS-BIM-COUNT = ZERO
009370         DISPLAY '  (BELUM ADA / NONE YET)'
009380     END-IF.
009390 7000-EXIT.
009400     EXIT.
009410 7100-SATU-BIM.
009420     READ BIM-FILE NEXT RECORD
009430         AT END
009440             SET SCAN-EOF TO TRUE
009450             GO TO 7100-EXIT
009460     END-READ.
009470     IF NPM OF BIM-RECORD NOT = NPM OF SKR-RECORD
009480         SET SCAN-EOF TO TRUE
009490         GO TO 7100-EXIT
009500     END-IF.
009510     ADD 1 TO WS-BIM-COUNT.
009520     DISPLAY '  ' NO-BIM OF BIM-RECORD
009530         ' ' TGL-BIM OF BIM-RECORD
009540         ' ' NIDN-BIM OF BIM-RECORD
009550         ' ' CATATAN-BIM OF BIM-RECORD(1:40).
009560 7100-EXIT.
009570     EXIT.
009580*-----------------------------------------------------------
009590*9000-TERMINATE
009600*-----------------------------------------------------------
009610 9000-TERMINATE.
009620     CLOSE SKR-FILE.
009630     CLOSE BIM-FILE.
009640     CLOSE NILAI-FILE.
009650     CLOSE MHS-FILE.
009660     CLOSE MK-FILE.
009670     IF DOSEN-OPEN
009680         CLOSE DOSEN-FILE
009690     END-IF.
009700     DISPLAY 'PROGRAM SELESAI / PROGRAM FINISHED'.
009710     MOVE 'SESSION ENDED' TO WS-SUMMARY.
009720     CALL 'AUDITLOG' USING 'SKRMNT    ' 'END  ' WS-SUMMARY.
009730     GOBACK.
009740 9000-EXIT.
009750     EXIT.
