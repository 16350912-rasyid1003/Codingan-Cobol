000010*-----------------------------------------------------------
000020*NILAMD  -  SCORE AMENDMENT (AMANDEMEN NILAI)
000030*-----------------------------------------------------------
000040*CORRECTS A SCORE ALREADY ON NILAIMST.  ONCE SMTCLOSE HAS
000050*CLOSED A SEMESTER NILAI WILL NO LONGER OVERWRITE ITS
000060*SCORES, AND EVERY CORRECTION COMES THROUGH HERE INSTEAD:
000070*THE OPERATOR KEYS THE NPM, COURSE AND SEMESTER, THE OLD
000080*SCORE ON FILE IS SHOWN, THEN THE NEW SCORE, THE NIDN OF THE
000090*LECTURER ASKING FOR THE CHANGE (MUST BE ON DOSENMST) AND
000100*THE REASON.  NOTHING IS POSTED UNTIL A SUPERVISOR APPROVES
000110*THROUGH SPVCEK.  AN APPROVED AMENDMENT WRITES THE BEFORE
000120*IMAGE TO THE NILAMDH HISTORY FILE (SEE AMDREC, CREATED ON
000130*FIRST USE) AND REWRITES THE SCORE ON NILAIMST.  THE ENTRY
000140*IS LEFT WITH STND-SW BLANK SO THE NIGHTLY STANDING
000150*AMENDMENT RUN RE-RATES THAT STUDENT FOR THE SEMESTER, AND
000160*AMDRPT PRINTS THE REGISTER FOR THE ACADEMIC SENATE.  AN
000170*OPEN SEMESTER MAY BE AMENDED HERE TOO, WHEN THE CHANGE
000180*NEEDS THE SAME TRAIL.  REFUSALS GO TO EXCPRPT AND THE
000190*SESSION TRAIL.
000191*A THESIS COURSE (WAJIB-MK S) SCORE IS THE DEFENSE SCORE
000192*SKRMNT POSTED, SO THE STUDENT MUST HAVE A THESIS FOR THAT
000193*COURSE ON SKRMST, AND THE AMENDED SCORE OF THE LATEST DEFENSE
000194*IS CARRIED TO SKRMST AS WELL: 50 AND UP MARKS THE THESIS
000195*SELESAI, BELOW 50 PUTS IT BACK IN PROGRESS.
000200*-----------------------------------------------------------
000210*MODIFICATION HISTORY
000220*DATE       INIT  DESCRIPTION
000230*10/15/2026 RSD   ORIGINAL.
000232*10/15/2026 RSD   A THESIS SCORE AMENDMENT NOW UPDATES THE
000234*DEFENSE SCORE AND STATUS ON SKRMST, SO
000236*GRADCEK, SKRRPT AND SKRMNT SEE THE SAME
000238*SCORE AS NILAIMST.
000240*-----------------------------------------------------------
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. NILAMD.
000270 AUTHOR. RASYID.
000280 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000290 DATE-WRITTEN. 10/15/2026.
000300 DATE-COMPILED.
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT MHS-FILE ASSIGN TO 'MHSMAST'
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS NPM OF MHS-RECORD
000380         FILE STATUS IS WS-FS.
000390     SELECT NILAI-FILE ASSIGN TO 'NILAIMST'
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS NILAI-KEY OF NILAI-RECORD
000430         FILE STATUS IS WS-NFS.
000440     SELECT MK-FILE ASSIGN TO 'MKMAST'
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS KODE-MK OF MK-RECORD
000480         FILE STATUS IS WS-MKFS.
000490     SELECT DOSEN-FILE ASSIGN TO 'DOSENMST'
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS NIDN OF DOSEN-RECORD
000530         FILE STATUS IS WS-DFS.
000540     SELECT AMD-FILE ASSIGN TO 'NILAMDH'
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS AMD-KEY OF AMD-RECORD
000580         FILE STATUS IS WS-AFS.
000590     SELECT OPER-SESS ASSIGN TO 'OPERSESS'
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-SESS-FS.
000611     SELECT SKR-FILE ASSIGN TO 'SKRMST'
000612         ORGANIZATION IS INDEXED
000613         ACCESS MODE IS DYNAMIC
000614         RECORD KEY IS NPM OF SKR-RECORD
000615         FILE STATUS IS WS-SKFS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  MHS-FILE.
000650 01  MHS-RECORD.
000660         COPY MHSREC.
000670 FD  NILAI-FILE.
000680 01  NILAI-RECORD.
000690         COPY NILAIREC.
000700 FD  MK-FILE.
000710 01  MK-RECORD.
000720         COPY MKREC.
000730 FD  DOSEN-FILE.
000740 01  DOSEN-RECORD.
000750         COPY DOSENREC.
000760 FD  AMD-FILE.
000770 01  AMD-RECORD.
000780         COPY AMDREC.
000790 FD  OPER-SESS.
000800 01  OPER-SESS-RECORD            PIC X(08).
000802 FD  SKR-FILE.
000804 01  SKR-RECORD.
000806         COPY SKRREC.
000810 WORKING-STORAGE SECTION.
000820 01  AMD-WS.
000830         COPY AMDREC.
000840 01  WS-FS                       PIC X(02).
000850 01  WS-NFS                      PIC X(02).
000860 01  WS-MKFS                     PIC X(02).
000870 01  WS-DFS                      PIC X(02).
000880 01  WS-AFS                      PIC X(02).
000890 01  WS-SESS-FS                  PIC X(02).
000895 01  WS-SKFS                     PIC X(02).
000900 01  WS-SWITCHES.
000910         05  WS-VALID-SW             PIC X(01) VALUE 'N'.
000920             88  FIELD-OK                 VALUE 'Y'.
000930             88  FIELD-BAD                VALUE 'N'.
000940         05  WS-AMD-EOF-SW           PIC X(01) VALUE 'N'.
000950             88  AMD-EOF                  VALUE 'Y'.
000953         05  WS-SKR-OPEN-SW          PIC X(01) VALUE 'N'.
000956             88  SKR-OPEN                 VALUE 'Y'.
000960 01  WS-LAGI-SW                  PIC X(01) VALUE 'Y'.
000970         88  ENTRI-LAGI                   VALUE 'Y' 'y'.
000980 01  WS-SETUJU-SW                PIC X(01).
000990         88  SETUJU                       VALUE 'Y' 'y'.
001000 01  WS-SEMESTER-IN              PIC X(02).
001010 01  WS-NILAI-IN                 PIC X(03).
001020 01  WS-NILAI-NUM                PIC 9(03).
001030 01  WS-TRAIL-CT                 PIC 9(02).
001040 01  WS-FLDLEN                   PIC 9(02).
001050 01  WS-AMD-LAST                 PIC 9(02).
001060 01  WS-OPER-ID                  PIC X(08).
001070 01  WS-SPV-ID                   PIC X(08).
001080 01  WS-SPV-HASIL                PIC X(01).
001090 01  WS-SYSDATE                  PIC 9(08).
001100 01  WS-RUN-DATE-DISP            PIC X(10).
001110 01  WS-KAL-SEMESTER             PIC 9(02).
001120 01  WS-KAL-HASIL                PIC X(01).
001130 01  WS-KAL-RECORD.
001140         COPY KALREC.
001150 01  WS-AMD-COUNT                PIC 9(05) VALUE ZERO.
001160 01  WS-SUMMARY                  PIC X(60).
001170 01  WS-EXC-FIELD                PIC X(15).
001180 01  WS-EXC-DETAIL               PIC X(50).
001190 01  WS-EXC-SEV                  PIC X(01).
001195 01  WS-NILAI-LULUS              PIC 9(03) VALUE 50.
001200*-----------------------------------------------------------
001210*0000-MAINLINE
001220*-----------------------------------------------------------
001230 PROCEDURE DIVISION.
001240 0000-MAINLINE.
001250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001260     PERFORM 2000-ENTRI-SATU THRU 2000-EXIT
001270         UNTIL NOT ENTRI-LAGI.
001280     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001290*-----------------------------------------------------------
001300*1000-INITIALIZE  -  THE MASTERS, CATALOG, LECTURER FILE AND
001310*SCORES MUST ALREADY EXIST; THE HISTORY FILE IS CREATED ON
001320*FIRST USE.
001330*-----------------------------------------------------------
001340 1000-INITIALIZE.
001350     OPEN INPUT MHS-FILE.
001360     IF WS-FS NOT = '00'
001370         DISPLAY 'NILAMD: MASTER MHS TIDAK ADA / NOT FOUND'
001380         MOVE 'NO MASTER, SESSION ABANDONED' TO WS-SUMMARY
001390         CALL 'AUDITLOG' USING 'NILAMD    ' 'END  ' WS-SUMMARY
001400         STOP RUN
001410     END-IF.
001420     OPEN INPUT MK-FILE.
001430     IF WS-MKFS NOT = '00'
001440         DISPLAY 'NILAMD: KATALOG MK TIDAK ADA / NOT FOUND'
001450         MOVE 'NO CATALOG, SESSION ABANDONED' TO WS-SUMMARY
001460         CALL 'AUDITLOG' USING 'NILAMD    ' 'END  ' WS-SUMMARY
001470         CLOSE MHS-FILE
001480         STOP RUN
001490     END-IF.
001500     OPEN INPUT DOSEN-FILE.
001510     IF WS-DFS NOT = '00'
001520         DISPLAY 'NILAMD: DOSENMST TIDAK ADA / NOT FOUND'
001530         DISPLAY 'JALANKAN DOSENMNT DULU / RUN DOSENMNT FIRST'
001540         MOVE 'NO DOSENMST, SESSION ABANDONED' TO WS-SUMMARY
001550         CALL 'AUDITLOG' USING 'NILAMD    ' 'END  ' WS-SUMMARY
001560         CLOSE MHS-FILE
001570         CLOSE MK-FILE
001580         STOP RUN
001590     END-IF.
001600     OPEN I-O NILAI-FILE.
001610     IF WS-NFS NOT = '00'
001620         DISPLAY 'NILAMD: NILAIMST TIDAK ADA / NOT FOUND'
001630         MOVE 'NO NILAIMST, SESSION ABANDONED' TO WS-SUMMARY
001640         CALL 'AUDITLOG' USING 'NILAMD    ' 'END  ' WS-SUMMARY
001650         CLOSE MHS-FILE
001660         CLOSE MK-FILE
001670         CLOSE DOSEN-FILE
001680         STOP RUN
001690     END-IF.
001700     OPEN I-O AMD-FILE.
001710     IF WS-AFS = '35'
001720         OPEN OUTPUT AMD-FILE
001730         CLOSE AMD-FILE
001740         OPEN I-O AMD-FILE
001750     END-IF.
001760     MOVE '--------' TO WS-OPER-ID.
001770     OPEN INPUT OPER-SESS.
001780     IF WS-SESS-FS = '00'
001790         READ OPER-SESS
001800             AT END
001810                 CONTINUE
001820             NOT AT END
001830                 IF OPER-SESS-RECORD NOT = SPACES
001840                     MOVE OPER-SESS-RECORD TO WS-OPER-ID
001850                 END-IF
001860         END-READ
001870         CLOSE OPER-SESS
001880     END-IF.
001890     ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
001900     MOVE SPACES TO WS-RUN-DATE-DISP.
001910     STRING WS-SYSDATE(1:4) '-' WS-SYSDATE(5:2)
001920         '-' WS-SYSDATE(7:2) DELIMITED BY SIZE
001930         INTO WS-RUN-DATE-DISP.
001940     MOVE SPACES TO WS-SUMMARY.
001950     STRING 'SESSION STARTED OPER=' WS-OPER-ID
001960         DELIMITED BY SIZE INTO WS-SUMMARY.
001970     CALL 'AUDITLOG' USING 'NILAMD    ' 'START' WS-SUMMARY.
001980 1000-EXIT.
001990     EXIT.
002000*-----------------------------------------------------------
002010*2000-ENTRI-SATU  -  ONE AMENDMENT: THE SCORE ON FILE, THE
002020*NEW SCORE, LECTURER AND REASON, THEN THE SUPERVISOR.  ANY
002030*FAILED CHECK DROPS THE AMENDMENT AND ASKS FOR THE NEXT.
002040*-----------------------------------------------------------
002050 2000-ENTRI-SATU.
002060     MOVE SPACES TO AMD-WS.
002070     PERFORM 2100-CARI-NILAI THRU 2100-EXIT.
002080     IF FIELD-BAD
002090         GO TO 2000-TANYA
002100     END-IF.
002110     SET FIELD-BAD TO TRUE.
002120     PERFORM 2500-GET-SCORE THRU 2500-EXIT UNTIL FIELD-OK.
002130     IF NILAI-BARU OF AMD-WS = NILAI-LAMA OF AMD-WS
002140         DISPLAY 'NILAI SAMA / SCORE UNCHANGED, DIBATALKAN'
002150         GO TO 2000-TANYA
002160     END-IF.
002170     PERFORM 2600-ACCEPT-DOSEN THRU 2600-EXIT.
002180     IF FIELD-BAD
002190         GO TO 2000-TANYA
002200     END-IF.
002210     DISPLAY 'ALASAN / REASON : ' WITH NO ADVANCING.
002220     ACCEPT ALASAN-AMD OF AMD-WS.
002230     IF ALASAN-AMD OF AMD-WS = SPACES
002240         DISPLAY 'ALASAN WAJIB / REASON REQUIRED, DIBATALKAN'
002250         GO TO 2000-TANYA
002260     END-IF.
002270     DISPLAY 'NILAI ' NILAI-LAMA OF AMD-WS ' MENJADI / BECOMES '
002280         NILAI-BARU OF AMD-WS.
002290     DISPLAY 'AJUKAN KE SUPERVISOR? / SUBMIT FOR APPROVAL? '
002300         '(Y/T) : ' WITH NO ADVANCING.
002310     MOVE SPACE TO WS-SETUJU-SW.
002320     ACCEPT WS-SETUJU-SW.
002330     IF NOT SETUJU
002340         DISPLAY 'AMANDEMEN DIBATALKAN / AMENDMENT CANCELLED'
002350         GO TO 2000-TANYA
002360     END-IF.
002370     CALL 'SPVCEK' USING WS-OPER-ID WS-SPV-ID WS-SPV-HASIL.
002380     IF WS-SPV-HASIL NOT = 'Y'
002390         PERFORM 2800-TOLAK THRU 2800-EXIT
002400         GO TO 2000-TANYA
002410     END-IF.
002420     PERFORM 3000-SIMPAN THRU 3000-EXIT.
002430 2000-TANYA.
002440     DISPLAY 'ADA AMANDEMEN LAGI? / ANOTHER AMENDMENT? (Y/T)'
002450         ' : ' WITH NO ADVANCING.
002460     ACCEPT WS-LAGI-SW.
002470 2000-EXIT.
002480     EXIT.
002490*-----------------------------------------------------------
002500*2100-CARI-NILAI  -  NPM ON THE MASTER, COURSE ON THE
002510*CATALOG, SEMESTER NUMERIC, AND A SCORE ALREADY ON NILAIMST
002520*FOR THE THREE.  A SCORE NEVER ENTERED IS KEYED THROUGH
002530*NILAI, NOT AMENDED.
002540*-----------------------------------------------------------
002550 2100-CARI-NILAI.
002560     SET FIELD-BAD TO TRUE.
002570     DISPLAY 'NPM : ' WITH NO ADVANCING.
002580     ACCEPT NPM OF AMD-WS.
002590     MOVE NPM OF AMD-WS TO NPM OF MHS-RECORD.
002600     READ MHS-FILE
002610         INVALID KEY
002620             DISPLAY 'NPM TIDAK TERDAFTAR / NOT ON MASTER: '
002630                 NPM OF AMD-WS
002640             GO TO 2100-EXIT
002650     END-READ.
002660     DISPLAY 'MAHASISWA: ' NAMA OF MHS-RECORD.
002670     DISPLAY 'KODE MATA KULIAH / COURSE CODE : '
002680         WITH NO ADVANCING.
002690     ACCEPT KODE-MK OF AMD-WS.
002700     MOVE KODE-MK OF AMD-WS TO KODE-MK OF MK-RECORD.
002710     READ MK-FILE
002720         INVALID KEY
002730             DISPLAY 'KODE MK TIDAK TERDAFTAR / NOT ON CATALOG: '
002740                 KODE-MK OF AMD-WS
002750             GO TO 2100-EXIT
002760     END-READ.
002770     DISPLAY 'MATA KULIAH: ' NAMA-MK OF MK-RECORD.
002771     IF MK-SKRIPSI OF MK-RECORD
002772         PERFORM 2200-CARI-SKRIPSI THRU 2200-EXIT
002773         IF FIELD-BAD
002774             GO TO 2100-EXIT
002775         END-IF
002776         SET FIELD-BAD TO TRUE
002777     END-IF.
002780     DISPLAY 'SEMESTER (01-14) : ' WITH NO ADVANCING.
002790     MOVE SPACES TO WS-SEMESTER-IN.
002800     ACCEPT WS-SEMESTER-IN.
002810     IF WS-SEMESTER-IN(2:1) = SPACE
002820         MOVE WS-SEMESTER-IN(1:1) TO WS-SEMESTER-IN(2:1)
002830         MOVE '0' TO WS-SEMESTER-IN(1:1)
002840     END-IF.
002850     IF WS-SEMESTER-IN NOT NUMERIC
002860         DISPLAY 'SEMESTER HARUS ANGKA / MUST BE NUMERIC'
002870         GO TO 2100-EXIT
002880     END-IF.
002890     MOVE WS-SEMESTER-IN TO SEMESTER-AMD OF AMD-WS.
002900     MOVE NPM OF AMD-WS TO NPM OF NILAI-RECORD.
002910     MOVE KODE-MK OF AMD-WS TO KODE-MK OF NILAI-RECORD.
002920     MOVE SEMESTER-AMD OF AMD-WS TO SEMESTER-MK OF NILAI-RECORD.
002930     READ NILAI-FILE
002940         INVALID KEY
002950             DISPLAY 'BELUM ADA NILAI / NO SCORE ON FILE - '
002960                 'ENTER IT THROUGH NILAI'
002970             GO TO 2100-EXIT
002980     END-READ.
002990     MOVE NILAI-ANGKA OF NILAI-RECORD TO NILAI-LAMA OF AMD-WS.
003000     DISPLAY 'NILAI SEKARANG / SCORE ON FILE : '
003010         NILAI-LAMA OF AMD-WS.
003020     MOVE SEMESTER-AMD OF AMD-WS TO WS-KAL-SEMESTER.
003030     CALL 'KALCEK' USING WS-KAL-SEMESTER WS-KAL-RECORD
003040         WS-KAL-HASIL.
003050     IF WS-KAL-HASIL = 'Y'
003060         AND SEMESTER-TUTUP OF WS-KAL-RECORD
003070         DISPLAY 'SEMESTER DITUTUP / CLOSED '
003080             TGL-TUTUP-SMT OF WS-KAL-RECORD
003090     END-IF.
003100     SET FIELD-OK TO TRUE.
003110 2100-EXIT.
003120     EXIT.
003130*-----------------------------------------------------------
003131*2200-CARI-SKRIPSI  -  A THESIS COURSE SCORE BELONGS TO THE
003132*THESIS ON SKRMST (OPENED ON THE FIRST THESIS AMENDMENT OF
003133*THE SESSION), WHICH MUST BE FOR THIS COURSE.
003134*-----------------------------------------------------------
003135 2200-CARI-SKRIPSI.
003136     SET FIELD-BAD TO TRUE.
003137     IF NOT SKR-OPEN
003138         OPEN I-O SKR-FILE
003139         IF WS-SKFS NOT = '00'
003140             DISPLAY 'NILAMD: SKRMST TIDAK ADA / NOT FOUND - '
003141                 'NILAI SKRIPSI TIDAK BISA DIAMANDEMEN'
003142             GO TO 2200-EXIT
003143         END-IF
003144         MOVE 'Y' TO WS-SKR-OPEN-SW
003145     END-IF.
003146     MOVE NPM OF AMD-WS TO NPM OF SKR-RECORD.
003147     READ SKR-FILE
003148         INVALID KEY
003149             DISPLAY 'SKRIPSI TIDAK ADA DI SKRMST / NO THESIS ON '
003150                 'SKRMST: ' NPM OF AMD-WS
003151             GO TO 2200-EXIT
003152     END-READ.
003153     IF KODE-MK-SKR OF SKR-RECORD NOT = KODE-MK OF AMD-WS
003154         DISPLAY 'SKRMST MEMAKAI MK LAIN / THESIS COURSE IS '
003155             KODE-MK-SKR OF SKR-RECORD
003156         GO TO 2200-EXIT
003157     END-IF.
003158     SET FIELD-OK TO TRUE.
003159 2200-EXIT.
003160     EXIT.
003161*-----------------------------------------------------------
003162*2500-GET-SCORE  -  THE NEW SCORE, 0-100, RE-PROMPTED UNTIL
003163*VALID, AS IN NILAI.
003164*-----------------------------------------------------------
003170 2500-GET-SCORE.
003180     DISPLAY 'NILAI BARU (0-100) / NEW SCORE : '
003190         WITH NO ADVANCING.
003200     MOVE SPACES TO WS-NILAI-IN.
003210     ACCEPT WS-NILAI-IN.
003220     MOVE ZERO TO WS-TRAIL-CT.
003230     INSPECT WS-NILAI-IN
003240         TALLYING WS-TRAIL-CT FOR TRAILING SPACES.
003250     COMPUTE WS-FLDLEN = 3 - WS-TRAIL-CT.
003260     IF WS-FLDLEN > 0
003270         AND WS-NILAI-IN(1:WS-FLDLEN) NUMERIC
003280         MOVE ZERO TO WS-NILAI-NUM
003290         MOVE WS-NILAI-IN(1:WS-FLDLEN)
003300             TO WS-NILAI-NUM(4 - WS-FLDLEN:WS-FLDLEN)
003310         IF WS-NILAI-NUM NOT > 100
003320             MOVE WS-NILAI-NUM TO NILAI-BARU OF AMD-WS
003330             SET FIELD-OK TO TRUE
003340             GO TO 2500-EXIT
003350         END-IF
003360     END-IF.
003370     SET FIELD-BAD TO TRUE.
003380     DISPLAY 'NILAI HARUS 0-100 / SCORE MUST BE 0-100, ULANGI'.
003390 2500-EXIT.
003400     EXIT.
003410*-----------------------------------------------------------
003420*2600-ACCEPT-DOSEN  -  THE LECTURER ASKING FOR THE CHANGE
003430*MUST BE ON DOSENMST.
003440*-----------------------------------------------------------
003450 2600-ACCEPT-DOSEN.
003460     SET FIELD-BAD TO TRUE.
003470     DISPLAY 'NIDN DOSEN / LECTURER NIDN : ' WITH NO ADVANCING.
003480     ACCEPT NIDN-AMD OF AMD-WS.
003490     MOVE NIDN-AMD OF AMD-WS TO NIDN OF DOSEN-RECORD.
003500     READ DOSEN-FILE
003510         INVALID KEY
003520             DISPLAY 'NIDN TIDAK TERDAFTAR / NOT ON DOSENMST: '
003530                 NIDN-AMD OF AMD-WS
003540             GO TO 2600-EXIT
003550     END-READ.
003560     DISPLAY 'DOSEN: ' NAMA-DOSEN OF DOSEN-RECORD.
003570     SET FIELD-OK TO TRUE.
003580 2600-EXIT.
003590     EXIT.
003600*-----------------------------------------------------------
003610*2800-TOLAK  -  THE SUPERVISOR DID NOT APPROVE; NOTHING IS
003620*POSTED.
003630*-----------------------------------------------------------
003640 2800-TOLAK.
003650     DISPLAY 'AMANDEMEN DITOLAK / AMENDMENT REFUSED'.
003660     MOVE 'AMANDEMEN' TO WS-EXC-FIELD.
003670     MOVE SPACES TO WS-EXC-DETAIL.
003680     STRING 'NOT APPROVED NPM ' NPM OF AMD-WS
003690         ' MK ' KODE-MK OF AMD-WS
003700         ' SMT ' SEMESTER-AMD OF AMD-WS
003710         DELIMITED BY SIZE INTO WS-EXC-DETAIL.
003720     MOVE 'W' TO WS-EXC-SEV.
003730     CALL 'EXCPRPT' USING 'NILAMD    '
003740         WS-EXC-FIELD WS-EXC-DETAIL WS-EXC-SEV.
003750     MOVE SPACES TO WS-SUMMARY.
003760     STRING 'REFUSED NPM=' NPM OF AMD-WS
003770         ' MK=' KODE-MK OF AMD-WS
003780         ' SMT=' SEMESTER-AMD OF AMD-WS
003790         ' SPV=' WS-SPV-ID
003800         DELIMITED BY SIZE INTO WS-SUMMARY.
003810     CALL 'AUDITLOG' USING 'NILAMD    ' 'DENY ' WS-SUMMARY.
003820 2800-EXIT.
003830     EXIT.
003840*-----------------------------------------------------------
003850*3000-SIMPAN  -  THE NEXT AMENDMENT NUMBER FOR THE SCORE,
003860*THE BEFORE IMAGE TO NILAMDH, THEN THE NEW SCORE ONTO
003870*NILAIMST.  99 AMENDMENTS TO ONE SCORE IS THE LIMIT.
003875*A THESIS SCORE ALSO GOES TO SKRMST (3200).
003880*-----------------------------------------------------------
003890 3000-SIMPAN.
003900     MOVE ZERO TO WS-AMD-LAST.
003910     MOVE 'N' TO WS-AMD-EOF-SW.
003920     MOVE NPM OF AMD-WS TO NPM OF AMD-RECORD.
003930     MOVE KODE-MK OF AMD-WS TO KODE-MK OF AMD-RECORD.
003940     MOVE SEMESTER-AMD OF AMD-WS TO SEMESTER-AMD OF AMD-RECORD.
003950     MOVE ZERO TO AMD-NO OF AMD-RECORD.
003960     START AMD-FILE KEY NOT < AMD-KEY OF AMD-RECORD
003970         INVALID KEY
003980             SET AMD-EOF TO TRUE
003990     END-START.
004000     PERFORM 3100-AMD-TERAKHIR THRU 3100-EXIT UNTIL AMD-EOF.
004010     IF WS-AMD-LAST = 99
004020         DISPLAY 'NILAMD: BATAS 99 AMANDEMEN / 99 AMENDMENTS '
004030             'ON FILE, DITOLAK'
004040         GO TO 3000-EXIT
004050     END-IF.
004060     ADD 1 TO WS-AMD-LAST GIVING AMD-NO OF AMD-WS.
004070     MOVE WS-RUN-DATE-DISP TO TGL-AMD OF AMD-WS.
004080     MOVE WS-OPER-ID TO OPER-AMD OF AMD-WS.
004090     MOVE WS-SPV-ID TO SPV-AMD OF AMD-WS.
004100     MOVE SPACE TO STND-SW OF AMD-WS.
004110     MOVE SPACES TO TGL-STND OF AMD-WS.
004120     MOVE AMD-WS TO AMD-RECORD.
004130     WRITE AMD-RECORD
004140         INVALID KEY
004150             DISPLAY 'NILAMD: GAGAL SIMPAN / WRITE FAILED '
004160                 WS-AFS
004170             GO TO 3000-EXIT
004180     END-WRITE.
004190     MOVE NPM OF AMD-WS TO NPM OF NILAI-RECORD.
004200     MOVE KODE-MK OF AMD-WS TO KODE-MK OF NILAI-RECORD.
004210     MOVE SEMESTER-AMD OF AMD-WS TO SEMESTER-MK OF NILAI-RECORD.
004220     READ NILAI-FILE
004230         INVALID KEY
004240             DISPLAY 'NILAMD: NILAI HILANG / SCORE GONE '
004250                 WS-NFS
004260             GO TO 3000-EXIT
004270     END-READ.
004280     MOVE NILAI-BARU OF AMD-WS TO NILAI-ANGKA OF NILAI-RECORD.
004290     REWRITE NILAI-RECORD.
004292     IF MK-SKRIPSI OF MK-RECORD
004294         PERFORM 3200-SKRIPSI THRU 3200-EXIT
004296     END-IF.
004300     ADD 1 TO WS-AMD-COUNT.
004310     DISPLAY 'AMANDEMEN TERSIMPAN / AMENDMENT POSTED, NO '
004320         AMD-NO OF AMD-WS.
004330     MOVE SPACES TO WS-SUMMARY.
004340     STRING 'AMENDED NPM=' NPM OF AMD-WS
004350         ' MK=' KODE-MK OF AMD-WS
004360         ' ' NILAI-LAMA OF AMD-WS '>' NILAI-BARU OF AMD-WS
004370         ' SPV=' WS-SPV-ID
004380         DELIMITED BY SIZE INTO WS-SUMMARY.
004390     CALL 'AUDITLOG' USING 'NILAMD    ' 'UPD  ' WS-SUMMARY.
004400 3000-EXIT.
004410     EXIT.
004420 3100-AMD-TERAKHIR.
004430     READ AMD-FILE NEXT RECORD
004440         AT END
004450             SET AMD-EOF TO TRUE
004460             GO TO 3100-EXIT
004470     END-READ.
004480     IF NPM OF AMD-RECORD NOT = NPM OF AMD-WS
004490         OR KODE-MK OF AMD-RECORD NOT = KODE-MK OF AMD-WS
004500         OR SEMESTER-AMD OF AMD-RECORD
004510             NOT = SEMESTER-AMD OF AMD-WS
004520         SET AMD-EOF TO TRUE
004530         GO TO 3100-EXIT
004540     END-IF.
004550     MOVE AMD-NO OF AMD-RECORD TO WS-AMD-LAST.
004560 3100-EXIT.
004570     EXIT.
004580*-----------------------------------------------------------
004581*3200-SKRIPSI  -  THE AMENDED SCORE OF THE LATEST DEFENSE
004582*BECOMES THE THESIS SCORE ON SKRMST, WITH SKRMNT'S PASS MARK
004583*DECIDING SELESAI OR BACK IN PROGRESS.  AN OLDER DEFENSE
004584*SCORE, SINCE REPLACED, LEAVES SKRMST AS IT IS.
004585*-----------------------------------------------------------
004586 3200-SKRIPSI.
004587     MOVE NPM OF AMD-WS TO NPM OF SKR-RECORD.
004588     READ SKR-FILE
004589         INVALID KEY
004590             DISPLAY 'NILAMD: SKRIPSI HILANG / THESIS GONE '
004591                 WS-SKFS
004592             GO TO 3200-EXIT
004593     END-READ.
004594     IF SMT-NILAI-SKR OF SKR-RECORD > SEMESTER-AMD OF AMD-WS
004595         DISPLAY 'SIDANG LAMA / EARLIER DEFENSE - SKRMST TETAP'
004596         GO TO 3200-EXIT
004597     END-IF.
004598     MOVE NILAI-BARU OF AMD-WS TO NILAI-SKR OF SKR-RECORD.
004599     MOVE SEMESTER-AMD OF AMD-WS TO SMT-NILAI-SKR OF SKR-RECORD.
004600     IF NILAI-SKR OF SKR-RECORD NOT < WS-NILAI-LULUS
004601         SET SKR-SELESAI OF SKR-RECORD TO TRUE
004602         DISPLAY 'SKRIPSI SELESAI / THESIS COMPLETE'
004603     ELSE
004604         SET SKR-BERJALAN OF SKR-RECORD TO TRUE
004605         DISPLAY 'SKRIPSI KEMBALI BERJALAN / THESIS BACK IN '
004606             'PROGRESS'
004607     END-IF.
004608     REWRITE SKR-RECORD
004609         INVALID KEY
004610             DISPLAY 'NILAMD: GAGAL SIMPAN SKRMST / WRITE FAILED '
004611                 WS-SKFS
004612     END-REWRITE.
004613 3200-EXIT.
004614     EXIT.
004615*-----------------------------------------------------------
004616*9000-TERMINATE
004617*-----------------------------------------------------------
004618 9000-TERMINATE.
004620     CLOSE MHS-FILE.
004630     CLOSE MK-FILE.
004640     CLOSE DOSEN-FILE.
004650     CLOSE NILAI-FILE.
004660     CLOSE AMD-FILE.
004662     IF SKR-OPEN
004664         CLOSE SKR-FILE
004666     END-IF.
004670     DISPLAY 'AMANDEMEN DIPROSES / AMENDMENTS POSTED : '
004680         WS-AMD-COUNT.
004690     DISPLAY 'PROGRAM SELESAI / PROGRAM FINISHED'.
004700     MOVE SPACES TO WS-SUMMARY.
004710     STRING 'SESSION ENDED AMENDED=' WS-AMD-COUNT
004720         DELIMITED BY SIZE INTO WS-SUMMARY.
004730     CALL 'AUDITLOG' USING 'NILAMD    ' 'END  ' WS-SUMMARY.
004740     GOBACK.
004750 9000-EXIT.
004760     EXIT.
