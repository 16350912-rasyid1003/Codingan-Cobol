000010*-----------------------------------------------------------
000020*EDOMRPT  -  COURSE EVALUATION (EDOM) SUMMARY AND SCORECARD
000030*-----------------------------------------------------------
000040*SUMMARISES THE SEMESTER'S EDOMMST RESPONSES FOR THE QUALITY
000050*ASSURANCE OFFICE.  EACH COURSE AND KELAS PRINTS ITS
000060*RESPONSES AGAINST ITS APPROVED KRS ENROLMENT (THE RESPONSE
000070*RATE) AND ITS AVERAGE SCORE, UNDER THE TEACHING LECTURER
000080*TAKEN FROM THE JADMAST TIMETABLE (NIDN-AJAR).  THEN THE
000090*AVERAGE OF EVERY EDOMQTAB QUESTION OVER THE WHOLE SEMESTER,
000100*A SCORECARD PER LECTURER (CLASSES, RESPONSE RATE, AVERAGE
000110*PER QUESTION), AND THE COMMENTS BY COURSE AND KELAS.  THE
000120*RESPONSES CARRY NO NPM AND NOTHING HERE PRINTS ONE - KRSMAST
000130*IS READ ONLY TO COUNT ENROLMENT.  SYSIN CARRIES THE SEMESTER
000140*(BLANK TAKES THE CURRENT ONE ON THE CALENDAR).  REPORT TO
000150*EDOMRPT.
000160*-----------------------------------------------------------
000170*MODIFICATION HISTORY
000180*DATE       INIT  DESCRIPTION
000190*10/15/2026 RSD   ORIGINAL.
000200*-----------------------------------------------------------
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. EDOMRPT.
000230 AUTHOR. RASYID.
000240 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000250 DATE-WRITTEN. 10/15/2026.
000260 DATE-COMPILED.
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT EDOM-FILE ASSIGN TO 'EDOMMST'
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS EDOM-KEY OF EDOM-RECORD
000340         FILE STATUS IS WS-EDFS.
000350     SELECT KRS-FILE ASSIGN TO 'KRSMAST'
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS KRS-KEY OF KRS-RECORD
000390         FILE STATUS IS WS-KRSFS.
000400     SELECT MHS-FILE ASSIGN TO 'MHSMAST'
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS NPM OF MHS-RECORD
000440         FILE STATUS IS WS-FS.
000450     SELECT JADWAL-FILE ASSIGN TO 'JADMAST'
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS JADWAL-KEY OF JADWAL-RECORD
000490         FILE STATUS IS WS-JFS.
000500     SELECT DOSEN-FILE ASSIGN TO 'DOSENMST'
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS NIDN OF DOSEN-RECORD
000540         FILE STATUS IS WS-DSFS.
000550     SELECT EDOM-RPT ASSIGN TO 'EDOMRPT'
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-RPT-FS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  EDOM-FILE.
000610 01  EDOM-RECORD.
000620         COPY EDOMREC.
000630 FD  KRS-FILE.
000640 01  KRS-RECORD.
000650         COPY KRSREC.
000660 FD  MHS-FILE.
000670 01  MHS-RECORD.
000680         COPY MHSREC.
000690 FD  JADWAL-FILE.
000700 01  JADWAL-RECORD.
000710         COPY JADREC.
000720 FD  DOSEN-FILE.
000730 01  DOSEN-RECORD.
000740         COPY DOSENREC.
000750 FD  EDOM-RPT.
000760 01  RPT-LINE                    PIC X(80).
000770 WORKING-STORAGE SECTION.
000780 01  WS-EDFS                     PIC X(02).
000790 01  WS-KRSFS                    PIC X(02).
000800 01  WS-FS                       PIC X(02).
000810 01  WS-JFS                      PIC X(02).
000820 01  WS-DSFS                     PIC X(02).
000830 01  WS-RPT-FS                   PIC X(02).
000840 01  WS-JAD-OPEN-SW              PIC X(01) VALUE 'N'.
000850         88  JAD-OPEN                     VALUE 'Y'.
000860 01  WS-DOSEN-OPEN-SW            PIC X(01) VALUE 'N'.
000870         88  DOSEN-OPEN                   VALUE 'Y'.
000880 01  WS-EOF-SW                   PIC X(01).
000890         88  SCAN-EOF                     VALUE 'Y'.
000900 01  WS-SEMESTER                 PIC 9(02).
000910 01  WS-SEMESTER-IN              PIC X(02).
000920 01  WS-KAL-HASIL                PIC X(01).
000930 01  WS-KAL-RECORD.
000940         COPY KALREC.
000950 01  WS-RC                       PIC 9(02) VALUE ZERO.
000960 01  WS-SYSDATE                  PIC 9(08).
000970 01  WS-RUN-DATE-DISP            PIC X(10).
000980 COPY EDOMQTAB.
000990*-----------------------------------------------------------
001000*THE TIMETABLE'S TEACHING LECTURER PER COURSE AND KELAS.
001010*-----------------------------------------------------------
001020 01  WS-JD-TABLE.
001030         05  WS-JD-ENTRY OCCURS 999 TIMES.
001040             10  WS-JD-MK            PIC X(08).
001050             10  WS-JD-KELAS         PIC X(05).
001060             10  WS-JD-NIDN          PIC X(10).
001070 01  WS-JD-MAX                   PIC 9(03) COMP VALUE ZERO.
001080 01  WS-JD-X                     PIC 9(03) COMP.
001090 01  WS-JD-HIT                   PIC 9(03) COMP.
001100*-----------------------------------------------------------
001110*ONE ENTRY PER COURSE AND KELAS EVALUATED OR ENROLLED, WITH
001120*THE SCORE TOTAL PER QUESTION.
001130*-----------------------------------------------------------
001140 01  WS-GR-TABLE.
001150         05  WS-GR-ENTRY OCCURS 500 TIMES.
001160             10  WS-GR-MK            PIC X(08).
001170             10  WS-GR-KELAS         PIC X(05).
001180             10  WS-GR-NIDN          PIC X(10).
001190             10  WS-GR-RESP          PIC 9(05).
001200             10  WS-GR-PESERTA       PIC 9(05).
001210             10  WS-GR-SUM           PIC 9(07) OCCURS 10 TIMES.
001220 01  WS-GR-MAX                   PIC 9(03) COMP VALUE ZERO.
001230 01  WS-GR-X                     PIC 9(03) COMP.
001240 01  WS-GR-HIT                   PIC 9(03) COMP.
001250*-----------------------------------------------------------
001260*THE GROUPS ROLLED UP PER TEACHING LECTURER (A BLANK NIDN
001270*COLLECTS THE CLASSES WITH NO LECTURER ON THE TIMETABLE).
001280*-----------------------------------------------------------
001290 01  WS-DS-TABLE.
001300         05  WS-DS-ENTRY OCCURS 200 TIMES.
001310             10  WS-DS-NIDN          PIC X(10).
001320             10  WS-DS-KELAS         PIC 9(03).
001330             10  WS-DS-RESP          PIC 9(05).
001340             10  WS-DS-PESERTA       PIC 9(05).
001350             10  WS-DS-SUM           PIC 9(07) OCCURS 10 TIMES.
001360 01  WS-DS-MAX                   PIC 9(03) COMP VALUE ZERO.
001370 01  WS-DS-X                     PIC 9(03) COMP.
001380 01  WS-DS-HIT                   PIC 9(03) COMP.
001390 01  WS-QT-TABLE.
001400         05  WS-QT-SUM               PIC 9(08) OCCURS 10 TIMES.
001410 01  WS-Q-X                      PIC 9(02) COMP.
001420 01  WS-Q-NO                     PIC 9(02).
001430 01  WS-CARI-MK                  PIC X(08).
001440 01  WS-CARI-KELAS               PIC X(05).
001450 01  WS-NAMA-DOSEN               PIC X(35).
001460 01  WS-SUM-ALL                  PIC 9(09).
001470 01  WS-RESP                     PIC 9(07).
001480 01  WS-PESERTA                  PIC 9(07).
001490 01  WS-AVG                      PIC 9V99.
001500 01  WS-AVG-DISP                 PIC 9.99.
001510 01  WS-PCT                      PIC 9(03).
001520 01  WS-PCT-DISP                 PIC ZZ9.
001530 01  WS-RESP-DISP                PIC ZZZZ9.
001540 01  WS-PESERTA-DISP             PIC ZZZZ9.
001550 01  WS-COUNT-DISP               PIC ZZZZ9.
001560 01  WS-AVG-LINE                 PIC X(60).
001570 01  WS-AVG-PTR                  PIC 9(02).
001580 01  WS-RESP-TOTAL               PIC 9(07) VALUE ZERO.
001590 01  WS-PESERTA-TOTAL            PIC 9(07) VALUE ZERO.
001600 01  WS-KOMENTAR-COUNT           PIC 9(05) VALUE ZERO.
001610 01  WS-SUMMARY                  PIC X(60).
001620*-----------------------------------------------------------
001630*0000-MAINLINE
001640*-----------------------------------------------------------
001650 PROCEDURE DIVISION.
001660 0000-MAINLINE.
001670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001680     PERFORM 1200-MUAT-JADWAL THRU 1200-EXIT.
001690     PERFORM 2000-BACA-EDOM THRU 2000-EXIT.
001700     PERFORM 3000-BACA-KRS THRU 3000-EXIT.
001710     PERFORM 4000-CETAK-KELAS THRU 4000-EXIT.
001720     PERFORM 5000-CETAK-SOAL THRU 5000-EXIT.
001730     PERFORM 6000-CETAK-DOSEN THRU 6000-EXIT.
001740     PERFORM 7000-CETAK-KOMENTAR THRU 7000-EXIT.
001750     PERFORM 8000-TOTAL THRU 8000-EXIT.
001760     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001770*-----------------------------------------------------------
001780*1000-INITIALIZE  -  RESPONSES, KRS AND THE STUDENT MASTER
001790*REQUIRED; WITHOUT THE TIMETABLE EVERY CLASS FALLS UNDER NO
001800*LECTURER, AND WITHOUT THE LECTURER MASTER NAMES ARE BLANK.
001810*-----------------------------------------------------------
001820 1000-INITIALIZE.
001830     DISPLAY 'SEMESTER (01-14) : ' WITH NO ADVANCING.
001840     PERFORM 1050-PILIH-SEMESTER THRU 1050-EXIT.
001850     OPEN INPUT EDOM-FILE.
001860     IF WS-EDFS NOT = '00'
001870         DISPLAY 'EDOMRPT: EDOMMST TIDAK ADA / NOT FOUND'
001880         MOVE 8 TO RETURN-CODE
001890         STOP RUN
001900     END-IF.
001910     OPEN INPUT KRS-FILE.
001920     IF WS-KRSFS NOT = '00'
001930         DISPLAY 'EDOMRPT: KRSMAST TIDAK ADA / NOT FOUND'
001940         CLOSE EDOM-FILE
001950         MOVE 8 TO RETURN-CODE
001960         STOP RUN
001970     END-IF.
001980     OPEN INPUT MHS-FILE.
001990     IF WS-FS NOT = '00'
002000         DISPLAY 'EDOMRPT: MASTER MHS TIDAK ADA / NOT FOUND'
002010         CLOSE EDOM-FILE
002020         CLOSE KRS-FILE
002030         MOVE 8 TO RETURN-CODE
002040         STOP RUN
002050     END-IF.
002060     OPEN INPUT JADWAL-FILE.
002070     IF WS-JFS = '00'
002080         MOVE 'Y' TO WS-JAD-OPEN-SW
002090     ELSE
002100         MOVE 'N' TO WS-JAD-OPEN-SW
002110         DISPLAY 'EDOMRPT: JADMAST TIDAK ADA - TANPA DOSEN / '
002120             'NO TIMETABLE - NO LECTURERS'
002130     END-IF.
002140     OPEN INPUT DOSEN-FILE.
002150     IF WS-DSFS = '00'
002160         MOVE 'Y' TO WS-DOSEN-OPEN-SW
002170     ELSE
002180         MOVE 'N' TO WS-DOSEN-OPEN-SW
002190     END-IF.
002200     MOVE ZERO TO WS-QT-TABLE.
002210     OPEN OUTPUT EDOM-RPT.
002220     ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
002230     MOVE SPACES TO WS-RUN-DATE-DISP.
002240     STRING WS-SYSDATE(1:4) '-' WS-SYSDATE(5:2)
002250         '-' WS-SYSDATE(7:2) DELIMITED BY SIZE
002260         INTO WS-RUN-DATE-DISP.
002270     MOVE SPACES TO RPT-LINE.
002280     STRING 'EVALUASI DOSEN OLEH MAHASISWA / COURSE EVALUATION'
002290         '   TANGGAL : ' WS-RUN-DATE-DISP
002300         DELIMITED BY SIZE INTO RPT-LINE.
002310     WRITE RPT-LINE.
002320     MOVE SPACES TO RPT-LINE.
002330     STRING 'SEMESTER : ' WS-SEMESTER
002340         '   SKALA / SCALE 1 (SANGAT KURANG) - 5 (SANGAT BAIK)'
002350         DELIMITED BY SIZE INTO RPT-LINE.
002360     WRITE RPT-LINE.
002370     MOVE ALL '=' TO RPT-LINE.
002380     WRITE RPT-LINE.
002390     MOVE SPACES TO WS-SUMMARY.
002400     STRING 'EVALUATION SUMMARY STARTED SMT=' WS-SEMESTER
002410         DELIMITED BY SIZE INTO WS-SUMMARY.
002420     CALL 'AUDITLOG' USING 'EDOMRPT   ' 'START' WS-SUMMARY.
002430 1000-EXIT.
002440     EXIT.
002450*-----------------------------------------------------------
002460*1050-PILIH-SEMESTER  -  THE SEMESTER KEYED, OR WHEN LEFT
002470*BLANK (OR 00) THE CURRENT SEMESTER ON THE KALMST ACADEMIC
002480*CALENDAR (SEE KALCEK).  NO CURRENT SEMESTER ENDS THE RUN.
002490*-----------------------------------------------------------
002500 1050-PILIH-SEMESTER.
002510     MOVE SPACES TO WS-SEMESTER-IN.
002520     ACCEPT WS-SEMESTER-IN.
002530     IF WS-SEMESTER-IN(2:1) = SPACE
002540         AND WS-SEMESTER-IN(1:1) NOT = SPACE
002550         MOVE WS-SEMESTER-IN(1:1) TO WS-SEMESTER-IN(2:1)
002560         MOVE '0' TO WS-SEMESTER-IN(1:1)
002570     END-IF.
002580     IF WS-SEMESTER-IN NOT = SPACES
002590         AND WS-SEMESTER-IN NOT = '00'
002600         IF WS-SEMESTER-IN NOT NUMERIC
002610             DISPLAY 'EDOMRPT: SEMESTER TIDAK SAH / BAD SEMESTER'
002620             MOVE 8 TO RETURN-CODE
002630             STOP RUN
002640         END-IF
002650         MOVE WS-SEMESTER-IN TO WS-SEMESTER
002660         GO TO 1050-EXIT
002670     END-IF.
002680     MOVE ZERO TO WS-SEMESTER.
002690     CALL 'KALCEK' USING WS-SEMESTER WS-KAL-RECORD WS-KAL-HASIL.
002700     IF WS-KAL-HASIL NOT = 'Y'
002710         DISPLAY 'EDOMRPT: SEMESTER BERJALAN TIDAK ADA / '
002720             'NO CURRENT SEMESTER ON CALENDAR'
002730         MOVE 8 TO RETURN-CODE
002740         STOP RUN
002750     END-IF.
002760     DISPLAY 'SEMESTER BERJALAN / CURRENT SEMESTER : ' WS-SEMESTER
002770         ' ' KET-KAL OF WS-KAL-RECORD.
002780 1050-EXIT.
002790     EXIT.
002800*-----------------------------------------------------------
002810*1200-MUAT-JADWAL  -  ONE ENTRY PER COURSE AND KELAS ON THE
002820*TIMETABLE, WITH THE FIRST LECTURER FOUND FOR IT.
002830*-----------------------------------------------------------
002840 1200-MUAT-JADWAL.
002850     IF NOT JAD-OPEN
002860         GO TO 1200-EXIT
002870     END-IF.
002880     MOVE 'N' TO WS-EOF-SW.
002890     PERFORM 1250-SATU-JADWAL THRU 1250-EXIT UNTIL SCAN-EOF.
002900 1200-EXIT.
002910     EXIT.
002920 1250-SATU-JADWAL.
002930     READ JADWAL-FILE NEXT RECORD
002940         AT END
002950             SET SCAN-EOF TO TRUE
002960             GO TO 1250-EXIT
002970     END-READ.
002980     MOVE ZERO TO WS-JD-HIT.
002990     PERFORM 1300-CARI-JADWAL THRU 1300-EXIT
003000         VARYING WS-JD-X FROM 1 BY 1
003010         UNTIL WS-JD-X > WS-JD-MAX OR WS-JD-HIT > ZERO.
003020     IF WS-JD-HIT > ZERO
003030         IF WS-JD-NIDN(WS-JD-HIT) = SPACES
003040             MOVE NIDN-AJAR OF JADWAL-RECORD
003050                 TO WS-JD-NIDN(WS-JD-HIT)
003060         END-IF
003070         GO TO 1250-EXIT
003080     END-IF.
003090     IF WS-JD-MAX NOT < 999
003100         GO TO 1250-EXIT
003110     END-IF.
003120     ADD 1 TO WS-JD-MAX.
003130     MOVE KODE-MK OF JADWAL-RECORD TO WS-JD-MK(WS-JD-MAX).
003140     MOVE KELAS OF JADWAL-RECORD TO WS-JD-KELAS(WS-JD-MAX).
003150     MOVE NIDN-AJAR OF JADWAL-RECORD TO WS-JD-NIDN(WS-JD-MAX).
003160 1250-EXIT.
003170     EXIT.
003180 1300-CARI-JADWAL.
003190     IF WS-JD-MK(WS-JD-X) = KODE-MK OF JADWAL-RECORD
003200         AND WS-JD-KELAS(WS-JD-X) = KELAS OF JADWAL-RECORD
003210         MOVE WS-JD-X TO WS-JD-HIT
003220     END-IF.
003230 1300-EXIT.
003240     EXIT.
003250*-----------------------------------------------------------
003260*2000-BACA-EDOM  -  THE SEMESTER'S RESPONSES INTO THEIR
003270*COURSE AND KELAS.
003280*-----------------------------------------------------------
003290 2000-BACA-EDOM.
003300     MOVE 'N' TO WS-EOF-SW.
003310     MOVE LOW-VALUES TO EDOM-KEY OF EDOM-RECORD.
003320     MOVE WS-SEMESTER TO SEMESTER-EDOM OF EDOM-RECORD.
003330     START EDOM-FILE KEY NOT < EDOM-KEY OF EDOM-RECORD
003340         INVALID KEY
003350             SET SCAN-EOF TO TRUE
003360     END-START.
003370     PERFORM 2100-SATU-RESPON THRU 2100-EXIT UNTIL SCAN-EOF.
003380 2000-EXIT.
003390     EXIT.
003400 2100-SATU-RESPON.
003410     READ EDOM-FILE NEXT RECORD
003420         AT END
003430             SET SCAN-EOF TO TRUE
003440             GO TO 2100-EXIT
003450     END-READ.
003460     IF SEMESTER-EDOM OF EDOM-RECORD NOT = WS-SEMESTER
003470         SET SCAN-EOF TO TRUE
003480         GO TO 2100-EXIT
003490     END-IF.
003500     MOVE KODE-MK OF EDOM-RECORD TO WS-CARI-MK.
003510     MOVE KELAS OF EDOM-RECORD TO WS-CARI-KELAS.
003520     PERFORM 2500-GRUP THRU 2500-EXIT.
003530     IF WS-GR-HIT = ZERO
003540         GO TO 2100-EXIT
003550     END-IF.
003560     ADD 1 TO WS-GR-RESP(WS-GR-HIT).
003570     PERFORM 2150-TAMBAH-SKOR THRU 2150-EXIT
003580         VARYING WS-Q-X FROM 1 BY 1 UNTIL WS-Q-X > 10.
003590 2100-EXIT.
003600     EXIT.
003610 2150-TAMBAH-SKOR.
003620     ADD JAWABAN-EDOM OF EDOM-RECORD(WS-Q-X)
003630         TO WS-GR-SUM(WS-GR-HIT WS-Q-X).
003640     ADD JAWABAN-EDOM OF EDOM-RECORD(WS-Q-X) TO WS-QT-SUM(WS-Q-X).
003650 2150-EXIT.
003660     EXIT.
003670*-----------------------------------------------------------
003680*2500-GRUP  -  THE GROUP FOR WS-CARI-MK AND WS-CARI-KELAS,
003690*ADDED WITH ITS TIMETABLE LECTURER WHEN NEW.  A FULL TABLE
003700*LEAVES WS-GR-HIT ZERO AND THE RUN ENDS RC 4.
003710*-----------------------------------------------------------
003720 2500-GRUP.
003730     MOVE ZERO TO WS-GR-HIT.
003740     PERFORM 2550-CARI-GRUP THRU 2550-EXIT
003750         VARYING WS-GR-X FROM 1 BY 1
003760         UNTIL WS-GR-X > WS-GR-MAX OR WS-GR-HIT > ZERO.
003770     IF WS-GR-HIT > ZERO
003780         GO TO 2500-EXIT
003790     END-IF.
003800     IF WS-GR-MAX NOT < 500
003810         DISPLAY 'EDOMRPT: TABEL KELAS PENUH / TABLE FULL - '
003820             WS-CARI-MK ' ' WS-CARI-KELAS ' DILEWATI / SKIPPED'
003830         MOVE 4 TO WS-RC
003840         GO TO 2500-EXIT
003850     END-IF.
003860     ADD 1 TO WS-GR-MAX.
003870     MOVE WS-GR-MAX TO WS-GR-HIT.
003880     MOVE WS-CARI-MK TO WS-GR-MK(WS-GR-HIT).
003890     MOVE WS-CARI-KELAS TO WS-GR-KELAS(WS-GR-HIT).
003900     MOVE ZERO TO WS-GR-RESP(WS-GR-HIT).
003910     MOVE ZERO TO WS-GR-PESERTA(WS-GR-HIT).
003920     PERFORM 2600-NOL-SKOR THRU 2600-EXIT
003930         VARYING WS-Q-X FROM 1 BY 1 UNTIL WS-Q-X > 10.
003940     MOVE SPACES TO WS-GR-NIDN(WS-GR-HIT).
003950     MOVE ZERO TO WS-JD-HIT.
003960     PERFORM 2650-CARI-DOSEN THRU 2650-EXIT
003970         VARYING WS-JD-X FROM 1 BY 1
003980         UNTIL WS-JD-X > WS-JD-MAX OR WS-JD-HIT > ZERO.
003990     IF WS-JD-HIT > ZERO
004000         MOVE WS-JD-NIDN(WS-JD-HIT) TO WS-GR-NIDN(WS-GR-HIT)
004010     END-IF.
004020 2500-EXIT.
004030     EXIT.
004040 2550-CARI-GRUP.
004050     IF WS-GR-MK(WS-GR-X) = WS-CARI-MK
004060         AND WS-GR-KELAS(WS-GR-X) = WS-CARI-KELAS
004070         MOVE WS-GR-X TO WS-GR-HIT
004080     END-IF.
004090 2550-EXIT.
004100     EXIT.
004110 2600-NOL-SKOR.
004120     MOVE ZERO TO WS-GR-SUM(WS-GR-HIT WS-Q-X).
004130 2600-EXIT.
004140     EXIT.
004150 2650-CARI-DOSEN.
004160     IF WS-JD-MK(WS-JD-X) = WS-CARI-MK
004170         AND WS-JD-KELAS(WS-JD-X) = WS-CARI-KELAS
004180         MOVE WS-JD-X TO WS-JD-HIT
004190     END-IF.
004200 2650-EXIT.
004210     EXIT.
004220*-----------------------------------------------------------
004230*3000-BACA-KRS  -  ONE PASS OF KRSMAST: EVERY APPROVED LINE
004240*OF THE SEMESTER (STATUS A, OR BLANK ON AN OLDER RECORD)
004250*COUNTS AS ONE STUDENT EXPECTED TO ANSWER FOR THE COURSE IN
004260*THE STUDENT'S KELAS.
004270*-----------------------------------------------------------
004280 3000-BACA-KRS.
004290     MOVE 'N' TO WS-EOF-SW.
004300     PERFORM 3100-SATU-KRS THRU 3100-EXIT UNTIL SCAN-EOF.
004310 3000-EXIT.
004320     EXIT.
004330 3100-SATU-KRS.
004340     READ KRS-FILE NEXT RECORD
004350         AT END
004360             SET SCAN-EOF TO TRUE
004370             GO TO 3100-EXIT
004380     END-READ.
004390     IF SEMESTER-KRS OF KRS-RECORD NOT = WS-SEMESTER
004400         GO TO 3100-EXIT
004410     END-IF.
004420     IF STATUS-KRS OF KRS-RECORD NOT = 'A'
004430         AND STATUS-KRS OF KRS-RECORD NOT = SPACE
004440         GO TO 3100-EXIT
004450     END-IF.
004460     MOVE NPM OF KRS-RECORD TO NPM OF MHS-RECORD.
004470     READ MHS-FILE
004480         INVALID KEY
004490             GO TO 3100-EXIT
004500     END-READ.
004510     MOVE KODE-MK OF KRS-RECORD TO WS-CARI-MK.
004520     MOVE KELAS OF MHS-RECORD TO WS-CARI-KELAS.
004530     PERFORM 2500-GRUP THRU 2500-EXIT.
004540     IF WS-GR-HIT > ZERO
004550         ADD 1 TO WS-GR-PESERTA(WS-GR-HIT)
004560     END-IF.
004570 3100-EXIT.
004580     EXIT.
004590*-----------------------------------------------------------
004600*4000-CETAK-KELAS  -  ONE LINE PER COURSE AND KELAS, ROLLED
004610*UP INTO ITS LECTURER'S SCORECARD AS IT GOES.
004620*-----------------------------------------------------------
004630 4000-CETAK-KELAS.
004640     MOVE SPACES TO RPT-LINE.
004650     STRING 'KODE MK   KELAS  NIDN DOSEN  RESPON  PESERTA    %'
004660         '   RATA-RATA'
004670         DELIMITED BY SIZE INTO RPT-LINE.
004680     WRITE RPT-LINE.
004690     MOVE ALL '-' TO RPT-LINE.
004700     WRITE RPT-LINE.
004710     PERFORM 4100-SATU-KELAS THRU 4100-EXIT
004720         VARYING WS-GR-X FROM 1 BY 1
004730         UNTIL WS-GR-X > WS-GR-MAX.
004740     IF WS-GR-MAX = ZERO
004750         MOVE '  (TIDAK ADA DATA / NOTHING FOR THE SEMESTER)'
004760             TO RPT-LINE
004770         WRITE RPT-LINE
004780     END-IF.
004790 4000-EXIT.
004800     EXIT.
004810 4100-SATU-KELAS.
004820     ADD WS-GR-RESP(WS-GR-X) TO WS-RESP-TOTAL.
004830     ADD WS-GR-PESERTA(WS-GR-X) TO WS-PESERTA-TOTAL.
004840     MOVE ZERO TO WS-SUM-ALL.
004850     PERFORM 4150-JUMLAH-GRUP THRU 4150-EXIT
004860         VARYING WS-Q-X FROM 1 BY 1 UNTIL WS-Q-X > 10.
004870     MOVE WS-GR-RESP(WS-GR-X) TO WS-RESP.
004880     MOVE WS-GR-PESERTA(WS-GR-X) TO WS-PESERTA.
004890     PERFORM 4500-RATA-RATA THRU 4500-EXIT.
004900     MOVE SPACES TO RPT-LINE.
004910     STRING WS-GR-MK(WS-GR-X)
004920         '  ' WS-GR-KELAS(WS-GR-X)
004930         '  ' WS-GR-NIDN(WS-GR-X)
004940         '   ' WS-RESP-DISP
004950         '    ' WS-PESERTA-DISP
004960         '  ' WS-PCT-DISP
004970         '       ' WS-AVG-DISP
004980         DELIMITED BY SIZE INTO RPT-LINE.
004990     IF WS-RESP = ZERO
005000         MOVE '   -' TO RPT-LINE(57:4)
005010     END-IF.
005020     WRITE RPT-LINE.
005030     PERFORM 4200-KE-DOSEN THRU 4200-EXIT.
005040 4100-EXIT.
005050     EXIT.
005060 4150-JUMLAH-GRUP.
005070     ADD WS-GR-SUM(WS-GR-X WS-Q-X) TO WS-SUM-ALL.
005080 4150-EXIT.
005090     EXIT.
005100*-----------------------------------------------------------
005110*4200-KE-DOSEN  -  ADD THE GROUP TO ITS LECTURER'S ENTRY.
005120*-----------------------------------------------------------
005130 4200-KE-DOSEN.
005140     MOVE ZERO TO WS-DS-HIT.
005150     PERFORM 4250-CARI-DS THRU 4250-EXIT
005160         VARYING WS-DS-X FROM 1 BY 1
005170         UNTIL WS-DS-X > WS-DS-MAX OR WS-DS-HIT > ZERO.
005180     IF WS-DS-HIT = ZERO
005190         IF WS-DS-MAX NOT < 200
005200             MOVE 4 TO WS-RC
005210             GO TO 4200-EXIT
005220         END-IF
005230         ADD 1 TO WS-DS-MAX
005240         MOVE WS-DS-MAX TO WS-DS-HIT
005250         MOVE WS-GR-NIDN(WS-GR-X) TO WS-DS-NIDN(WS-DS-HIT)
005260         MOVE ZERO TO WS-DS-KELAS(WS-DS-HIT)
005270         MOVE ZERO TO WS-DS-RESP(WS-DS-HIT)
005280         MOVE ZERO TO WS-DS-PESERTA(WS-DS-HIT)
005290         PERFORM 4300-NOL-DS THRU 4300-EXIT
005300             VARYING WS-Q-X FROM 1 BY 1 UNTIL WS-Q-X > 10
005310     END-IF.
005320     ADD 1 TO WS-DS-KELAS(WS-DS-HIT).
005330     ADD WS-GR-RESP(WS-GR-X) TO WS-DS-RESP(WS-DS-HIT).
005340     ADD WS-GR-PESERTA(WS-GR-X) TO WS-DS-PESERTA(WS-DS-HIT).
005350     PERFORM 4350-TAMBAH-DS THRU 4350-EXIT
005360         VARYING WS-Q-X FROM 1 BY 1 UNTIL WS-Q-X > 10.
005370 4200-EXIT.
005380     EXIT.
005390 4250-CARI-DS.
005400     IF WS-DS-NIDN(WS-DS-X) = WS-GR-NIDN(WS-GR-X)
005410         MOVE WS-DS-X TO WS-DS-HIT
005420     END-IF.
005430 4250-EXIT.
005440     EXIT.
005450 4300-NOL-DS.
005460     MOVE ZERO TO WS-DS-SUM(WS-DS-HIT WS-Q-X).
005470 4300-EXIT.
005480     EXIT.
005490 4350-TAMBAH-DS.
005500     ADD WS-GR-SUM(WS-GR-X WS-Q-X) TO WS-DS-SUM(WS-DS-HIT WS-Q-X).
005510 4350-EXIT.
005520     EXIT.
005530*-----------------------------------------------------------
005540*4500-RATA-RATA  -  FROM WS-SUM-ALL, WS-RESP AND WS-PESERTA:
005550*THE AVERAGE SCORE OVER ALL TEN QUESTIONS AND THE RESPONSE
005560*RATE, READY FOR PRINTING.
005570*-----------------------------------------------------------
005580 4500-RATA-RATA.
005590     MOVE ZERO TO WS-AVG.
005600     MOVE ZERO TO WS-PCT.
005610     IF WS-RESP > ZERO
005620         COMPUTE WS-AVG ROUNDED = WS-SUM-ALL / (WS-RESP * 10)
005630     END-IF.
005640     IF WS-PESERTA > ZERO
005650         COMPUTE WS-PCT ROUNDED = WS-RESP * 100 / WS-PESERTA
005660     END-IF.
005670     MOVE WS-AVG TO WS-AVG-DISP.
005680     MOVE WS-PCT TO WS-PCT-DISP.
005690     MOVE WS-RESP TO WS-RESP-DISP.
005700     MOVE WS-PESERTA TO WS-PESERTA-DISP.
005710 4500-EXIT.
005720     EXIT.
005730*-----------------------------------------------------------
005740*5000-CETAK-SOAL  -  EACH QUESTION'S AVERAGE OVER EVERY
005750*RESPONSE OF THE SEMESTER.
005760*-----------------------------------------------------------
005770 5000-CETAK-SOAL.
005780     MOVE SPACES TO RPT-LINE.
005790     WRITE RPT-LINE.
005800     MOVE 'RATA-RATA PER PERTANYAAN / AVERAGE PER QUESTION'
005810         TO RPT-LINE.
005820     WRITE RPT-LINE.
005830     MOVE ALL '-' TO RPT-LINE.
005840     WRITE RPT-LINE.
005850     PERFORM 5100-SATU-SOAL THRU 5100-EXIT
005860         VARYING WS-Q-X FROM 1 BY 1 UNTIL WS-Q-X > 10.
005870 5000-EXIT.
005880     EXIT.
005890 5100-SATU-SOAL.
005900     MOVE ZERO TO WS-AVG.
005910     IF WS-RESP-TOTAL > ZERO
005920         COMPUTE WS-AVG ROUNDED =
005930             WS-QT-SUM(WS-Q-X) / WS-RESP-TOTAL
005940     END-IF.
005950     MOVE WS-AVG TO WS-AVG-DISP.
005960     MOVE WS-Q-X TO WS-Q-NO.
005970     MOVE SPACES TO RPT-LINE.
005980     STRING 'P' WS-Q-NO '  ' EDOM-SOAL(WS-Q-X)
005990         '  ' WS-AVG-DISP
006000         DELIMITED BY SIZE INTO RPT-LINE.
006010     WRITE RPT-LINE.
006020 5100-EXIT.
006030     EXIT.
006040*-----------------------------------------------------------
006050*6000-CETAK-DOSEN  -  THE SCORECARD: PER LECTURER THE CLASSES,
006060*RESPONSE RATE AND AVERAGE, THEN THE AVERAGE OF EACH QUESTION
006070*P01-P10 ON ONE LINE.
006080*-----------------------------------------------------------
006090 6000-CETAK-DOSEN.
006100     MOVE SPACES TO RPT-LINE.
006110     WRITE RPT-LINE.
006120     MOVE 'NILAI DOSEN / LECTURER SCORECARD' TO RPT-LINE.
006130     WRITE RPT-LINE.
006140     MOVE ALL '-' TO RPT-LINE.
006150     WRITE RPT-LINE.
006160     PERFORM 6100-SATU-DOSEN THRU 6100-EXIT
006170         VARYING WS-DS-X FROM 1 BY 1
006180         UNTIL WS-DS-X > WS-DS-MAX.
006190 6000-EXIT.
006200     EXIT.
006210 6100-SATU-DOSEN.
006220     MOVE SPACES TO WS-NAMA-DOSEN.
006230     IF WS-DS-NIDN(WS-DS-X) = SPACES
006240         MOVE '(TANPA DOSEN DI JADWAL / NO LECTURER)'
006250             TO WS-NAMA-DOSEN
006260     ELSE
006270         IF DOSEN-OPEN
006280             MOVE WS-DS-NIDN(WS-DS-X) TO NIDN OF DOSEN-RECORD
006290             READ DOSEN-FILE
006300                 INVALID KEY
006310                     MOVE '(TIDAK DI MASTER / NOT ON MASTER)'
006320                         TO WS-NAMA-DOSEN
006330                 NOT INVALID KEY
006340                     MOVE NAMA-DOSEN OF DOSEN-RECORD
006350                         TO WS-NAMA-DOSEN
006360             END-READ
006370         END-IF
006380     END-IF.
006390     MOVE SPACES TO RPT-LINE.
006400     WRITE RPT-LINE.
006410     MOVE SPACES TO RPT-LINE.
006420     STRING 'NIDN : ' WS-DS-NIDN(WS-DS-X)
006430         '  ' WS-NAMA-DOSEN
006440         DELIMITED BY SIZE INTO RPT-LINE.
006450     WRITE RPT-LINE.
006460     MOVE ZERO TO WS-SUM-ALL.
006470     PERFORM 6150-JUMLAH-DS THRU 6150-EXIT
006480         VARYING WS-Q-X FROM 1 BY 1 UNTIL WS-Q-X > 10.
006490     MOVE WS-DS-RESP(WS-DS-X) TO WS-RESP.
006500     MOVE WS-DS-PESERTA(WS-DS-X) TO WS-PESERTA.
006510     PERFORM 4500-RATA-RATA THRU 4500-EXIT.
006520     MOVE WS-DS-KELAS(WS-DS-X) TO WS-COUNT-DISP.
006530     MOVE SPACES TO RPT-LINE.
006540     STRING '  KELAS : ' WS-COUNT-DISP
006550         '  RESPON : ' WS-RESP-DISP ' / ' WS-PESERTA-DISP
006560         '  (' WS-PCT-DISP '%)  RATA-RATA : ' WS-AVG-DISP
006570         DELIMITED BY SIZE INTO RPT-LINE.
006580     WRITE RPT-LINE.
006590     IF WS-RESP = ZERO
006600         GO TO 6100-EXIT
006610     END-IF.
006620     MOVE SPACES TO WS-AVG-LINE.
006630     MOVE 1 TO WS-AVG-PTR.
006640     PERFORM 6200-RATA-SOAL THRU 6200-EXIT
006650         VARYING WS-Q-X FROM 1 BY 1 UNTIL WS-Q-X > 10.
006660     MOVE SPACES TO RPT-LINE.
006670     STRING '  P01-P10 : ' WS-AVG-LINE
006680         DELIMITED BY SIZE INTO RPT-LINE.
006690     WRITE RPT-LINE.
006700 6100-EXIT.
006710     EXIT.
006720 6150-JUMLAH-DS.
006730     ADD WS-DS-SUM(WS-DS-X WS-Q-X) TO WS-SUM-ALL.
006740 6150-EXIT.
006750     EXIT.
006760 6200-RATA-SOAL.
006770     COMPUTE WS-AVG ROUNDED = WS-DS-SUM(WS-DS-X WS-Q-X)
006780         / WS-DS-RESP(WS-DS-X).
006790     MOVE WS-AVG TO WS-AVG-DISP.
006800     STRING WS-AVG-DISP ' ' DELIMITED BY SIZE
006810         INTO WS-AVG-LINE WITH POINTER WS-AVG-PTR.
006820 6200-EXIT.
006830     EXIT.
006840*-----------------------------------------------------------
006850*7000-CETAK-KOMENTAR  -  A SECOND PASS OF THE SEMESTER'S
006860*RESPONSES FOR THE COMMENTS, BY COURSE AND KELAS ONLY.
006870*-----------------------------------------------------------
006880 7000-CETAK-KOMENTAR.
006890     MOVE SPACES TO RPT-LINE.
006900     WRITE RPT-LINE.
006910     MOVE 'KOMENTAR / COMMENTS' TO RPT-LINE.
006920     WRITE RPT-LINE.
006930     MOVE ALL '-' TO RPT-LINE.
006940     WRITE RPT-LINE.
006950     MOVE 'N' TO WS-EOF-SW.
006960     MOVE LOW-VALUES TO EDOM-KEY OF EDOM-RECORD.
006970     MOVE WS-SEMESTER TO SEMESTER-EDOM OF EDOM-RECORD.
006980     START EDOM-FILE KEY NOT < EDOM-KEY OF EDOM-RECORD
006990         INVALID KEY
007000             SET SCAN-EOF TO TRUE
007010     END-START.
007020     PERFORM 7100-SATU-KOMENTAR THRU 7100-EXIT UNTIL SCAN-EOF.
007030     IF WS-KOMENTAR-COUNT = ZERO
007040         MOVE '  (TIDAK ADA / NONE)' TO RPT-LINE
007050         WRITE RPT-LINE
007060     END-IF.
007070 7000-EXIT.
007080     EXIT.
007090 7100-SATU-KOMENTAR.
007100     READ EDOM-FILE NEXT RECORD
007110         AT END
007120             SET SCAN-EOF TO TRUE
007130             GO TO 7100-EXIT
007140     END-READ.
007150     IF SEMESTER-EDOM OF EDOM-RECORD NOT = WS-SEMESTER
007160         SET SCAN-EOF TO TRUE
007170         GO TO 7100-EXIT
007180     END-IF.
007190     IF KOMENTAR-EDOM OF EDOM-RECORD = SPACES
007200         GO TO 7100-EXIT
007210     END-IF.
007220     ADD 1 TO WS-KOMENTAR-COUNT.
007230     MOVE SPACES TO RPT-LINE.
007240     STRING KODE-MK OF EDOM-RECORD
007250         ' ' KELAS OF EDOM-RECORD
007260         ' ' KOMENTAR-EDOM OF EDOM-RECORD
007270         DELIMITED BY SIZE INTO RPT-LINE.
007280     WRITE RPT-LINE.
007290 7100-EXIT.
007300     EXIT.
007310*-----------------------------------------------------------
007320*8000-TOTAL  -  THE SEMESTER'S OVERALL RESPONSE RATE.
007330*-----------------------------------------------------------
007340 8000-TOTAL.
007350     MOVE SPACES TO RPT-LINE.
007360     WRITE RPT-LINE.
007370     MOVE ALL '=' TO RPT-LINE.
007380     WRITE RPT-LINE.
007390     MOVE ZERO TO WS-SUM-ALL.
007400     PERFORM 8100-JUMLAH-SOAL THRU 8100-EXIT
007410         VARYING WS-Q-X FROM 1 BY 1 UNTIL WS-Q-X > 10.
007420     MOVE WS-RESP-TOTAL TO WS-RESP.
007430     MOVE WS-PESERTA-TOTAL TO WS-PESERTA.
007440     PERFORM 4500-RATA-RATA THRU 4500-EXIT.
007450     MOVE SPACES TO RPT-LINE.
007460     STRING 'TOTAL RESPON / RESPONSES : ' WS-RESP-DISP
007470         ' / ' WS-PESERTA-DISP ' (' WS-PCT-DISP '%)'
007480         '   RATA-RATA : ' WS-AVG-DISP
007490         DELIMITED BY SIZE INTO RPT-LINE.
007500     WRITE RPT-LINE.
007510 8000-EXIT.
007520     EXIT.
007530 8100-JUMLAH-SOAL.
007540     ADD WS-QT-SUM(WS-Q-X) TO WS-SUM-ALL.
007550 8100-EXIT.
007560     EXIT.
007570*-----------------------------------------------------------
007580*9000-TERMINATE
007590*-----------------------------------------------------------
007600 9000-TERMINATE.
007610     CLOSE EDOM-FILE.
007620     CLOSE KRS-FILE.
007630     CLOSE MHS-FILE.
007640     IF JAD-OPEN
007650         CLOSE JADWAL-FILE
007660     END-IF.
007670     IF DOSEN-OPEN
007680         CLOSE DOSEN-FILE
007690     END-IF.
007700     CLOSE EDOM-RPT.
007710     MOVE WS-RESP-TOTAL TO WS-COUNT-DISP.
007720     DISPLAY 'EDOMRPT: ' WS-COUNT-DISP ' RESPON / RESPONSES'.
007730     MOVE SPACES TO WS-SUMMARY.
007740     STRING 'SMT=' WS-SEMESTER
007750         ' RESPONSES=' WS-RESP-TOTAL
007760         ' ENROLLED=' WS-PESERTA-TOTAL
007770         DELIMITED BY SIZE INTO WS-SUMMARY.
007780     CALL 'AUDITLOG' USING 'EDOMRPT   ' 'END  ' WS-SUMMARY.
007790     MOVE WS-RC TO RETURN-CODE.
007800     STOP RUN.
007810 9000-EXIT.
007820     EXIT.
