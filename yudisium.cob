000010*-----------------------------------------------------------
000020*YUDISIUM  -  YUDISIUM RUN FOR A GRADUATION PERIOD
000030*-----------------------------------------------------------
000040*WALKS THE MHS MASTER AND PUTS EVERY AKTIF STUDENT (OF ONE
000050*KELAS, OR ALL WHEN THE KELAS IS LEFT BLANK) THROUGH THE
000060*GRADCEK DEGREE AUDIT.  FOR EACH STUDENT WHO CLEARS IT -
000070*FINAL IPK OVER ONE ATTEMPT PER COURSE UNDER THE NILPILIH
000080*RULE, ON THE NILAIRPT GRADE SCALE STANDING USES; SKS PASSED;
000090*STUDY LENGTH IN SEMESTERS FROM THE FIRST TO THE LAST
000100*SEMESTER WITH A SCORE ON NILAIMST.  PREDICATE BY THE FACULTY
000110*RULES -
000120*DENGAN PUJIAN    IPK 3.51 AND UP, NO COUNTED SCORE UNDER 60
000130*                 (D OR E), AND DONE WITHIN THE MAXIMUM
000140*                 SEMESTERS (SYSIN, BLANK = 8)
000150*SANGAT MEMUASKAN IPK 3.01 AND UP (AND A 3.51 THAT MISSED
000160*                 THE CUM LAUDE CONDITIONS)
000170*MEMUASKAN        IPK 2.76 AND UP
000180*BELOW 2.76 THE GRADUATE PASSES WITHOUT A PREDICATE.  THE
000190*NEXT DIPLOMA NUMBER COMES FROM IJZSEQ, THE GRADUATE GOES ON
000200*THE LULMST REGISTER (SEE LULREC), AND STATUS-MHS BECOMES L
000210*WITH THE BEFORE-IMAGE SAVED THROUGH CHGLOG.  THE DECREE LIST
000220*(YUDRPT, BY NPM) AND THE CEREMONY SEATING LIST (WISRPT, BY
000230*PREDICATE THEN IPK, SEATS NUMBERED FROM 1) COVER EVERY
000240*GRADUATE OF THE PERIOD ON THE REGISTER, SO A SECOND RUN FOR
000250*LATE CANDIDATES REPRINTS BOTH COMPLETE.  A STUDENT ALREADY
000260*ON THE REGISTER IS NEVER NUMBERED TWICE.  SYSIN CARRIES THE
000270*PERIOD (REQUIRED, E.G. 2026-1), THE KELAS AND THE MAXIMUM
000280*SEMESTERS.
000290*-----------------------------------------------------------
000300*MODIFICATION HISTORY
000310*DATE       INIT  DESCRIPTION
000320*10/15/2026 RSD   ORIGINAL.
000330*-----------------------------------------------------------
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. YUDISIUM.
000360 AUTHOR. RASYID.
000370 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000380 DATE-WRITTEN. 10/15/2026.
000390 DATE-COMPILED.
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT MHS-FILE ASSIGN TO 'MHSMAST'
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS NPM OF MHS-RECORD
000470         FILE STATUS IS WS-FS.
000480     SELECT NILAI-FILE ASSIGN TO 'NILAIMST'
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS NILAI-KEY OF NILAI-RECORD
000520         FILE STATUS IS WS-NFS.
000530     SELECT MK-FILE ASSIGN TO 'MKMAST'
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS KODE-MK OF MK-RECORD
000570         FILE STATUS IS WS-MKFS.
000580     SELECT LUL-FILE ASSIGN TO 'LULMST'
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS NPM OF LUL-RECORD
000620         FILE STATUS IS WS-LFS.
000630     SELECT SORT-WORK ASSIGN TO 'SRTWK01'.
000640     SELECT YUD-RPT ASSIGN TO 'YUDRPT'
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-RPT-FS.
000670     SELECT WIS-RPT ASSIGN TO 'WISRPT'
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-WIS-FS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  MHS-FILE.
000730 01  MHS-RECORD.
000740         COPY MHSREC.
000750 FD  NILAI-FILE.
000760 01  NILAI-RECORD.
000770         COPY NILAIREC.
000780 FD  MK-FILE.
000790 01  MK-RECORD.
000800         COPY MKREC.
000810 FD  LUL-FILE.
000820 01  LUL-RECORD.
000830         COPY LULREC.
000840 SD  SORT-WORK.
000850 01  SORT-RECORD.
000860         05  SRT-URUT                PIC 9(01).
000870         05  SRT-IPK                 PIC 9V99.
000880         05  SRT-NPM                 PIC X(08).
000890         05  SRT-NAMA                PIC X(35).
000900         05  SRT-PREDIKAT            PIC X(01).
000910         05  SRT-IJAZAH              PIC 9(06).
000920 FD  YUD-RPT.
000930 01  RPT-LINE                    PIC X(80).
000940 FD  WIS-RPT.
000950 01  WIS-LINE                    PIC X(80).
000960 WORKING-STORAGE SECTION.
000970 01  WS-FS                       PIC X(02).
000980 01  WS-NFS                      PIC X(02).
000990 01  WS-MKFS                     PIC X(02).
001000 01  WS-LFS                      PIC X(02).
001010 01  WS-RPT-FS                   PIC X(02).
001020 01  WS-WIS-FS                   PIC X(02).
001030 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
001040         88  MHS-EOF                      VALUE 'Y'.
001050 01  WS-NILAI-EOF-SW             PIC X(01).
001060         88  NILAI-EOF                    VALUE 'Y'.
001070 01  WS-LUL-EOF-SW               PIC X(01).
001080         88  LUL-EOF                      VALUE 'Y'.
001090 01  WS-SORT-EOF-SW              PIC X(01).
001100         88  SORT-EOF                     VALUE 'Y'.
001110 01  WS-RENDAH-SW                PIC X(01).
001120         88  ADA-NILAI-RENDAH             VALUE 'Y'.
001130 01  WS-PERIODE                  PIC X(06).
001140 01  WS-KELAS-IN                 PIC X(05).
001150 01  WS-MAKS-IN                  PIC X(02).
001160 01  WS-MAKS-SMT                 PIC 9(02).
001170*-----------------------------------------------------------
001180*FACULTY PREDICATE RULES.
001190*-----------------------------------------------------------
001200 01  WS-IPK-PUJIAN               PIC 9V99 VALUE 3.51.
001210 01  WS-IPK-SANGAT               PIC 9V99 VALUE 3.01.
001220 01  WS-IPK-MEMUASKAN            PIC 9V99 VALUE 2.76.
001230 01  WS-NILAI-PUJIAN             PIC 9(03) VALUE 60.
001240 01  WS-NILAI-LULUS              PIC 9(03) VALUE 50.
001250 01  WS-BATAS                    PIC 9(02) VALUE 99.
001260 01  WS-PILIH                    PIC X(01).
001270         88  NILAI-DIHITUNG               VALUE 'Y'.
001280 01  WS-BOBOT                    PIC 9(01).
001290 01  WS-BOBOT-SUM                PIC 9(04).
001300 01  WS-MK-COUNT                 PIC 9(03).
001310 01  WS-SKS-SUM                  PIC 9(03).
001320 01  WS-SMT-AWAL                 PIC 9(02).
001330 01  WS-SMT-AKHIR                PIC 9(02).
001340 01  WS-IPK                      PIC 9V99.
001350 01  WS-IPK-DISP                 PIC 9.99.
001360 01  WS-LAMA-DISP                PIC Z9.
001370 01  WS-SKS-DISP                 PIC ZZ9.
001380 01  WS-PREDIKAT                 PIC X(01).
001390 01  WS-PREDIKAT-TEKS            PIC X(16).
001400 01  WS-NO-IJAZAH                PIC 9(06).
001410 01  WS-HASIL                    PIC X(01).
001420 01  WS-ALASAN                   PIC X(50).
001430 01  WS-NO                       PIC 9(04).
001440 01  WS-NO-DISP                  PIC ZZZ9.
001450 01  WS-RC                       PIC 9(02) VALUE ZERO.
001460 01  WS-SYSDATE                  PIC 9(08).
001470 01  WS-RUN-DATE-DISP            PIC X(10).
001480 01  WS-CAND-COUNT               PIC 9(05) VALUE ZERO.
001490 01  WS-GAGAL-COUNT              PIC 9(05) VALUE ZERO.
001500 01  WS-SUDAH-COUNT              PIC 9(05) VALUE ZERO.
001510 01  WS-LULUS-COUNT              PIC 9(05) VALUE ZERO.
001520 01  WS-PERIODE-COUNT            PIC 9(05) VALUE ZERO.
001530 01  WS-PUJIAN-COUNT             PIC 9(05) VALUE ZERO.
001540 01  WS-SANGAT-COUNT             PIC 9(05) VALUE ZERO.
001550 01  WS-MEMUASKAN-COUNT          PIC 9(05) VALUE ZERO.
001560 01  WS-TANPA-COUNT              PIC 9(05) VALUE ZERO.
001570 01  WS-COUNT-DISP               PIC ZZZZ9.
001580 01  WS-SUMMARY                  PIC X(60).
001590*-----------------------------------------------------------
001600*0000-MAINLINE
001610*-----------------------------------------------------------
001620 PROCEDURE DIVISION.
001630 0000-MAINLINE.
001640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001650     PERFORM 2000-READ-MHS THRU 2000-EXIT.
001660     PERFORM 3000-CALON THRU 3000-EXIT UNTIL MHS-EOF.
001670     PERFORM 4000-CETAK-SK THRU 4000-EXIT.
001680     PERFORM 5000-CETAK-WISUDA THRU 5000-EXIT.
001690     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001700*-----------------------------------------------------------
001710*1000-INITIALIZE  -  THE PERIOD IS REQUIRED.  THE MASTER,
001720*SCORES AND CATALOG MUST BE THERE; THE REGISTER IS CREATED
001730*THE FIRST TIME.
001740*-----------------------------------------------------------
001750 1000-INITIALIZE.
001760     DISPLAY 'PERIODE WISUDA / GRADUATION PERIOD : '
001770         WITH NO ADVANCING.
001780     MOVE SPACES TO WS-PERIODE.
001790     ACCEPT WS-PERIODE.
001800     IF WS-PERIODE = SPACES
001810         DISPLAY 'YUDISIUM: PERIODE WAJIB / PERIOD REQUIRED'
001820         MOVE 8 TO RETURN-CODE
001830         STOP RUN
001840     END-IF.
001850     DISPLAY 'KELAS (KOSONG = SEMUA / BLANK = ALL) : '
001860         WITH NO ADVANCING.
001870     MOVE SPACES TO WS-KELAS-IN.
001880     ACCEPT WS-KELAS-IN.
001890     DISPLAY 'MAKS SEMESTER CUM LAUDE / MAX SEMESTERS : '
001900         WITH NO ADVANCING.
001910     PERFORM 1050-PILIH-MAKS THRU 1050-EXIT.
001920     OPEN I-O MHS-FILE.
001930     IF WS-FS NOT = '00'
001940         DISPLAY 'YUDISIUM: MASTER MHS TIDAK ADA / NOT FOUND'
001950         MOVE 8 TO RETURN-CODE
001960         STOP RUN
001970     END-IF.
001980     OPEN INPUT NILAI-FILE.
001990     IF WS-NFS NOT = '00'
002000         DISPLAY 'YUDISIUM: NILAIMST TIDAK ADA / NOT FOUND'
002010         CLOSE MHS-FILE
002020         MOVE 8 TO RETURN-CODE
002030         STOP RUN
002040     END-IF.
002050     OPEN INPUT MK-FILE.
002060     IF WS-MKFS NOT = '00'
002070         DISPLAY 'YUDISIUM: KATALOG MK TIDAK ADA / NOT FOUND'
002080         CLOSE MHS-FILE
002090         CLOSE NILAI-FILE
002100         MOVE 8 TO RETURN-CODE
002110         STOP RUN
002120     END-IF.
002130     OPEN I-O LUL-FILE.
002140     IF WS-LFS = '35'
002150         OPEN OUTPUT LUL-FILE
002160         CLOSE LUL-FILE
002170         OPEN I-O LUL-FILE
002180     END-IF.
002190     ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
002200     MOVE SPACES TO WS-RUN-DATE-DISP.
002210     STRING WS-SYSDATE(1:4) '-' WS-SYSDATE(5:2)
002220         '-' WS-SYSDATE(7:2) DELIMITED BY SIZE
002230         INTO WS-RUN-DATE-DISP.
002240     MOVE SPACES TO WS-SUMMARY.
002250     STRING 'YUDISIUM STARTED PERIOD=' WS-PERIODE
002260         ' KELAS=' WS-KELAS-IN
002270         DELIMITED BY SIZE INTO WS-SUMMARY.
002280     CALL 'AUDITLOG' USING 'YUDISIUM  ' 'START' WS-SUMMARY.
002290 1000-EXIT.
002300     EXIT.
002310*-----------------------------------------------------------
002320*1050-PILIH-MAKS  -  SEMESTERS WITHIN WHICH A CUM LAUDE
002330*GRADUATE MUST FINISH; BLANK OR 00 TAKES 8.
002340*-----------------------------------------------------------
002350 1050-PILIH-MAKS.
002360     MOVE SPACES TO WS-MAKS-IN.
002370     ACCEPT WS-MAKS-IN.
002380     IF WS-MAKS-IN(2:1) = SPACE
002390         AND WS-MAKS-IN(1:1) NOT = SPACE
002400         MOVE WS-MAKS-IN(1:1) TO WS-MAKS-IN(2:1)
002410         MOVE '0' TO WS-MAKS-IN(1:1)
002420     END-IF.
002430     IF WS-MAKS-IN = SPACES OR WS-MAKS-IN = '00'
002440         MOVE 8 TO WS-MAKS-SMT
002450         GO TO 1050-EXIT
002460     END-IF.
002470     IF WS-MAKS-IN NOT NUMERIC
002480         DISPLAY 'YUDISIUM: MAKS SEMESTER TIDAK SAH / BAD MAXIMUM'
002490         MOVE 8 TO RETURN-CODE
002500         STOP RUN
002510     END-IF.
002520     MOVE WS-MAKS-IN TO WS-MAKS-SMT.
002530 1050-EXIT.
002540     EXIT.
002550 2000-READ-MHS.
002560     READ MHS-FILE NEXT RECORD
002570         AT END
002580             SET MHS-EOF TO TRUE
002590     END-READ.
002600 2000-EXIT.
002610     EXIT.
002620*-----------------------------------------------------------
002630*3000-CALON  -  ONE AKTIF STUDENT OF THE KELAS.  A STUDENT
002640*ALREADY ON THE REGISTER IS LEFT ALONE; ONE WHO FAILS THE
002650*AUDIT IS ONLY COUNTED (GRADAUDT LISTS THE REASONS).
002660*-----------------------------------------------------------
002670 3000-CALON.
002680     IF STATUS-MHS OF MHS-RECORD NOT = 'A'
002690         AND STATUS-MHS OF MHS-RECORD NOT = SPACE
002700         GO TO 3000-BACA
002710     END-IF.
002720     IF WS-KELAS-IN NOT = SPACES
002730         AND KELAS OF MHS-RECORD NOT = WS-KELAS-IN
002740         GO TO 3000-BACA
002750     END-IF.
002760     ADD 1 TO WS-CAND-COUNT.
002770     MOVE NPM OF MHS-RECORD TO NPM OF LUL-RECORD.
002780     READ LUL-FILE
002790         INVALID KEY
002800             CONTINUE
002810         NOT INVALID KEY
002820             ADD 1 TO WS-SUDAH-COUNT
002830             DISPLAY 'YUDISIUM: ' NPM OF MHS-RECORD
002840                 ' SUDAH DI BUKU INDUK / ALREADY REGISTERED '
002850                 PERIODE-LUL OF LUL-RECORD
002860             GO TO 3000-BACA
002870     END-READ.
002880     CALL 'GRADCEK' USING NPM OF MHS-RECORD WS-HASIL WS-ALASAN.
002890     IF WS-HASIL NOT = 'Y'
002900         ADD 1 TO WS-GAGAL-COUNT
002910         GO TO 3000-BACA
002920     END-IF.
002930     PERFORM 3100-HITUNG-NILAI THRU 3100-EXIT.
002940     IF WS-MK-COUNT = ZERO
002950         ADD 1 TO WS-GAGAL-COUNT
002960         GO TO 3000-BACA
002970     END-IF.
002980     PERFORM 3200-PREDIKAT THRU 3200-EXIT.
002990     PERFORM 3300-POSTING THRU 3300-EXIT.
003000 3000-BACA.
003010     PERFORM 2000-READ-MHS THRU 2000-EXIT.
003020 3000-EXIT.
003030     EXIT.
003040*-----------------------------------------------------------
003050*3100-HITUNG-NILAI  -  ONE PASS OVER THE NPM'S SCORES: GRADE
003060*POINTS AND SKS OF THE ATTEMPTS THAT COUNT, ANY COUNTED SCORE
003070*UNDER THE CUM LAUDE FLOOR, AND THE FIRST AND LAST SEMESTER
003080*OF ANY ATTEMPT.
003090*-----------------------------------------------------------
003100 3100-HITUNG-NILAI.
003110     MOVE ZERO TO WS-BOBOT-SUM.
003120     MOVE ZERO TO WS-MK-COUNT.
003130     MOVE ZERO TO WS-SKS-SUM.
003140     MOVE 99 TO WS-SMT-AWAL.
003150     MOVE ZERO TO WS-SMT-AKHIR.
003160     MOVE 'N' TO WS-RENDAH-SW.
003170     MOVE 'N' TO WS-NILAI-EOF-SW.
003180     MOVE NPM OF MHS-RECORD TO NPM OF NILAI-RECORD.
003190     MOVE LOW-VALUES TO KODE-MK OF NILAI-RECORD.
003200     MOVE ZERO TO SEMESTER-MK OF NILAI-RECORD.
003210     START NILAI-FILE KEY NOT < NILAI-KEY OF NILAI-RECORD
003220         INVALID KEY
003230             SET NILAI-EOF TO TRUE
003240     END-START.
003250     PERFORM 3150-SATU-NILAI THRU 3150-EXIT UNTIL NILAI-EOF.
003260     IF WS-MK-COUNT > ZERO
003270         COMPUTE WS-IPK ROUNDED = WS-BOBOT-SUM / WS-MK-COUNT
003280     ELSE
003290         MOVE ZERO TO WS-IPK
003300     END-IF.
003310 3100-EXIT.
003320     EXIT.
003330 3150-SATU-NILAI.
003340     READ NILAI-FILE NEXT RECORD
003350         AT END
003360             SET NILAI-EOF TO TRUE
003370             GO TO 3150-EXIT
003380     END-READ.
003390     IF NPM OF NILAI-RECORD NOT = NPM OF MHS-RECORD
003400         SET NILAI-EOF TO TRUE
003410         GO TO 3150-EXIT
003420     END-IF.
003430     IF SEMESTER-MK OF NILAI-RECORD < WS-SMT-AWAL
003440         MOVE SEMESTER-MK OF NILAI-RECORD TO WS-SMT-AWAL
003450     END-IF.
003460     IF SEMESTER-MK OF NILAI-RECORD > WS-SMT-AKHIR
003470         MOVE SEMESTER-MK OF NILAI-RECORD TO WS-SMT-AKHIR
003480     END-IF.
003490     CALL 'NILPILIH' USING NPM OF NILAI-RECORD
003500         KODE-MK OF NILAI-RECORD SEMESTER-MK OF NILAI-RECORD
003510         WS-BATAS WS-PILIH.
003520     IF NOT NILAI-DIHITUNG
003530         GO TO 3150-EXIT
003540     END-IF.
003550     PERFORM 3180-GRADE-OF-SCORE THRU 3180-EXIT.
003560     ADD 1 TO WS-MK-COUNT.
003570     ADD WS-BOBOT TO WS-BOBOT-SUM.
003580     IF NILAI-ANGKA OF NILAI-RECORD < WS-NILAI-PUJIAN
003590         MOVE 'Y' TO WS-RENDAH-SW
003600     END-IF.
003610     IF NILAI-ANGKA OF NILAI-RECORD < WS-NILAI-LULUS
003620         GO TO 3150-EXIT
003630     END-IF.
003640     MOVE KODE-MK OF NILAI-RECORD TO KODE-MK OF MK-RECORD.
003650     READ MK-FILE
003660         INVALID KEY
003670             GO TO 3150-EXIT
003680     END-READ.
003690     ADD SKS-MK OF MK-RECORD TO WS-SKS-SUM.
003700 3150-EXIT.
003710     EXIT.
003720*-----------------------------------------------------------
003730*3180-GRADE-OF-SCORE  -  THE NILAIRPT GRADE SCALE.
003740*-----------------------------------------------------------
003750 3180-GRADE-OF-SCORE.
003760     EVALUATE TRUE
003770         WHEN NILAI-ANGKA OF NILAI-RECORD NOT < 80
003780             MOVE 4 TO WS-BOBOT
003790         WHEN NILAI-ANGKA OF NILAI-RECORD NOT < 70
003800             MOVE 3 TO WS-BOBOT
003810         WHEN NILAI-ANGKA OF NILAI-RECORD NOT < 60
003820             MOVE 2 TO WS-BOBOT
003830         WHEN NILAI-ANGKA OF NILAI-RECORD NOT < 50
003840             MOVE 1 TO WS-BOBOT
003850         WHEN OTHER
003860             MOVE 0 TO WS-BOBOT
003870     END-EVALUATE.
003880 3180-EXIT.
003890     EXIT.
003900*-----------------------------------------------------------
003910*3200-PREDIKAT  -  THE FACULTY RULES ABOVE.
003920*-----------------------------------------------------------
003930 3200-PREDIKAT.
003940     EVALUATE TRUE
003950         WHEN WS-IPK NOT < WS-IPK-PUJIAN
003960             AND NOT ADA-NILAI-RENDAH
003970             AND WS-SMT-AKHIR - WS-SMT-AWAL + 1 NOT > WS-MAKS-SMT
003980             MOVE 'C' TO WS-PREDIKAT
003990         WHEN WS-IPK NOT < WS-IPK-SANGAT
004000             MOVE 'S' TO WS-PREDIKAT
004010         WHEN WS-IPK NOT < WS-IPK-MEMUASKAN
004020             MOVE 'M' TO WS-PREDIKAT
004030         WHEN OTHER
004040             MOVE '-' TO WS-PREDIKAT
004050     END-EVALUATE.
004060 3200-EXIT.
004070     EXIT.
004080*-----------------------------------------------------------
004090*3300-POSTING  -  DIPLOMA NUMBER, REGISTER ENTRY, STATUS L.
004100*THE NUMBER IS TAKEN ONLY NOW, WHEN NOTHING CAN STILL TURN
004110*THE GRADUATE AWAY, SO THE RANGE STAYS GAP-FREE.
004120*-----------------------------------------------------------
004130 3300-POSTING.
004140     CALL 'IJZSEQ' USING WS-NO-IJAZAH.
004150     MOVE SPACES TO LUL-RECORD.
004160     MOVE NPM OF MHS-RECORD TO NPM OF LUL-RECORD.
004170     MOVE NAMA OF MHS-RECORD TO NAMA-LUL OF LUL-RECORD.
004180     MOVE KELAS OF MHS-RECORD TO KELAS-LUL OF LUL-RECORD.
004190     MOVE WS-PERIODE TO PERIODE-LUL OF LUL-RECORD.
004200     MOVE WS-RUN-DATE-DISP TO TGL-YUDISIUM OF LUL-RECORD.
004210     MOVE WS-SMT-AWAL TO SMT-MASUK OF LUL-RECORD.
004220     MOVE WS-SMT-AKHIR TO SMT-LULUS OF LUL-RECORD.
004230     COMPUTE LAMA-STUDI OF LUL-RECORD
004240         = WS-SMT-AKHIR - WS-SMT-AWAL + 1.
004250     MOVE WS-SKS-SUM TO SKS-LUL OF LUL-RECORD.
004260     MOVE WS-IPK TO IPK-LUL OF LUL-RECORD.
004270     MOVE WS-PREDIKAT TO PREDIKAT-LUL OF LUL-RECORD.
004280     MOVE WS-NO-IJAZAH TO NO-IJAZAH OF LUL-RECORD.
004290     WRITE LUL-RECORD
004300         INVALID KEY
004310             DISPLAY 'YUDISIUM: LULMST GAGAL / WRITE FAILED '
004320                 WS-LFS ' NPM ' NPM OF MHS-RECORD
004330                 ' IJAZAH ' WS-NO-IJAZAH
004340             MOVE 8 TO WS-RC
004350             GO TO 3300-EXIT
004360     END-WRITE.
004370     CALL 'CHGLOG' USING MHS-RECORD.
004380     MOVE 'L' TO STATUS-MHS OF MHS-RECORD.
004390     REWRITE MHS-RECORD.
004400     ADD 1 TO WS-LULUS-COUNT.
004410     MOVE WS-IPK TO WS-IPK-DISP.
004420     MOVE SPACES TO WS-SUMMARY.
004430     STRING 'GRADUATED NPM=' NPM OF MHS-RECORD
004440         ' IPK=' WS-IPK-DISP
004450         ' PRED=' WS-PREDIKAT
004460         ' IJAZAH=' WS-NO-IJAZAH
004470         DELIMITED BY SIZE INTO WS-SUMMARY.
004480     CALL 'AUDITLOG' USING 'YUDISIUM  ' 'UPD  ' WS-SUMMARY.
004490 3300-EXIT.
004500     EXIT.
004510*-----------------------------------------------------------
004520*4000-CETAK-SK  -  THE DECREE LIST: EVERY GRADUATE OF THE
004530*PERIOD ON THE REGISTER, IN NPM ORDER.
004540*-----------------------------------------------------------
004550 4000-CETAK-SK.
004560     OPEN OUTPUT YUD-RPT.
004570     MOVE SPACES TO RPT-LINE.
004580     STRING 'SURAT KEPUTUSAN YUDISIUM / YUDISIUM DECREE'
004590         '   TANGGAL : ' WS-RUN-DATE-DISP
004600         DELIMITED BY SIZE INTO RPT-LINE.
004610     WRITE RPT-LINE.
004620     MOVE SPACES TO RPT-LINE.
004630     STRING 'PERIODE WISUDA / GRADUATION PERIOD : ' WS-PERIODE
004640         DELIMITED BY SIZE INTO RPT-LINE.
004650     WRITE RPT-LINE.
004660     MOVE ALL '=' TO RPT-LINE.
004670     WRITE RPT-LINE.
004680     MOVE SPACES TO RPT-LINE.
004690     STRING '  NO NPM      NAMA                      IPK  SMT'
004700         ' SKS PREDIKAT         IJAZAH'
004710         DELIMITED BY SIZE INTO RPT-LINE.
004720     WRITE RPT-LINE.
004730     MOVE ALL '-' TO RPT-LINE.
004740     WRITE RPT-LINE.
004750     MOVE ZERO TO WS-NO.
004760     MOVE 'N' TO WS-LUL-EOF-SW.
004770     MOVE LOW-VALUES TO NPM OF LUL-RECORD.
004780     START LUL-FILE KEY NOT < NPM OF LUL-RECORD
004790         INVALID KEY
004800             SET LUL-EOF TO TRUE
004810     END-START.
004820     PERFORM 4100-SATU-LULUSAN THRU 4100-EXIT UNTIL LUL-EOF.
004830     MOVE ALL '=' TO RPT-LINE.
004840     WRITE RPT-LINE.
004850     MOVE WS-PERIODE-COUNT TO WS-COUNT-DISP.
004860     MOVE SPACES TO RPT-LINE.
004870     STRING 'LULUSAN / GRADUATES : ' WS-COUNT-DISP
004880         DELIMITED BY SIZE INTO RPT-LINE.
004890     WRITE RPT-LINE.
004900     MOVE WS-PUJIAN-COUNT TO WS-COUNT-DISP.
004910     MOVE SPACES TO RPT-LINE.
004920     STRING '  DENGAN PUJIAN / CUM LAUDE : ' WS-COUNT-DISP
004930         DELIMITED BY SIZE INTO RPT-LINE.
004940     WRITE RPT-LINE.
004950     MOVE WS-SANGAT-COUNT TO WS-COUNT-DISP.
004960     MOVE SPACES TO RPT-LINE.
004970     STRING '  SANGAT MEMUASKAN          : ' WS-COUNT-DISP
004980         DELIMITED BY SIZE INTO RPT-LINE.
004990     WRITE RPT-LINE.
005000     MOVE WS-MEMUASKAN-COUNT TO WS-COUNT-DISP.
005010     MOVE SPACES TO RPT-LINE.
005020     STRING '  MEMUASKAN                 : ' WS-COUNT-DISP
005030         DELIMITED BY SIZE INTO RPT-LINE.
005040     WRITE RPT-LINE.
005050     MOVE WS-TANPA-COUNT TO WS-COUNT-DISP.
005060     MOVE SPACES TO RPT-LINE.
005070     STRING '  TANPA PREDIKAT / NONE     : ' WS-COUNT-DISP
005080         DELIMITED BY SIZE INTO RPT-LINE.
005090     WRITE RPT-LINE.
005100     CLOSE YUD-RPT.
005110 4000-EXIT.
005120     EXIT.
005130 4100-SATU-LULUSAN.
005140     READ LUL-FILE NEXT RECORD
005150         AT END
005160             SET LUL-EOF TO TRUE
005170             GO TO 4100-EXIT
005180     END-READ.
005190     IF PERIODE-LUL OF LUL-RECORD NOT = WS-PERIODE
005200         GO TO 4100-EXIT
005210     END-IF.
005220     ADD 1 TO WS-NO.
005230     ADD 1 TO WS-PERIODE-COUNT.
005240     EVALUATE TRUE
005250         WHEN PREDIKAT-PUJIAN OF LUL-RECORD
005260             ADD 1 TO WS-PUJIAN-COUNT
005270         WHEN PREDIKAT-SANGAT OF LUL-RECORD
005280             ADD 1 TO WS-SANGAT-COUNT
005290         WHEN PREDIKAT-MEMUASKAN OF LUL-RECORD
005300             ADD 1 TO WS-MEMUASKAN-COUNT
005310         WHEN OTHER
005320             ADD 1 TO WS-TANPA-COUNT
005330     END-EVALUATE.
005340     MOVE PREDIKAT-LUL OF LUL-RECORD TO WS-PREDIKAT.
005350     PERFORM 4200-TEKS-PREDIKAT THRU 4200-EXIT.
005360     MOVE WS-NO TO WS-NO-DISP.
005370     MOVE IPK-LUL OF LUL-RECORD TO WS-IPK-DISP.
005380     MOVE LAMA-STUDI OF LUL-RECORD TO WS-LAMA-DISP.
005390     MOVE SKS-LUL OF LUL-RECORD TO WS-SKS-DISP.
005400     MOVE SPACES TO RPT-LINE.
005410     STRING WS-NO-DISP
005420         ' ' NPM OF LUL-RECORD
005430         ' ' NAMA-LUL OF LUL-RECORD(1:25)
005440         ' ' WS-IPK-DISP
005450         '  ' WS-LAMA-DISP
005460         ' ' WS-SKS-DISP
005470         ' ' WS-PREDIKAT-TEKS
005480         ' ' NO-IJAZAH OF LUL-RECORD
005490         DELIMITED BY SIZE INTO RPT-LINE.
005500     WRITE RPT-LINE.
005510 4100-EXIT.
005520     EXIT.
005530 4200-TEKS-PREDIKAT.
005540     EVALUATE WS-PREDIKAT
005550         WHEN 'C'
005560             MOVE 'DENGAN PUJIAN' TO WS-PREDIKAT-TEKS
005570         WHEN 'S'
005580             MOVE 'SANGAT MEMUASKAN' TO WS-PREDIKAT-TEKS
005590         WHEN 'M'
005600             MOVE 'MEMUASKAN' TO WS-PREDIKAT-TEKS
005610         WHEN OTHER
005620             MOVE '-' TO WS-PREDIKAT-TEKS
005630     END-EVALUATE.
005640 4200-EXIT.
005650     EXIT.
005660*-----------------------------------------------------------
005670*5000-CETAK-WISUDA  -  THE CEREMONY SEATING LIST: CUM LAUDE
005680*FIRST, THEN SANGAT MEMUASKAN, MEMUASKAN AND THE REST, EACH
005690*BY IPK HIGHEST FIRST, SEATS NUMBERED IN THAT ORDER.
005700*-----------------------------------------------------------
005710 5000-CETAK-WISUDA.
005720     OPEN OUTPUT WIS-RPT.
005730     MOVE SPACES TO WIS-LINE.
005740     STRING 'DAFTAR TEMPAT DUDUK WISUDA / CEREMONY SEATING'
005750         '   PERIODE : ' WS-PERIODE
005760         DELIMITED BY SIZE INTO WIS-LINE.
005770     WRITE WIS-LINE.
005780     MOVE ALL '=' TO WIS-LINE.
005790     WRITE WIS-LINE.
005800     MOVE SPACES TO WIS-LINE.
005810     STRING 'KURSI NPM      NAMA                                '
005820         'PREDIKAT          IPK'
005830         DELIMITED BY SIZE INTO WIS-LINE.
005840     WRITE WIS-LINE.
005850     MOVE ALL '-' TO WIS-LINE.
005860     WRITE WIS-LINE.
005870     SORT SORT-WORK
005880         ON ASCENDING KEY SRT-URUT
005890         ON DESCENDING KEY SRT-IPK
005900         ON ASCENDING KEY SRT-NPM
005910         INPUT PROCEDURE IS 5100-RELEASE-LULUSAN THRU 5100-EXIT
005920         OUTPUT PROCEDURE IS 5500-CETAK-KURSI THRU 5500-EXIT.
005930     CLOSE WIS-RPT.
005940 5000-EXIT.
005950     EXIT.
005960 5100-RELEASE-LULUSAN.
005970     MOVE 'N' TO WS-LUL-EOF-SW.
005980     MOVE LOW-VALUES TO NPM OF LUL-RECORD.
005990     START LUL-FILE KEY NOT < NPM OF LUL-RECORD
006000         INVALID KEY
006010             SET LUL-EOF TO TRUE
006020     END-START.
006030     PERFORM 5150-RELEASE-SATU THRU 5150-EXIT UNTIL LUL-EOF.
006040 5100-EXIT.
006050     EXIT.
006060 5150-RELEASE-SATU.
006070     READ LUL-FILE NEXT RECORD
006080         AT END
006090             SET LUL-EOF TO TRUE
006100             GO TO 5150-EXIT
006110     END-READ.
006120     IF PERIODE-LUL OF LUL-RECORD NOT = WS-PERIODE
006130         GO TO 5150-EXIT
006140     END-IF.
006150     EVALUATE TRUE
006160         WHEN PREDIKAT-PUJIAN OF LUL-RECORD
006170             MOVE 1 TO SRT-URUT
006180         WHEN PREDIKAT-SANGAT OF LUL-RECORD
006190             MOVE 2 TO SRT-URUT
006200         WHEN PREDIKAT-MEMUASKAN OF LUL-RECORD
006210             MOVE 3 TO SRT-URUT
006220         WHEN OTHER
006230             MOVE 4 TO SRT-URUT
006240     END-EVALUATE.
006250     MOVE IPK-LUL OF LUL-RECORD TO SRT-IPK.
006260     MOVE NPM OF LUL-RECORD TO SRT-NPM.
006270     MOVE NAMA-LUL OF LUL-RECORD TO SRT-NAMA.
006280     MOVE PREDIKAT-LUL OF LUL-RECORD TO SRT-PREDIKAT.
006290     MOVE NO-IJAZAH OF LUL-RECORD TO SRT-IJAZAH.
006300     RELEASE SORT-RECORD.
006310 5150-EXIT.
006320     EXIT.
006330 5500-CETAK-KURSI.
006340     MOVE ZERO TO WS-NO.
006350     MOVE 'N' TO WS-SORT-EOF-SW.
006360     PERFORM 5550-SATU-KURSI THRU 5550-EXIT UNTIL SORT-EOF.
006370     MOVE ALL '-' TO WIS-LINE.
006380     WRITE WIS-LINE.
006390     MOVE WS-NO TO WS-NO-DISP.
006400     MOVE SPACES TO WIS-LINE.
006410     STRING 'KURSI TERISI / SEATS : ' WS-NO-DISP
006420         DELIMITED BY SIZE INTO WIS-LINE.
006430     WRITE WIS-LINE.
006440 5500-EXIT.
006450     EXIT.
006460 5550-SATU-KURSI.
006470     RETURN SORT-WORK
006480         AT END
006490             SET SORT-EOF TO TRUE
006500             GO TO 5550-EXIT
006510     END-RETURN.
006520     ADD 1 TO WS-NO.
006530     MOVE WS-NO TO WS-NO-DISP.
006540     MOVE SRT-PREDIKAT TO WS-PREDIKAT.
006550     PERFORM 4200-TEKS-PREDIKAT THRU 4200-EXIT.
006560     MOVE SRT-IPK TO WS-IPK-DISP.
006570     MOVE SPACES TO WIS-LINE.
006580     STRING WS-NO-DISP
006590         '  ' SRT-NPM
006600         ' ' SRT-NAMA
006610         ' ' WS-PREDIKAT-TEKS
006620         '  ' WS-IPK-DISP
006630         DELIMITED BY SIZE INTO WIS-LINE.
006640     WRITE WIS-LINE.
006650 5550-EXIT.
006660     EXIT.
006670*-----------------------------------------------------------
006680*9000-TERMINATE
006690*-----------------------------------------------------------
006700 9000-TERMINATE.
006710     CLOSE MHS-FILE.
006720     CLOSE NILAI-FILE.
006730     CLOSE MK-FILE.
006740     CLOSE LUL-FILE.
006750     MOVE WS-LULUS-COUNT TO WS-COUNT-DISP.
006760     DISPLAY 'YUDISIUM: ' WS-COUNT-DISP ' LULUSAN BARU / NEW '
006770         'GRADUATES'.
006780     MOVE WS-GAGAL-COUNT TO WS-COUNT-DISP.
006790     DISPLAY 'YUDISIUM: ' WS-COUNT-DISP ' BELUM LULUS AUDIT / '
006800         'NOT CLEARED'.
006810     MOVE SPACES TO WS-SUMMARY.
006820     STRING 'PERIOD=' WS-PERIODE
006830         ' CAND=' WS-CAND-COUNT
006840         ' NEW=' WS-LULUS-COUNT
006850         ' TOTAL=' WS-PERIODE-COUNT
006860         DELIMITED BY SIZE INTO WS-SUMMARY.
006870     CALL 'AUDITLOG' USING 'YUDISIUM  ' 'END  ' WS-SUMMARY.
006880     MOVE WS-RC TO RETURN-CODE.
006890     STOP RUN.
006900 9000-EXIT.
006910     EXIT.
