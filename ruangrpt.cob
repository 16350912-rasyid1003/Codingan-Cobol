000010*-----------------------------------------------------------
000020*RUANGRPT  -  WEEKLY ROOM UTILISATION REPORT
000030*-----------------------------------------------------------
000040*FOR BUILDING MANAGEMENT: EVERY ROOM ON THE RUANGMST ROOM
000050*MASTER WITH ITS BUILDING, TYPE AND SEATS, THE TEACHING
000060*PERIODS THE JADMAST TIMETABLE BOOKS IN IT EACH WEEK AGAINST
000070*THE 72 AVAILABLE (SIX DAYS OF TWELVE PERIODS), AND THE
000080*PERCENTAGE USED.  A ROOM WITH NOTHING BOOKED IS FLAGGED
000090*KOSONG (IDLE); A ROOM HOLDING A SESSION WHOSE KRS
000100*ENROLMENT FOR THE CURRENT SEMESTER (STUDENTS OF THE KELAS
000110*REGISTERED FOR THE COURSE) EXCEEDS ITS SEATS IS FLAGGED
000120*SESAK (OVERSUBSCRIBED), AND THOSE SESSIONS ARE LISTED.
000130*TIMETABLE ROOMS NOT ON THE MASTER (OLD FREE-TEXT SPELLINGS)
000140*ARE LISTED LAST SO THEY CAN BE CORRECTED IN JADWAL.  NO
000150*KRS FILE OR NO CURRENT SEMESTER SKIPS THE ENROLMENT CHECK.
000160*NO ROOM MASTER OR TIMETABLE ENDS THE RUN RC 8.  RUN WEEKLY;
000170*REPORT ON RUANGRPT.
000180*-----------------------------------------------------------
000190*MODIFICATION HISTORY
000200*DATE       INIT  DESCRIPTION
000210*10/15/2026 RSD   ORIGINAL.
000220*-----------------------------------------------------------
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. RUANGRPT.
000250 AUTHOR. RASYID.
000260 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000270 DATE-WRITTEN. 10/15/2026.
000280 DATE-COMPILED.
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT RUANG-FILE ASSIGN TO 'RUANGMST'
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS KODE-RUANG OF RUANG-RECORD
000360         FILE STATUS IS WS-RGFS.
000370     SELECT JADWAL-FILE ASSIGN TO 'JADMAST'
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS JADWAL-KEY OF JADWAL-RECORD
000410         FILE STATUS IS WS-JFS.
000420     SELECT KRS-FILE ASSIGN TO 'KRSMAST'
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS KRS-KEY OF KRS-RECORD
000460         FILE STATUS IS WS-KRSFS.
000470     SELECT MHS-FILE ASSIGN TO 'MHSMAST'
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS NPM OF MHS-RECORD
000510         FILE STATUS IS WS-FS.
000520     SELECT RUANG-RPT ASSIGN TO 'RUANGRPT'
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RPT-FS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  RUANG-FILE.
000580 01  RUANG-RECORD.
000590         COPY RUANGREC.
000600 FD  JADWAL-FILE.
000610 01  JADWAL-RECORD.
000620         COPY JADREC.
000630 FD  KRS-FILE.
000640 01  KRS-RECORD.
000650         COPY KRSREC.
000660 FD  MHS-FILE.
000670 01  MHS-RECORD.
000680         COPY MHSREC.
000690 FD  RUANG-RPT.
000700 01  RPT-LINE                    PIC X(100).
000710 WORKING-STORAGE SECTION.
000720 01  WS-RGFS                     PIC X(02).
000730 01  WS-JFS                      PIC X(02).
000740 01  WS-KRSFS                    PIC X(02).
000750 01  WS-FS                       PIC X(02).
000760 01  WS-RPT-FS                   PIC X(02).
000770 01  WS-KRS-OPEN-SW              PIC X(01) VALUE 'N'.
000780         88  KRS-OPEN                     VALUE 'Y'.
000790 01  WS-MHS-OPEN-SW              PIC X(01) VALUE 'N'.
000800         88  MHS-OPEN                     VALUE 'Y'.
000810 01  WS-EOF-SW                   PIC X(01).
000820         88  SCAN-EOF                     VALUE 'Y'.
000830 01  WS-SEMESTER                 PIC 9(02) VALUE ZERO.
000840 01  WS-KAL-HASIL                PIC X(01).
000850 01  WS-KAL-RECORD.
000860         COPY KALREC.
000870 01  WS-RC                       PIC 9(02) VALUE ZERO.
000880*-----------------------------------------------------------
000890*THE ROOM MASTER, WITH THE WEEK'S BOOKINGS ADDED UP.
000900*-----------------------------------------------------------
000910 01  WS-RG-TABLE.
000920         05  WS-RG-ENTRY OCCURS 200 TIMES.
000930             10  WS-RG-KODE          PIC X(08).
000940             10  WS-RG-GEDUNG        PIC X(20).
000950             10  WS-RG-KURSI         PIC 9(05).
000960             10  WS-RG-JENIS         PIC X(01).
000970             10  WS-RG-STATUS        PIC X(01).
000980             10  WS-RG-SESI          PIC 9(03).
000990             10  WS-RG-JAM           PIC 9(03).
001000             10  WS-RG-SESAK         PIC 9(03).
001010 01  WS-RG-MAX                   PIC 9(03) COMP VALUE ZERO.
001020 01  WS-RG-X                     PIC 9(03) COMP.
001030 01  WS-RG-HIT                   PIC 9(03) COMP.
001040*-----------------------------------------------------------
001050*TIMETABLE ROOMS THAT ARE NOT ON THE MASTER.
001060*-----------------------------------------------------------
001070 01  WS-LN-TABLE.
001080         05  WS-LN-ENTRY OCCURS 50 TIMES.
001090             10  WS-LN-KODE          PIC X(08).
001100             10  WS-LN-SESI          PIC 9(03).
001110             10  WS-LN-JAM           PIC 9(03).
001120 01  WS-LN-MAX                   PIC 9(02) COMP VALUE ZERO.
001130 01  WS-LN-X                     PIC 9(02) COMP.
001140 01  WS-LN-HIT                   PIC 9(02) COMP.
001150*-----------------------------------------------------------
001160*THE WEEK'S SESSIONS IN REGISTERED ROOMS, WITH THEIR KRS
001170*ENROLMENT.
001180*-----------------------------------------------------------
001190 01  WS-SS-TABLE.
001200         05  WS-SS-ENTRY OCCURS 999 TIMES.
001210             10  WS-SS-KELAS         PIC X(05).
001220             10  WS-SS-MK            PIC X(08).
001230             10  WS-SS-HARI          PIC 9(01).
001240             10  WS-SS-MULAI         PIC 9(02).
001250             10  WS-SS-RG            PIC 9(03).
001260             10  WS-SS-PESERTA       PIC 9(05).
001270 01  WS-SS-MAX                   PIC 9(03) COMP VALUE ZERO.
001280 01  WS-SS-X                     PIC 9(03) COMP.
001290 01  WS-KELAS-MHS                PIC X(05).
001300 01  WS-JAM-SESI                 PIC 9(02).
001310 01  WS-TERSEDIA                 PIC 9(03) VALUE 72.
001320 01  WS-PCT                      PIC 9(03).
001330 01  WS-PCT-DISP                 PIC ZZ9.
001340 01  WS-FLAG                     PIC X(20).
001350 01  WS-NUM-DISP                 PIC ZZZZ9.
001360 01  WS-NUM2-DISP                PIC ZZZZ9.
001370 01  WS-JAM-DISP                 PIC ZZ9.
001380 01  WS-SESI-DISP                PIC ZZ9.
001390 01  WS-KOSONG-COUNT             PIC 9(03) VALUE ZERO.
001400 01  WS-SESAK-COUNT              PIC 9(03) VALUE ZERO.
001410 01  WS-JAM-TOTAL                PIC 9(05) VALUE ZERO.
001420 01  WS-JAM-MAKS                 PIC 9(05) VALUE ZERO.
001430 01  WS-COUNT-DISP               PIC ZZZZ9.
001440 01  WS-RUANG-COUNT              PIC 9(03).
001450 01  WS-LAIN-COUNT               PIC 9(03).
001460 01  WS-SYSDATE                  PIC 9(08).
001470 01  WS-RUN-DATE-DISP            PIC X(10).
001480 01  WS-SUMMARY                  PIC X(60).
001490*-----------------------------------------------------------
001500*0000-MAINLINE
001510*-----------------------------------------------------------
001520 PROCEDURE DIVISION.
001530 0000-MAINLINE.
001540     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001550     PERFORM 2000-MUAT-RUANG THRU 2000-EXIT.
001560     PERFORM 3000-MUAT-JADWAL THRU 3000-EXIT.
001570     PERFORM 4000-HITUNG-PESERTA THRU 4000-EXIT.
001580     PERFORM 5000-CETAK-RUANG THRU 5000-EXIT.
001590     PERFORM 6000-CETAK-SESAK THRU 6000-EXIT.
001600     PERFORM 7000-CETAK-LAIN THRU 7000-EXIT.
001610     PERFORM 8000-TOTAL THRU 8000-EXIT.
001620     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001630*-----------------------------------------------------------
001640*1000-INITIALIZE  -  ROOM MASTER AND TIMETABLE REQUIRED; KRS
001650*AND THE STUDENT MASTER ONLY FEED THE ENROLMENT CHECK.
001660*-----------------------------------------------------------
001670 1000-INITIALIZE.
001680     OPEN INPUT RUANG-FILE.
001690     IF WS-RGFS NOT = '00'
001700         DISPLAY 'RUANGRPT: RUANGMST TIDAK ADA / NOT FOUND'
001710         DISPLAY 'JALANKAN RUANGMNT DULU / RUN RUANGMNT FIRST'
001720         MOVE 8 TO RETURN-CODE
001730         STOP RUN
001740     END-IF.
001750     OPEN INPUT JADWAL-FILE.
001760     IF WS-JFS NOT = '00'
001770         DISPLAY 'RUANGRPT: JADMAST TIDAK ADA / NOT FOUND'
001780         CLOSE RUANG-FILE
001790         MOVE 8 TO RETURN-CODE
001800         STOP RUN
001810     END-IF.
001820     CALL 'KALCEK' USING WS-SEMESTER WS-KAL-RECORD WS-KAL-HASIL.
001830     IF WS-KAL-HASIL NOT = 'Y'
001840         MOVE ZERO TO WS-SEMESTER
001850         DISPLAY 'RUANGRPT: SEMESTER BERJALAN TIDAK ADA / NO '
001860             'CURRENT SEMESTER - ENROLMENT NOT CHECKED'
001870     END-IF.
001880     OPEN INPUT KRS-FILE.
001890     IF WS-KRSFS = '00'
001900         MOVE 'Y' TO WS-KRS-OPEN-SW
001910     ELSE
001920         MOVE 'N' TO WS-KRS-OPEN-SW
001930     END-IF.
001940     OPEN INPUT MHS-FILE.
001950     IF WS-FS = '00'
001960         MOVE 'Y' TO WS-MHS-OPEN-SW
001970     ELSE
001980         MOVE 'N' TO WS-MHS-OPEN-SW
001990     END-IF.
002000     OPEN OUTPUT RUANG-RPT.
002010     ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
002020     MOVE SPACES TO WS-RUN-DATE-DISP.
002030     STRING WS-SYSDATE(1:4) '-' WS-SYSDATE(5:2)
002040         '-' WS-SYSDATE(7:2) DELIMITED BY SIZE
002050         INTO WS-RUN-DATE-DISP.
002060     MOVE SPACES TO RPT-LINE.
002070     STRING 'PEMAKAIAN RUANG MINGGUAN / WEEKLY ROOM UTILISATION'
002080         '   TANGGAL : ' WS-RUN-DATE-DISP
002090         DELIMITED BY SIZE INTO RPT-LINE.
002100     WRITE RPT-LINE.
002110     MOVE SPACES TO RPT-LINE.
002120     STRING 'SEMESTER KRS : ' WS-SEMESTER
002130         '   JAM TERSEDIA / AVAILABLE PERIODS PER ROOM : '
002140         WS-TERSEDIA
002150         DELIMITED BY SIZE INTO RPT-LINE.
002160     WRITE RPT-LINE.
002170     MOVE ALL '=' TO RPT-LINE.
002180     WRITE RPT-LINE.
002190     MOVE 'ROOM UTILISATION STARTED' TO WS-SUMMARY.
002200     CALL 'AUDITLOG' USING 'RUANGRPT  ' 'START' WS-SUMMARY.
002210 1000-EXIT.
002220     EXIT.
002230*-----------------------------------------------------------
002240*2000-MUAT-RUANG  -  THE ROOM MASTER INTO THE TABLE, IN CODE
002250*ORDER.  MORE THAN 200 ROOMS ARE REPORTED AND LEFT OFF.
002260*-----------------------------------------------------------
002270 2000-MUAT-RUANG.
002280     MOVE 'N' TO WS-EOF-SW.
002290     PERFORM 2100-SATU-RUANG THRU 2100-EXIT UNTIL SCAN-EOF.
002300 2000-EXIT.
002310     EXIT.
002320 2100-SATU-RUANG.
002330     READ RUANG-FILE NEXT RECORD
002340         AT END
002350             SET SCAN-EOF TO TRUE
002360             GO TO 2100-EXIT
002370     END-READ.
002380     IF WS-RG-MAX NOT < 200
002390         DISPLAY 'RUANGRPT: TABEL RUANG PENUH / TABLE FULL - '
002400             KODE-RUANG OF RUANG-RECORD ' DILEWATI / SKIPPED'
002410         MOVE 4 TO WS-RC
002420         GO TO 2100-EXIT
002430     END-IF.
002440     ADD 1 TO WS-RG-MAX.
002450     MOVE KODE-RUANG OF RUANG-RECORD TO WS-RG-KODE(WS-RG-MAX).
002460     MOVE GEDUNG OF RUANG-RECORD TO WS-RG-GEDUNG(WS-RG-MAX).
002470     MOVE KURSI-RUANG OF RUANG-RECORD TO WS-RG-KURSI(WS-RG-MAX).
002480     MOVE JENIS-RUANG OF RUANG-RECORD TO WS-RG-JENIS(WS-RG-MAX).
002490     MOVE STATUS-RUANG OF RUANG-RECORD
002500         TO WS-RG-STATUS(WS-RG-MAX).
002510     MOVE ZERO TO WS-RG-SESI(WS-RG-MAX).
002520     MOVE ZERO TO WS-RG-JAM(WS-RG-MAX).
002530     MOVE ZERO TO WS-RG-SESAK(WS-RG-MAX).
002540 2100-EXIT.
002550     EXIT.
002560*-----------------------------------------------------------
002570*3000-MUAT-JADWAL  -  EACH TIMETABLE SESSION ADDS ITS
002580*PERIODS TO ITS ROOM; SESSIONS IN REGISTERED ROOMS ARE KEPT
002590*FOR THE ENROLMENT CHECK.
002600*-----------------------------------------------------------
002610 3000-MUAT-JADWAL.
002620     MOVE 'N' TO WS-EOF-SW.
002630     PERFORM 3100-SATU-JADWAL THRU 3100-EXIT UNTIL SCAN-EOF.
002640 3000-EXIT.
002650     EXIT.
002660 3100-SATU-JADWAL.
002670     READ JADWAL-FILE NEXT RECORD
002680         AT END
002690             SET SCAN-EOF TO TRUE
002700             GO TO 3100-EXIT
002710     END-READ.
002720     COMPUTE WS-JAM-SESI = JAM-AKHIR OF JADWAL-RECORD
002730         - JAM-MULAI OF JADWAL-RECORD.
002740     MOVE ZERO TO WS-RG-HIT.
002750     PERFORM 3200-CARI-RUANG THRU 3200-EXIT
002760         VARYING WS-RG-X FROM 1 BY 1
002770         UNTIL WS-RG-X > WS-RG-MAX OR WS-RG-HIT > ZERO.
002780     IF WS-RG-HIT = ZERO
002790         PERFORM 3300-RUANG-LAIN THRU 3300-EXIT
002800         GO TO 3100-EXIT
002810     END-IF.
002820     ADD 1 TO WS-RG-SESI(WS-RG-HIT).
002830     ADD WS-JAM-SESI TO WS-RG-JAM(WS-RG-HIT).
002840     IF WS-SS-MAX NOT < 999
002850         GO TO 3100-EXIT
002860     END-IF.
002870     ADD 1 TO WS-SS-MAX.
002880     MOVE KELAS OF JADWAL-RECORD TO WS-SS-KELAS(WS-SS-MAX).
002890     MOVE KODE-MK OF JADWAL-RECORD TO WS-SS-MK(WS-SS-MAX).
002900     MOVE HARI OF JADWAL-RECORD TO WS-SS-HARI(WS-SS-MAX).
002910     MOVE JAM-MULAI OF JADWAL-RECORD TO WS-SS-MULAI(WS-SS-MAX).
002920     MOVE WS-RG-HIT TO WS-SS-RG(WS-SS-MAX).
002930     MOVE ZERO TO WS-SS-PESERTA(WS-SS-MAX).
002940 3100-EXIT.
002950     EXIT.
002960 3200-CARI-RUANG.
002970     IF WS-RG-KODE(WS-RG-X) = RUANG OF JADWAL-RECORD
002980         MOVE WS-RG-X TO WS-RG-HIT
002990     END-IF.
003000 3200-EXIT.
003010     EXIT.
003020 3300-RUANG-LAIN.
003030     MOVE ZERO TO WS-LN-HIT.
003040     PERFORM 3350-CARI-LAIN THRU 3350-EXIT
003050         VARYING WS-LN-X FROM 1 BY 1
003060         UNTIL WS-LN-X > WS-LN-MAX OR WS-LN-HIT > ZERO.
003070     IF WS-LN-HIT = ZERO
003080         IF WS-LN-MAX NOT < 50
003090             GO TO 3300-EXIT
003100         END-IF
003110         ADD 1 TO WS-LN-MAX
003120         MOVE WS-LN-MAX TO WS-LN-HIT
003130         MOVE RUANG OF JADWAL-RECORD TO WS-LN-KODE(WS-LN-HIT)
003140         MOVE ZERO TO WS-LN-SESI(WS-LN-HIT)
003150         MOVE ZERO TO WS-LN-JAM(WS-LN-HIT)
003160     END-IF.
003170     ADD 1 TO WS-LN-SESI(WS-LN-HIT).
003180     ADD WS-JAM-SESI TO WS-LN-JAM(WS-LN-HIT).
003190 3300-EXIT.
003200     EXIT.
003210 3350-CARI-LAIN.
003220     IF WS-LN-KODE(WS-LN-X) = RUANG OF JADWAL-RECORD
003230         MOVE WS-LN-X TO WS-LN-HIT
003240     END-IF.
003250 3350-EXIT.
003260     EXIT.
003270*-----------------------------------------------------------
003280*4000-HITUNG-PESERTA  -  ONE PASS OF KRSMAST: EACH LINE OF
003290*THE CURRENT SEMESTER NOT RETURNED BY THE ADVISOR COUNTS
003300*TOWARDS EVERY SESSION OF ITS COURSE FOR THE STUDENT'S KELAS.
003310*-----------------------------------------------------------
003320 4000-HITUNG-PESERTA.
003330     IF NOT KRS-OPEN OR WS-SEMESTER = ZERO
003340         GO TO 4000-EXIT
003350     END-IF.
003360     MOVE 'N' TO WS-EOF-SW.
003370     PERFORM 4100-SATU-KRS THRU 4100-EXIT UNTIL SCAN-EOF.
003380 4000-EXIT.
003390     EXIT.
003400 4100-SATU-KRS.
003410     READ KRS-FILE NEXT RECORD
003420         AT END
003430             SET SCAN-EOF TO TRUE
003440             GO TO 4100-EXIT
003450     END-READ.
003460     IF SEMESTER-KRS OF KRS-RECORD NOT = WS-SEMESTER
003470         OR STATUS-KRS OF KRS-RECORD = 'R'
003480         GO TO 4100-EXIT
003490     END-IF.
003500     MOVE SPACES TO WS-KELAS-MHS.
003510     IF MHS-OPEN
003520         MOVE NPM OF KRS-RECORD TO NPM OF MHS-RECORD
003530         READ MHS-FILE
003540             INVALID KEY
003550                 GO TO 4100-EXIT
003560         END-READ
003570         MOVE KELAS OF MHS-RECORD TO WS-KELAS-MHS
003580     END-IF.
003590     PERFORM 4200-TAMBAH-SESI THRU 4200-EXIT
003600         VARYING WS-SS-X FROM 1 BY 1
003610         UNTIL WS-SS-X > WS-SS-MAX.
003620 4100-EXIT.
003630     EXIT.
003640 4200-TAMBAH-SESI.
003650     IF WS-SS-MK(WS-SS-X) = KODE-MK OF KRS-RECORD
003660         AND (WS-SS-KELAS(WS-SS-X) = WS-KELAS-MHS
003670             OR NOT MHS-OPEN)
003680         ADD 1 TO WS-SS-PESERTA(WS-SS-X)
003690     END-IF.
003700 4200-EXIT.
003710     EXIT.
003720*-----------------------------------------------------------
003730*5000-CETAK-RUANG  -  ONE LINE PER ROOM ON THE MASTER.
003740*-----------------------------------------------------------
003750 5000-CETAK-RUANG.
003760     PERFORM 5050-TANDAI-SESAK THRU 5050-EXIT
003770         VARYING WS-SS-X FROM 1 BY 1
003780         UNTIL WS-SS-X > WS-SS-MAX.
003790     MOVE SPACES TO RPT-LINE.
003800     STRING 'RUANG     GEDUNG               J STS  KURSI  SESI'
003810         '  JAM /72   PAKAI  CATATAN'
003820         DELIMITED BY SIZE INTO RPT-LINE.
003830     WRITE RPT-LINE.
003840     MOVE ALL '-' TO RPT-LINE.
003850     WRITE RPT-LINE.
003860     PERFORM 5100-SATU-RUANG THRU 5100-EXIT
003870         VARYING WS-RG-X FROM 1 BY 1
003880         UNTIL WS-RG-X > WS-RG-MAX.
003890 5000-EXIT.
003900     EXIT.
003910 5050-TANDAI-SESAK.
003920     IF WS-SS-PESERTA(WS-SS-X)
003930         > WS-RG-KURSI(WS-SS-RG(WS-SS-X))
003940         ADD 1 TO WS-RG-SESAK(WS-SS-RG(WS-SS-X))
003950     END-IF.
003960 5050-EXIT.
003970     EXIT.
003980 5100-SATU-RUANG.
003990     COMPUTE WS-PCT ROUNDED = WS-RG-JAM(WS-RG-X) * 100
004000         / WS-TERSEDIA.
004010     MOVE SPACES TO WS-FLAG.
004020     IF WS-RG-JAM(WS-RG-X) = ZERO
004030         MOVE 'KOSONG / IDLE' TO WS-FLAG
004040         ADD 1 TO WS-KOSONG-COUNT
004050     END-IF.
004060     IF WS-RG-SESAK(WS-RG-X) > ZERO
004070         MOVE 'SESAK / OVERSUBSCR.' TO WS-FLAG
004080         ADD 1 TO WS-SESAK-COUNT
004090     END-IF.
004100     IF WS-RG-STATUS(WS-RG-X) = 'N' AND WS-RG-JAM(WS-RG-X) > 0
004110         MOVE 'NONAKTIF TERPAKAI' TO WS-FLAG
004120     END-IF.
004130     IF WS-RG-STATUS(WS-RG-X) = 'A'
004140         ADD WS-RG-JAM(WS-RG-X) TO WS-JAM-TOTAL
004150         ADD WS-TERSEDIA TO WS-JAM-MAKS
004160     END-IF.
004170     MOVE WS-RG-KURSI(WS-RG-X) TO WS-NUM-DISP.
004180     MOVE WS-RG-SESI(WS-RG-X) TO WS-SESI-DISP.
004190     MOVE WS-RG-JAM(WS-RG-X) TO WS-JAM-DISP.
004200     MOVE WS-PCT TO WS-PCT-DISP.
004210     MOVE SPACES TO RPT-LINE.
004220     STRING WS-RG-KODE(WS-RG-X) '  ' WS-RG-GEDUNG(WS-RG-X)
004230         ' ' WS-RG-JENIS(WS-RG-X)
004240         '  ' WS-RG-STATUS(WS-RG-X)
004250         '  ' WS-NUM-DISP
004260         '  ' WS-SESI-DISP
004270         '   ' WS-JAM-DISP
004280         '      ' WS-PCT-DISP '%'
004290         '  ' WS-FLAG
004300         DELIMITED BY SIZE INTO RPT-LINE.
004310     WRITE RPT-LINE.
004320 5100-EXIT.
004330     EXIT.
004340*-----------------------------------------------------------
004350*6000-CETAK-SESAK  -  THE SESSIONS WHOSE ENROLMENT DOES NOT
004360*FIT THE ROOM.
004370*-----------------------------------------------------------
004380 6000-CETAK-SESAK.
004390     IF WS-SESAK-COUNT = ZERO
004400         GO TO 6000-EXIT
004410     END-IF.
004420     MOVE SPACES TO RPT-LINE.
004430     WRITE RPT-LINE.
004440     MOVE SPACES TO RPT-LINE.
004450     STRING 'SESI MELEBIHI KURSI / SESSIONS OVER ROOM SEATS'
004460         DELIMITED BY SIZE INTO RPT-LINE.
004470     WRITE RPT-LINE.
004480     MOVE ALL '-' TO RPT-LINE.
004490     WRITE RPT-LINE.
004500     PERFORM 6100-SATU-SESAK THRU 6100-EXIT
004510         VARYING WS-SS-X FROM 1 BY 1
004520         UNTIL WS-SS-X > WS-SS-MAX.
004530 6000-EXIT.
004540     EXIT.
004550 6100-SATU-SESAK.
004560     IF WS-SS-PESERTA(WS-SS-X)
004570         NOT > WS-RG-KURSI(WS-SS-RG(WS-SS-X))
004580         GO TO 6100-EXIT
004590     END-IF.
004600     MOVE WS-SS-PESERTA(WS-SS-X) TO WS-NUM-DISP.
004610     MOVE WS-RG-KURSI(WS-SS-RG(WS-SS-X)) TO WS-NUM2-DISP.
004620     MOVE SPACES TO RPT-LINE.
004630     STRING '  ' WS-RG-KODE(WS-SS-RG(WS-SS-X))
004640         '  KELAS ' WS-SS-KELAS(WS-SS-X)
004650         '  MK ' WS-SS-MK(WS-SS-X)
004660         '  HARI ' WS-SS-HARI(WS-SS-X)
004670         '  JAM ' WS-SS-MULAI(WS-SS-X)
004680         '  PESERTA ' WS-NUM-DISP
004690         '  KURSI ' WS-NUM2-DISP
004700         DELIMITED BY SIZE INTO RPT-LINE.
004710     WRITE RPT-LINE.
004720 6100-EXIT.
004730     EXIT.
004740*-----------------------------------------------------------
004750*7000-CETAK-LAIN  -  TIMETABLE ROOMS NOT ON THE MASTER.
004760*-----------------------------------------------------------
004770 7000-CETAK-LAIN.
004780     IF WS-LN-MAX = ZERO
004790         GO TO 7000-EXIT
004800     END-IF.
004810     MOVE 4 TO WS-RC.
004820     MOVE SPACES TO RPT-LINE.
004830     WRITE RPT-LINE.
004840     MOVE SPACES TO RPT-LINE.
004850     STRING 'RUANG DI JADWAL TIDAK TERDAFTAR / TIMETABLE ROOMS '
004860         'NOT ON THE ROOM MASTER'
004870         DELIMITED BY SIZE INTO RPT-LINE.
004880     WRITE RPT-LINE.
004890     MOVE ALL '-' TO RPT-LINE.
004900     WRITE RPT-LINE.
004910     PERFORM 7100-SATU-LAIN THRU 7100-EXIT
004920         VARYING WS-LN-X FROM 1 BY 1
004930         UNTIL WS-LN-X > WS-LN-MAX.
004940 7000-EXIT.
004950     EXIT.
004960 7100-SATU-LAIN.
004970     MOVE WS-LN-SESI(WS-LN-X) TO WS-SESI-DISP.
004980     MOVE WS-LN-JAM(WS-LN-X) TO WS-JAM-DISP.
004990     MOVE SPACES TO RPT-LINE.
005000     STRING '  ' WS-LN-KODE(WS-LN-X)
005010         '  SESI ' WS-SESI-DISP
005020         '  JAM ' WS-JAM-DISP
005030         DELIMITED BY SIZE INTO RPT-LINE.
005040     WRITE RPT-LINE.
005050 7100-EXIT.
005060     EXIT.
005070*-----------------------------------------------------------
005080*8000-TOTAL  -  REPORT TOTALS; THE OVERALL FIGURE COUNTS
005090*ACTIVE ROOMS ONLY.
005100*-----------------------------------------------------------
005110 8000-TOTAL.
005120     MOVE ALL '=' TO RPT-LINE.
005130     WRITE RPT-LINE.
005140     MOVE WS-RG-MAX TO WS-COUNT-DISP.
005150     MOVE SPACES TO RPT-LINE.
005160     STRING 'RUANG TERDAFTAR / ROOMS ON MASTER        : '
005170         WS-COUNT-DISP
005180         DELIMITED BY SIZE INTO RPT-LINE.
005190     WRITE RPT-LINE.
005200     MOVE WS-KOSONG-COUNT TO WS-COUNT-DISP.
005210     MOVE SPACES TO RPT-LINE.
005220     STRING 'RUANG KOSONG / IDLE ROOMS                : '
005230         WS-COUNT-DISP
005240         DELIMITED BY SIZE INTO RPT-LINE.
005250     WRITE RPT-LINE.
005260     MOVE WS-SESAK-COUNT TO WS-COUNT-DISP.
005270     MOVE SPACES TO RPT-LINE.
005280     STRING 'RUANG SESAK / OVERSUBSCRIBED ROOMS       : '
005290         WS-COUNT-DISP
005300         DELIMITED BY SIZE INTO RPT-LINE.
005310     WRITE RPT-LINE.
005320     MOVE WS-LN-MAX TO WS-COUNT-DISP.
005330     MOVE SPACES TO RPT-LINE.
005340     STRING 'RUANG TIDAK TERDAFTAR / UNREGISTERED     : '
005350         WS-COUNT-DISP
005360         DELIMITED BY SIZE INTO RPT-LINE.
005370     WRITE RPT-LINE.
005380     MOVE ZERO TO WS-PCT.
005390     IF WS-JAM-MAKS > ZERO
005400         COMPUTE WS-PCT ROUNDED = WS-JAM-TOTAL * 100
005410             / WS-JAM-MAKS
005420     END-IF.
005430     MOVE WS-PCT TO WS-PCT-DISP.
005440     MOVE SPACES TO RPT-LINE.
005450     STRING 'PEMAKAIAN RATA-RATA / OVERALL UTILISATION : '
005460         WS-PCT-DISP '%'
005470         DELIMITED BY SIZE INTO RPT-LINE.
005480     WRITE RPT-LINE.
005490 8000-EXIT.
005500     EXIT.
005510*-----------------------------------------------------------
005520*9000-TERMINATE
005530*-----------------------------------------------------------
005540 9000-TERMINATE.
005550     CLOSE RUANG-FILE.
005560     CLOSE JADWAL-FILE.
005570     IF KRS-OPEN
005580         CLOSE KRS-FILE
005590     END-IF.
005600     IF MHS-OPEN
005610         CLOSE MHS-FILE
005620     END-IF.
005630     CLOSE RUANG-RPT.
005640     MOVE WS-RG-MAX TO WS-COUNT-DISP.
005650     DISPLAY 'RUANGRPT: ' WS-COUNT-DISP ' RUANG / ROOMS'.
005660     MOVE WS-RG-MAX TO WS-RUANG-COUNT.
005670     MOVE WS-LN-MAX TO WS-LAIN-COUNT.
005680     MOVE SPACES TO WS-SUMMARY.
005690     STRING 'ROOMS=' WS-RUANG-COUNT
005700         ' IDLE=' WS-KOSONG-COUNT
005710         ' OVER=' WS-SESAK-COUNT
005720         ' UNREG=' WS-LAIN-COUNT
005730         DELIMITED BY SIZE INTO WS-SUMMARY.
005740     CALL 'AUDITLOG' USING 'RUANGRPT  ' 'END  ' WS-SUMMARY.
005750     MOVE WS-RC TO RETURN-CODE.
005760     STOP RUN.
005770 9000-EXIT.
005780     EXIT.
