000010*-----------------------------------------------------------
000020*BEBANRPT  -  PER-LECTURER TEACHING LOAD AND HONORARIUM
000030*-----------------------------------------------------------
000040*WALKS THE DOSENMST LECTURER MASTER IN NIDN ORDER AND, FOR
000050*EACH LECTURER, LISTS EVERY KELAS AND COURSE THEY TEACH ON
000060*THE JADMAST TIMETABLE (NIDN-AJAR), WITH THE COURSE NAME AND
000070*SKS FROM THE MKMAST CATALOG AND THE WEEKLY PERIODS.  A
000080*COURSE TAUGHT TO ONE KELAS IN SEVERAL SESSIONS A WEEK
000090*COUNTS ITS SKS ONCE.  THE LECTURER'S SKS TOTAL OVER THE
000100*CEILING IS FLAGGED BEBAN LEBIH / EXCESS LOAD, AND THE
000110*SEMESTER HONORARIUM IS THE SKS TOTAL AT THE RATE FOR THE
000120*LECTURER'S RANK BAND (JABFUNG-DOSEN).  A LECTURER WITH NO
000130*RANK BAND ON FILE IS PAID AT THE TENAGA PENGAJAR RATE AND
000140*FLAGGED.  TIMETABLE SESSIONS WITH NO LECTURER, OR WITH AN
000150*NIDN NOT ON THE MASTER, ARE LISTED LAST (RC 4).
000160*SYSIN CARRIES THE SEMESTER FOR THE HEADING (BLANK TAKES THE
000170*CURRENT ONE ON THE CALENDAR) AND THE SKS CEILING (BLANK
000180*TAKES THE USUAL 12).  REPORT TO BEBANRPT.
000190*-----------------------------------------------------------
000200*MODIFICATION HISTORY
000210*DATE       INIT  DESCRIPTION
000220*10/15/2026 RSD   ORIGINAL.
000230*-----------------------------------------------------------
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. BEBANRPT.
000260 AUTHOR. RASYID.
000270 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000280 DATE-WRITTEN. 10/15/2026.
000290 DATE-COMPILED.
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT DOSEN-FILE ASSIGN TO 'DOSENMST'
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS NIDN OF DOSEN-RECORD
000370         FILE STATUS IS WS-DSFS.
000380     SELECT JADWAL-FILE ASSIGN TO 'JADMAST'
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS JADWAL-KEY OF JADWAL-RECORD
000420         FILE STATUS IS WS-JFS.
000430     SELECT MK-FILE ASSIGN TO 'MKMAST'
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS KODE-MK OF MK-RECORD
000470         FILE STATUS IS WS-MKFS.
000480     SELECT BEBAN-RPT ASSIGN TO 'BEBANRPT'
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RPT-FS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  DOSEN-FILE.
000540 01  DOSEN-RECORD.
000550         COPY DOSENREC.
000560 FD  JADWAL-FILE.
000570 01  JADWAL-RECORD.
000580         COPY JADREC.
000590 FD  MK-FILE.
000600 01  MK-RECORD.
000610         COPY MKREC.
000620 FD  BEBAN-RPT.
000630 01  RPT-LINE                    PIC X(80).
000640 WORKING-STORAGE SECTION.
000650 01  WS-DSFS                     PIC X(02).
000660 01  WS-JFS                      PIC X(02).
000670 01  WS-MKFS                     PIC X(02).
000680 01  WS-RPT-FS                   PIC X(02).
000690 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
000700         88  DOSEN-EOF                    VALUE 'Y'.
000710 01  WS-JAD-EOF-SW               PIC X(01) VALUE 'N'.
000720         88  JAD-EOF                      VALUE 'Y'.
000730 01  WS-SEMESTER                 PIC 9(02).
000740 01  WS-SEMESTER-IN              PIC X(02).
000750 01  WS-BATAS-IN                 PIC X(02).
000760 01  WS-BATAS-SKS                PIC 9(02) VALUE 12.
000770 01  WS-KAL-HASIL                PIC X(01).
000780 01  WS-KAL-RECORD.
000790         COPY KALREC.
000800 01  WS-RC                       PIC 9(02) VALUE ZERO.
000810 01  WS-SYSDATE                  PIC 9(08).
000820 01  WS-RUN-DATE-DISP            PIC X(10).
000830*-----------------------------------------------------------
000840*HONORARIUM PER SKS PER SEMESTER BY RANK BAND - 1 TENAGA
000850*PENGAJAR, 2 ASISTEN AHLI, 3 LEKTOR, 4 LEKTOR KEPALA, 5 GURU
000860*BESAR - AS SET BY THE RECTOR'S DECREE ON TEACHING FEES.
000870*-----------------------------------------------------------
000880 01  WS-TARIF-NILAI.
000890         05  FILLER                  PIC 9(07)V99 VALUE 300000.
000900         05  FILLER                  PIC 9(07)V99 VALUE 400000.
000910         05  FILLER                  PIC 9(07)V99 VALUE 500000.
000920         05  FILLER                  PIC 9(07)V99 VALUE 600000.
000930         05  FILLER                  PIC 9(07)V99 VALUE 750000.
000940 01  WS-TARIF-TABLE REDEFINES WS-TARIF-NILAI.
000950         05  WS-TARIF                PIC 9(07)V99 OCCURS 5 TIMES.
000960 01  WS-JABFUNG-NAMA-X.
000970         05  FILLER                  PIC X(15)
000980             VALUE 'TENAGA PENGAJAR'.
000990         05  FILLER                  PIC X(15)
001000             VALUE 'ASISTEN AHLI'.
001010         05  FILLER                  PIC X(15)
001020             VALUE 'LEKTOR'.
001030         05  FILLER                  PIC X(15)
001040             VALUE 'LEKTOR KEPALA'.
001050         05  FILLER                  PIC X(15)
001060             VALUE 'GURU BESAR'.
001070 01  WS-JABFUNG-NAMA-TABLE REDEFINES WS-JABFUNG-NAMA-X.
001080         05  WS-JABFUNG-NAMA         PIC X(15) OCCURS 5 TIMES.
001090 01  WS-BAND                     PIC 9(01).
001100*-----------------------------------------------------------
001110*THE TIMETABLE, ONE ENTRY PER SESSION, WITH A MARK ONCE THE
001120*SESSION HAS BEEN CREDITED TO A LECTURER ON THE MASTER.
001130*-----------------------------------------------------------
001140 01  WS-SS-TABLE.
001150         05  WS-SS-ENTRY OCCURS 999 TIMES.
001160             10  WS-SS-NIDN          PIC X(10).
001170             10  WS-SS-KELAS         PIC X(05).
001180             10  WS-SS-MK            PIC X(08).
001190             10  WS-SS-HARI          PIC 9(01).
001200             10  WS-SS-MULAI         PIC 9(02).
001210             10  WS-SS-JAM           PIC 9(02).
001220             10  WS-SS-DIPAKAI       PIC X(01).
001230 01  WS-SS-MAX                   PIC 9(03) COMP VALUE ZERO.
001240 01  WS-SS-X                     PIC 9(03) COMP.
001250*-----------------------------------------------------------
001260*ONE LECTURER'S KELAS AND COURSE PAIRS, WITH THE WEEKLY
001270*PERIODS ADDED UP OVER THE PAIR'S SESSIONS.
001280*-----------------------------------------------------------
001290 01  WS-PR-TABLE.
001300         05  WS-PR-ENTRY OCCURS 50 TIMES.
001310             10  WS-PR-KELAS         PIC X(05).
001320             10  WS-PR-MK            PIC X(08).
001330             10  WS-PR-JAM           PIC 9(03).
001340 01  WS-PR-MAX                   PIC 9(02) COMP VALUE ZERO.
001350 01  WS-PR-X                     PIC 9(02) COMP.
001360 01  WS-PR-HIT                   PIC 9(02) COMP.
001370 01  WS-NAMA-MK                  PIC X(25).
001380 01  WS-SKS-MK                   PIC 9(02).
001390 01  WS-SKS-DOSEN                PIC 9(03).
001400 01  WS-JAM-DOSEN                PIC 9(03).
001410 01  WS-HONOR                    PIC 9(09)V99.
001420 01  WS-HONOR-TOTAL              PIC 9(11)V99 VALUE ZERO.
001430 01  WS-FLAG                     PIC X(26).
001440 01  WS-SKS-DISP                 PIC ZZ9.
001450 01  WS-JAM-DISP                 PIC ZZ9.
001460 01  WS-AMT-DISP                 PIC -(6)9.99.
001470 01  WS-TOTAL-DISP               PIC -(8)9.99.
001480 01  WS-GRAND-DISP               PIC -(10)9.99.
001490 01  WS-COUNT-DISP               PIC ZZZZ9.
001500 01  WS-DOSEN-COUNT              PIC 9(05) VALUE ZERO.
001510 01  WS-AJAR-COUNT               PIC 9(05) VALUE ZERO.
001520 01  WS-LEBIH-COUNT              PIC 9(05) VALUE ZERO.
001530 01  WS-TANPA-COUNT              PIC 9(05) VALUE ZERO.
001540 01  WS-SUMMARY                  PIC X(60).
001550*-----------------------------------------------------------
001560*0000-MAINLINE
001570*-----------------------------------------------------------
001580 PROCEDURE DIVISION.
001590 0000-MAINLINE.
001600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001610     PERFORM 1200-MUAT-JADWAL THRU 1200-EXIT.
001620     PERFORM 2000-READ-DOSEN THRU 2000-EXIT.
001630     PERFORM 3000-SATU-DOSEN THRU 3000-EXIT UNTIL DOSEN-EOF.
001640     PERFORM 7000-CETAK-TANPA THRU 7000-EXIT.
001650     PERFORM 8000-TOTAL THRU 8000-EXIT.
001660     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001670*-----------------------------------------------------------
001680*1000-INITIALIZE  -  SYSIN PARAMETERS; LECTURER MASTER,
001690*TIMETABLE AND CATALOG ALL REQUIRED.
001700*-----------------------------------------------------------
001710 1000-INITIALIZE.
001720     DISPLAY 'SEMESTER (01-14) : ' WITH NO ADVANCING.
001730     PERFORM 1050-PILIH-SEMESTER THRU 1050-EXIT.
001740     DISPLAY 'BATAS SKS / SKS CEILING : ' WITH NO ADVANCING.
001750     PERFORM 1100-BATAS-SKS THRU 1100-EXIT.
001760     OPEN INPUT DOSEN-FILE.
001770     IF WS-DSFS NOT = '00'
001780         DISPLAY 'BEBANRPT: DOSENMST TIDAK ADA / NOT FOUND'
001790         DISPLAY 'JALANKAN DOSENMNT DULU / RUN DOSENMNT FIRST'
001800         MOVE 8 TO RETURN-CODE
001810         STOP RUN
001820     END-IF.
001830     OPEN INPUT JADWAL-FILE.
001840     IF WS-JFS NOT = '00'
001850         DISPLAY 'BEBANRPT: JADMAST TIDAK ADA / NOT FOUND'
001860         CLOSE DOSEN-FILE
001870         MOVE 8 TO RETURN-CODE
001880         STOP RUN
001890     END-IF.
001900     OPEN INPUT MK-FILE.
001910     IF WS-MKFS NOT = '00'
001920         DISPLAY 'BEBANRPT: MKMAST TIDAK ADA / NOT FOUND'
001930         CLOSE DOSEN-FILE
001940         CLOSE JADWAL-FILE
001950         MOVE 8 TO RETURN-CODE
001960         STOP RUN
001970     END-IF.
001980     OPEN OUTPUT BEBAN-RPT.
001990     ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
002000     MOVE SPACES TO WS-RUN-DATE-DISP.
002010     STRING WS-SYSDATE(1:4) '-' WS-SYSDATE(5:2)
002020         '-' WS-SYSDATE(7:2) DELIMITED BY SIZE
002030         INTO WS-RUN-DATE-DISP.
002040     MOVE SPACES TO RPT-LINE.
002050     STRING 'BEBAN MENGAJAR DOSEN / LECTURER TEACHING LOAD'
002060         '   TANGGAL : ' WS-RUN-DATE-DISP
002070         DELIMITED BY SIZE INTO RPT-LINE.
002080     WRITE RPT-LINE.
002090     MOVE SPACES TO RPT-LINE.
002100     STRING 'SEMESTER : ' WS-SEMESTER
002110         '   BATAS / CEILING : ' WS-BATAS-SKS ' SKS'
002120         DELIMITED BY SIZE INTO RPT-LINE.
002130     WRITE RPT-LINE.
002140     MOVE ALL '=' TO RPT-LINE.
002150     WRITE RPT-LINE.
002160     MOVE SPACES TO WS-SUMMARY.
002170     STRING 'TEACHING LOAD STARTED SMT=' WS-SEMESTER
002180         ' CEILING=' WS-BATAS-SKS
002190         DELIMITED BY SIZE INTO WS-SUMMARY.
002200     CALL 'AUDITLOG' USING 'BEBANRPT  ' 'START' WS-SUMMARY.
002210 1000-EXIT.
002220     EXIT.
002230*-----------------------------------------------------------
002240*1050-PILIH-SEMESTER  -  THE SEMESTER KEYED, OR WHEN LEFT
002250*BLANK (OR 00) THE CURRENT SEMESTER ON THE KALMST ACADEMIC
002260*CALENDAR (SEE KALCEK).  NO CURRENT SEMESTER ENDS THE RUN.
002270*-----------------------------------------------------------
002280 1050-PILIH-SEMESTER.
002290     MOVE SPACES TO WS-SEMESTER-IN.
002300     ACCEPT WS-SEMESTER-IN.
002310     IF WS-SEMESTER-IN(2:1) = SPACE
002320         AND WS-SEMESTER-IN(1:1) NOT = SPACE
002330         MOVE WS-SEMESTER-IN(1:1) TO WS-SEMESTER-IN(2:1)
002340         MOVE '0' TO WS-SEMESTER-IN(1:1)
002350     END-IF.
002360     IF WS-SEMESTER-IN NOT = SPACES
002370         AND WS-SEMESTER-IN NOT = '00'
002380         IF WS-SEMESTER-IN NOT NUMERIC
002390             DISPLAY 'BEBANRPT: SEMESTER TIDAK SAH / BAD SEMESTER'
002400             MOVE 8 TO RETURN-CODE
002410             STOP RUN
002420         END-IF
002430         MOVE WS-SEMESTER-IN TO WS-SEMESTER
002440         GO TO 1050-EXIT
002450     END-IF.
002460     MOVE ZERO TO WS-SEMESTER.
002470     CALL 'KALCEK' USING WS-SEMESTER WS-KAL-RECORD WS-KAL-HASIL.
002480     IF WS-KAL-HASIL NOT = 'Y'
002490         DISPLAY 'BEBANRPT: SEMESTER BERJALAN TIDAK ADA / '
002500             'NO CURRENT SEMESTER ON CALENDAR'
002510         MOVE 8 TO RETURN-CODE
002520         STOP RUN
002530     END-IF.
002540     DISPLAY 'SEMESTER BERJALAN / CURRENT SEMESTER : ' WS-SEMESTER
002550         ' ' KET-KAL OF WS-KAL-RECORD.
002560 1050-EXIT.
002570     EXIT.
002580*-----------------------------------------------------------
002590*1100-BATAS-SKS  -  THE SKS CEILING KEYED (1-99), OR WHEN
002600*LEFT BLANK THE USUAL 12.
002610*-----------------------------------------------------------
002620 1100-BATAS-SKS.
002630     MOVE SPACES TO WS-BATAS-IN.
002640     ACCEPT WS-BATAS-IN.
002650     IF WS-BATAS-IN = SPACES
002660         GO TO 1100-EXIT
002670     END-IF.
002680     IF WS-BATAS-IN(2:1) = SPACE
002690         MOVE WS-BATAS-IN(1:1) TO WS-BATAS-IN(2:1)
002700         MOVE '0' TO WS-BATAS-IN(1:1)
002710     END-IF.
002720     IF WS-BATAS-IN NOT NUMERIC OR WS-BATAS-IN = '00'
002730         DISPLAY 'BEBANRPT: BATAS SKS TIDAK SAH / BAD CEILING'
002740         MOVE 8 TO RETURN-CODE
002750         STOP RUN
002760     END-IF.
002770     MOVE WS-BATAS-IN TO WS-BATAS-SKS.
002780 1100-EXIT.
002790     EXIT.
002800*-----------------------------------------------------------
002810*1200-MUAT-JADWAL  -  THE TIMETABLE INTO THE TABLE.  MORE
002820*THAN 999 SESSIONS ARE REPORTED AND LEFT OFF.
002830*-----------------------------------------------------------
002840 1200-MUAT-JADWAL.
002850     PERFORM 1250-SATU-JADWAL THRU 1250-EXIT UNTIL JAD-EOF.
002860 1200-EXIT.
002870     EXIT.
002880 1250-SATU-JADWAL.
002890     READ JADWAL-FILE NEXT RECORD
002900         AT END
002910             SET JAD-EOF TO TRUE
002920             GO TO 1250-EXIT
002930     END-READ.
002940     IF WS-SS-MAX NOT < 999
002950         DISPLAY 'BEBANRPT: TABEL JADWAL PENUH / TABLE FULL - '
002960             KELAS OF JADWAL-RECORD ' '
002970             KODE-MK OF JADWAL-RECORD ' DILEWATI / SKIPPED'
002980         MOVE 4 TO WS-RC
002990         GO TO 1250-EXIT
003000     END-IF.
003010     ADD 1 TO WS-SS-MAX.
003020     MOVE NIDN-AJAR OF JADWAL-RECORD TO WS-SS-NIDN(WS-SS-MAX).
003030     MOVE KELAS OF JADWAL-RECORD TO WS-SS-KELAS(WS-SS-MAX).
003040     MOVE KODE-MK OF JADWAL-RECORD TO WS-SS-MK(WS-SS-MAX).
003050     MOVE HARI OF JADWAL-RECORD TO WS-SS-HARI(WS-SS-MAX).
003060     MOVE JAM-MULAI OF JADWAL-RECORD TO WS-SS-MULAI(WS-SS-MAX).
003070     COMPUTE WS-SS-JAM(WS-SS-MAX) = JAM-AKHIR OF JADWAL-RECORD
003080         - JAM-MULAI OF JADWAL-RECORD.
003090     MOVE 'N' TO WS-SS-DIPAKAI(WS-SS-MAX).
003100 1250-EXIT.
003110     EXIT.
003120 2000-READ-DOSEN.
003130     READ DOSEN-FILE NEXT RECORD
003140         AT END
003150             SET DOSEN-EOF TO TRUE
003160         NOT AT END
003170             CONTINUE
003180     END-READ.
003190 2000-EXIT.
003200     EXIT.
003210*-----------------------------------------------------------
003220*3000-SATU-DOSEN  -  ONE LECTURER: HEADER, THE KELAS AND
003230*COURSE PAIRS TAUGHT, THEN SKS, PERIODS AND HONORARIUM.
003240*-----------------------------------------------------------
003250 3000-SATU-DOSEN.
003260     ADD 1 TO WS-DOSEN-COUNT.
003270     MOVE SPACES TO WS-FLAG.
003280     IF JABFUNG-SAH OF DOSEN-RECORD
003290         MOVE JABFUNG-DOSEN OF DOSEN-RECORD TO WS-BAND
003300     ELSE
003310         MOVE 1 TO WS-BAND
003320         MOVE '(JABFUNG KOSONG/NOT SET)' TO WS-FLAG
003330     END-IF.
003340     MOVE SPACES TO RPT-LINE.
003350     WRITE RPT-LINE.
003360     MOVE SPACES TO RPT-LINE.
003370     STRING 'NIDN : ' NIDN OF DOSEN-RECORD
003380         '  ' NAMA-DOSEN OF DOSEN-RECORD
003390         DELIMITED BY SIZE INTO RPT-LINE.
003400     WRITE RPT-LINE.
003410     MOVE SPACES TO RPT-LINE.
003420     STRING 'JURUSAN : ' JURUSAN OF DOSEN-RECORD
003430         ' JABFUNG: ' WS-JABFUNG-NAMA(WS-BAND)
003440         ' ' WS-FLAG
003450         DELIMITED BY SIZE INTO RPT-LINE.
003460     WRITE RPT-LINE.
003470     MOVE ALL '-' TO RPT-LINE.
003480     WRITE RPT-LINE.
003490     MOVE ZERO TO WS-PR-MAX.
003500     PERFORM 3100-CARI-SESI THRU 3100-EXIT
003510         VARYING WS-SS-X FROM 1 BY 1
003520         UNTIL WS-SS-X > WS-SS-MAX.
003530     IF WS-PR-MAX = ZERO
003540         MOVE '  (TIDAK MENGAJAR / NO TEACHING THIS SEMESTER)'
003550             TO RPT-LINE
003560         WRITE RPT-LINE
003570         GO TO 3000-NEXT
003580     END-IF.
003590     ADD 1 TO WS-AJAR-COUNT.
003600     MOVE SPACES TO RPT-LINE.
003610     STRING '  KELAS  KODE MK   MATA KULIAH               '
003620         'SKS  JAM/MINGGU'
003630         DELIMITED BY SIZE INTO RPT-LINE.
003640     WRITE RPT-LINE.
003650     MOVE ZERO TO WS-SKS-DOSEN.
003660     MOVE ZERO TO WS-JAM-DOSEN.
003670     PERFORM 3300-CETAK-PASANG THRU 3300-EXIT
003680         VARYING WS-PR-X FROM 1 BY 1
003690         UNTIL WS-PR-X > WS-PR-MAX.
003700     MOVE SPACES TO WS-FLAG.
003710     IF WS-SKS-DOSEN > WS-BATAS-SKS
003720         MOVE 'BEBAN LEBIH / EXCESS LOAD' TO WS-FLAG
003730         ADD 1 TO WS-LEBIH-COUNT
003740     END-IF.
003750     MOVE WS-SKS-DOSEN TO WS-SKS-DISP.
003760     MOVE WS-JAM-DOSEN TO WS-JAM-DISP.
003770     MOVE SPACES TO RPT-LINE.
003780     STRING '  TOTAL SKS : ' WS-SKS-DISP
003790         '   JAM/MINGGU / PERIODS : ' WS-JAM-DISP
003800         '  ' WS-FLAG
003810         DELIMITED BY SIZE INTO RPT-LINE.
003820     WRITE RPT-LINE.
003830     COMPUTE WS-HONOR = WS-SKS-DOSEN * WS-TARIF(WS-BAND).
003840     ADD WS-HONOR TO WS-HONOR-TOTAL.
003850     MOVE WS-TARIF(WS-BAND) TO WS-AMT-DISP.
003860     MOVE WS-HONOR TO WS-TOTAL-DISP.
003870     MOVE SPACES TO RPT-LINE.
003880     STRING '  HONORARIUM : ' WS-SKS-DISP ' SKS X ' WS-AMT-DISP
003890         ' = ' WS-TOTAL-DISP
003900         DELIMITED BY SIZE INTO RPT-LINE.
003910     WRITE RPT-LINE.
003920 3000-NEXT.
003930     PERFORM 2000-READ-DOSEN THRU 2000-EXIT.
003940 3000-EXIT.
003950     EXIT.
003960*-----------------------------------------------------------
003970*3100-CARI-SESI  -  A SESSION TAUGHT BY THIS LECTURER ADDS
003980*ITS PERIODS TO ITS KELAS AND COURSE PAIR.
003990*-----------------------------------------------------------
004000 3100-CARI-SESI.
004010     IF WS-SS-NIDN(WS-SS-X) NOT = NIDN OF DOSEN-RECORD
004020         GO TO 3100-EXIT
004030     END-IF.
004040     MOVE 'Y' TO WS-SS-DIPAKAI(WS-SS-X).
004050     MOVE ZERO TO WS-PR-HIT.
004060     PERFORM 3200-CARI-PASANG THRU 3200-EXIT
004070         VARYING WS-PR-X FROM 1 BY 1
004080         UNTIL WS-PR-X > WS-PR-MAX OR WS-PR-HIT > ZERO.
004090     IF WS-PR-HIT = ZERO
004100         IF WS-PR-MAX NOT < 50
004110             DISPLAY 'BEBANRPT: TABEL KELAS PENUH / TABLE FULL - '
004120                 NIDN OF DOSEN-RECORD ' '
004130                 WS-SS-KELAS(WS-SS-X) ' ' WS-SS-MK(WS-SS-X)
004140             MOVE 4 TO WS-RC
004150             GO TO 3100-EXIT
004160         END-IF
004170         ADD 1 TO WS-PR-MAX
004180         MOVE WS-PR-MAX TO WS-PR-HIT
004190         MOVE WS-SS-KELAS(WS-SS-X) TO WS-PR-KELAS(WS-PR-HIT)
004200         MOVE WS-SS-MK(WS-SS-X) TO WS-PR-MK(WS-PR-HIT)
004210         MOVE ZERO TO WS-PR-JAM(WS-PR-HIT)
004220     END-IF.
004230     ADD WS-SS-JAM(WS-SS-X) TO WS-PR-JAM(WS-PR-HIT).
004240 3100-EXIT.
004250     EXIT.
004260 3200-CARI-PASANG.
004270     IF WS-PR-KELAS(WS-PR-X) = WS-SS-KELAS(WS-SS-X)
004280         AND WS-PR-MK(WS-PR-X) = WS-SS-MK(WS-SS-X)
004290         MOVE WS-PR-X TO WS-PR-HIT
004300     END-IF.
004310 3200-EXIT.
004320     EXIT.
004330*-----------------------------------------------------------
004340*3300-CETAK-PASANG  -  ONE KELAS AND COURSE LINE; THE SKS
004350*COMES FROM THE CATALOG AND COUNTS ONCE PER PAIR.
004360*-----------------------------------------------------------
004370 3300-CETAK-PASANG.
004380     MOVE WS-PR-MK(WS-PR-X) TO KODE-MK OF MK-RECORD.
004390     READ MK-FILE
004400         INVALID KEY
004410             MOVE '*TIDAK DI KATALOG*' TO WS-NAMA-MK
004420             MOVE ZERO TO WS-SKS-MK
004430         NOT INVALID KEY
004440             MOVE NAMA-MK OF MK-RECORD TO WS-NAMA-MK
004450             MOVE SKS-MK OF MK-RECORD TO WS-SKS-MK
004460     END-READ.
004470     ADD WS-SKS-MK TO WS-SKS-DOSEN.
004480     ADD WS-PR-JAM(WS-PR-X) TO WS-JAM-DOSEN.
004490     MOVE WS-SKS-MK TO WS-SKS-DISP.
004500     MOVE WS-PR-JAM(WS-PR-X) TO WS-JAM-DISP.
004510     MOVE SPACES TO RPT-LINE.
004520     STRING '  ' WS-PR-KELAS(WS-PR-X)
004530         '  ' WS-PR-MK(WS-PR-X)
004540         '  ' WS-NAMA-MK
004550         ' ' WS-SKS-DISP
004560         '  ' WS-JAM-DISP
004570         DELIMITED BY SIZE INTO RPT-LINE.
004580     WRITE RPT-LINE.
004590 3300-EXIT.
004600     EXIT.
004610*-----------------------------------------------------------
004620*7000-CETAK-TANPA  -  SESSIONS NOT CREDITED TO ANY LECTURER:
004630*NO NIDN, OR AN NIDN NOT ON THE MASTER.
004640*-----------------------------------------------------------
004650 7000-CETAK-TANPA.
004660     MOVE SPACES TO RPT-LINE.
004670     WRITE RPT-LINE.
004680     MOVE 'JADWAL TANPA DOSEN / SESSIONS WITHOUT A LECTURER'
004690         TO RPT-LINE.
004700     WRITE RPT-LINE.
004710     MOVE ALL '-' TO RPT-LINE.
004720     WRITE RPT-LINE.
004730     PERFORM 7100-SATU-TANPA THRU 7100-EXIT
004740         VARYING WS-SS-X FROM 1 BY 1
004750         UNTIL WS-SS-X > WS-SS-MAX.
004760     IF WS-TANPA-COUNT = ZERO
004770         MOVE '  (TIDAK ADA / NONE)' TO RPT-LINE
004780         WRITE RPT-LINE
004790     ELSE
004800         MOVE 4 TO WS-RC
004810     END-IF.
004820 7000-EXIT.
004830     EXIT.
004840 7100-SATU-TANPA.
004850     IF WS-SS-DIPAKAI(WS-SS-X) = 'Y'
004860         GO TO 7100-EXIT
004870     END-IF.
004880     ADD 1 TO WS-TANPA-COUNT.
004890     IF WS-SS-NIDN(WS-SS-X) = SPACES
004900         MOVE 'TANPA DOSEN / NO LECTURER' TO WS-FLAG
004910     ELSE
004920         MOVE 'NIDN TIDAK TERDAFTAR' TO WS-FLAG
004930     END-IF.
004940     MOVE SPACES TO RPT-LINE.
004950     STRING '  ' WS-SS-KELAS(WS-SS-X)
004960         '  ' WS-SS-MK(WS-SS-X)
004970         '  HARI ' WS-SS-HARI(WS-SS-X)
004980         ' JAM ' WS-SS-MULAI(WS-SS-X)
004990         '  ' WS-SS-NIDN(WS-SS-X)
005000         '  ' WS-FLAG
005010         DELIMITED BY SIZE INTO RPT-LINE.
005020     WRITE RPT-LINE.
005030 7100-EXIT.
005040     EXIT.
005050*-----------------------------------------------------------
005060*8000-TOTAL  -  LECTURER COUNTS AND THE SEMESTER'S
005070*HONORARIUM BILL.
005080*-----------------------------------------------------------
005090 8000-TOTAL.
005100     MOVE SPACES TO RPT-LINE.
005110     WRITE RPT-LINE.
005120     MOVE ALL '=' TO RPT-LINE.
005130     WRITE RPT-LINE.
005140     MOVE WS-DOSEN-COUNT TO WS-COUNT-DISP.
005150     MOVE SPACES TO RPT-LINE.
005160     STRING 'DOSEN / LECTURERS              : ' WS-COUNT-DISP
005170         DELIMITED BY SIZE INTO RPT-LINE.
005180     WRITE RPT-LINE.
005190     MOVE WS-AJAR-COUNT TO WS-COUNT-DISP.
005200     MOVE SPACES TO RPT-LINE.
005210     STRING 'MENGAJAR / TEACHING            : ' WS-COUNT-DISP
005220         DELIMITED BY SIZE INTO RPT-LINE.
005230     WRITE RPT-LINE.
005240     MOVE WS-LEBIH-COUNT TO WS-COUNT-DISP.
005250     MOVE SPACES TO RPT-LINE.
005260     STRING 'BEBAN LEBIH / EXCESS LOAD      : ' WS-COUNT-DISP
005270         DELIMITED BY SIZE INTO RPT-LINE.
005280     WRITE RPT-LINE.
005290     MOVE WS-TANPA-COUNT TO WS-COUNT-DISP.
005300     MOVE SPACES TO RPT-LINE.
005310     STRING 'JADWAL TANPA DOSEN / UNASSIGNED: ' WS-COUNT-DISP
005320         DELIMITED BY SIZE INTO RPT-LINE.
005330     WRITE RPT-LINE.
005340     MOVE WS-HONOR-TOTAL TO WS-GRAND-DISP.
005350     MOVE SPACES TO RPT-LINE.
005360     STRING 'TOTAL HONORARIUM               : ' WS-GRAND-DISP
005370         DELIMITED BY SIZE INTO RPT-LINE.
005380     WRITE RPT-LINE.
005390 8000-EXIT.
005400     EXIT.
005410*-----------------------------------------------------------
005420*9000-TERMINATE
005430*-----------------------------------------------------------
005440 9000-TERMINATE.
005450     CLOSE DOSEN-FILE.
005460     CLOSE JADWAL-FILE.
005470     CLOSE MK-FILE.
005480     CLOSE BEBAN-RPT.
005490     MOVE WS-DOSEN-COUNT TO WS-COUNT-DISP.
005500     DISPLAY 'BEBANRPT: ' WS-COUNT-DISP ' DOSEN / LECTURERS'.
005510     MOVE WS-LEBIH-COUNT TO WS-COUNT-DISP.
005520     DISPLAY 'BEBANRPT: ' WS-COUNT-DISP ' BEBAN LEBIH / EXCESS'.
005530     MOVE WS-TANPA-COUNT TO WS-COUNT-DISP.
005540     DISPLAY 'BEBANRPT: ' WS-COUNT-DISP
005550         ' TANPA DOSEN / UNASSIGNED'.
005560     MOVE SPACES TO WS-SUMMARY.
005570     STRING 'SMT=' WS-SEMESTER
005580         ' LECTURERS=' WS-DOSEN-COUNT
005590         ' EXCESS=' WS-LEBIH-COUNT
005600         ' UNASSIGNED=' WS-TANPA-COUNT
005610         DELIMITED BY SIZE INTO WS-SUMMARY.
005620     CALL 'AUDITLOG' USING 'BEBANRPT  ' 'END  ' WS-SUMMARY.
005630     MOVE WS-RC TO RETURN-CODE.
005640     STOP RUN.
005650 9000-EXIT.
005660     EXIT.
