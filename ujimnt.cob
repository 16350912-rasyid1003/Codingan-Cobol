000010*-----------------------------------------------------------
000020*UJIMNT  -  EXAM SCHEDULE (JADWAL UJIAN) MAINTENANCE
000030*-----------------------------------------------------------
000040*KEEPS THE UJIMST EXAM SCHEDULE (SEE UJIREC): ONE ENTRY PER
000050*SEMESTER, EXAM TYPE (T = UTS, A = UAS), COURSE AND ROOM,
000060*WITH THE DAY, PERIOD AND SEATS.  FUNCTIONS:
000070*T = TAMBAH/UBAH (ADD OR CHANGE A ROOM FOR AN EXAM),
000080*H = HAPUS (DELETE A ROOM FROM AN EXAM),
000090*I = INFO (LIST A SEMESTER'S UTS OR UAS SCHEDULE).
000095*THE COURSE MUST BE ON MKMAST AND THE ROOM AN ACTIVE CODE
000100*ON THE RUANGMST ROOM MASTER (SEE RUANGMNT), WHOSE SEATS
000105*ARE THE DEFAULT AND THE CEILING FOR THE EXAM'S SEATS; WITH
000110*NO ROOM MASTER ON FILE IT MUST BE ONE THE JADMAST
000115*TIMETABLE USES.  AN ENTRY IS REFUSED WHEN -
000120*- ANOTHER ROOM OF THE SAME EXAM SITS AT A DIFFERENT TIME,
000130*- THE ROOM IS ALREADY TAKEN BY ANOTHER EXAM AT THAT TIME,
000140*- ANY STUDENT REGISTERED FOR THE COURSE ON KRSMAST HAS
000150*  ANOTHER EXAM OF THE SAME TYPE AT THAT TIME (THE FIRST
000160*  FEW ARE SHOWN).
000170*THE SIGNED-ON OPERSESS IDENTITY IS LOOKED UP ON OPERMAST:
000180*CHANGES NEED A LEVEL-3 SUPERVISOR, AS IN KALMNT; ANY OTHER
000190*SIGNED-ON OPERATOR MAY ONLY LOOK.  EVERY CHANGE AND REFUSAL
000200*IS WRITTEN TO THE SESSION TRAIL.  UJIMST IS CREATED ON
000210*FIRST USE.  UJIKRT PRINTS THE EXAM CARDS.
000220*-----------------------------------------------------------
000230*MODIFICATION HISTORY
000240*DATE       INIT  DESCRIPTION
000250*10/15/2026 RSD   ORIGINAL.
000252*10/15/2026 RSD   ROOM CHECKED ON THE NEW RUANGMST ROOM
000254*MASTER; EXAM SEATS DEFAULT TO AND MAY NOT
000256*EXCEED THE ROOM'S SEATS.
000260*-----------------------------------------------------------
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. UJIMNT.
000290 AUTHOR. RASYID.
000300 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000310 DATE-WRITTEN. 10/15/2026.
000320 DATE-COMPILED.
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT UJIAN-FILE ASSIGN TO 'UJIMST'
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS UJIAN-KEY OF UJIAN-RECORD
000400         FILE STATUS IS WS-UFS.
000410     SELECT MK-FILE ASSIGN TO 'MKMAST'
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS KODE-MK OF MK-RECORD
000450         FILE STATUS IS WS-MKFS.
000460     SELECT JADWAL-FILE ASSIGN TO 'JADMAST'
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS JADWAL-KEY OF JADWAL-RECORD
000500         FILE STATUS IS WS-JFS.
000510     SELECT KRS-FILE ASSIGN TO 'KRSMAST'
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS KRS-KEY OF KRS-RECORD
000550         FILE STATUS IS WS-KRSFS.
000551     SELECT RUANG-FILE ASSIGN TO 'RUANGMST'
000552         ORGANIZATION IS INDEXED
000553         ACCESS MODE IS DYNAMIC
000554         RECORD KEY IS KODE-RUANG OF RUANG-RECORD
000555         FILE STATUS IS WS-RGFS.
000560     SELECT OPER-FILE ASSIGN TO 'OPERMAST'
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS USER-ID OF OPER-RECORD
000600         FILE STATUS IS WS-OFS.
000610     SELECT OPER-SESS ASSIGN TO 'OPERSESS'
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-SFS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  UJIAN-FILE.
000670 01  UJIAN-RECORD.
000680         COPY UJIREC.
000690 FD  MK-FILE.
000700 01  MK-RECORD.
000710         COPY MKREC.
000720 FD  JADWAL-FILE.
000730 01  JADWAL-RECORD.
000740         COPY JADREC.
000750 FD  KRS-FILE.
000760 01  KRS-RECORD.
000770         COPY KRSREC.
000772 FD  RUANG-FILE.
000774 01  RUANG-RECORD.
000776         COPY RUANGREC.
000780 FD  OPER-FILE.
000790 01  OPER-RECORD.
000800         COPY OPERREC.
000810 FD  OPER-SESS.
000820 01  OPER-SESS-RECORD            PIC X(08).
000830 WORKING-STORAGE SECTION.
000840 01  WS-UFS                      PIC X(02).
000850 01  WS-MKFS                     PIC X(02).
000860 01  WS-JFS                      PIC X(02).
000870 01  WS-KRSFS                    PIC X(02).
000880 01  WS-OFS                      PIC X(02).
000890 01  WS-SFS                      PIC X(02).
000900 01  WS-KRS-OPEN-SW              PIC X(01) VALUE 'N'.
000910         88  KRS-OPEN                     VALUE 'Y'.
000912 01  WS-RGFS                     PIC X(02).
000914 01  WS-RUANG-OPEN-SW            PIC X(01) VALUE 'N'.
000916         88  RUANG-OPEN                   VALUE 'Y'.
000918 01  WS-KURSI-RUANG              PIC 9(05) VALUE ZERO.
000920 01  WS-SWITCHES.
000930         05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
000940             88  UJIAN-FOUND              VALUE 'Y'.
000950             88  UJIAN-NOT-FOUND          VALUE 'N'.
000960         05  WS-VALID-SW             PIC X(01) VALUE 'N'.
000970             88  FIELD-OK                 VALUE 'Y'.
000980             88  FIELD-BAD                VALUE 'N'.
000990         05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001000             88  SCAN-EOF                 VALUE 'Y'.
001010         05  WS-SUPER-SW             PIC X(01) VALUE 'N'.
001020             88  OPER-SUPERVISOR          VALUE 'Y'.
001030         05  WS-RUANG-SW             PIC X(01) VALUE 'N'.
001040             88  RUANG-ADA                VALUE 'Y'.
001050         05  WS-IKUT-SW              PIC X(01) VALUE 'N'.
001060             88  MHS-IKUT                 VALUE 'Y'.
001070 01  WS-LAGI-SW                  PIC X(01) VALUE 'Y'.
001080         88  ENTRI-LAGI                   VALUE 'Y' 'y'.
001090 01  WS-FUNGSI                   PIC X(01).
001100         88  FUNGSI-TAMBAH                VALUE 'T' 't'.
001110         88  FUNGSI-HAPUS                 VALUE 'H' 'h'.
001120         88  FUNGSI-INFO                  VALUE 'I' 'i'.
001130 01  WS-YAKIN-SW                 PIC X(01).
001140         88  YAKIN                        VALUE 'Y' 'y'.
001150 01  WS-SEMESTER-IN              PIC 9(02).
001160 01  WS-JENIS-IN                 PIC X(01).
001170         88  JENIS-VALID                  VALUE 'T' 'A'.
001180 01  WS-SESI-IN                  PIC X(01).
001190 01  WS-KAP-IN                   PIC X(03).
001200 01  WS-KAP-NUM                  PIC 9(03).
001210 01  WS-TRAIL-CT                 PIC 9(02).
001220 01  WS-FLDLEN                   PIC 9(02).
001230 01  WS-TGL-IN                   PIC X(10).
001240 01  WS-TGL-PARTS REDEFINES WS-TGL-IN.
001250         05  WS-TGL-YY               PIC X(04).
001260         05  WS-TGL-SEP1             PIC X(01).
001270         05  WS-TGL-MM               PIC X(02).
001280         05  WS-TGL-SEP2             PIC X(01).
001290         05  WS-TGL-DD               PIC X(02).
001300 01  UJIAN-WS.
001310         COPY UJIREC.
001320 01  WS-PREV-NPM                 PIC X(08).
001330 01  WS-MK-TABLE.
001340         05  WS-MK-ENTRY OCCURS 30 TIMES
001350                 INDEXED BY WS-MK-IX.
001360             10  WS-MK-KODE          PIC X(08).
001370 01  WS-MK-COUNT                 PIC 9(02) COMP.
001380 01  WS-BENTROK-COUNT            PIC 9(05).
001390 01  WS-BENTROK-DISP             PIC ZZZZ9.
001400 01  WS-UJI-COUNT                PIC 9(03).
001410 01  WS-OPER-ID                  PIC X(08).
001420 01  WS-SUMMARY                  PIC X(60).
001430*-----------------------------------------------------------
001440*0000-MAINLINE
001450*-----------------------------------------------------------
001460 PROCEDURE DIVISION.
001470 0000-MAINLINE.
001480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001490     PERFORM 2000-ENTRI-SATU THRU 2000-EXIT
001500         UNTIL NOT ENTRI-LAGI.
001510     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001520*-----------------------------------------------------------
001530*1000-INITIALIZE  -  THE SIGNED-ON OPERATOR MUST BE ON
001540*OPERMAST; LEVEL 3 MAY CHANGE THE SCHEDULE, EVERYONE ELSE
001550*MAY ONLY LOOK.  THE CATALOG AND TIMETABLE MUST EXIST; NO
001560*KRS FILE YET MEANS NO STUDENT CLASH CHECK.
001570*-----------------------------------------------------------
001580 1000-INITIALIZE.
001590     OPEN INPUT OPER-FILE.
001600     IF WS-OFS NOT = '00'
001610         DISPLAY 'UJIMNT: OPERMAST TIDAK ADA / NOT FOUND'
001620         STOP RUN
001630     END-IF.
001640     MOVE SPACES TO WS-OPER-ID.
001650     OPEN INPUT OPER-SESS.
001660     IF WS-SFS = '00'
001670         READ OPER-SESS
001680             AT END
001690                 CONTINUE
001700             NOT AT END
001710                 MOVE OPER-SESS-RECORD TO WS-OPER-ID
001720         END-READ
001730         CLOSE OPER-SESS
001740     END-IF.
001750     IF WS-OPER-ID = SPACES
001760         DISPLAY 'UJIMNT: BELUM SIGN-ON / SIGN ON VIA '
001770             'DRIVER FIRST'
001780         CLOSE OPER-FILE
001790         STOP RUN
001800     END-IF.
001810     MOVE WS-OPER-ID TO USER-ID OF OPER-RECORD.
001820     READ OPER-FILE
001830         INVALID KEY
001840             MOVE ZERO TO AUTH-LEVEL OF OPER-RECORD
001850     END-READ.
001860     CLOSE OPER-FILE.
001870     IF AUTH-LEVEL OF OPER-RECORD = ZERO
001880         DISPLAY 'UJIMNT: OPERATOR TIDAK TERDAFTAR / NOT '
001890             'AUTHORIZED'
001900         MOVE SPACES TO WS-SUMMARY
001910         STRING 'REFUSED USER=' WS-OPER-ID
001920             DELIMITED BY SIZE INTO WS-SUMMARY
001930         CALL 'AUDITLOG' USING 'UJIMNT    ' 'DENY ' WS-SUMMARY
001940         STOP RUN
001950     END-IF.
001960     IF AUTH-LEVEL OF OPER-RECORD = 3
001970         SET OPER-SUPERVISOR TO TRUE
001980     ELSE
001990         DISPLAY 'UJIMNT: HANYA INFO / INQUIRY ONLY - '
002000             'CHANGES NEED A SUPERVISOR'
002010     END-IF.
002020     OPEN INPUT MK-FILE.
002030     IF WS-MKFS NOT = '00'
002040         DISPLAY 'UJIMNT: KATALOG MK TIDAK ADA / NOT FOUND'
002050         STOP RUN
002060     END-IF.
002070     OPEN INPUT JADWAL-FILE.
002080     IF WS-JFS NOT = '00'
002090         DISPLAY 'UJIMNT: JADMAST TIDAK ADA / NOT FOUND'
002100         DISPLAY 'JALANKAN JADWAL DULU / RUN JADWAL FIRST'
002110         CLOSE MK-FILE
002120         STOP RUN
002130     END-IF.
002140     OPEN INPUT KRS-FILE.
002150     IF WS-KRSFS = '00'
002160         MOVE 'Y' TO WS-KRS-OPEN-SW
002170     ELSE
002180         MOVE 'N' TO WS-KRS-OPEN-SW
002190     END-IF.
002191     OPEN INPUT RUANG-FILE.
002192     IF WS-RGFS = '00'
002193         MOVE 'Y' TO WS-RUANG-OPEN-SW
002194     ELSE
002195         MOVE 'N' TO WS-RUANG-OPEN-SW
002196     END-IF.
002200     OPEN I-O UJIAN-FILE.
002210     IF WS-UFS = '35'
002220         OPEN OUTPUT UJIAN-FILE
002230         CLOSE UJIAN-FILE
002240         OPEN I-O UJIAN-FILE
002250     END-IF.
002260     MOVE SPACES TO WS-SUMMARY.
002270     STRING 'SESSION STARTED OPER=' WS-OPER-ID
002280         DELIMITED BY SIZE INTO WS-SUMMARY.
002290     CALL 'AUDITLOG' USING 'UJIMNT    ' 'START' WS-SUMMARY.
002300 1000-EXIT.
002310     EXIT.
002320*-----------------------------------------------------------
002330*2000-ENTRI-SATU  -  ONE ACTION: FUNCTION, SEMESTER AND EXAM
002340*TYPE, THEN COURSE AND ROOM FOR A CHANGE.
002350*-----------------------------------------------------------
002360 2000-ENTRI-SATU.
002370     DISPLAY 'FUNGSI (T=TAMBAH/UBAH H=HAPUS I=INFO) : '
002380         WITH NO ADVANCING.
002390     MOVE SPACE TO WS-FUNGSI.
002400     ACCEPT WS-FUNGSI.
002410     IF NOT FUNGSI-TAMBAH AND NOT FUNGSI-HAPUS
002420         AND NOT FUNGSI-INFO
002430         DISPLAY 'PILIH T, H ATAU I / ANSWER T H OR I'
002440         GO TO 2000-TANYA
002450     END-IF.
002460     IF NOT FUNGSI-INFO AND NOT OPER-SUPERVISOR
002470         DISPLAY 'BUKAN SUPERVISOR / NOT AUTHORIZED'
002480         MOVE SPACES TO WS-SUMMARY
002490         STRING 'REFUSED USER=' WS-OPER-ID
002500             ' FUNCTION=' WS-FUNGSI
002510             DELIMITED BY SIZE INTO WS-SUMMARY
002520         CALL 'AUDITLOG' USING 'UJIMNT    ' 'DENY ' WS-SUMMARY
002530         GO TO 2000-TANYA
002540     END-IF.
002550     DISPLAY 'SEMESTER (01-14) : ' WITH NO ADVANCING.
002560     MOVE ZERO TO WS-SEMESTER-IN.
002570     ACCEPT WS-SEMESTER-IN.
002580     IF WS-SEMESTER-IN < 1 OR WS-SEMESTER-IN > 14
002590         DISPLAY 'SEMESTER HARUS 01-14 / MUST BE 01-14'
002600         GO TO 2000-TANYA
002610     END-IF.
002620     DISPLAY 'JENIS (T=UTS A=UAS) : ' WITH NO ADVANCING.
002630     MOVE SPACE TO WS-JENIS-IN.
002640     ACCEPT WS-JENIS-IN.
002650     IF NOT JENIS-VALID
002660         DISPLAY 'JENIS HARUS T ATAU A / MUST BE T OR A'
002670         GO TO 2000-TANYA
002680     END-IF.
002690     IF FUNGSI-INFO
002700         PERFORM 5000-INFO THRU 5000-EXIT
002710         GO TO 2000-TANYA
002720     END-IF.
002730     MOVE SPACES TO UJIAN-WS.
002740     MOVE WS-SEMESTER-IN TO SEMESTER-UJI OF UJIAN-WS.
002750     MOVE WS-JENIS-IN TO JENIS-UJI OF UJIAN-WS.
002760     DISPLAY 'KODE MATA KULIAH / COURSE CODE : '
002770         WITH NO ADVANCING.
002780     ACCEPT KODE-MK OF UJIAN-WS.
002790     MOVE KODE-MK OF UJIAN-WS TO KODE-MK OF MK-RECORD.
002800     READ MK-FILE
002810         INVALID KEY
002820             DISPLAY 'KODE MK TIDAK TERDAFTAR / NOT ON CATALOG'
002830             GO TO 2000-TANYA
002840     END-READ.
002850     DISPLAY 'MATA KULIAH: ' NAMA-MK OF MK-RECORD.
002860     DISPLAY 'RUANG / ROOM : ' WITH NO ADVANCING.
002870     ACCEPT RUANG-UJI OF UJIAN-WS.
002880     MOVE UJIAN-KEY OF UJIAN-WS TO UJIAN-KEY OF UJIAN-RECORD.
002890     READ UJIAN-FILE
002900         INVALID KEY
002910             SET UJIAN-NOT-FOUND TO TRUE
002920         NOT INVALID KEY
002930             SET UJIAN-FOUND TO TRUE
002940     END-READ.
002950     IF FUNGSI-TAMBAH
002960         PERFORM 3000-TAMBAH THRU 3000-EXIT
002970     ELSE
002980         PERFORM 4000-HAPUS THRU 4000-EXIT
002990     END-IF.
003000 2000-TANYA.
003010     DISPLAY 'ADA UJIAN LAGI? / ANOTHER EXAM? (Y/T)'
003020         ' : ' WITH NO ADVANCING.
003030     ACCEPT WS-LAGI-SW.
003040 2000-EXIT.
003050     EXIT.
003060*-----------------------------------------------------------
003070*2300-ACCEPT-TGL  -  THE EXAM DAY IN YYYY-MM-DD FORM; A
003080*BLANK ANSWER ON A CHANGE KEEPS THE DAY ON FILE.
003090*-----------------------------------------------------------
003100 2300-ACCEPT-TGL.
003110     DISPLAY 'TANGGAL UJIAN / EXAM DAY (YYYY-MM-DD) ['
003120         TGL-UJI OF UJIAN-WS '] : ' WITH NO ADVANCING.
003130     MOVE SPACES TO WS-TGL-IN.
003140     ACCEPT WS-TGL-IN.
003150     IF WS-TGL-IN = SPACES
003160         MOVE TGL-UJI OF UJIAN-WS TO WS-TGL-IN
003170     END-IF.
003180     IF WS-TGL-YY NOT NUMERIC OR WS-TGL-MM NOT NUMERIC
003190         OR WS-TGL-DD NOT NUMERIC
003200         OR WS-TGL-SEP1 NOT = '-' OR WS-TGL-SEP2 NOT = '-'
003210         OR WS-TGL-MM < '01' OR WS-TGL-MM > '12'
003220         OR WS-TGL-DD < '01' OR WS-TGL-DD > '31'
003230         SET FIELD-BAD TO TRUE
003240         DISPLAY 'FORMAT TANGGAL YYYY-MM-DD / BAD DATE, ULANGI'
003250     ELSE
003260         MOVE WS-TGL-IN TO TGL-UJI OF UJIAN-WS
003270         SET FIELD-OK TO TRUE
003280     END-IF.
003290 2300-EXIT.
003300     EXIT.
003310*-----------------------------------------------------------
003320*2400-ACCEPT-SESI  -  PERIOD 1-4; BLANK ON A CHANGE KEEPS IT.
003330*-----------------------------------------------------------
003340 2400-ACCEPT-SESI.
003350     DISPLAY 'SESI / PERIOD (1=08.00 2=10.30 3=13.00 4=15.30) ['
003360         SESI-UJI OF UJIAN-WS '] : ' WITH NO ADVANCING.
003370     MOVE SPACE TO WS-SESI-IN.
003380     ACCEPT WS-SESI-IN.
003390     IF WS-SESI-IN = SPACE AND UJIAN-FOUND
003400         SET FIELD-OK TO TRUE
003410         GO TO 2400-EXIT
003420     END-IF.
003430     IF WS-SESI-IN NUMERIC
003440         AND WS-SESI-IN > '0' AND WS-SESI-IN < '5'
003450         MOVE WS-SESI-IN TO SESI-UJI OF UJIAN-WS
003460         SET FIELD-OK TO TRUE
003470     ELSE
003480         SET FIELD-BAD TO TRUE
003490         DISPLAY 'SESI HARUS 1-4 / MUST BE 1-4, ULANGI'
003500     END-IF.
003510 2400-EXIT.
003520     EXIT.
003530*-----------------------------------------------------------
003540*2500-ACCEPT-KAPASITAS  -  SEATS SET OUT, 1-999; BLANK ON A
003550*CHANGE KEEPS THE NUMBER ON FILE.
003560*-----------------------------------------------------------
003570 2500-ACCEPT-KAPASITAS.
003580     DISPLAY 'KURSI / SEATS [' KAPASITAS-UJI OF UJIAN-WS
003590         '] : ' WITH NO ADVANCING.
003600     MOVE SPACES TO WS-KAP-IN.
003610     ACCEPT WS-KAP-IN.
003616     IF WS-KAP-IN = SPACES
003622         AND KAPASITAS-UJI OF UJIAN-WS > ZERO
003630         SET FIELD-OK TO TRUE
003640         GO TO 2500-EXIT
003650     END-IF.
003660     MOVE ZERO TO WS-TRAIL-CT.
003670     INSPECT WS-KAP-IN
003680         TALLYING WS-TRAIL-CT FOR TRAILING SPACES.
003690     COMPUTE WS-FLDLEN = 3 - WS-TRAIL-CT.
003700     IF WS-FLDLEN > 0
003710         AND WS-KAP-IN(1:WS-FLDLEN) NUMERIC
003720         MOVE ZERO TO WS-KAP-NUM
003730         MOVE WS-KAP-IN(1:WS-FLDLEN)
003740             TO WS-KAP-NUM(4 - WS-FLDLEN:WS-FLDLEN)
003741         IF RUANG-OPEN AND WS-KAP-NUM > WS-KURSI-RUANG
003742             SET FIELD-BAD TO TRUE
003743             DISPLAY 'MELEBIHI KURSI RUANG / MORE THAN THE ROOM '
003744                 'SEATS ' WS-KURSI-RUANG ', ULANGI'
003745             GO TO 2500-EXIT
003746         END-IF
003750         IF WS-KAP-NUM > ZERO
003760             MOVE WS-KAP-NUM TO KAPASITAS-UJI OF UJIAN-WS
003770             SET FIELD-OK TO TRUE
003780             GO TO 2500-EXIT
003790         END-IF
003800     END-IF.
003810     SET FIELD-BAD TO TRUE.
003820     DISPLAY 'KURSI HARUS 1-999 / SEATS MUST BE 1-999, ULANGI'.
003830 2500-EXIT.
003840     EXIT.
003850*-----------------------------------------------------------
003860*3000-TAMBAH  -  ADD A ROOM TO AN EXAM OR CHANGE ONE ON
003870*FILE.  THE ROOM MUST BE REGISTERED, THEN THE THREE
003880*CLASH CHECKS; ANY FAILURE SAVES NOTHING.
003890*-----------------------------------------------------------
003900 3000-TAMBAH.
003910     PERFORM 3100-CEK-RUANG THRU 3100-EXIT.
003920     IF NOT RUANG-ADA
003930         DISPLAY 'RUANG TIDAK TERDAFTAR ATAU NONAKTIF / ROOM '
003940             'NOT REGISTERED OR NOT IN SERVICE'
003950         GO TO 3000-EXIT
003960     END-IF.
003970     IF UJIAN-FOUND
003980         MOVE UJIAN-RECORD TO UJIAN-WS
003990         DISPLAY 'UBAH / CHANGE - KOSONG = TETAP / BLANK KEEPS'
004000     ELSE
004010         MOVE ZERO TO SESI-UJI OF UJIAN-WS
004020         MOVE ZERO TO KAPASITAS-UJI OF UJIAN-WS
004021         IF RUANG-OPEN
004022             IF WS-KURSI-RUANG > 999
004023                 MOVE 999 TO KAPASITAS-UJI OF UJIAN-WS
004024             ELSE
004025                 MOVE WS-KURSI-RUANG TO KAPASITAS-UJI OF UJIAN-WS
004026             END-IF
004027         END-IF
004030         DISPLAY 'UJIAN / RUANG BARU - NEW EXAM ROOM'
004040     END-IF.
004050     SET FIELD-BAD TO TRUE.
004060     PERFORM 2300-ACCEPT-TGL THRU 2300-EXIT UNTIL FIELD-OK.
004070     SET FIELD-BAD TO TRUE.
004080     PERFORM 2400-ACCEPT-SESI THRU 2400-EXIT UNTIL FIELD-OK.
004090     SET FIELD-BAD TO TRUE.
004100     PERFORM 2500-ACCEPT-KAPASITAS THRU 2500-EXIT
004110         UNTIL FIELD-OK.
004120     PERFORM 3200-CEK-SLOT THRU 3200-EXIT.
004130     IF FIELD-BAD
004140         GO TO 3000-TOLAK
004150     END-IF.
004160     PERFORM 3400-CEK-MAHASISWA THRU 3400-EXIT.
004170     IF FIELD-BAD
004180         GO TO 3000-TOLAK
004190     END-IF.
004200     MOVE UJIAN-WS TO UJIAN-RECORD.
004210     MOVE SPACES TO WS-SUMMARY.
004220     IF UJIAN-FOUND
004230         REWRITE UJIAN-RECORD
004240         STRING 'EXAM CHANGED SMT=' WS-SEMESTER-IN
004250             ' ' WS-JENIS-IN ' MK=' KODE-MK OF UJIAN-WS
004260             ' R=' RUANG-UJI OF UJIAN-WS
004270             ' ' TGL-UJI OF UJIAN-WS '/' SESI-UJI OF UJIAN-WS
004280             DELIMITED BY SIZE INTO WS-SUMMARY
004290         CALL 'AUDITLOG' USING 'UJIMNT    ' 'UPD  ' WS-SUMMARY
004300     ELSE
004310         WRITE UJIAN-RECORD
004320         STRING 'EXAM ADDED SMT=' WS-SEMESTER-IN
004330             ' ' WS-JENIS-IN ' MK=' KODE-MK OF UJIAN-WS
004340             ' R=' RUANG-UJI OF UJIAN-WS
004350             ' ' TGL-UJI OF UJIAN-WS '/' SESI-UJI OF UJIAN-WS
004360             DELIMITED BY SIZE INTO WS-SUMMARY
004370         CALL 'AUDITLOG' USING 'UJIMNT    ' 'NEW  ' WS-SUMMARY
004380     END-IF.
004390     DISPLAY 'JADWAL UJIAN DISIMPAN / EXAM SCHEDULE SAVED'.
004400     GO TO 3000-EXIT.
004410 3000-TOLAK.
004420     DISPLAY 'TIDAK DISIMPAN / NOT SAVED'.
004430     MOVE SPACES TO WS-SUMMARY.
004440     STRING 'EXAM CLASH SMT=' WS-SEMESTER-IN
004450         ' ' WS-JENIS-IN ' MK=' KODE-MK OF UJIAN-WS
004460         ' ' TGL-UJI OF UJIAN-WS '/' SESI-UJI OF UJIAN-WS
004470         DELIMITED BY SIZE INTO WS-SUMMARY.
004480     CALL 'AUDITLOG' USING 'UJIMNT    ' 'DENY ' WS-SUMMARY.
004490 3000-EXIT.
004500     EXIT.
004510*-----------------------------------------------------------
004517*3100-CEK-RUANG  -  AN ACTIVE CODE ON THE ROOM MASTER.
004524*WITH NO ROOM MASTER, ONE THE JADMAST TIMETABLE BOOKS; THE
004531*TIMETABLE IS SHORT, SO IT IS WALKED.
004540*-----------------------------------------------------------
004550 3100-CEK-RUANG.
004560     MOVE 'N' TO WS-RUANG-SW.
004561     IF RUANG-OPEN
004562         MOVE RUANG-UJI OF UJIAN-WS TO KODE-RUANG OF RUANG-RECORD
004563         READ RUANG-FILE
004564             INVALID KEY
004565                 GO TO 3100-EXIT
004566         END-READ
004567         IF RUANG-AKTIF OF RUANG-RECORD
004568             SET RUANG-ADA TO TRUE
004569             MOVE KURSI-RUANG OF RUANG-RECORD TO WS-KURSI-RUANG
004570             DISPLAY 'RUANG: ' GEDUNG OF RUANG-RECORD
004571                 ' KURSI / SEATS ' WS-KURSI-RUANG
004572         END-IF
004573         GO TO 3100-EXIT
004574     END-IF.
004575     MOVE 'N' TO WS-EOF-SW.
004580     MOVE LOW-VALUES TO JADWAL-KEY OF JADWAL-RECORD.
004590     START JADWAL-FILE KEY NOT < JADWAL-KEY OF JADWAL-RECORD
004600         INVALID KEY
004610             SET SCAN-EOF TO TRUE
004620     END-START.
004630     PERFORM 3150-SATU-JADWAL THRU 3150-EXIT
004640         UNTIL SCAN-EOF OR RUANG-ADA.
004650 3100-EXIT.
004660     EXIT.
004670 3150-SATU-JADWAL.
004680     READ JADWAL-FILE NEXT RECORD
004690         AT END
004700             SET SCAN-EOF TO TRUE
004710             GO TO 3150-EXIT
004720     END-READ.
004730     IF RUANG OF JADWAL-RECORD = RUANG-UJI OF UJIAN-WS
004740         SET RUANG-ADA TO TRUE
004750     END-IF.
004760 3150-EXIT.
004770     EXIT.
004780*-----------------------------------------------------------
004790*3200-CEK-SLOT  -  WALK THE SEMESTER'S SCHEDULE (BOTH EXAM
004800*TYPES).  ANOTHER ROOM OF THE SAME EXAM MUST SIT AT THE SAME
004810*TIME, AND NO OTHER EXAM MAY HAVE THE ROOM AT THAT TIME.
004820*THE WALK REPLACES THE RECORD AREA, SO THE ENTRY BEING
004830*CHANGED IS RE-READ BEFORE ANY REWRITE.
004840*-----------------------------------------------------------
004850 3200-CEK-SLOT.
004860     SET FIELD-OK TO TRUE.
004870     MOVE 'N' TO WS-EOF-SW.
004880     MOVE LOW-VALUES TO UJIAN-KEY OF UJIAN-RECORD.
004890     MOVE WS-SEMESTER-IN TO SEMESTER-UJI OF UJIAN-RECORD.
004900     START UJIAN-FILE KEY NOT < UJIAN-KEY OF UJIAN-RECORD
004910         INVALID KEY
004920             SET SCAN-EOF TO TRUE
004930     END-START.
004940     PERFORM 3250-SATU-UJIAN THRU 3250-EXIT UNTIL SCAN-EOF.
004950     IF UJIAN-FOUND
004960         MOVE UJIAN-KEY OF UJIAN-WS TO UJIAN-KEY OF UJIAN-RECORD
004970         READ UJIAN-FILE
004980             INVALID KEY
004990                 SET UJIAN-NOT-FOUND TO TRUE
005000         END-READ
005010     END-IF.
005020 3200-EXIT.
005030     EXIT.
005040 3250-SATU-UJIAN.
005050     READ UJIAN-FILE NEXT RECORD
005060         AT END
005070             SET SCAN-EOF TO TRUE
005080             GO TO 3250-EXIT
005090     END-READ.
005100     IF SEMESTER-UJI OF UJIAN-RECORD NOT = WS-SEMESTER-IN
005110         SET SCAN-EOF TO TRUE
005120         GO TO 3250-EXIT
005130     END-IF.
005140     IF UJIAN-KEY OF UJIAN-RECORD = UJIAN-KEY OF UJIAN-WS
005150         GO TO 3250-EXIT
005160     END-IF.
005170     IF JENIS-UJI OF UJIAN-RECORD = WS-JENIS-IN
005180         AND KODE-MK OF UJIAN-RECORD = KODE-MK OF UJIAN-WS
005190         IF TGL-UJI OF UJIAN-RECORD NOT = TGL-UJI OF UJIAN-WS
005200             OR SESI-UJI OF UJIAN-RECORD
005210                 NOT = SESI-UJI OF UJIAN-WS
005220             SET FIELD-BAD TO TRUE
005230             DISPLAY 'RUANG LAIN UJIAN INI / OTHER ROOM OF THIS '
005240                 'EXAM ' RUANG-UJI OF UJIAN-RECORD ' SITS '
005250                 TGL-UJI OF UJIAN-RECORD ' SESI '
005260                 SESI-UJI OF UJIAN-RECORD
005270         END-IF
005280         GO TO 3250-EXIT
005290     END-IF.
005300     IF RUANG-UJI OF UJIAN-RECORD = RUANG-UJI OF UJIAN-WS
005310         AND TGL-UJI OF UJIAN-RECORD = TGL-UJI OF UJIAN-WS
005320         AND SESI-UJI OF UJIAN-RECORD = SESI-UJI OF UJIAN-WS
005330         SET FIELD-BAD TO TRUE
005340         DISPLAY 'RUANG TERPAKAI / ROOM TAKEN BY '
005350             KODE-MK OF UJIAN-RECORD
005360     END-IF.
005370 3250-EXIT.
005380     EXIT.
005390*-----------------------------------------------------------
005400*3400-CEK-MAHASISWA  -  WALK KRSMAST.  A STUDENT'S LINES FOR
005410*THE SEMESTER ARE TOGETHER IN THE KEY, SO EACH STUDENT'S
005420*COURSES ARE GATHERED; ONE WHO TAKES THIS COURSE HAS EACH OF
005430*THE OTHERS LOOKED UP ON THE SCHEDULE, AND ONE AT THE SAME
005440*DAY AND PERIOD IS A CLASH.  A LINE RETURNED BY THE ADVISOR
005450*(R) IS NOT A REGISTRATION.
005460*-----------------------------------------------------------
005470 3400-CEK-MAHASISWA.
005480     SET FIELD-OK TO TRUE.
005490     IF NOT KRS-OPEN
005500         GO TO 3400-EXIT
005510     END-IF.
005520     MOVE ZERO TO WS-BENTROK-COUNT.
005530     MOVE ZERO TO WS-MK-COUNT.
005540     MOVE 'N' TO WS-IKUT-SW.
005550     MOVE SPACES TO WS-PREV-NPM.
005560     MOVE 'N' TO WS-EOF-SW.
005570     MOVE LOW-VALUES TO KRS-KEY OF KRS-RECORD.
005580     START KRS-FILE KEY NOT < KRS-KEY OF KRS-RECORD
005590         INVALID KEY
005600             SET SCAN-EOF TO TRUE
005610     END-START.
005620     PERFORM 3450-SATU-KRS THRU 3450-EXIT UNTIL SCAN-EOF.
005630     PERFORM 3500-MHS-SELESAI THRU 3500-EXIT.
005640     IF UJIAN-FOUND
005650         MOVE UJIAN-KEY OF UJIAN-WS TO UJIAN-KEY OF UJIAN-RECORD
005660         READ UJIAN-FILE
005670             INVALID KEY
005680                 SET UJIAN-NOT-FOUND TO TRUE
005690         END-READ
005700     END-IF.
005710     IF WS-BENTROK-COUNT > ZERO
005720         SET FIELD-BAD TO TRUE
005730         MOVE WS-BENTROK-COUNT TO WS-BENTROK-DISP
005740         DISPLAY 'BENTROK / CLASHES FOR ' WS-BENTROK-DISP
005750             ' MAHASISWA / STUDENT(S)'
005760     END-IF.
005770 3400-EXIT.
005780     EXIT.
005790 3450-SATU-KRS.
005800     READ KRS-FILE NEXT RECORD
005810         AT END
005820             SET SCAN-EOF TO TRUE
005830             GO TO 3450-EXIT
005840     END-READ.
005850     IF SEMESTER-KRS OF KRS-RECORD NOT = WS-SEMESTER-IN
005860         OR STATUS-KRS OF KRS-RECORD = 'R'
005870         GO TO 3450-EXIT
005880     END-IF.
005890     IF NPM OF KRS-RECORD NOT = WS-PREV-NPM
005900         PERFORM 3500-MHS-SELESAI THRU 3500-EXIT
005910         MOVE NPM OF KRS-RECORD TO WS-PREV-NPM
005920         MOVE ZERO TO WS-MK-COUNT
005930         MOVE 'N' TO WS-IKUT-SW
005940     END-IF.
005950     IF KODE-MK OF KRS-RECORD = KODE-MK OF UJIAN-WS
005960         SET MHS-IKUT TO TRUE
005970         GO TO 3450-EXIT
005980     END-IF.
005990     IF WS-MK-COUNT < 30
006000         ADD 1 TO WS-MK-COUNT
006010         MOVE KODE-MK OF KRS-RECORD TO WS-MK-KODE(WS-MK-COUNT)
006020     END-IF.
006030 3450-EXIT.
006040     EXIT.
006050*-----------------------------------------------------------
006060*3500-MHS-SELESAI  -  THE STUDENT JUST GATHERED: IF THEY
006070*TAKE THIS COURSE, LOOK UP EACH OF THEIR OTHER EXAMS.
006080*-----------------------------------------------------------
006090 3500-MHS-SELESAI.
006100     IF NOT MHS-IKUT OR WS-MK-COUNT = ZERO
006110         GO TO 3500-EXIT
006120     END-IF.
006130     PERFORM 3550-CEK-MK THRU 3550-EXIT
006140         VARYING WS-MK-IX FROM 1 BY 1
006150         UNTIL WS-MK-IX > WS-MK-COUNT.
006160 3500-EXIT.
006170     EXIT.
006180 3550-CEK-MK.
006190     MOVE WS-SEMESTER-IN TO SEMESTER-UJI OF UJIAN-RECORD.
006200     MOVE WS-JENIS-IN TO JENIS-UJI OF UJIAN-RECORD.
006210     MOVE WS-MK-KODE(WS-MK-IX) TO KODE-MK OF UJIAN-RECORD.
006220     MOVE LOW-VALUES TO RUANG-UJI OF UJIAN-RECORD.
006230     START UJIAN-FILE KEY NOT < UJIAN-KEY OF UJIAN-RECORD
006240         INVALID KEY
006250             GO TO 3550-EXIT
006260     END-START.
006270     READ UJIAN-FILE NEXT RECORD
006280         AT END
006290             GO TO 3550-EXIT
006300     END-READ.
006310     IF SEMESTER-UJI OF UJIAN-RECORD NOT = WS-SEMESTER-IN
006320         OR JENIS-UJI OF UJIAN-RECORD NOT = WS-JENIS-IN
006330         OR KODE-MK OF UJIAN-RECORD NOT = WS-MK-KODE(WS-MK-IX)
006340         GO TO 3550-EXIT
006350     END-IF.
006360     IF TGL-UJI OF UJIAN-RECORD = TGL-UJI OF UJIAN-WS
006370         AND SESI-UJI OF UJIAN-RECORD = SESI-UJI OF UJIAN-WS
006380         ADD 1 TO WS-BENTROK-COUNT
006390         IF WS-BENTROK-COUNT < 6
006400             DISPLAY '  BENTROK / CLASH NPM ' WS-PREV-NPM
006410                 ' DENGAN / WITH ' KODE-MK OF UJIAN-RECORD
006420         END-IF
006430     END-IF.
006440 3550-EXIT.
006450     EXIT.
006460*-----------------------------------------------------------
006470*4000-HAPUS  -  DELETE ONE ROOM OF AN EXAM AFTER
006480*CONFIRMATION.
006490*-----------------------------------------------------------
006500 4000-HAPUS.
006510     IF UJIAN-NOT-FOUND
006520         DISPLAY 'UJIAN TIDAK ADA / EXAM ROOM NOT ON FILE'
006530         GO TO 4000-EXIT
006540     END-IF.
006550     DISPLAY 'HAPUS ' KODE-MK OF UJIAN-RECORD ' RUANG '
006560         RUANG-UJI OF UJIAN-RECORD ' ' TGL-UJI OF UJIAN-RECORD
006570         '? (Y/T) : ' WITH NO ADVANCING.
006580     MOVE SPACE TO WS-YAKIN-SW.
006590     ACCEPT WS-YAKIN-SW.
006600     IF NOT YAKIN
006610         DISPLAY 'DIBATALKAN / CANCELLED'
006620         GO TO 4000-EXIT
006630     END-IF.
006640     DELETE UJIAN-FILE.
006650     DISPLAY 'UJIAN DIHAPUS / EXAM ROOM DELETED'.
006660     MOVE SPACES TO WS-SUMMARY.
006670     STRING 'EXAM DELETED SMT=' WS-SEMESTER-IN
006680         ' ' WS-JENIS-IN ' MK=' KODE-MK OF UJIAN-RECORD
006690         ' R=' RUANG-UJI OF UJIAN-RECORD
006700         DELIMITED BY SIZE INTO WS-SUMMARY.
006710     CALL 'AUDITLOG' USING 'UJIMNT    ' 'DEL  ' WS-SUMMARY.
006720 4000-EXIT.
006730     EXIT.
006740*-----------------------------------------------------------
006750*5000-INFO  -  THE SEMESTER'S UTS OR UAS SCHEDULE IN COURSE
006760*AND ROOM ORDER.
006770*-----------------------------------------------------------
006780 5000-INFO.
006790     MOVE ZERO TO WS-UJI-COUNT.
006800     MOVE 'N' TO WS-EOF-SW.
006810     MOVE LOW-VALUES TO UJIAN-KEY OF UJIAN-RECORD.
006820     MOVE WS-SEMESTER-IN TO SEMESTER-UJI OF UJIAN-RECORD.
006830     MOVE WS-JENIS-IN TO JENIS-UJI OF UJIAN-RECORD.
006840     START UJIAN-FILE KEY NOT < UJIAN-KEY OF UJIAN-RECORD
006850         INVALID KEY
006860             SET SCAN-EOF TO TRUE
006870     END-START.
006880     DISPLAY 'KODE MK  RUANG    TANGGAL    SESI KURSI'.
006890     PERFORM 5100-SATU-UJIAN THRU 5100-EXIT UNTIL SCAN-EOF.
006900     IF WS-UJI-COUNT = ZERO
006910         DISPLAY 'JADWAL UJIAN KOSONG / NO EXAMS SCHEDULED'
006920     END-IF.
006930 5000-EXIT.
006940     EXIT.
006950 5100-SATU-UJIAN.
006960     READ UJIAN-FILE NEXT RECORD
006970         AT END
006980             SET SCAN-EOF TO TRUE
006990             GO TO 5100-EXIT
007000     END-READ.
007010     IF SEMESTER-UJI OF UJIAN-RECORD NOT = WS-SEMESTER-IN
007020         OR JENIS-UJI OF UJIAN-RECORD NOT = WS-JENIS-IN
007030         SET SCAN-EOF TO TRUE
007040         GO TO 5100-EXIT
007050     END-IF.
007060     ADD 1 TO WS-UJI-COUNT.
007070     DISPLAY KODE-MK OF UJIAN-RECORD ' '
007080         RUANG-UJI OF UJIAN-RECORD ' '
007090         TGL-UJI OF UJIAN-RECORD '  '
007100         SESI-UJI OF UJIAN-RECORD '   '
007110         KAPASITAS-UJI OF UJIAN-RECORD.
007120 5100-EXIT.
007130     EXIT.
007140*-----------------------------------------------------------
007150*9000-TERMINATE
007160*-----------------------------------------------------------
007170 9000-TERMINATE.
007180     CLOSE UJIAN-FILE.
007190     CLOSE MK-FILE.
007200     CLOSE JADWAL-FILE.
007210     IF KRS-OPEN
007220         CLOSE KRS-FILE
007230     END-IF.
007232     IF RUANG-OPEN
007234         CLOSE RUANG-FILE
007236     END-IF.
007240     DISPLAY 'PROGRAM SELESAI / PROGRAM FINISHED'.
007250     MOVE 'SESSION ENDED' TO WS-SUMMARY.
007260     CALL 'AUDITLOG' USING 'UJIMNT    ' 'END  ' WS-SUMMARY.
007270     GOBACK.
007280 9000-EXIT.
007290     EXIT.
