000010*-----------------------------------------------------------
000020*UJIKRT  -  EXAM SEAT ALLOCATION AND EXAM CARDS (KARTU UJIAN)
000030*-----------------------------------------------------------
000040*BUILDS THE KARTU UJIAN FOR A SEMESTER'S UTS OR UAS.  THE
000050*EXAMS ON THE UJIMST SCHEDULE (SEE UJIMNT) ARE LOADED WITH
000060*THEIR ROOMS AND SEATS, THEN KRSMAST IS WALKED A STUDENT AT
000070*A TIME (LINES RETURNED BY THE ADVISOR, R, AND THOSE STILL
000080*WAITING FOR APPROVAL, P, ARE NOT REGISTRATIONS).  EACH
000090*REGISTERED COURSE THAT HAS AN EXAM GOES ON THE CARD WHEN -
000100*- THE SEMESTER'S TAGMAST BILL IS PAID IN FULL, OR THE
000110*  CICMAST PAYMENT PLAN FOR IT IS CURRENT (NO INSTALLMENT
000120*  FLAGGED LATE OR UNPAID PAST ITS DUE DATE), AND
000130*- THE ABSELIG FILE (SEE ABSRPT) SAYS Y FOR THE COURSE, AND
000140*- A SEAT IS LEFT IN ONE OF THE EXAM'S ROOMS (ROOMS ARE
000150*  FILLED IN KEY ORDER, SEATS NUMBERED FROM 1).
000160*A COURSE THAT FAILS ANY OF THESE IS LEFT OFF THE CARD AND
000170*GOES ON THE UJIBLK BARRED LIST FOR THE EXAM COMMITTEE WITH
000180*THE REASON.  TWO EXAMS ON A CARD AT THE SAME DAY AND PERIOD
000190*(A SCHEDULE CHANGED AFTER THE KRS WAS TAKEN) ARE MARKED
000200*BENTROK ON THE CARD, LISTED ON UJIBLK, AND END THE RUN RC 4
000210*SO THE SCHEDULE IS PUT RIGHT.  NO SCHEDULE, KRS, ABSELIG OR
000220*TAGMAST FILE ENDS THE RUN RC 8.  SYSIN: THE SEMESTER (BLANK
000230*TAKES THE CURRENT ONE), THEN THE EXAM TYPE, T = UTS OR
000240*A = UAS.  CARDS ON UJIKRT, BARRED LIST ON UJIBLK.
000250*-----------------------------------------------------------
000260*MODIFICATION HISTORY
000270*DATE       INIT  DESCRIPTION
000280*10/15/2026 RSD   ORIGINAL.
000283*10/15/2026 RSD   WS-PREV-NPM AND WS-MK-COUNT START AS
000286*SPACES AND ZERO FOR THE FIRST NPM BREAK.
000290*-----------------------------------------------------------
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. UJIKRT.
000320 AUTHOR. RASYID.
000330 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000340 DATE-WRITTEN. 10/15/2026.
000350 DATE-COMPILED.
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT UJIAN-FILE ASSIGN TO 'UJIMST'
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS UJIAN-KEY OF UJIAN-RECORD
000430         FILE STATUS IS WS-UFS.
000440     SELECT KRS-FILE ASSIGN TO 'KRSMAST'
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS KRS-KEY OF KRS-RECORD
000480         FILE STATUS IS WS-KRSFS.
000490     SELECT ELIG-FILE ASSIGN TO 'ABSELIG'
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS ELIG-KEY OF ELIG-RECORD
000530         FILE STATUS IS WS-EFS.
000540     SELECT TAGIHAN-FILE ASSIGN TO 'TAGMAST'
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS TAGIHAN-KEY OF TAGIHAN-RECORD
000580         FILE STATUS IS WS-TFS.
000590     SELECT CICIL-FILE ASSIGN TO 'CICMAST'
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS CICIL-KEY OF CICIL-RECORD
000630         FILE STATUS IS WS-CFS.
000640     SELECT MHS-FILE ASSIGN TO 'MHSMAST'
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS NPM OF MHS-RECORD
000680         FILE STATUS IS WS-FS.
000690     SELECT MK-FILE ASSIGN TO 'MKMAST'
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS KODE-MK OF MK-RECORD
000730         FILE STATUS IS WS-MKFS.
000740     SELECT KARTU-RPT ASSIGN TO 'UJIKRT'
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-RPT-FS.
000770     SELECT BLOKIR-RPT ASSIGN TO 'UJIBLK'
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-BLK-FS.
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  UJIAN-FILE.
000830 01  UJIAN-RECORD.
000840         COPY UJIREC.
000850 FD  KRS-FILE.
000860 01  KRS-RECORD.
000870         COPY KRSREC.
000880 FD  ELIG-FILE.
000890 01  ELIG-RECORD.
000900         COPY ELIGREC.
000910 FD  TAGIHAN-FILE.
000920 01  TAGIHAN-RECORD.
000930         COPY TAGREC.
000940 FD  CICIL-FILE.
000950 01  CICIL-RECORD.
000960         COPY CICREC.
000970 FD  MHS-FILE.
000980 01  MHS-RECORD.
000990         COPY MHSREC.
001000 FD  MK-FILE.
001010 01  MK-RECORD.
001020         COPY MKREC.
001030 FD  KARTU-RPT.
001040 01  RPT-LINE                    PIC X(100).
001050 FD  BLOKIR-RPT.
001060 01  BLK-LINE                    PIC X(100).
001070 WORKING-STORAGE SECTION.
001080 01  WS-UFS                      PIC X(02).
001090 01  WS-KRSFS                    PIC X(02).
001100 01  WS-EFS                      PIC X(02).
001110 01  WS-TFS                      PIC X(02).
001120 01  WS-CFS                      PIC X(02).
001130 01  WS-FS                       PIC X(02).
001140 01  WS-MKFS                     PIC X(02).
001150 01  WS-RPT-FS                   PIC X(02).
001160 01  WS-BLK-FS                   PIC X(02).
001170 01  WS-CICIL-OPEN-SW            PIC X(01) VALUE 'N'.
001180         88  CICIL-OPEN                   VALUE 'Y'.
001190 01  WS-UJI-EOF-SW               PIC X(01) VALUE 'N'.
001200         88  UJI-EOF                      VALUE 'Y'.
001210 01  WS-KRS-EOF-SW               PIC X(01) VALUE 'N'.
001220         88  KRS-EOF                      VALUE 'Y'.
001230 01  WS-CICIL-EOF-SW             PIC X(01).
001240         88  CICIL-EOF                    VALUE 'Y'.
001250 01  WS-BAYAR-SW                 PIC X(01).
001260         88  BAYAR-OK                     VALUE 'Y'.
001270 01  WS-RENCANA-SW               PIC X(01).
001280         88  RENCANA-ADA                  VALUE 'Y'.
001290 01  WS-SEMESTER                 PIC 9(02).
001300 01  WS-SEMESTER-IN              PIC X(02).
001310 01  WS-JENIS-IN                 PIC X(01).
001320         88  JENIS-UTS                    VALUE 'T'.
001330         88  JENIS-VALID                  VALUE 'T' 'A'.
001340 01  WS-JENIS-NAMA               PIC X(03).
001350 01  WS-KAL-HASIL                PIC X(01).
001360 01  WS-KAL-RECORD.
001370         COPY KALREC.
001380 01  WS-RC                       PIC 9(02) VALUE ZERO.
001390 01  WS-SYSDATE                  PIC 9(08).
001400 01  WS-TODAY                    PIC X(10).
001410*-----------------------------------------------------------
001420*THE SEMESTER'S SCHEDULE FOR THE EXAM TYPE, ONE ENTRY PER
001430*ROOM IN COURSE AND ROOM ORDER, WITH THE SEATS GIVEN OUT.
001440*-----------------------------------------------------------
001450 01  WS-UJI-TABLE.
001460         05  WS-UJI-ENTRY OCCURS 300 TIMES.
001470             10  WS-UJI-MK           PIC X(08).
001480             10  WS-UJI-RUANG        PIC X(08).
001490             10  WS-UJI-TGL          PIC X(10).
001500             10  WS-UJI-SESI         PIC 9(01).
001510             10  WS-UJI-KAP          PIC 9(03).
001520             10  WS-UJI-PAKAI        PIC 9(03).
001530 01  WS-UJI-MAX                  PIC 9(03) COMP VALUE ZERO.
001540 01  WS-UJI-X                    PIC 9(03) COMP.
001550 01  WS-UJI-HIT                  PIC 9(03) COMP.
001560 01  WS-UJI-KURSI                PIC 9(03) COMP.
001570*-----------------------------------------------------------
001580*ONE STUDENT'S REGISTERED COURSES, THEN THE LINES OF THEIR
001590*CARD.
001600*-----------------------------------------------------------
001610 01  WS-PREV-NPM                 PIC X(08) VALUE SPACES.
001620 01  WS-MK-TABLE.
001630         05  WS-MK-KODE OCCURS 30 TIMES PIC X(08).
001640 01  WS-MK-COUNT                 PIC 9(02) COMP VALUE ZERO.
001650 01  WS-MK-X                     PIC 9(02) COMP.
001660 01  WS-KRT-TABLE.
001670         05  WS-KRT-ENTRY OCCURS 30 TIMES.
001680             10  WS-KRT-MK           PIC X(08).
001690             10  WS-KRT-RUANG        PIC X(08).
001700             10  WS-KRT-TGL          PIC X(10).
001710             10  WS-KRT-SESI         PIC 9(01).
001720             10  WS-KRT-KURSI        PIC 9(03).
001730             10  WS-KRT-BENTROK      PIC X(01).
001740 01  WS-KRT-COUNT                PIC 9(02) COMP.
001750 01  WS-KRT-X                    PIC 9(02) COMP.
001760 01  WS-KRT-Y                    PIC 9(02) COMP.
001770 01  WS-ALASAN                   PIC X(40).
001780 01  WS-ALASAN-BAYAR             PIC X(40).
001790 01  WS-NAMA-MHS                 PIC X(35).
001800 01  WS-KELAS-MHS                PIC X(05).
001810 01  WS-NAMA-MK                  PIC X(25).
001820 01  WS-JAM-SESI                 PIC X(05).
001830 01  WS-BENTROK-DISP             PIC X(09).
001840 01  WS-KURSI-DISP               PIC ZZ9.
001850 01  WS-HADIR-DISP               PIC ZZ9.
001860 01  WS-KARTU-COUNT              PIC 9(05) VALUE ZERO.
001870 01  WS-BARIS-COUNT              PIC 9(05) VALUE ZERO.
001880 01  WS-BLOKIR-COUNT             PIC 9(05) VALUE ZERO.
001890 01  WS-BENTROK-COUNT            PIC 9(05) VALUE ZERO.
001900 01  WS-COUNT-DISP               PIC ZZZZ9.
001910 01  WS-SUMMARY                  PIC X(60).
001920*-----------------------------------------------------------
001930*0000-MAINLINE
001940*-----------------------------------------------------------
001950 PROCEDURE DIVISION.
001960 0000-MAINLINE.
001970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001980     PERFORM 2000-READ-KRS THRU 2000-EXIT.
001990     PERFORM 2100-KUMPUL-KRS THRU 2100-EXIT UNTIL KRS-EOF.
002000     PERFORM 3000-PROSES-MHS THRU 3000-EXIT.
002010     PERFORM 8000-TOTAL THRU 8000-EXIT.
002020     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002030*-----------------------------------------------------------
002040*1000-INITIALIZE  -  SEMESTER AND EXAM TYPE FROM SYSIN, THEN
002050*THE FILES.  CICMAST IS OPTIONAL: NO PLAN FILE MEANS ONLY A
002060*BILL PAID IN FULL OPENS THE CARD.
002070*-----------------------------------------------------------
002080 1000-INITIALIZE.
002090     DISPLAY 'SEMESTER (01-14) : ' WITH NO ADVANCING.
002100     PERFORM 1050-PILIH-SEMESTER THRU 1050-EXIT.
002110     DISPLAY 'JENIS (T=UTS A=UAS) : ' WITH NO ADVANCING.
002120     MOVE SPACE TO WS-JENIS-IN.
002130     ACCEPT WS-JENIS-IN.
002140     IF NOT JENIS-VALID
002150         DISPLAY 'UJIKRT: JENIS HARUS T ATAU A / TYPE MUST BE '
002160             'T OR A'
002170         MOVE 8 TO RETURN-CODE
002180         STOP RUN
002190     END-IF.
002200     IF JENIS-UTS
002210         MOVE 'UTS' TO WS-JENIS-NAMA
002220     ELSE
002230         MOVE 'UAS' TO WS-JENIS-NAMA
002240     END-IF.
002250     OPEN INPUT UJIAN-FILE.
002260     IF WS-UFS NOT = '00'
002270         DISPLAY 'UJIKRT: UJIMST TIDAK ADA / NOT FOUND'
002280         DISPLAY 'JALANKAN UJIMNT DULU / RUN UJIMNT FIRST'
002290         MOVE 8 TO RETURN-CODE
002300         STOP RUN
002310     END-IF.
002320     OPEN INPUT KRS-FILE.
002330     IF WS-KRSFS NOT = '00'
002340         DISPLAY 'UJIKRT: KRSMAST TIDAK ADA / NOT FOUND'
002350         CLOSE UJIAN-FILE
002360         MOVE 8 TO RETURN-CODE
002370         STOP RUN
002380     END-IF.
002390     OPEN INPUT ELIG-FILE.
002400     IF WS-EFS NOT = '00'
002410         DISPLAY 'UJIKRT: ABSELIG TIDAK ADA / NOT FOUND'
002420         DISPLAY 'JALANKAN ABSRPT DULU / RUN ABSRPT FIRST'
002430         CLOSE UJIAN-FILE
002440         CLOSE KRS-FILE
002450         MOVE 8 TO RETURN-CODE
002460         STOP RUN
002470     END-IF.
002480     OPEN INPUT TAGIHAN-FILE.
002490     IF WS-TFS NOT = '00'
002500         DISPLAY 'UJIKRT: TAGMAST TIDAK ADA / NOT FOUND'
002510         CLOSE UJIAN-FILE
002520         CLOSE KRS-FILE
002530         CLOSE ELIG-FILE
002540         MOVE 8 TO RETURN-CODE
002550         STOP RUN
002560     END-IF.
002570     OPEN INPUT CICIL-FILE.
002580     IF WS-CFS = '00'
002590         MOVE 'Y' TO WS-CICIL-OPEN-SW
002600     ELSE
002610         MOVE 'N' TO WS-CICIL-OPEN-SW
002620     END-IF.
002630     OPEN INPUT MHS-FILE.
002640     OPEN INPUT MK-FILE.
002650     OPEN OUTPUT KARTU-RPT.
002660     OPEN OUTPUT BLOKIR-RPT.
002670     ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
002680     MOVE SPACES TO WS-TODAY.
002690     STRING WS-SYSDATE(1:4) '-' WS-SYSDATE(5:2)
002700         '-' WS-SYSDATE(7:2) DELIMITED BY SIZE
002710         INTO WS-TODAY.
002720     PERFORM 1100-MUAT-UJIAN THRU 1100-EXIT.
002730     MOVE SPACES TO BLK-LINE.
002740     STRING 'DAFTAR TIDAK BOLEH UJIAN / BARRED FROM EXAMS - '
002750         WS-JENIS-NAMA ' SEMESTER ' WS-SEMESTER
002760         DELIMITED BY SIZE INTO BLK-LINE.
002770     WRITE BLK-LINE.
002780     MOVE SPACES TO BLK-LINE.
002790     STRING 'UNTUK PANITIA UJIAN / FOR THE EXAM COMMITTEE'
002800         '   TANGGAL : ' WS-TODAY
002810         DELIMITED BY SIZE INTO BLK-LINE.
002820     WRITE BLK-LINE.
002830     MOVE ALL '=' TO BLK-LINE.
002840     WRITE BLK-LINE.
002850     MOVE SPACES TO BLK-LINE.
002860     STRING 'NPM       NAMA                                 '
002870         'KODE MK   ALASAN / REASON'
002880         DELIMITED BY SIZE INTO BLK-LINE.
002890     WRITE BLK-LINE.
002900     MOVE SPACES TO WS-SUMMARY.
002910     STRING 'EXAM CARDS STARTED SMT=' WS-SEMESTER
002920         ' ' WS-JENIS-NAMA
002930         DELIMITED BY SIZE INTO WS-SUMMARY.
002940     CALL 'AUDITLOG' USING 'UJIKRT    ' 'START' WS-SUMMARY.
002950 1000-EXIT.
002960     EXIT.
002970*-----------------------------------------------------------
002980*1050-PILIH-SEMESTER  -  THE SEMESTER KEYED, OR WHEN LEFT
002990*BLANK (OR 00) THE CURRENT SEMESTER ON THE KALMST ACADEMIC
003000*CALENDAR (SEE KALCEK).  NO CURRENT SEMESTER ENDS THE RUN.
003010*-----------------------------------------------------------
003020 1050-PILIH-SEMESTER.
003030     MOVE SPACES TO WS-SEMESTER-IN.
003040     ACCEPT WS-SEMESTER-IN.
003050     IF WS-SEMESTER-IN(2:1) = SPACE
003060         AND WS-SEMESTER-IN(1:1) NOT = SPACE
003070         MOVE WS-SEMESTER-IN(1:1) TO WS-SEMESTER-IN(2:1)
003080         MOVE '0' TO WS-SEMESTER-IN(1:1)
003090     END-IF.
003100     IF WS-SEMESTER-IN NOT = SPACES
003110         AND WS-SEMESTER-IN NOT = '00'
003120         IF WS-SEMESTER-IN NOT NUMERIC
003130             DISPLAY 'UJIKRT: SEMESTER TIDAK SAH / BAD SEMESTER'
003140             MOVE 8 TO RETURN-CODE
003150             STOP RUN
003160         END-IF
003170         MOVE WS-SEMESTER-IN TO WS-SEMESTER
003180         GO TO 1050-EXIT
003190     END-IF.
003200     MOVE ZERO TO WS-SEMESTER.
003210     CALL 'KALCEK' USING WS-SEMESTER WS-KAL-RECORD WS-KAL-HASIL.
003220     IF WS-KAL-HASIL NOT = 'Y'
003230         DISPLAY 'UJIKRT: SEMESTER BERJALAN TIDAK ADA / '
003240             'NO CURRENT SEMESTER ON CALENDAR'
003250         MOVE 8 TO RETURN-CODE
003260         STOP RUN
003270     END-IF.
003280     DISPLAY 'SEMESTER BERJALAN / CURRENT SEMESTER : ' WS-SEMESTER
003290         ' ' KET-KAL OF WS-KAL-RECORD.
003300 1050-EXIT.
003310     EXIT.
003320*-----------------------------------------------------------
003330*1100-MUAT-UJIAN  -  LOAD THE SEMESTER'S SCHEDULE FOR THE
003340*EXAM TYPE.  MORE THAN 300 ROOMS IS MORE THAN ANY SEMESTER
003350*HAS SEEN; THE REST ARE REPORTED AND LEFT OFF.
003360*-----------------------------------------------------------
003370 1100-MUAT-UJIAN.
003380     MOVE LOW-VALUES TO UJIAN-KEY OF UJIAN-RECORD.
003390     MOVE WS-SEMESTER TO SEMESTER-UJI OF UJIAN-RECORD.
003400     MOVE WS-JENIS-IN TO JENIS-UJI OF UJIAN-RECORD.
003410     START UJIAN-FILE KEY NOT < UJIAN-KEY OF UJIAN-RECORD
003420         INVALID KEY
003430             SET UJI-EOF TO TRUE
003440     END-START.
003450     PERFORM 1150-SATU-UJIAN THRU 1150-EXIT UNTIL UJI-EOF.
003460     IF WS-UJI-MAX = ZERO
003470         DISPLAY 'UJIKRT: JADWAL UJIAN KOSONG / NO EXAMS '
003480             'SCHEDULED'
003490     END-IF.
003500 1100-EXIT.
003510     EXIT.
003520 1150-SATU-UJIAN.
003530     READ UJIAN-FILE NEXT RECORD
003540         AT END
003550             SET UJI-EOF TO TRUE
003560             GO TO 1150-EXIT
003570     END-READ.
003580     IF SEMESTER-UJI OF UJIAN-RECORD NOT = WS-SEMESTER
003590         OR JENIS-UJI OF UJIAN-RECORD NOT = WS-JENIS-IN
003600         SET UJI-EOF TO TRUE
003610         GO TO 1150-EXIT
003620     END-IF.
003630     IF WS-UJI-MAX NOT < 300
003640         DISPLAY 'UJIKRT: TABEL UJIAN PENUH / TABLE FULL - '
003650             KODE-MK OF UJIAN-RECORD ' '
003660             RUANG-UJI OF UJIAN-RECORD ' DILEWATI / SKIPPED'
003670         MOVE 4 TO WS-RC
003680         GO TO 1150-EXIT
003690     END-IF.
003700     ADD 1 TO WS-UJI-MAX.
003710     MOVE KODE-MK OF UJIAN-RECORD TO WS-UJI-MK(WS-UJI-MAX).
003720     MOVE RUANG-UJI OF UJIAN-RECORD TO WS-UJI-RUANG(WS-UJI-MAX).
003730     MOVE TGL-UJI OF UJIAN-RECORD TO WS-UJI-TGL(WS-UJI-MAX).
003740     MOVE SESI-UJI OF UJIAN-RECORD TO WS-UJI-SESI(WS-UJI-MAX).
003750     MOVE KAPASITAS-UJI OF UJIAN-RECORD
003760         TO WS-UJI-KAP(WS-UJI-MAX).
003770     MOVE ZERO TO WS-UJI-PAKAI(WS-UJI-MAX).
003780 1150-EXIT.
003790     EXIT.
003800 2000-READ-KRS.
003810     READ KRS-FILE NEXT RECORD
003820         AT END
003830             SET KRS-EOF TO TRUE
003840     END-READ.
003850 2000-EXIT.
003860     EXIT.
003870*-----------------------------------------------------------
003880*2100-KUMPUL-KRS  -  GATHER ONE STUDENT'S APPROVED LINES FOR
003890*THE SEMESTER; A NEW NPM CLOSES OFF THE STUDENT BEFORE.
003900*-----------------------------------------------------------
003910 2100-KUMPUL-KRS.
003920     IF SEMESTER-KRS OF KRS-RECORD NOT = WS-SEMESTER
003930         OR STATUS-KRS OF KRS-RECORD = 'R'
003940         OR STATUS-KRS OF KRS-RECORD = 'P'
003950         GO TO 2100-BACA
003960     END-IF.
003970     IF NPM OF KRS-RECORD NOT = WS-PREV-NPM
003980         PERFORM 3000-PROSES-MHS THRU 3000-EXIT
003990         MOVE NPM OF KRS-RECORD TO WS-PREV-NPM
004000         MOVE ZERO TO WS-MK-COUNT
004010     END-IF.
004020     IF WS-MK-COUNT < 30
004030         ADD 1 TO WS-MK-COUNT
004040         MOVE KODE-MK OF KRS-RECORD TO WS-MK-KODE(WS-MK-COUNT)
004050     END-IF.
004060 2100-BACA.
004070     PERFORM 2000-READ-KRS THRU 2000-EXIT.
004080 2100-EXIT.
004090     EXIT.
004100*-----------------------------------------------------------
004110*3000-PROSES-MHS  -  ONE STUDENT: PAYMENT ONCE, THEN EACH
004120*COURSE WITH AN EXAM IS EITHER SEATED ON THE CARD OR
004130*BARRED; THEN THE CLASH CHECK AND THE CARD ITSELF.
004140*-----------------------------------------------------------
004150 3000-PROSES-MHS.
004160     IF WS-PREV-NPM = SPACES OR WS-MK-COUNT = ZERO
004170         GO TO 3000-EXIT
004180     END-IF.
004190     MOVE WS-PREV-NPM TO NPM OF MHS-RECORD.
004200     READ MHS-FILE
004210         INVALID KEY
004220             CONTINUE
004230     END-READ.
004240     IF WS-FS = '00'
004250         MOVE NAMA OF MHS-RECORD TO WS-NAMA-MHS
004260         MOVE KELAS OF MHS-RECORD TO WS-KELAS-MHS
004270     ELSE
004280         MOVE '(TIDAK TERDAFTAR / NOT REGISTERED)' TO WS-NAMA-MHS
004290         MOVE SPACES TO WS-KELAS-MHS
004300     END-IF.
004310     PERFORM 3100-CEK-BAYAR THRU 3100-EXIT.
004320     MOVE ZERO TO WS-KRT-COUNT.
004330     PERFORM 3200-SATU-MK THRU 3200-EXIT
004340         VARYING WS-MK-X FROM 1 BY 1
004350         UNTIL WS-MK-X > WS-MK-COUNT.
004360     IF WS-KRT-COUNT = ZERO
004370         GO TO 3000-EXIT
004380     END-IF.
004390     PERFORM 3500-CEK-BENTROK THRU 3500-EXIT
004400         VARYING WS-KRT-X FROM 2 BY 1
004410         UNTIL WS-KRT-X > WS-KRT-COUNT.
004420     PERFORM 4000-CETAK-KARTU THRU 4000-EXIT.
004430 3000-EXIT.
004440     EXIT.
004450*-----------------------------------------------------------
004460*3100-CEK-BAYAR  -  PAID IN FULL, OR ON A CURRENT PLAN: AT
004470*LEAST ONE INSTALLMENT, NONE FLAGGED LATE BY DENDA AND NONE
004480*UNPAID PAST ITS DUE DATE.
004490*-----------------------------------------------------------
004500 3100-CEK-BAYAR.
004510     MOVE 'N' TO WS-BAYAR-SW.
004520     MOVE WS-PREV-NPM TO NPM OF TAGIHAN-RECORD.
004530     MOVE WS-SEMESTER TO SEMESTER-TAG OF TAGIHAN-RECORD.
004540     READ TAGIHAN-FILE
004550         INVALID KEY
004560             MOVE 'TAGIHAN TIDAK ADA / NO TUITION BILL'
004570                 TO WS-ALASAN-BAYAR
004580             GO TO 3100-EXIT
004590     END-READ.
004600     IF JUMLAH-BAYAR OF TAGIHAN-RECORD
004610         NOT < JUMLAH-TAGIHAN OF TAGIHAN-RECORD
004620         SET BAYAR-OK TO TRUE
004630         GO TO 3100-EXIT
004640     END-IF.
004650     MOVE 'BELUM LUNAS / TUITION UNPAID' TO WS-ALASAN-BAYAR.
004660     IF NOT CICIL-OPEN
004670         GO TO 3100-EXIT
004680     END-IF.
004690     MOVE 'N' TO WS-RENCANA-SW.
004700     MOVE 'N' TO WS-CICIL-EOF-SW.
004710     MOVE WS-PREV-NPM TO NPM OF CICIL-RECORD.
004720     MOVE WS-SEMESTER TO SEMESTER-CIC OF CICIL-RECORD.
004730     MOVE ZERO TO CICIL-NO OF CICIL-RECORD.
004740     START CICIL-FILE KEY NOT < CICIL-KEY OF CICIL-RECORD
004750         INVALID KEY
004760             SET CICIL-EOF TO TRUE
004770     END-START.
004780     SET BAYAR-OK TO TRUE.
004790     PERFORM 3150-SATU-CICIL THRU 3150-EXIT
004800         UNTIL CICIL-EOF OR NOT BAYAR-OK.
004810     IF NOT RENCANA-ADA
004820         MOVE 'N' TO WS-BAYAR-SW
004830     END-IF.
004840 3100-EXIT.
004850     EXIT.
004860 3150-SATU-CICIL.
004870     READ CICIL-FILE NEXT RECORD
004880         AT END
004890             SET CICIL-EOF TO TRUE
004900             GO TO 3150-EXIT
004910     END-READ.
004920     IF NPM OF CICIL-RECORD NOT = WS-PREV-NPM
004930         OR SEMESTER-CIC OF CICIL-RECORD NOT = WS-SEMESTER
004940         SET CICIL-EOF TO TRUE
004950         GO TO 3150-EXIT
004960     END-IF.
004970     SET RENCANA-ADA TO TRUE.
004980     IF STATUS-CIC OF CICIL-RECORD = 'L'
004990         OR (BAYAR-CICIL OF CICIL-RECORD
005000                 < JUMLAH-CICIL OF CICIL-RECORD
005010             AND TGL-JATUH OF CICIL-RECORD < WS-TODAY)
005020         MOVE 'N' TO WS-BAYAR-SW
005030         MOVE 'CICILAN TERLAMBAT / INSTALLMENT OVERDUE'
005040             TO WS-ALASAN-BAYAR
005050     END-IF.
005060 3150-EXIT.
005070     EXIT.
005080*-----------------------------------------------------------
005090*3200-SATU-MK  -  ONE REGISTERED COURSE.  NO EXAM ON THE
005100*SCHEDULE LEAVES IT OFF QUIETLY (PRACTICUM, SKRIPSI).
005110*-----------------------------------------------------------
005120 3200-SATU-MK.
005130     MOVE ZERO TO WS-UJI-HIT.
005140     PERFORM 3250-CARI-UJIAN THRU 3250-EXIT
005150         VARYING WS-UJI-X FROM 1 BY 1
005160         UNTIL WS-UJI-X > WS-UJI-MAX OR WS-UJI-HIT > ZERO.
005170     IF WS-UJI-HIT = ZERO
005180         GO TO 3200-EXIT
005190     END-IF.
005200     IF NOT BAYAR-OK
005210         MOVE WS-ALASAN-BAYAR TO WS-ALASAN
005220         PERFORM 3800-BLOKIR THRU 3800-EXIT
005230         GO TO 3200-EXIT
005240     END-IF.
005250     MOVE WS-MK-KODE(WS-MK-X) TO KODE-MK OF ELIG-RECORD.
005260     MOVE WS-SEMESTER TO SEMESTER-ELIG OF ELIG-RECORD.
005270     MOVE WS-PREV-NPM TO NPM OF ELIG-RECORD.
005280     READ ELIG-FILE
005290         INVALID KEY
005300             MOVE 'DATA HADIR TIDAK ADA / NO ATTENDANCE'
005310                 TO WS-ALASAN
005320             PERFORM 3800-BLOKIR THRU 3800-EXIT
005330             GO TO 3200-EXIT
005340     END-READ.
005350     IF SYARAT-SW OF ELIG-RECORD NOT = 'Y'
005360         MOVE HADIR-PCT OF ELIG-RECORD TO WS-HADIR-DISP
005370         MOVE SPACES TO WS-ALASAN
005380         STRING 'KEHADIRAN / ATTENDANCE ' WS-HADIR-DISP '%'
005390             DELIMITED BY SIZE INTO WS-ALASAN
005400         PERFORM 3800-BLOKIR THRU 3800-EXIT
005410         GO TO 3200-EXIT
005420     END-IF.
005430     PERFORM 3300-ALOKASI-KURSI THRU 3300-EXIT.
005440 3200-EXIT.
005450     EXIT.
005460 3250-CARI-UJIAN.
005470     IF WS-UJI-MK(WS-UJI-X) = WS-MK-KODE(WS-MK-X)
005480         MOVE WS-UJI-X TO WS-UJI-HIT
005490     END-IF.
005500 3250-EXIT.
005510     EXIT.
005520*-----------------------------------------------------------
005530*3300-ALOKASI-KURSI  -  THE NEXT SEAT IN THE FIRST OF THE
005540*EXAM'S ROOMS WITH ONE LEFT.  THE ROOMS OF AN EXAM ARE
005550*TOGETHER IN THE TABLE, STARTING AT WS-UJI-HIT.
005560*-----------------------------------------------------------
005570 3300-ALOKASI-KURSI.
005580     MOVE ZERO TO WS-UJI-KURSI.
005590     PERFORM 3350-CARI-KURSI THRU 3350-EXIT
005600         VARYING WS-UJI-X FROM WS-UJI-HIT BY 1
005610         UNTIL WS-UJI-X > WS-UJI-MAX OR WS-UJI-KURSI > ZERO.
005620     IF WS-UJI-KURSI = ZERO
005630         MOVE 'KURSI PENUH / NO SEAT LEFT' TO WS-ALASAN
005640         PERFORM 3800-BLOKIR THRU 3800-EXIT
005650         GO TO 3300-EXIT
005660     END-IF.
005670     ADD 1 TO WS-KRT-COUNT.
005680     MOVE WS-MK-KODE(WS-MK-X) TO WS-KRT-MK(WS-KRT-COUNT).
005690     MOVE WS-UJI-RUANG(WS-UJI-KURSI)
005700         TO WS-KRT-RUANG(WS-KRT-COUNT).
005710     MOVE WS-UJI-TGL(WS-UJI-KURSI) TO WS-KRT-TGL(WS-KRT-COUNT).
005720     MOVE WS-UJI-SESI(WS-UJI-KURSI)
005730         TO WS-KRT-SESI(WS-KRT-COUNT).
005740     MOVE WS-UJI-PAKAI(WS-UJI-KURSI)
005750         TO WS-KRT-KURSI(WS-KRT-COUNT).
005760     MOVE 'N' TO WS-KRT-BENTROK(WS-KRT-COUNT).
005770 3300-EXIT.
005780     EXIT.
005790 3350-CARI-KURSI.
005800     IF WS-UJI-MK(WS-UJI-X) NOT = WS-MK-KODE(WS-MK-X)
005810         GO TO 3350-EXIT
005820     END-IF.
005830     IF WS-UJI-PAKAI(WS-UJI-X) < WS-UJI-KAP(WS-UJI-X)
005840         ADD 1 TO WS-UJI-PAKAI(WS-UJI-X)
005850         MOVE WS-UJI-X TO WS-UJI-KURSI
005860     END-IF.
005870 3350-EXIT.
005880     EXIT.
005890*-----------------------------------------------------------
005900*3500-CEK-BENTROK  -  A CARD LINE AT THE SAME DAY AND PERIOD
005910*AS AN EARLIER ONE: BOTH ARE MARKED AND THE LATER ONE LISTED.
005920*-----------------------------------------------------------
005930 3500-CEK-BENTROK.
005940     PERFORM 3550-BANDING THRU 3550-EXIT
005950         VARYING WS-KRT-Y FROM 1 BY 1
005960         UNTIL WS-KRT-Y NOT < WS-KRT-X.
005970 3500-EXIT.
005980     EXIT.
005990 3550-BANDING.
006000     IF WS-KRT-TGL(WS-KRT-Y) NOT = WS-KRT-TGL(WS-KRT-X)
006010         OR WS-KRT-SESI(WS-KRT-Y) NOT = WS-KRT-SESI(WS-KRT-X)
006020         GO TO 3550-EXIT
006030     END-IF.
006040     MOVE 'Y' TO WS-KRT-BENTROK(WS-KRT-Y).
006050     MOVE 'Y' TO WS-KRT-BENTROK(WS-KRT-X).
006060     ADD 1 TO WS-BENTROK-COUNT.
006070     MOVE 4 TO WS-RC.
006080     MOVE SPACES TO BLK-LINE.
006090     STRING WS-PREV-NPM '  ' WS-NAMA-MHS
006100         '  ' WS-KRT-MK(WS-KRT-X)
006110         '  BENTROK / CLASH WITH ' WS-KRT-MK(WS-KRT-Y)
006120         ' - DIKARTU / ON CARD'
006130         DELIMITED BY SIZE INTO BLK-LINE.
006140     WRITE BLK-LINE.
006150 3550-EXIT.
006160     EXIT.
006170*-----------------------------------------------------------
006180*3800-BLOKIR  -  ONE BARRED COURSE TO THE COMMITTEE'S LIST.
006190*-----------------------------------------------------------
006200 3800-BLOKIR.
006210     ADD 1 TO WS-BLOKIR-COUNT.
006220     MOVE SPACES TO BLK-LINE.
006230     STRING WS-PREV-NPM '  ' WS-NAMA-MHS
006240         '  ' WS-MK-KODE(WS-MK-X)
006250         '  ' WS-ALASAN
006260         DELIMITED BY SIZE INTO BLK-LINE.
006270     WRITE BLK-LINE.
006280 3800-EXIT.
006290     EXIT.
006300*-----------------------------------------------------------
006310*4000-CETAK-KARTU  -  ONE KARTU UJIAN: THE STUDENT, THEN ONE
006320*LINE PER EXAM WITH DAY, TIME, ROOM AND SEAT.
006330*-----------------------------------------------------------
006340 4000-CETAK-KARTU.
006350     ADD 1 TO WS-KARTU-COUNT.
006360     MOVE ALL '=' TO RPT-LINE.
006370     WRITE RPT-LINE.
006380     MOVE SPACES TO RPT-LINE.
006390     STRING 'KARTU UJIAN / EXAM CARD - ' WS-JENIS-NAMA
006400         ' SEMESTER ' WS-SEMESTER
006410         '   DICETAK / PRINTED ' WS-TODAY
006420         DELIMITED BY SIZE INTO RPT-LINE.
006430     WRITE RPT-LINE.
006440     MOVE SPACES TO RPT-LINE.
006450     STRING 'NPM : ' WS-PREV-NPM '  NAMA : ' WS-NAMA-MHS
006460         '  KELAS : ' WS-KELAS-MHS
006470         DELIMITED BY SIZE INTO RPT-LINE.
006480     WRITE RPT-LINE.
006490     MOVE ALL '-' TO RPT-LINE.
006500     WRITE RPT-LINE.
006510     MOVE SPACES TO RPT-LINE.
006520     STRING 'KODE MK   MATA KULIAH                TANGGAL     '
006530         'JAM    RUANG     KURSI'
006540         DELIMITED BY SIZE INTO RPT-LINE.
006550     WRITE RPT-LINE.
006560     PERFORM 4100-BARIS-KARTU THRU 4100-EXIT
006570         VARYING WS-KRT-X FROM 1 BY 1
006580         UNTIL WS-KRT-X > WS-KRT-COUNT.
006590     MOVE SPACES TO RPT-LINE.
006600     WRITE RPT-LINE.
006610     MOVE SPACES TO RPT-LINE.
006620     STRING 'BAWA KARTU INI DAN KTM / BRING THIS CARD AND '
006630         'YOUR STUDENT ID'
006640         DELIMITED BY SIZE INTO RPT-LINE.
006650     WRITE RPT-LINE.
006660 4000-EXIT.
006670     EXIT.
006680 4100-BARIS-KARTU.
006690     ADD 1 TO WS-BARIS-COUNT.
006700     MOVE WS-KRT-MK(WS-KRT-X) TO KODE-MK OF MK-RECORD.
006710     READ MK-FILE
006720         INVALID KEY
006730             CONTINUE
006740     END-READ.
006750     IF WS-MKFS = '00'
006760         MOVE NAMA-MK OF MK-RECORD TO WS-NAMA-MK
006770     ELSE
006780         MOVE SPACES TO WS-NAMA-MK
006790     END-IF.
006800     EVALUATE WS-KRT-SESI(WS-KRT-X)
006810         WHEN 1
006820             MOVE '08.00' TO WS-JAM-SESI
006830         WHEN 2
006840             MOVE '10.30' TO WS-JAM-SESI
006850         WHEN 3
006860             MOVE '13.00' TO WS-JAM-SESI
006870         WHEN 4
006880             MOVE '15.30' TO WS-JAM-SESI
006890         WHEN OTHER
006900             MOVE '?????' TO WS-JAM-SESI
006910     END-EVALUATE.
006920     IF WS-KRT-BENTROK(WS-KRT-X) = 'Y'
006930         MOVE '*BENTROK*' TO WS-BENTROK-DISP
006940     ELSE
006950         MOVE SPACES TO WS-BENTROK-DISP
006960     END-IF.
006970     MOVE WS-KRT-KURSI(WS-KRT-X) TO WS-KURSI-DISP.
006980     MOVE SPACES TO RPT-LINE.
006990     STRING WS-KRT-MK(WS-KRT-X) '  ' WS-NAMA-MK
007000         '  ' WS-KRT-TGL(WS-KRT-X)
007010         '  ' WS-JAM-SESI
007020         '  ' WS-KRT-RUANG(WS-KRT-X)
007030         '  ' WS-KURSI-DISP
007040         ' ' WS-BENTROK-DISP
007050         DELIMITED BY SIZE INTO RPT-LINE.
007060     WRITE RPT-LINE.
007070 4100-EXIT.
007080     EXIT.
007090*-----------------------------------------------------------
007100*8000-TOTAL  -  TOTALS ON BOTH LISTS.
007110*-----------------------------------------------------------
007120 8000-TOTAL.
007130     MOVE ALL '=' TO RPT-LINE.
007140     WRITE RPT-LINE.
007150     MOVE WS-KARTU-COUNT TO WS-COUNT-DISP.
007160     MOVE SPACES TO RPT-LINE.
007170     STRING 'KARTU DICETAK / CARDS PRINTED           : '
007180         WS-COUNT-DISP
007190         DELIMITED BY SIZE INTO RPT-LINE.
007200     WRITE RPT-LINE.
007210     MOVE WS-BARIS-COUNT TO WS-COUNT-DISP.
007220     MOVE SPACES TO RPT-LINE.
007230     STRING 'KURSI DIBERIKAN / SEATS GIVEN           : '
007240         WS-COUNT-DISP
007250         DELIMITED BY SIZE INTO RPT-LINE.
007260     WRITE RPT-LINE.
007270     MOVE ALL '=' TO BLK-LINE.
007280     WRITE BLK-LINE.
007290     MOVE WS-BLOKIR-COUNT TO WS-COUNT-DISP.
007300     MOVE SPACES TO BLK-LINE.
007310     STRING 'TIDAK BOLEH UJIAN / EXAMS BARRED        : '
007320         WS-COUNT-DISP
007330         DELIMITED BY SIZE INTO BLK-LINE.
007340     WRITE BLK-LINE.
007350     MOVE WS-BENTROK-COUNT TO WS-COUNT-DISP.
007360     MOVE SPACES TO BLK-LINE.
007370     STRING 'BENTROK JADWAL / SCHEDULE CLASHES       : '
007380         WS-COUNT-DISP
007390         DELIMITED BY SIZE INTO BLK-LINE.
007400     WRITE BLK-LINE.
007410 8000-EXIT.
007420     EXIT.
007430*-----------------------------------------------------------
007440*9000-TERMINATE
007450*-----------------------------------------------------------
007460 9000-TERMINATE.
007470     CLOSE UJIAN-FILE.
007480     CLOSE KRS-FILE.
007490     CLOSE ELIG-FILE.
007500     CLOSE TAGIHAN-FILE.
007510     IF CICIL-OPEN
007520         CLOSE CICIL-FILE
007530     END-IF.
007540     CLOSE MHS-FILE.
007550     CLOSE MK-FILE.
007560     CLOSE KARTU-RPT.
007570     CLOSE BLOKIR-RPT.
007580     MOVE WS-KARTU-COUNT TO WS-COUNT-DISP.
007590     DISPLAY 'UJIKRT: ' WS-COUNT-DISP ' KARTU / CARDS'.
007600     MOVE WS-BLOKIR-COUNT TO WS-COUNT-DISP.
007610     DISPLAY 'UJIKRT: ' WS-COUNT-DISP ' DIBLOKIR / BARRED'.
007620     MOVE SPACES TO WS-SUMMARY.
007630     STRING 'SMT=' WS-SEMESTER ' ' WS-JENIS-NAMA
007640         ' CARDS=' WS-KARTU-COUNT
007650         ' BARRED=' WS-BLOKIR-COUNT
007660         ' CLASH=' WS-BENTROK-COUNT
007670         DELIMITED BY SIZE INTO WS-SUMMARY.
007680     CALL 'AUDITLOG' USING 'UJIKRT    ' 'END  ' WS-SUMMARY.
007690     MOVE WS-RC TO RETURN-CODE.
007700     STOP RUN.
007710 9000-EXIT.
007720     EXIT.
