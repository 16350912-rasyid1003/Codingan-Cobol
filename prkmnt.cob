000010*-----------------------------------------------------------
000020*PRKMNT  -  LAB PRACTICUM EXERCISE SET MAINTENANCE
000030*-----------------------------------------------------------
000040*THE LAB COORDINATOR'S SCREEN FOR THE PRKSOAL QUESTION FILE
000050*(SEE PRKSREC).  ONE NUMBERED EXERCISE SET AT A TIME: ITS
000060*TITLE, THE PRACTICUM COURSE THE SCORE IS POSTED UNDER (A
000070*CATALOG COURSE, NOT THE THESIS), THE TOLERANCE ALLOWED ON A
000080*DECIMAL ANSWER (BLANK = 0.01), WHETHER IT IS OPEN TO
000090*STUDENTS (A) OR CLOSED (T), AND UP TO TEN QUESTIONS ON THE
000100*ACT1 CALCULATOR (K), THE PERT2 GEOMETRY MENU (G) OR THE ACT3
000110*STAR PRINTER (B).  EVERY QUESTION IS WORKED OUT THROUGH
000120*PRKHIT AS IT IS KEYED AND THE ANSWER KEY SHOWN; ONE THE LAB
000130*PROGRAM WOULD REFUSE (A DIVIDE BY ZERO, A SIZE OUT OF RANGE)
000140*IS RE-PROMPTED.  THE QUESTION LIST IS RE-ENTERED WHOLE, AS THE
000150*PREREQUISITE LIST IS IN MKMNT, AND IS LOCKED ONCE ANY STUDENT
000160*HAS TAKEN THE SET (PRKMST) - THE HEADER CAN STILL BE CHANGED,
000170*SO A SET IS RETIRED BY CLOSING IT.  PRAKTIK GIVES THE SETS.
000180*-----------------------------------------------------------
000190*MODIFICATION HISTORY
000200*DATE       INIT  DESCRIPTION
000210*10/15/2026 RSD   ORIGINAL.
000220*-----------------------------------------------------------
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. PRKMNT.
000250 AUTHOR. RASYID.
000260 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000270 DATE-WRITTEN. 10/15/2026.
000280 DATE-COMPILED.
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT SET-FILE ASSIGN TO 'PRKSOAL'
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS KODE-SET OF SET-RECORD
000360         FILE STATUS IS WS-STFS.
000370     SELECT MK-FILE ASSIGN TO 'MKMAST'
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS KODE-MK OF MK-RECORD
000410         FILE STATUS IS WS-MKFS.
000420     SELECT PRK-FILE ASSIGN TO 'PRKMST'
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS PRK-KEY OF PRK-RECORD
000460         FILE STATUS IS WS-PKFS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  SET-FILE.
000500 01  SET-RECORD.
000510         COPY PRKSREC.
000520 FD  MK-FILE.
000530 01  MK-RECORD.
000540         COPY MKREC.
000550 FD  PRK-FILE.
000560 01  PRK-RECORD.
000570         COPY PRKMREC.
000580 WORKING-STORAGE SECTION.
000590 01  SET-WS.
000600         COPY PRKSREC.
000610 01  WS-STFS                     PIC X(02).
000620 01  WS-MKFS                     PIC X(02).
000630 01  WS-PKFS                     PIC X(02).
000640 01  WS-SWITCHES.
000650         05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
000660             88  SET-FOUND                VALUE 'Y'.
000670             88  SET-NOT-FOUND            VALUE 'N'.
000680         05  WS-UPDATE-SW            PIC X(01) VALUE 'N'.
000690             88  WANT-UPDATE              VALUE 'Y' 'y'.
000700             88  NO-UPDATE                VALUE 'T' 't' 'N' 'n'.
000710         05  WS-VALID-SW             PIC X(01) VALUE 'N'.
000720             88  FIELD-OK                 VALUE 'Y'.
000730             88  FIELD-BAD                VALUE 'N'.
000740         05  WS-PRK-SW               PIC X(01) VALUE 'N'.
000750             88  PRK-OPEN                 VALUE 'Y'.
000760         05  WS-PRK-EOF-SW           PIC X(01) VALUE 'N'.
000770             88  PRK-EOF                  VALUE 'Y'.
000780         05  WS-SOAL-END-SW          PIC X(01) VALUE 'N'.
000790             88  SOAL-SELESAI             VALUE 'Y'.
000800 01  WS-LAGI-SW                  PIC X(01) VALUE 'Y'.
000810         88  ENTRI-LAGI                   VALUE 'Y' 'y'.
000820 01  WS-SOAL-SW                  PIC X(01).
000830         88  UBAH-SOAL                    VALUE 'Y' 'y'.
000840 01  WS-MK-IN                    PIC X(08).
000850 01  WS-TOL-IN                   PIC X(04).
000860 01  WS-TOL-NUM                  PIC 9(01)V99.
000870 01  WS-STATUS-IN                PIC X(01).
000880 01  WS-PROG-IN                  PIC X(01).
000890 01  WS-OPR-IN                   PIC X(01).
000900 01  WS-ANGKA-IN                 PIC X(02).
000910 01  WS-ANGKA-NUM                PIC 9(02).
000920 01  WS-ANGKA-LABEL              PIC X(30).
000930 01  WS-ARG-K                    PIC S9(05)V99.
000940 01  WS-TRAIL-CT                 PIC 9(02).
000950 01  WS-FLDLEN                   PIC 9(02).
000960 01  WS-SOAL-X                   PIC 9(02) COMP.
000970 01  WS-SOAL-COUNT               PIC 9(02).
000980 01  WS-SESI-COUNT               PIC 9(05).
000990 01  WS-KUNCI                    PIC S9(10)V99.
001000 01  WS-KUNCI-DISP               PIC -(10)9.99.
001010 01  WS-TEKS                     PIC X(50).
001020 01  WS-HIT-HASIL                PIC X(01).
001030 01  WS-NO-DISP                  PIC Z9.
001040 01  WS-SUMMARY                  PIC X(60).
001050*-----------------------------------------------------------
001060*0000-MAINLINE
001070*-----------------------------------------------------------
001080 PROCEDURE DIVISION.
001090 0000-MAINLINE.
001100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001110     PERFORM 2000-ENTRI-SATU THRU 2000-EXIT
001120         UNTIL NOT ENTRI-LAGI.
001130     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001140*-----------------------------------------------------------
001150*1000-INITIALIZE  -  THE CATALOG IS REQUIRED; THE QUESTION FILE
001160*IS CREATED ON FIRST USE.  NO SESSION FILE YET MEANS NO SET
001170*HAS BEEN TAKEN.
001180*-----------------------------------------------------------
001190 1000-INITIALIZE.
001200     OPEN INPUT MK-FILE.
001210     IF WS-MKFS NOT = '00'
001220         DISPLAY 'PRKMNT: KATALOG MK TIDAK ADA / NOT FOUND'
001230         STOP RUN
001240     END-IF.
001250     OPEN I-O SET-FILE.
001260     IF WS-STFS = '35'
001270         OPEN OUTPUT SET-FILE
001280         CLOSE SET-FILE
001290         OPEN I-O SET-FILE
001300     END-IF.
001310     OPEN INPUT PRK-FILE.
001320     IF WS-PKFS = '00'
001330         SET PRK-OPEN TO TRUE
001340     END-IF.
001350     MOVE 'SESSION STARTED' TO WS-SUMMARY.
001360     CALL 'AUDITLOG' USING 'PRKMNT    ' 'START' WS-SUMMARY.
001370 1000-EXIT.
001380     EXIT.
001390*-----------------------------------------------------------
001400*2000-ENTRI-SATU  -  ONE SET: CODE, LOOKUP, HEADER, QUESTIONS.
001410*-----------------------------------------------------------
001420 2000-ENTRI-SATU.
001430     INITIALIZE SET-WS.
001440     DISPLAY 'KODE SET SOAL / EXERCISE SET CODE : '
001450         WITH NO ADVANCING.
001460     ACCEPT KODE-SET OF SET-WS.
001470     IF KODE-SET OF SET-WS = SPACES
001480         DISPLAY 'KODE KOSONG / BLANK CODE, DILEWATI'
001490         GO TO 2000-LAGI
001500     END-IF.
001510     PERFORM 2100-LOOKUP-SET THRU 2100-EXIT.
001520     MOVE ZERO TO WS-SESI-COUNT.
001530     IF SET-FOUND
001540         MOVE SET-RECORD TO SET-WS
001550         PERFORM 2150-CEK-SESI THRU 2150-EXIT
001560         PERFORM 2200-CONFIRM-UPDATE THRU 2200-EXIT
001570     ELSE
001580         SET WANT-UPDATE TO TRUE
001590     END-IF.
001600     IF NOT WANT-UPDATE
001610         GO TO 2000-LAGI
001620     END-IF.
001630     PERFORM 2300-CAPTURE-HEADER THRU 2300-EXIT.
001640     PERFORM 2500-SOAL THRU 2500-EXIT.
001650     IF JML-SOAL-SET OF SET-WS = ZERO
001660         DISPLAY 'SET TANPA SOAL TIDAK DISIMPAN / A SET WITH NO '
001670             'QUESTIONS IS NOT SAVED'
001680         GO TO 2000-LAGI
001690     END-IF.
001700     PERFORM 2400-SAVE-SET THRU 2400-EXIT.
001710 2000-LAGI.
001720     DISPLAY 'ADA SET LAGI? / ANOTHER SET? (Y/T) : '
001730         WITH NO ADVANCING.
001740     ACCEPT WS-LAGI-SW.
001750 2000-EXIT.
001760     EXIT.
001770 2100-LOOKUP-SET.
001780     MOVE KODE-SET OF SET-WS TO KODE-SET OF SET-RECORD.
001790     READ SET-FILE
001800         INVALID KEY
001810             SET SET-NOT-FOUND TO TRUE
001820         NOT INVALID KEY
001830             SET SET-FOUND TO TRUE
001840     END-READ.
001850 2100-EXIT.
001860     EXIT.
001870*-----------------------------------------------------------
001880*2150-CEK-SESI  -  HOW MANY STUDENTS HAVE TAKEN THIS SET.  THE
001890*SESSION FILE IS KEYED ON NPM FIRST, SO IT IS READ THROUGH.
001900*-----------------------------------------------------------
001910 2150-CEK-SESI.
001920     IF NOT PRK-OPEN
001930         GO TO 2150-EXIT
001940     END-IF.
001950     MOVE 'N' TO WS-PRK-EOF-SW.
001960     MOVE LOW-VALUES TO PRK-KEY OF PRK-RECORD.
001970     START PRK-FILE KEY NOT < PRK-KEY OF PRK-RECORD
001980         INVALID KEY
001990             SET PRK-EOF TO TRUE
002000     END-START.
002010     PERFORM 2160-BACA-SESI THRU 2160-EXIT UNTIL PRK-EOF.
002020 2150-EXIT.
002030     EXIT.
002040 2160-BACA-SESI.
002050     READ PRK-FILE NEXT RECORD
002060         AT END
002070             SET PRK-EOF TO TRUE
002080             GO TO 2160-EXIT
002090     END-READ.
002100     IF KODE-SET OF PRK-RECORD = KODE-SET OF SET-WS
002110         ADD 1 TO WS-SESI-COUNT
002120     END-IF.
002130 2160-EXIT.
002140     EXIT.
002150 2200-CONFIRM-UPDATE.
002160     DISPLAY 'SET TERDAFTAR / REGISTERED:'.
002170     DISPLAY '  JUDUL : ' JUDUL-SET OF SET-WS.
002180     DISPLAY '  MK    : ' KODE-MK-SET OF SET-WS.
002190     DISPLAY '  TOLER : ' TOLERANSI-SET OF SET-WS.
002200     DISPLAY '  STATUS: ' STATUS-SET OF SET-WS.
002210     DISPLAY '  SESI  : ' WS-SESI-COUNT.
002220     PERFORM 2210-TAMPIL-SOAL THRU 2210-EXIT
002230         VARYING WS-SOAL-X FROM 1 BY 1
002240         UNTIL WS-SOAL-X > JML-SOAL-SET OF SET-WS.
002250     SET WS-UPDATE-SW TO 'X'.
002260     PERFORM 2250-ASK-UPDATE THRU 2250-EXIT
002270         UNTIL WANT-UPDATE OR NO-UPDATE.
002280 2200-EXIT.
002290     EXIT.
002300 2210-TAMPIL-SOAL.
002310     CALL 'PRKHIT' USING PROG-SOAL OF SET-WS (WS-SOAL-X)
002320         OPR-SOAL OF SET-WS (WS-SOAL-X)
002330         ARG1-SOAL OF SET-WS (WS-SOAL-X)
002340         ARG2-SOAL OF SET-WS (WS-SOAL-X)
002350         ARG3-SOAL OF SET-WS (WS-SOAL-X)
002360         WS-KUNCI WS-TEKS WS-HIT-HASIL.
002370     MOVE WS-SOAL-X TO WS-NO-DISP.
002380     MOVE WS-KUNCI TO WS-KUNCI-DISP.
002390     DISPLAY '  ' WS-NO-DISP '. ' PROG-SOAL OF SET-WS (WS-SOAL-X)
002400         ' ' WS-TEKS.
002410     DISPLAY '      KUNCI / KEY : ' WS-KUNCI-DISP.
002420 2210-EXIT.
002430     EXIT.
002440 2250-ASK-UPDATE.
002450     DISPLAY 'UPDATE SET INI? (Y/T) : '
002460         WITH NO ADVANCING.
002470     ACCEPT WS-UPDATE-SW.
002480     IF NOT WANT-UPDATE AND NOT NO-UPDATE
002490         DISPLAY 'PILIH Y ATAU T / ANSWER Y OR N'
002500     END-IF.
002510 2250-EXIT.
002520     EXIT.
002530*-----------------------------------------------------------
002540*2300-CAPTURE-HEADER  -  TITLE, COURSE, TOLERANCE, STATUS.
002550*-----------------------------------------------------------
002560 2300-CAPTURE-HEADER.
002570     DISPLAY 'JUDUL SET / SET TITLE : ' WITH NO ADVANCING.
002580     ACCEPT JUDUL-SET OF SET-WS.
002590     SET FIELD-BAD TO TRUE.
002600     PERFORM 2320-ACCEPT-MK THRU 2320-EXIT UNTIL FIELD-OK.
002610     SET FIELD-BAD TO TRUE.
002620     PERFORM 2340-ACCEPT-TOLERANSI THRU 2340-EXIT
002630         UNTIL FIELD-OK.
002640     SET FIELD-BAD TO TRUE.
002650     PERFORM 2360-ACCEPT-STATUS THRU 2360-EXIT UNTIL FIELD-OK.
002660 2300-EXIT.
002670     EXIT.
002680 2320-ACCEPT-MK.
002690     DISPLAY 'MK PRAKTIKUM / PRACTICUM COURSE : '
002700         WITH NO ADVANCING.
002710     MOVE SPACES TO WS-MK-IN.
002720     ACCEPT WS-MK-IN.
002730     MOVE WS-MK-IN TO KODE-MK OF MK-RECORD.
002740     READ MK-FILE
002750         INVALID KEY
002760             SET FIELD-BAD TO TRUE
002770             DISPLAY 'KODE MK TIDAK TERDAFTAR / NOT ON CATALOG'
002780             GO TO 2320-EXIT
002790     END-READ.
002800     IF MK-SKRIPSI OF MK-RECORD
002810         SET FIELD-BAD TO TRUE
002820         DISPLAY 'MK SKRIPSI TIDAK BOLEH / NOT THE THESIS COURSE'
002830         GO TO 2320-EXIT
002840     END-IF.
002850     DISPLAY '  ' NAMA-MK OF MK-RECORD.
002860     MOVE WS-MK-IN TO KODE-MK-SET OF SET-WS.
002870     SET FIELD-OK TO TRUE.
002880 2320-EXIT.
002890     EXIT.
002900*-----------------------------------------------------------
002910*2340-ACCEPT-TOLERANSI  -  9.99; BLANK TAKES 0.01, ONE CENT
002920*EITHER WAY ON A TWO-DECIMAL ANSWER.
002930*-----------------------------------------------------------
002940 2340-ACCEPT-TOLERANSI.
002950     DISPLAY 'TOLERANSI / TOLERANCE (9.99, KOSONG=0.01) : '
002960         WITH NO ADVANCING.
002970     MOVE SPACES TO WS-TOL-IN.
002980     ACCEPT WS-TOL-IN.
002990     IF WS-TOL-IN = SPACES
003000         MOVE 0.01 TO TOLERANSI-SET OF SET-WS
003010         SET FIELD-OK TO TRUE
003020         GO TO 2340-EXIT
003030     END-IF.
003040     IF WS-TOL-IN(1:1) NUMERIC AND WS-TOL-IN(2:1) = '.'
003050         AND WS-TOL-IN(3:2) NUMERIC
003060         MOVE WS-TOL-IN(1:1) TO WS-TOL-NUM(1:1)
003070         MOVE WS-TOL-IN(3:2) TO WS-TOL-NUM(2:2)
003080         MOVE WS-TOL-NUM TO TOLERANSI-SET OF SET-WS
003090         SET FIELD-OK TO TRUE
003100         GO TO 2340-EXIT
003110     END-IF.
003120     SET FIELD-BAD TO TRUE.
003130     DISPLAY 'FORMAT 9.99 (MIS. 0.05), ULANGI'.
003140 2340-EXIT.
003150     EXIT.
003160 2360-ACCEPT-STATUS.
003170     DISPLAY 'STATUS (A=AKTIF T=TUTUP) : ' WITH NO ADVANCING.
003180     MOVE SPACE TO WS-STATUS-IN.
003190     ACCEPT WS-STATUS-IN.
003200     EVALUATE WS-STATUS-IN
003210         WHEN 'A'
003220         WHEN 'a'
003230             SET SET-AKTIF OF SET-WS TO TRUE
003240             SET FIELD-OK TO TRUE
003250         WHEN 'T'
003260         WHEN 't'
003270             SET SET-TUTUP OF SET-WS TO TRUE
003280             SET FIELD-OK TO TRUE
003290         WHEN OTHER
003300             SET FIELD-BAD TO TRUE
003310             DISPLAY 'PILIH A ATAU T / ANSWER A OR T'
003320     END-EVALUATE.
003330 2360-EXIT.
003340     EXIT.
003350 2400-SAVE-SET.
003360     MOVE SET-WS TO SET-RECORD.
003370     MOVE SPACES TO WS-SUMMARY.
003380     STRING 'SET=' KODE-SET OF SET-WS
003390         ' MK=' KODE-MK-SET OF SET-WS
003400         ' SOAL=' JML-SOAL-SET OF SET-WS
003410         ' STATUS=' STATUS-SET OF SET-WS
003420         DELIMITED BY SIZE INTO WS-SUMMARY.
003430     IF SET-FOUND
003440         REWRITE SET-RECORD
003450         DISPLAY 'SET DIPERBARUI / SET UPDATED'
003460         CALL 'AUDITLOG' USING 'PRKMNT    ' 'UPD  ' WS-SUMMARY
003470     ELSE
003480         WRITE SET-RECORD
003490         DISPLAY 'SET TERSIMPAN / SET SAVED'
003500         CALL 'AUDITLOG' USING 'PRKMNT    ' 'NEW  ' WS-SUMMARY
003510     END-IF.
003520 2400-EXIT.
003530     EXIT.
003540*-----------------------------------------------------------
003550*2500-SOAL  -  A NEW SET TAKES ITS QUESTIONS NOW; AN EXISTING
003560*ONE ONLY IF ASKED AND NOBODY HAS TAKEN IT YET.  THE LIST IS
003570*RE-ENTERED WHOLE; A BLANK PROGRAM CODE ENDS IT.
003580*-----------------------------------------------------------
003590 2500-SOAL.
003600     IF SET-FOUND
003610         IF WS-SESI-COUNT > ZERO
003620             DISPLAY 'SOAL TERKUNCI - SUDAH DIKERJAKAN / '
003630                 'QUESTIONS LOCKED - ALREADY TAKEN'
003640             GO TO 2500-EXIT
003650         END-IF
003660         DISPLAY 'UBAH SOAL? / EDIT QUESTIONS? (Y/T) : '
003670             WITH NO ADVANCING
003680         MOVE SPACE TO WS-SOAL-SW
003690         ACCEPT WS-SOAL-SW
003700         IF NOT UBAH-SOAL
003710             GO TO 2500-EXIT
003720         END-IF
003730     END-IF.
003740     DISPLAY 'PROGRAM: K=ACT1 KALKULATOR  G=PERT2 GEOMETRI  '
003750         'B=ACT3 BINTANG'.
003760     MOVE ZERO TO WS-SOAL-COUNT.
003770     MOVE 'N' TO WS-SOAL-END-SW.
003780     PERFORM 2510-KOSONGKAN THRU 2510-EXIT
003790         VARYING WS-SOAL-X FROM 1 BY 1 UNTIL WS-SOAL-X > 10.
003800     PERFORM 2520-AMBIL-SOAL THRU 2520-EXIT
003810         VARYING WS-SOAL-X FROM 1 BY 1
003820         UNTIL WS-SOAL-X > 10 OR SOAL-SELESAI.
003830     MOVE WS-SOAL-COUNT TO JML-SOAL-SET OF SET-WS.
003840 2500-EXIT.
003850     EXIT.
003860 2510-KOSONGKAN.
003870     MOVE SPACE TO PROG-SOAL OF SET-WS (WS-SOAL-X).
003880     MOVE SPACE TO OPR-SOAL OF SET-WS (WS-SOAL-X).
003890     MOVE ZERO TO ARG1-SOAL OF SET-WS (WS-SOAL-X).
003900     MOVE ZERO TO ARG2-SOAL OF SET-WS (WS-SOAL-X).
003910     MOVE ZERO TO ARG3-SOAL OF SET-WS (WS-SOAL-X).
003920 2510-EXIT.
003930     EXIT.
003940*-----------------------------------------------------------
003950*2520-AMBIL-SOAL  -  ONE QUESTION, RE-PROMPTED UNTIL PRKHIT CAN
003960*WORK IT OUT.
003970*-----------------------------------------------------------
003980 2520-AMBIL-SOAL.
003990     SET FIELD-BAD TO TRUE.
004000     PERFORM 2530-SATU-SOAL THRU 2530-EXIT UNTIL FIELD-OK.
004010 2520-EXIT.
004020     EXIT.
004030 2530-SATU-SOAL.
004040     MOVE WS-SOAL-X TO WS-NO-DISP.
004050     DISPLAY 'SOAL ' WS-NO-DISP
004060         ' PROGRAM (K/G/B, KOSONG=SELESAI) : ' WITH NO ADVANCING.
004070     MOVE SPACE TO WS-PROG-IN.
004080     ACCEPT WS-PROG-IN.
004090     EVALUATE WS-PROG-IN
004100         WHEN SPACE
004110             SET SOAL-SELESAI TO TRUE
004120             SET FIELD-OK TO TRUE
004130             GO TO 2530-EXIT
004140         WHEN 'K'
004150         WHEN 'k'
004160             MOVE 'K' TO PROG-SOAL OF SET-WS (WS-SOAL-X)
004170             PERFORM 2540-ARG-KALKULATOR THRU 2540-EXIT
004180         WHEN 'G'
004190         WHEN 'g'
004200             MOVE 'G' TO PROG-SOAL OF SET-WS (WS-SOAL-X)
004210             PERFORM 2550-ARG-GEOMETRI THRU 2550-EXIT
004220         WHEN 'B'
004230         WHEN 'b'
004240             MOVE 'B' TO PROG-SOAL OF SET-WS (WS-SOAL-X)
004250             PERFORM 2560-ARG-BINTANG THRU 2560-EXIT
004260         WHEN OTHER
004270             SET FIELD-BAD TO TRUE
004280             DISPLAY 'PILIH K, G ATAU B / ANSWER K, G OR B'
004290             GO TO 2530-EXIT
004300     END-EVALUATE.
004310     CALL 'PRKHIT' USING PROG-SOAL OF SET-WS (WS-SOAL-X)
004320         OPR-SOAL OF SET-WS (WS-SOAL-X)
004330         ARG1-SOAL OF SET-WS (WS-SOAL-X)
004340         ARG2-SOAL OF SET-WS (WS-SOAL-X)
004350         ARG3-SOAL OF SET-WS (WS-SOAL-X)
004360         WS-KUNCI WS-TEKS WS-HIT-HASIL.
004370     EVALUATE WS-HIT-HASIL
004380         WHEN 'Y'
004390             MOVE WS-KUNCI TO WS-KUNCI-DISP
004400             DISPLAY '  ' WS-TEKS
004410             DISPLAY '  KUNCI / KEY : ' WS-KUNCI-DISP
004420             ADD 1 TO WS-SOAL-COUNT
004430             SET FIELD-OK TO TRUE
004440         WHEN 'N'
004450             SET FIELD-BAD TO TRUE
004460             DISPLAY 'PROGRAM MENOLAK SOAL INI (BAGI NOL / '
004470                 'TERLALU BESAR) / PROGRAM WOULD REFUSE IT, '
004480                 'ULANGI'
004490         WHEN OTHER
004500             SET FIELD-BAD TO TRUE
004510             DISPLAY 'OPERASI ATAU INPUT TIDAK SAH / INVALID '
004520                 'OPERATION OR INPUT, ULANGI'
004530     END-EVALUATE.
004540 2530-EXIT.
004550     EXIT.
004560*-----------------------------------------------------------
004570*2540-ARG-KALKULATOR  -  AS ACT1 TAKES THEM: TWO SIGNED
004580*TWO-DECIMAL AMOUNTS AND + - * /.
004590*-----------------------------------------------------------
004600 2540-ARG-KALKULATOR.
004610     DISPLAY '  OPERASI / OPERATION (+ - * /) : '
004620         WITH NO ADVANCING.
004630     MOVE SPACE TO WS-OPR-IN.
004640     ACCEPT WS-OPR-IN.
004650     MOVE WS-OPR-IN TO OPR-SOAL OF SET-WS (WS-SOAL-X).
004660     DISPLAY '  ANGKA PERTAMA / FIRST NUMBER : '
004670         WITH NO ADVANCING.
004680     ACCEPT WS-ARG-K.
004690     MOVE WS-ARG-K TO ARG1-SOAL OF SET-WS (WS-SOAL-X).
004700     DISPLAY '  ANGKA KEDUA / SECOND NUMBER  : '
004710         WITH NO ADVANCING.
004720     ACCEPT WS-ARG-K.
004730     MOVE WS-ARG-K TO ARG2-SOAL OF SET-WS (WS-SOAL-X).
004740 2540-EXIT.
004750     EXIT.
004760*-----------------------------------------------------------
004770*2550-ARG-GEOMETRI  -  THE PERT2 MENU CHOICE AND ITS INPUTS.
004780*-----------------------------------------------------------
004790 2550-ARG-GEOMETRI.
004800     DISPLAY '  PIL PERT2 (2=SEGITIGA 3=PERSEGI 4=KELILING '
004810         '5=LINGKARAN 6=TRAPESIUM) : ' WITH NO ADVANCING.
004820     MOVE SPACE TO WS-OPR-IN.
004830     ACCEPT WS-OPR-IN.
004840     MOVE WS-OPR-IN TO OPR-SOAL OF SET-WS (WS-SOAL-X).
004850     EVALUATE WS-OPR-IN
004860         WHEN '5'
004870             MOVE '  RADIUS (0-99) : ' TO WS-ANGKA-LABEL
004880             PERFORM 2580-ACCEPT-ANGKA THRU 2580-EXIT
004890             MOVE WS-ANGKA-NUM TO ARG1-SOAL OF SET-WS (WS-SOAL-X)
004900         WHEN '6'
004910             MOVE '  SISI SEJAJAR A (0-99) : ' TO WS-ANGKA-LABEL
004920             PERFORM 2580-ACCEPT-ANGKA THRU 2580-EXIT
004930             MOVE WS-ANGKA-NUM TO ARG1-SOAL OF SET-WS (WS-SOAL-X)
004940             MOVE '  SISI SEJAJAR B (0-99) : ' TO WS-ANGKA-LABEL
004950             PERFORM 2580-ACCEPT-ANGKA THRU 2580-EXIT
004960             MOVE WS-ANGKA-NUM TO ARG2-SOAL OF SET-WS (WS-SOAL-X)
004970             MOVE '  TINGGI (0-99) : ' TO WS-ANGKA-LABEL
004980             PERFORM 2580-ACCEPT-ANGKA THRU 2580-EXIT
004990             MOVE WS-ANGKA-NUM TO ARG3-SOAL OF SET-WS (WS-SOAL-X)
005000         WHEN OTHER
005010             MOVE '  ALAS / PANJANG (0-99) : ' TO WS-ANGKA-LABEL
005020             PERFORM 2580-ACCEPT-ANGKA THRU 2580-EXIT
005030             MOVE WS-ANGKA-NUM TO ARG1-SOAL OF SET-WS (WS-SOAL-X)
005040             MOVE '  TINGGI / LEBAR (0-99) : ' TO WS-ANGKA-LABEL
005050             PERFORM 2580-ACCEPT-ANGKA THRU 2580-EXIT
005060             MOVE WS-ANGKA-NUM TO ARG2-SOAL OF SET-WS (WS-SOAL-X)
005070     END-EVALUATE.
005080 2550-EXIT.
005090     EXIT.
005100*-----------------------------------------------------------
005110*2560-ARG-BINTANG  -  THE ACT3 SHAPE AND ITS SIZE.
005120*-----------------------------------------------------------
005130 2560-ARG-BINTANG.
005140     DISPLAY '  BENTUK ACT3 (1=SEGITIGA 2=PIRAMID 3=BELAH '
005150         'KETUPAT) : ' WITH NO ADVANCING.
005160     MOVE SPACE TO WS-OPR-IN.
005170     ACCEPT WS-OPR-IN.
005180     MOVE WS-OPR-IN TO OPR-SOAL OF SET-WS (WS-SOAL-X).
005190     MOVE '  UKURAN / SIZE (1-50) : ' TO WS-ANGKA-LABEL.
005200     PERFORM 2580-ACCEPT-ANGKA THRU 2580-EXIT.
005210     MOVE WS-ANGKA-NUM TO ARG1-SOAL OF SET-WS (WS-SOAL-X).
005220 2560-EXIT.
005230     EXIT.
005240*-----------------------------------------------------------
005250*2580-ACCEPT-ANGKA  -  A ONE- OR TWO-DIGIT WHOLE NUMBER UNDER
005260*THE PROMPT IN WS-ANGKA-LABEL, RE-PROMPTED UNTIL NUMERIC.  THE
005270*RANGE ITSELF IS PRKHIT'S TO JUDGE.
005280*-----------------------------------------------------------
005290 2580-ACCEPT-ANGKA.
005300     SET FIELD-BAD TO TRUE.
005310     PERFORM 2590-GET-ANGKA THRU 2590-EXIT UNTIL FIELD-OK.
005320 2580-EXIT.
005330     EXIT.
005340 2590-GET-ANGKA.
005350     DISPLAY WS-ANGKA-LABEL WITH NO ADVANCING.
005360     MOVE SPACES TO WS-ANGKA-IN.
005370     ACCEPT WS-ANGKA-IN.
005380     MOVE ZERO TO WS-TRAIL-CT.
005390     INSPECT WS-ANGKA-IN
005400         TALLYING WS-TRAIL-CT FOR TRAILING SPACES.
005410     COMPUTE WS-FLDLEN = 2 - WS-TRAIL-CT.
005420     IF WS-FLDLEN > 0
005430         AND WS-ANGKA-IN(1:WS-FLDLEN) NUMERIC
005440         MOVE ZERO TO WS-ANGKA-NUM
005450         MOVE WS-ANGKA-IN(1:WS-FLDLEN)
005460             TO WS-ANGKA-NUM(3 - WS-FLDLEN:WS-FLDLEN)
005470         SET FIELD-OK TO TRUE
005480         GO TO 2590-EXIT
005490     END-IF.
005500     SET FIELD-BAD TO TRUE.
005510     DISPLAY 'HARUS ANGKA / MUST BE NUMERIC, ULANGI'.
005520 2590-EXIT.
005530     EXIT.
005540*-----------------------------------------------------------
005550*9000-TERMINATE
005560*-----------------------------------------------------------
005570 9000-TERMINATE.
005580     CLOSE MK-FILE.
005590     CLOSE SET-FILE.
005600     IF PRK-OPEN
005610         CLOSE PRK-FILE
005620     END-IF.
005630     DISPLAY 'PROGRAM SELESAI / PROGRAM FINISHED'.
005640     MOVE 'SESSION ENDED' TO WS-SUMMARY.
005650     CALL 'AUDITLOG' USING 'PRKMNT    ' 'END  ' WS-SUMMARY.
005660     GOBACK.
005670 9000-EXIT.
005680     EXIT.
