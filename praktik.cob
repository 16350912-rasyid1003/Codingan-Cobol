000010*-----------------------------------------------------------
000020*PRAKTIK  -  GRADED LAB PRACTICUM SESSION
000030*-----------------------------------------------------------
000040*PRACTICUM MODE FOR THE LAB PROGRAMS, ENTERED FROM THE DRIVER
000050*MENU BY A LAB ASSISTANT OR SUPERVISOR AND THEN HANDED TO THE
000060*STUDENTS ONE AFTER ANOTHER.  EACH STUDENT SIGNS IN WITH AN
000070*NPM, WHICH MUST BE ON THE MHS MASTER AND ACTIVE, AND KEYS THE
000080*CODE OF THE EXERCISE SET THE LAB COORDINATOR OPENED IN PRKMNT
000090*(PRKSOAL).  THE QUESTIONS ARE ASKED IN ORDER AND EACH ANSWER
000100*IS CHECKED AGAINST WHAT ACT1, PERT2 OR ACT3 WOULD COMPUTE
000110*(PRKHIT), WITHIN THE SET'S TOLERANCE.  EVERY ANSWER GOES ON
000120*PERT2RES AS A PRK LINE CARRYING THE NPM, SET AND QUESTION,
000130*WHICH THE PERT2RPT PRACTICUM SECTIONS READ.  A SET IS TAKEN
000140*ONCE: THE SESSION IS KEPT ON PRKMST (SEE PRKMREC) WITH ITS
000150*0-100 SCORE, AND THE PRACTICUM COURSE SCORE ON NILAIMST FOR
000160*THE CURRENT CALENDAR SEMESTER IS RE-POSTED AS THE ROUNDED
000170*MEAN OF THE STUDENT'S SESSION SCORES FOR THAT COURSE AND
000180*SEMESTER.  NO CURRENT SEMESTER, OR ONE SMTCLOSE HAS ALREADY
000190*CLOSED, LEAVES THE SESSION UNPOSTED AND REPORTED TO EXCPRPT.
000193*SO DOES A COURSE SCORE NILAMD HAS AMENDED (ON NILAMDH): THE
000196*APPROVED AMENDMENT STANDS AND IS NOT RE-POSTED OVER.
000200*-----------------------------------------------------------
000210*MODIFICATION HISTORY
000220*DATE       INIT  DESCRIPTION
000230*10/15/2026 RSD   ORIGINAL.
000233*10/15/2026 RSD   A SCORE WITH AN AMENDMENT ON NILAMDH IS
000236*NO LONGER RE-POSTED BY A NEW SESSION.
000240*-----------------------------------------------------------
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. PRAKTIK.
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
000390     SELECT MK-FILE ASSIGN TO 'MKMAST'
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS KODE-MK OF MK-RECORD
000430         FILE STATUS IS WS-MKFS.
000440     SELECT SET-FILE ASSIGN TO 'PRKSOAL'
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS KODE-SET OF SET-RECORD
000480         FILE STATUS IS WS-STFS.
000490     SELECT PRK-FILE ASSIGN TO 'PRKMST'
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS PRK-KEY OF PRK-RECORD
000530         FILE STATUS IS WS-PKFS.
000540     SELECT NILAI-FILE ASSIGN TO 'NILAIMST'
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS NILAI-KEY OF NILAI-RECORD
000580         FILE STATUS IS WS-NFS.
000590     SELECT RESULT-FILE ASSIGN TO 'PERT2RES'
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-RES-FS.
000611     SELECT AMD-FILE ASSIGN TO 'NILAMDH'
000612         ORGANIZATION IS INDEXED
000613         ACCESS MODE IS DYNAMIC
000614         RECORD KEY IS AMD-KEY OF AMD-RECORD
000615         FILE STATUS IS WS-AFS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  MHS-FILE.
000650 01  MHS-RECORD.
000660         COPY MHSREC.
000670 FD  MK-FILE.
000680 01  MK-RECORD.
000690         COPY MKREC.
000700 FD  SET-FILE.
000710 01  SET-RECORD.
000720         COPY PRKSREC.
000730 FD  PRK-FILE.
000740 01  PRK-RECORD.
000750         COPY PRKMREC.
000760 FD  NILAI-FILE.
000770 01  NILAI-RECORD.
000780         COPY NILAIREC.
000790 FD  RESULT-FILE.
000800 01  RESULT-LINE                 PIC X(92).
000802 FD  AMD-FILE.
000804 01  AMD-RECORD.
000806         COPY AMDREC.
000810 WORKING-STORAGE SECTION.
000820 01  PRK-WS.
000830         COPY PRKMREC.
000840 01  WS-FS                       PIC X(02).
000850 01  WS-MKFS                     PIC X(02).
000860 01  WS-STFS                     PIC X(02).
000870 01  WS-PKFS                     PIC X(02).
000880 01  WS-NFS                      PIC X(02).
000890 01  WS-RES-FS                   PIC X(02).
000895 01  WS-AFS                      PIC X(02).
000900 01  WS-SWITCHES.
000910         05  WS-INIT-SW              PIC X(01) VALUE 'Y'.
000920             88  INIT-OK                  VALUE 'Y'.
000930         05  WS-LAGI-SW              PIC X(01) VALUE 'Y'.
000940             88  SESI-LAGI                VALUE 'Y' 'y'.
000950         05  WS-NILAI-FOUND-SW       PIC X(01) VALUE 'N'.
000960             88  NILAI-FOUND              VALUE 'Y'.
000970             88  NILAI-NOT-FOUND          VALUE 'N'.
000980         05  WS-PRK-EOF-SW           PIC X(01) VALUE 'N'.
000990             88  PRK-EOF                  VALUE 'Y'.
001000         05  WS-BENAR-SW             PIC X(01) VALUE 'N'.
001010             88  JAWAB-BENAR              VALUE 'Y'.
001012         05  WS-AMD-OPEN-SW          PIC X(01) VALUE 'N'.
001014             88  AMD-OPEN                 VALUE 'Y'.
001016         05  WS-AMD-SW               PIC X(01) VALUE 'N'.
001018             88  NILAI-DIAMANDEMEN        VALUE 'Y'.
001020 01  WS-SEMESTER-KINI            PIC 9(02).
001030 01  WS-KAL-HASIL                PIC X(01).
001040 01  WS-KAL-RECORD.
001050         COPY KALREC.
001060 01  WS-SYSDATE                  PIC 9(08).
001070 01  WS-RUN-DATE-DISP            PIC X(10).
001080 01  WS-NPM-IN                   PIC X(08).
001090 01  WS-SET-IN                   PIC X(06).
001100 01  WS-SOAL-X                   PIC 9(02) COMP.
001110 01  WS-NO-SOAL                  PIC 9(02).
001120 01  WS-DINILAI                  PIC 9(02).
001130 01  WS-KUNCI                    PIC S9(10)V99.
001140 01  WS-KUNCI-DISP               PIC -(10)9.99.
001150 01  WS-JAWAB                    PIC S9(10)V99.
001160 01  WS-JAWAB-DISP               PIC -(10)9.99.
001170 01  WS-SELISIH                  PIC S9(10)V99.
001180 01  WS-TEKS                     PIC X(50).
001190 01  WS-HIT-HASIL                PIC X(01).
001200 01  WS-SKOR-TOTAL               PIC 9(05).
001210 01  WS-SKOR-JUMLAH              PIC 9(03).
001220 01  WS-SESI-COUNT               PIC 9(05) VALUE ZERO.
001230 01  WS-POST-COUNT               PIC 9(05) VALUE ZERO.
001240 01  WS-SUMMARY                  PIC X(60).
001250 01  WS-EXC-FIELD                PIC X(15).
001260 01  WS-EXC-DETAIL               PIC X(50).
001270 01  WS-EXC-SEV                  PIC X(01).
001280*-----------------------------------------------------------
001290*0000-MAINLINE  -  CALLED FROM DRIVER, SO A MISSING MASTER
001300*RETURNS TO THE MENU INSTEAD OF STOPPING THE RUN.
001310*-----------------------------------------------------------
001320 PROCEDURE DIVISION.
001330 0000-MAINLINE.
001340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001350     IF NOT INIT-OK
001360         GOBACK
001370     END-IF.
001380     PERFORM 2000-SESI-SATU THRU 2000-EXIT
001390         UNTIL NOT SESI-LAGI.
001400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001410*-----------------------------------------------------------
001420*1000-INITIALIZE  -  STUDENT MASTER, CATALOG AND QUESTION FILE
001430*REQUIRED; THE SESSION FILE, SCORE FILE AND PERT2RES ARE
001440*CREATED ON FIRST USE.  NO NILAMDH MEANS NO AMENDMENTS YET.
001450*-----------------------------------------------------------
001460 1000-INITIALIZE.
001470     OPEN INPUT MHS-FILE.
001480     IF WS-FS NOT = '00'
001490         DISPLAY 'PRAKTIK: MASTER MHS TIDAK ADA / NOT FOUND'
001500         MOVE 'N' TO WS-INIT-SW
001510         GO TO 1000-EXIT
001520     END-IF.
001530     OPEN INPUT MK-FILE.
001540     IF WS-MKFS NOT = '00'
001550         DISPLAY 'PRAKTIK: KATALOG MK TIDAK ADA / NOT FOUND'
001560         CLOSE MHS-FILE
001570         MOVE 'N' TO WS-INIT-SW
001580         GO TO 1000-EXIT
001590     END-IF.
001600     OPEN INPUT SET-FILE.
001610     IF WS-STFS NOT = '00'
001620         DISPLAY 'PRAKTIK: PRKSOAL TIDAK ADA / '
001630             'NO EXERCISE SETS - JALANKAN PRKMNT'
001640         CLOSE MHS-FILE
001650         CLOSE MK-FILE
001660         MOVE 'N' TO WS-INIT-SW
001670         GO TO 1000-EXIT
001680     END-IF.
001690     OPEN I-O PRK-FILE.
001700     IF WS-PKFS = '35'
001710         OPEN OUTPUT PRK-FILE
001720         CLOSE PRK-FILE
001730         OPEN I-O PRK-FILE
001740     END-IF.
001750     OPEN I-O NILAI-FILE.
001760     IF WS-NFS = '35'
001770         OPEN OUTPUT NILAI-FILE
001780         CLOSE NILAI-FILE
001790         OPEN I-O NILAI-FILE
001800     END-IF.
001810     OPEN EXTEND RESULT-FILE.
001820     IF WS-RES-FS = '35'
001830         OPEN OUTPUT RESULT-FILE
001840         CLOSE RESULT-FILE
001850         OPEN EXTEND RESULT-FILE
001860     END-IF.
001862     OPEN INPUT AMD-FILE.
001864     IF WS-AFS = '00'
001866         MOVE 'Y' TO WS-AMD-OPEN-SW
001868     END-IF.
001870     ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
001880     MOVE SPACES TO WS-RUN-DATE-DISP.
001890     STRING WS-SYSDATE(1:4) '-' WS-SYSDATE(5:2)
001900         '-' WS-SYSDATE(7:2) DELIMITED BY SIZE
001910         INTO WS-RUN-DATE-DISP.
001920     MOVE ZERO TO WS-SEMESTER-KINI.
001930     CALL 'KALCEK' USING WS-SEMESTER-KINI WS-KAL-RECORD
001940         WS-KAL-HASIL.
001950     IF WS-KAL-HASIL NOT = 'Y'
001960         MOVE ZERO TO WS-SEMESTER-KINI
001970         DISPLAY 'PRAKTIK: TIDAK ADA SEMESTER BERJALAN / '
001980             'NO CURRENT SEMESTER - SKOR TIDAK DIPOSTING'
001990     END-IF.
002000     MOVE 'SESSION STARTED' TO WS-SUMMARY.
002010     CALL 'AUDITLOG' USING 'PRAKTIK   ' 'START' WS-SUMMARY.
002020 1000-EXIT.
002030     EXIT.
002040*-----------------------------------------------------------
002050*2000-SESI-SATU  -  ONE STUDENT, ONE EXERCISE SET.
002060*-----------------------------------------------------------
002070 2000-SESI-SATU.
002080     DISPLAY ' '.
002090     DISPLAY '========== PRAKTIKUM LAB =========='.
002100     PERFORM 2100-SIGN-IN THRU 2100-EXIT.
002110     IF NOT INIT-OK
002120         MOVE 'Y' TO WS-INIT-SW
002130         GO TO 2000-LAGI
002140     END-IF.
002150     PERFORM 2200-PILIH-SET THRU 2200-EXIT.
002160     IF NOT INIT-OK
002170         MOVE 'Y' TO WS-INIT-SW
002180         GO TO 2000-LAGI
002190     END-IF.
002200     PERFORM 2300-KERJAKAN THRU 2300-EXIT.
002210     PERFORM 2500-SIMPAN-SESI THRU 2500-EXIT.
002220     PERFORM 2600-POST-NILAI THRU 2600-EXIT.
002230 2000-LAGI.
002240     DISPLAY 'MAHASISWA BERIKUTNYA? / NEXT STUDENT? (Y/T) : '
002250         WITH NO ADVANCING.
002260     ACCEPT WS-LAGI-SW.
002270 2000-EXIT.
002280     EXIT.
002290*-----------------------------------------------------------
002300*2100-SIGN-IN  -  THE NPM MUST BE ON THE MASTER AND ACTIVE
002310*(A, OR BLANK ON A RECORD FROM BEFORE STATUS-MHS EXISTED).
002320*WS-INIT-SW DOUBLES AS THE REFUSAL FLAG HERE AND IN 2200.
002330*-----------------------------------------------------------
002340 2100-SIGN-IN.
002350     DISPLAY 'NPM : ' WITH NO ADVANCING.
002360     MOVE SPACES TO WS-NPM-IN.
002370     ACCEPT WS-NPM-IN.
002380     MOVE WS-NPM-IN TO NPM OF MHS-RECORD.
002390     READ MHS-FILE
002400         INVALID KEY
002410             DISPLAY 'NPM TIDAK TERDAFTAR / NPM NOT ON FILE'
002420             MOVE 'N' TO WS-INIT-SW
002430             GO TO 2100-EXIT
002440     END-READ.
002450     IF STATUS-MHS OF MHS-RECORD NOT = 'A'
002460         AND STATUS-MHS OF MHS-RECORD NOT = SPACE
002470         DISPLAY 'MAHASISWA TIDAK AKTIF / STUDENT NOT ACTIVE ('
002480             STATUS-MHS OF MHS-RECORD ')'
002490         MOVE 'N' TO WS-INIT-SW
002500         GO TO 2100-EXIT
002510     END-IF.
002520     DISPLAY 'NAMA : ' NAMA OF MHS-RECORD.
002530 2100-EXIT.
002540     EXIT.
002550*-----------------------------------------------------------
002560*2200-PILIH-SET  -  AN OPEN SET THE STUDENT HAS NOT TAKEN.
002570*-----------------------------------------------------------
002580 2200-PILIH-SET.
002590     DISPLAY 'KODE SET SOAL / EXERCISE SET : ' WITH NO ADVANCING.
002600     MOVE SPACES TO WS-SET-IN.
002610     ACCEPT WS-SET-IN.
002620     MOVE WS-SET-IN TO KODE-SET OF SET-RECORD.
002630     READ SET-FILE
002640         INVALID KEY
002650             DISPLAY 'SET TIDAK ADA / NO SUCH SET'
002660             MOVE 'N' TO WS-INIT-SW
002670             GO TO 2200-EXIT
002680     END-READ.
002690     IF NOT SET-AKTIF OF SET-RECORD
002700         DISPLAY 'SET DITUTUP / SET IS CLOSED'
002710         MOVE 'N' TO WS-INIT-SW
002720         GO TO 2200-EXIT
002730     END-IF.
002740     MOVE WS-NPM-IN TO NPM OF PRK-RECORD.
002750     MOVE WS-SET-IN TO KODE-SET OF PRK-RECORD.
002760     READ PRK-FILE
002770         INVALID KEY
002780             GO TO 2200-EXIT
002790     END-READ.
002800     DISPLAY 'SET SUDAH DIKERJAKAN / ALREADY TAKEN ON '
002810         TGL-PRK OF PRK-RECORD ', SKOR ' SKOR-PRK OF PRK-RECORD.
002820     MOVE 'N' TO WS-INIT-SW.
002830 2200-EXIT.
002840     EXIT.
002850*-----------------------------------------------------------
002860*2300-KERJAKAN  -  ASK EVERY QUESTION IN THE SET.
002870*-----------------------------------------------------------
002880 2300-KERJAKAN.
002890     INITIALIZE PRK-WS.
002900     MOVE WS-NPM-IN TO NPM OF PRK-WS.
002910     MOVE WS-SET-IN TO KODE-SET OF PRK-WS.
002920     MOVE WS-RUN-DATE-DISP TO TGL-PRK OF PRK-WS.
002930     MOVE KODE-MK-SET OF SET-RECORD TO KODE-MK-PRK OF PRK-WS.
002940     MOVE WS-SEMESTER-KINI TO SEMESTER-PRK OF PRK-WS.
002950     MOVE ZERO TO WS-DINILAI.
002960     DISPLAY JUDUL-SET OF SET-RECORD.
002970     DISPLAY 'JUMLAH SOAL / QUESTIONS : '
002980         JML-SOAL-SET OF SET-RECORD
002990         '   TOLERANSI : ' TOLERANSI-SET OF SET-RECORD.
003000     PERFORM 2400-SATU-SOAL THRU 2400-EXIT
003010         VARYING WS-SOAL-X FROM 1 BY 1
003020         UNTIL WS-SOAL-X > JML-SOAL-SET OF SET-RECORD.
003030 2300-EXIT.
003040     EXIT.
003050*-----------------------------------------------------------
003060*2400-SATU-SOAL  -  ONE QUESTION.  A QUESTION PRKHIT CANNOT
003070*WORK OUT (THE SET WAS CHANGED BY HAND) IS SKIPPED, REPORTED
003080*AND LEFT OUT OF THE SCORE.
003090*-----------------------------------------------------------
003100 2400-SATU-SOAL.
003110     MOVE WS-SOAL-X TO WS-NO-SOAL.
003120     CALL 'PRKHIT' USING PROG-SOAL OF SET-RECORD (WS-SOAL-X)
003130         OPR-SOAL OF SET-RECORD (WS-SOAL-X)
003140         ARG1-SOAL OF SET-RECORD (WS-SOAL-X)
003150         ARG2-SOAL OF SET-RECORD (WS-SOAL-X)
003160         ARG3-SOAL OF SET-RECORD (WS-SOAL-X)
003170         WS-KUNCI WS-TEKS WS-HIT-HASIL.
003180     IF WS-HIT-HASIL NOT = 'Y'
003190         MOVE 'SOAL' TO WS-EXC-FIELD
003200         MOVE SPACES TO WS-EXC-DETAIL
003210         STRING 'SET ' WS-SET-IN ' SOAL ' WS-NO-SOAL
003220             ' CANNOT BE COMPUTED - SKIPPED'
003230             DELIMITED BY SIZE INTO WS-EXC-DETAIL
003240         MOVE 'W' TO WS-EXC-SEV
003250         CALL 'EXCPRPT' USING 'PRAKTIK   '
003260             WS-EXC-FIELD WS-EXC-DETAIL WS-EXC-SEV
003270         GO TO 2400-EXIT
003280     END-IF.
003290     ADD 1 TO WS-DINILAI.
003300     DISPLAY ' '.
003310     DISPLAY 'SOAL ' WS-NO-SOAL ' : ' WS-TEKS.
003320     DISPLAY 'JAWABAN / ANSWER : ' WITH NO ADVANCING.
003330     MOVE ZERO TO WS-JAWAB.
003340     ACCEPT WS-JAWAB.
003350     COMPUTE WS-SELISIH = WS-JAWAB - WS-KUNCI.
003360     IF WS-SELISIH < ZERO
003370         COMPUTE WS-SELISIH = ZERO - WS-SELISIH
003380     END-IF.
003390     IF WS-SELISIH NOT > TOLERANSI-SET OF SET-RECORD
003400         MOVE 'Y' TO WS-BENAR-SW
003410         ADD 1 TO JML-BENAR-PRK OF PRK-WS
003420         DISPLAY 'BENAR / CORRECT'
003430     ELSE
003440         MOVE 'N' TO WS-BENAR-SW
003450         DISPLAY 'SALAH / WRONG'
003460     END-IF.
003470     PERFORM 2450-WRITE-RESULT THRU 2450-EXIT.
003480 2400-EXIT.
003490     EXIT.
003500*-----------------------------------------------------------
003510*2450-WRITE-RESULT  -  THE PRK LINE ON PERT2RES, FIXED COLUMNS
003520*AFTER THE RUN DATE (SEE PERT2RPT 3400-PARSE-PRK) -
003530*'PRK NPM=nnnnnnnn SET=ssssss NO=nn OK=Y JWB=... KNC=...'
003540*-----------------------------------------------------------
003550 2450-WRITE-RESULT.
003560     MOVE WS-JAWAB TO WS-JAWAB-DISP.
003570     MOVE WS-KUNCI TO WS-KUNCI-DISP.
003580     MOVE SPACES TO RESULT-LINE.
003590     STRING WS-RUN-DATE-DISP ' PRK NPM=' WS-NPM-IN
003600         ' SET=' WS-SET-IN ' NO=' WS-NO-SOAL
003610         ' OK=' WS-BENAR-SW
003620         ' JWB=' WS-JAWAB-DISP ' KNC=' WS-KUNCI-DISP
003630         DELIMITED BY SIZE INTO RESULT-LINE.
003640     WRITE RESULT-LINE.
003650 2450-EXIT.
003660     EXIT.
003670*-----------------------------------------------------------
003680*2500-SIMPAN-SESI  -  THE SESSION AND ITS 0-100 SCORE ON
003690*PRKMST, UNPOSTED UNTIL 2600 SAYS OTHERWISE.
003700*-----------------------------------------------------------
003710 2500-SIMPAN-SESI.
003720     MOVE WS-DINILAI TO JML-SOAL-PRK OF PRK-WS.
003730     IF WS-DINILAI = ZERO
003740         MOVE ZERO TO SKOR-PRK OF PRK-WS
003750     ELSE
003760         COMPUTE SKOR-PRK OF PRK-WS ROUNDED =
003770             (JML-BENAR-PRK OF PRK-WS * 100) / WS-DINILAI
003780     END-IF.
003790     SET PRK-BELUM-POST OF PRK-WS TO TRUE.
003800     MOVE PRK-WS TO PRK-RECORD.
003810     WRITE PRK-RECORD.
003820     ADD 1 TO WS-SESI-COUNT.
003830     DISPLAY ' '.
003840     DISPLAY 'BENAR / CORRECT : ' JML-BENAR-PRK OF PRK-WS
003850         ' DARI / OF ' WS-DINILAI
003860         '   SKOR / SCORE : ' SKOR-PRK OF PRK-WS.
003870     MOVE SPACES TO WS-SUMMARY.
003880     STRING 'SESSION NPM=' WS-NPM-IN ' SET=' WS-SET-IN
003890         ' SKOR=' SKOR-PRK OF PRK-WS
003900         DELIMITED BY SIZE INTO WS-SUMMARY.
003910     CALL 'AUDITLOG' USING 'PRAKTIK   ' 'NEW  ' WS-SUMMARY.
003920 2500-EXIT.
003930     EXIT.
003940*-----------------------------------------------------------
003950*2600-POST-NILAI  -  THE COURSE SCORE FOR THE CURRENT
003960*SEMESTER BECOMES THE ROUNDED MEAN OF THE STUDENT'S SESSION
003970*SCORES FOR THAT COURSE AND SEMESTER, THIS ONE INCLUDED, SO
003980*EACH SET IS POSTED EXACTLY ONCE.  A CLOSED SEMESTER IS NOT
003990*TOUCHED (NILAMD AMENDS IT THEN), NOR IS A SCORE ALREADY
003995*AMENDED THROUGH NILAMD - THE SESSION STAYS UNPOSTED.
004000*-----------------------------------------------------------
004010 2600-POST-NILAI.
004020     MOVE SPACES TO WS-EXC-DETAIL.
004030     IF WS-SEMESTER-KINI = ZERO
004040         STRING 'NPM ' WS-NPM-IN ' SET ' WS-SET-IN
004050             ' NO CURRENT SEMESTER - NOT POSTED'
004060             DELIMITED BY SIZE INTO WS-EXC-DETAIL
004070         GO TO 2690-TIDAK-POST
004080     END-IF.
004090     IF SEMESTER-TUTUP OF WS-KAL-RECORD
004100         STRING 'NPM ' WS-NPM-IN ' SET ' WS-SET-IN
004110             ' SEMESTER CLOSED - NOT POSTED'
004120             DELIMITED BY SIZE INTO WS-EXC-DETAIL
004130         GO TO 2690-TIDAK-POST
004140     END-IF.
004150     MOVE KODE-MK-PRK OF PRK-WS TO KODE-MK OF MK-RECORD.
004160     READ MK-FILE
004170         INVALID KEY
004180             STRING 'NPM ' WS-NPM-IN ' MK ' KODE-MK-PRK OF PRK-WS
004190                 ' NOT ON CATALOG - NOT POSTED'
004200                 DELIMITED BY SIZE INTO WS-EXC-DETAIL
004210             GO TO 2690-TIDAK-POST
004220     END-READ.
004230     PERFORM 2650-RATA-SESI THRU 2650-EXIT.
004240     MOVE WS-NPM-IN TO NPM OF NILAI-RECORD.
004250     MOVE KODE-MK-PRK OF PRK-WS TO KODE-MK OF NILAI-RECORD.
004260     MOVE WS-SEMESTER-KINI TO SEMESTER-MK OF NILAI-RECORD.
004270     READ NILAI-FILE
004280         INVALID KEY
004290             SET NILAI-NOT-FOUND TO TRUE
004300         NOT INVALID KEY
004310             SET NILAI-FOUND TO TRUE
004320     END-READ.
004321     IF NILAI-FOUND
004322         PERFORM 2620-CEK-AMANDEMEN THRU 2620-EXIT
004323         IF NILAI-DIAMANDEMEN
004324             STRING 'NPM ' WS-NPM-IN ' ' KODE-MK-PRK OF PRK-WS
004325                 ' AMENDED SCORE - NOT REPOSTED'
004326                 DELIMITED BY SIZE INTO WS-EXC-DETAIL
004327             GO TO 2690-TIDAK-POST
004328         END-IF
004329     END-IF.
004330     MOVE NAMA-MK OF MK-RECORD TO NAMA-MK OF NILAI-RECORD.
004340     COMPUTE NILAI-ANGKA OF NILAI-RECORD ROUNDED =
004350         WS-SKOR-TOTAL / WS-SKOR-JUMLAH.
004360     MOVE SPACES TO WS-SUMMARY.
004370     STRING 'PRAKTIKUM NPM=' WS-NPM-IN
004380         ' MK=' KODE-MK-PRK OF PRK-WS
004390         ' SMT=' WS-SEMESTER-KINI
004400         ' NILAI=' NILAI-ANGKA OF NILAI-RECORD
004410         DELIMITED BY SIZE INTO WS-SUMMARY.
004420     IF NILAI-FOUND
004430         REWRITE NILAI-RECORD
004440         CALL 'AUDITLOG' USING 'PRAKTIK   ' 'UPD  ' WS-SUMMARY
004450     ELSE
004460         WRITE NILAI-RECORD
004470         CALL 'AUDITLOG' USING 'PRAKTIK   ' 'NEW  ' WS-SUMMARY
004480     END-IF.
004490     DISPLAY 'NILAI ' KODE-MK-PRK OF PRK-WS ' / COURSE SCORE : '
004500         NILAI-ANGKA OF NILAI-RECORD ' (' WS-SKOR-JUMLAH ' SET)'.
004510     MOVE PRK-KEY OF PRK-WS TO PRK-KEY OF PRK-RECORD.
004520     READ PRK-FILE
004530         INVALID KEY
004540             GO TO 2600-EXIT
004550     END-READ.
004560     SET PRK-DIPOSTING OF PRK-RECORD TO TRUE.
004570     REWRITE PRK-RECORD.
004580     ADD 1 TO WS-POST-COUNT.
004590     GO TO 2600-EXIT.
004600 2690-TIDAK-POST.
004610     DISPLAY 'SKOR BELUM DIPOSTING KE NILAIMST / '
004620         'SCORE NOT POSTED'.
004630     MOVE 'NILAI' TO WS-EXC-FIELD.
004640     MOVE 'W' TO WS-EXC-SEV.
004650     CALL 'EXCPRPT' USING 'PRAKTIK   '
004660         WS-EXC-FIELD WS-EXC-DETAIL WS-EXC-SEV.
004670 2600-EXIT.
004680     EXIT.
004690*-----------------------------------------------------------
004691*2620-CEK-AMANDEMEN  -  ANY NILAMDH ENTRY FOR THE NPM, COURSE
004692*AND SEMESTER MEANS THE SCORE ON FILE WAS SET BY AN APPROVED
004693*AMENDMENT.
004694*-----------------------------------------------------------
004695 2620-CEK-AMANDEMEN.
004696     MOVE 'N' TO WS-AMD-SW.
004697     IF NOT AMD-OPEN
004698         GO TO 2620-EXIT
004699     END-IF.
004700     MOVE NILAI-KEY OF NILAI-RECORD TO AMD-KEY OF AMD-RECORD.
004701     MOVE ZERO TO AMD-NO OF AMD-RECORD.
004702     START AMD-FILE KEY NOT < AMD-KEY OF AMD-RECORD
004703         INVALID KEY
004704             GO TO 2620-EXIT
004705     END-START.
004706     READ AMD-FILE NEXT RECORD
004707         AT END
004708             GO TO 2620-EXIT
004709     END-READ.
004710     IF NPM OF AMD-RECORD = WS-NPM-IN
004711         AND KODE-MK OF AMD-RECORD = KODE-MK-PRK OF PRK-WS
004712         AND SEMESTER-AMD OF AMD-RECORD = WS-SEMESTER-KINI
004713         MOVE 'Y' TO WS-AMD-SW
004714     END-IF.
004715 2620-EXIT.
004716     EXIT.
004717*-----------------------------------------------------------
004718*2650-RATA-SESI  -  TOTAL AND COUNT THE STUDENT'S SESSIONS ON
004719*THE SAME COURSE AND SEMESTER (PRKMST IS KEYED NPM FIRST).
004720*-----------------------------------------------------------
004730 2650-RATA-SESI.
004740     MOVE ZERO TO WS-SKOR-TOTAL.
004750     MOVE ZERO TO WS-SKOR-JUMLAH.
004760     MOVE 'N' TO WS-PRK-EOF-SW.
004770     MOVE WS-NPM-IN TO NPM OF PRK-RECORD.
004780     MOVE LOW-VALUES TO KODE-SET OF PRK-RECORD.
004790     START PRK-FILE KEY NOT < PRK-KEY OF PRK-RECORD
004800         INVALID KEY
004810             SET PRK-EOF TO TRUE
004820     END-START.
004830     PERFORM 2660-BACA-SESI THRU 2660-EXIT UNTIL PRK-EOF.
004840 2650-EXIT.
004850     EXIT.
004860 2660-BACA-SESI.
004870     READ PRK-FILE NEXT RECORD
004880         AT END
004890             SET PRK-EOF TO TRUE
004900             GO TO 2660-EXIT
004910     END-READ.
004920     IF NPM OF PRK-RECORD NOT = WS-NPM-IN
004930         SET PRK-EOF TO TRUE
004940         GO TO 2660-EXIT
004950     END-IF.
004960     IF KODE-MK-PRK OF PRK-RECORD = KODE-MK-PRK OF PRK-WS
004970         AND SEMESTER-PRK OF PRK-RECORD = WS-SEMESTER-KINI
004980         ADD SKOR-PRK OF PRK-RECORD TO WS-SKOR-TOTAL
004990         ADD 1 TO WS-SKOR-JUMLAH
005000     END-IF.
005010 2660-EXIT.
005020     EXIT.
005030*-----------------------------------------------------------
005040*9000-TERMINATE
005050*-----------------------------------------------------------
005060 9000-TERMINATE.
005070     CLOSE MHS-FILE.
005080     CLOSE MK-FILE.
005090     CLOSE SET-FILE.
005100     CLOSE PRK-FILE.
005110     CLOSE NILAI-FILE.
005120     CLOSE RESULT-FILE.
005122     IF AMD-OPEN
005124         CLOSE AMD-FILE
005126     END-IF.
005130     DISPLAY 'PRAKTIK: ' WS-SESI-COUNT ' SESI, ' WS-POST-COUNT
005140         ' DIPOSTING / POSTED'.
005150     MOVE SPACES TO WS-SUMMARY.
005160     STRING 'SESSIONS=' WS-SESI-COUNT ' POSTED=' WS-POST-COUNT
005170         DELIMITED BY SIZE INTO WS-SUMMARY.
005180     CALL 'AUDITLOG' USING 'PRAKTIK   ' 'END  ' WS-SUMMARY.
005190     GOBACK.
005200 9000-EXIT.
005210     EXIT.
