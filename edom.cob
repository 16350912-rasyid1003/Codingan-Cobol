000010*-----------------------------------------------------------
000020*EDOM  -  COURSE EVALUATION (EDOM) QUESTIONNAIRE CAPTURE
000030*-----------------------------------------------------------
000040*TAKES THE END-OF-TERM LECTURER EVALUATION (EVALUASI DOSEN
000050*OLEH MAHASISWA) THAT THE QUALITY ASSURANCE OFFICE USED TO
000060*RUN ON PAPER.  THE SEMESTER IS CHOSEN ONCE PER SESSION
000070*(BLANK TAKES THE CURRENT ONE ON THE CALENDAR).  EACH STUDENT
000080*KEYS THEIR NPM, SEES THE APPROVED COURSES ON THEIR KRS FOR
000090*THE SEMESTER WITH THE ONES STILL DUE, AND ANSWERS THE TEN
000100*EDOMQTAB QUESTIONS 1-5 PLUS A COMMENT FOR ONE COURSE AT A
000110*TIME.  A COURSE NOT ON THE STUDENT'S KRSMAST, NOT APPROVED,
000120*OR ALREADY ANSWERED IS REFUSED, SO EACH STUDENT ANSWERS
000130*EACH COURSE ONCE.  THE ANSWERS GO TO EDOMMST UNDER THE
000140*COURSE, THE STUDENT'S KELAS AND THE NEXT RESPONSE NUMBER -
000150*NEVER THE NPM - AND THE KRS LINE IS MARKED EDOM-KRS = Y.
000160*EDOMRPT SUMMARISES THE RESPONSES; STMT CAN WITHHOLD A GRADE
000170*UNTIL ITS EVALUATION IS IN.
000180*-----------------------------------------------------------
000190*MODIFICATION HISTORY
000200*DATE       INIT  DESCRIPTION
000210*10/15/2026 RSD   ORIGINAL.
000220*-----------------------------------------------------------
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. EDOM.
000250 AUTHOR. RASYID.
000260 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000270 DATE-WRITTEN. 10/15/2026.
000280 DATE-COMPILED.
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT MHS-FILE ASSIGN TO 'MHSMAST'
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS NPM OF MHS-RECORD
000360         FILE STATUS IS WS-FS.
000370     SELECT KRS-FILE ASSIGN TO 'KRSMAST'
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS KRS-KEY OF KRS-RECORD
000410         FILE STATUS IS WS-KRSFS.
000420     SELECT MK-FILE ASSIGN TO 'MKMAST'
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS KODE-MK OF MK-RECORD
000460         FILE STATUS IS WS-MKFS.
000470     SELECT EDOM-FILE ASSIGN TO 'EDOMMST'
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS EDOM-KEY OF EDOM-RECORD
000510         FILE STATUS IS WS-EDFS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  MHS-FILE.
000550 01  MHS-RECORD.
000560         COPY MHSREC.
000570 FD  KRS-FILE.
000580 01  KRS-RECORD.
000590         COPY KRSREC.
000600 FD  MK-FILE.
000610 01  MK-RECORD.
000620         COPY MKREC.
000630 FD  EDOM-FILE.
000640 01  EDOM-RECORD.
000650         COPY EDOMREC.
000660 WORKING-STORAGE SECTION.
000670 01  WS-FS                       PIC X(02).
000680 01  WS-KRSFS                    PIC X(02).
000690 01  WS-MKFS                     PIC X(02).
000700 01  WS-EDFS                     PIC X(02).
000710 01  WS-MK-OPEN-SW               PIC X(01) VALUE 'N'.
000720         88  MK-OPEN                      VALUE 'Y'.
000730 01  WS-SWITCHES.
000740         05  WS-VALID-SW             PIC X(01) VALUE 'N'.
000750             88  FIELD-OK                 VALUE 'Y'.
000760             88  FIELD-BAD                VALUE 'N'.
000770         05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000780             88  SCAN-EOF                 VALUE 'Y'.
000790 01  WS-LAGI-SW                  PIC X(01) VALUE 'Y'.
000800         88  ENTRI-LAGI                   VALUE 'Y' 'y'.
000810 01  WS-MK-LAGI-SW               PIC X(01) VALUE 'Y'.
000820         88  MK-LAGI                      VALUE 'Y' 'y'.
000830 01  WS-YAKIN-SW                 PIC X(01).
000840         88  YAKIN                        VALUE 'Y' 'y'.
000850 01  WS-NPM-IN                   PIC X(08).
000860 01  WS-KODE-IN                  PIC X(08).
000870 01  WS-JAWAB-IN                 PIC X(01).
000880 01  WS-SEMESTER                 PIC 9(02).
000890 01  WS-SEMESTER-IN              PIC X(02).
000900 01  WS-KAL-HASIL                PIC X(01).
000910 01  WS-KAL-RECORD.
000920         COPY KALREC.
000930 01  WS-NAMA-MK                  PIC X(25).
000940 01  WS-KET                      PIC X(15).
000950 01  WS-DUE-COUNT                PIC 9(02).
000960 01  WS-NO-AKHIR                 PIC 9(05).
000970 01  WS-SOAL-X                   PIC 9(02) COMP.
000980 01  EDOM-WS.
000990         COPY EDOMREC.
001000 COPY EDOMQTAB.
001010 01  WS-SUMMARY                  PIC X(60).
001020*-----------------------------------------------------------
001030*0000-MAINLINE
001040*-----------------------------------------------------------
001050 PROCEDURE DIVISION.
001060 0000-MAINLINE.
001070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001080     PERFORM 2000-MHS-SATU THRU 2000-EXIT
001090         UNTIL NOT ENTRI-LAGI.
001100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001110*-----------------------------------------------------------
001120*1000-INITIALIZE  -  THE MHS MASTER AND KRSMAST MUST EXIST;
001130*THE CATALOG ONLY SUPPLIES COURSE NAMES.  THE RESPONSE FILE
001140*IS CREATED ON FIRST USE.
001150*-----------------------------------------------------------
001160 1000-INITIALIZE.
001170     OPEN INPUT MHS-FILE.
001180     IF WS-FS NOT = '00'
001190         DISPLAY 'EDOM: MASTER MHS TIDAK ADA / NOT FOUND'
001200         STOP RUN
001210     END-IF.
001220     OPEN I-O KRS-FILE.
001230     IF WS-KRSFS NOT = '00'
001240         DISPLAY 'EDOM: KRSMAST TIDAK ADA / NOT FOUND'
001250         CLOSE MHS-FILE
001260         STOP RUN
001270     END-IF.
001280     OPEN INPUT MK-FILE.
001290     IF WS-MKFS = '00'
001300         MOVE 'Y' TO WS-MK-OPEN-SW
001310     ELSE
001320         MOVE 'N' TO WS-MK-OPEN-SW
001330     END-IF.
001340     OPEN I-O EDOM-FILE.
001350     IF WS-EDFS = '35'
001360         OPEN OUTPUT EDOM-FILE
001370         CLOSE EDOM-FILE
001380         OPEN I-O EDOM-FILE
001390     END-IF.
001400     DISPLAY 'SEMESTER EVALUASI / EVALUATION SEMESTER (01-14) : '
001410         WITH NO ADVANCING.
001420     PERFORM 1050-PILIH-SEMESTER THRU 1050-EXIT.
001430     MOVE SPACES TO WS-SUMMARY.
001440     STRING 'SESSION STARTED SMT=' WS-SEMESTER
001450         DELIMITED BY SIZE INTO WS-SUMMARY.
001460     CALL 'AUDITLOG' USING 'EDOM      ' 'START' WS-SUMMARY.
001470 1000-EXIT.
001480     EXIT.
001490*-----------------------------------------------------------
001500*1050-PILIH-SEMESTER  -  THE SEMESTER KEYED, OR WHEN LEFT
001510*BLANK (OR 00) THE CURRENT SEMESTER ON THE KALMST ACADEMIC
001520*CALENDAR (SEE KALCEK).  NO CURRENT SEMESTER ENDS THE RUN.
001530*-----------------------------------------------------------
001540 1050-PILIH-SEMESTER.
001550     MOVE SPACES TO WS-SEMESTER-IN.
001560     ACCEPT WS-SEMESTER-IN.
001570     IF WS-SEMESTER-IN(2:1) = SPACE
001580         AND WS-SEMESTER-IN(1:1) NOT = SPACE
001590         MOVE WS-SEMESTER-IN(1:1) TO WS-SEMESTER-IN(2:1)
001600         MOVE '0' TO WS-SEMESTER-IN(1:1)
001610     END-IF.
001620     IF WS-SEMESTER-IN NOT = SPACES
001630         AND WS-SEMESTER-IN NOT = '00'
001640         IF WS-SEMESTER-IN NOT NUMERIC
001650             DISPLAY 'EDOM: SEMESTER TIDAK SAH / BAD SEMESTER'
001660             PERFORM 9000-TERMINATE THRU 9000-EXIT
001670         END-IF
001680         MOVE WS-SEMESTER-IN TO WS-SEMESTER
001690         GO TO 1050-EXIT
001700     END-IF.
001710     MOVE ZERO TO WS-SEMESTER.
001720     CALL 'KALCEK' USING WS-SEMESTER WS-KAL-RECORD WS-KAL-HASIL.
001730     IF WS-KAL-HASIL NOT = 'Y'
001740         DISPLAY 'EDOM: SEMESTER BERJALAN TIDAK ADA / '
001750             'NO CURRENT SEMESTER ON CALENDAR'
001760         PERFORM 9000-TERMINATE THRU 9000-EXIT
001770     END-IF.
001780     DISPLAY 'SEMESTER BERJALAN / CURRENT SEMESTER : ' WS-SEMESTER
001790         ' ' KET-KAL OF WS-KAL-RECORD.
001800 1050-EXIT.
001810     EXIT.
001820*-----------------------------------------------------------
001830*2000-MHS-SATU  -  ONE STUDENT: NPM, THE COURSES STILL DUE,
001840*THEN ONE QUESTIONNAIRE PER COURSE UNTIL THE STUDENT STOPS
001850*OR NOTHING IS LEFT.
001860*-----------------------------------------------------------
001870 2000-MHS-SATU.
001880     SET FIELD-BAD TO TRUE.
001890     PERFORM 2100-ACCEPT-NPM THRU 2100-EXIT UNTIL FIELD-OK.
001900     PERFORM 2200-DAFTAR-KRS THRU 2200-EXIT.
001910     IF WS-DUE-COUNT = ZERO
001920         DISPLAY 'TIDAK ADA EVALUASI TERSISA / NO EVALUATIONS DUE'
001930         GO TO 2000-TANYA
001940     END-IF.
001950     MOVE 'Y' TO WS-MK-LAGI-SW.
001960     PERFORM 3000-ISI-SATU THRU 3000-EXIT
001970         UNTIL NOT MK-LAGI.
001980 2000-TANYA.
001990     DISPLAY 'ADA MAHASISWA LAGI? / ANOTHER STUDENT? (Y/T) : '
002000         WITH NO ADVANCING.
002010     ACCEPT WS-LAGI-SW.
002020 2000-EXIT.
002030     EXIT.
002040*-----------------------------------------------------------
002050*2100-ACCEPT-NPM  -  THE NPM MUST BE NUMERIC AND ON THE
002060*MHS MASTER.
002070*-----------------------------------------------------------
002080 2100-ACCEPT-NPM.
002090     DISPLAY 'MASUKKAN NPM / ENTER NPM : ' WITH NO ADVANCING.
002100     ACCEPT WS-NPM-IN.
002110     IF WS-NPM-IN NOT NUMERIC
002120         SET FIELD-BAD TO TRUE
002130         DISPLAY 'NPM HARUS ANGKA / MUST BE NUMERIC, ULANGI'
002140         GO TO 2100-EXIT
002150     END-IF.
002160     MOVE WS-NPM-IN TO NPM OF MHS-RECORD.
002170     READ MHS-FILE
002180         INVALID KEY
002190             SET FIELD-BAD TO TRUE
002200             DISPLAY 'NPM TIDAK TERDAFTAR / NOT ON MASTER, ULANGI'
002210             GO TO 2100-EXIT
002220     END-READ.
002230     DISPLAY 'MAHASISWA: ' NAMA OF MHS-RECORD
002240         '  KELAS ' KELAS OF MHS-RECORD.
002250     SET FIELD-OK TO TRUE.
002260 2100-EXIT.
002270     EXIT.
002280*-----------------------------------------------------------
002290*2200-DAFTAR-KRS  -  THE STUDENT'S APPROVED KRS LINES FOR THE
002300*SEMESTER (STATUS A, OR BLANK ON AN OLDER RECORD), EACH
002310*MARKED ANSWERED OR DUE.
002320*-----------------------------------------------------------
002330 2200-DAFTAR-KRS.
002340     MOVE ZERO TO WS-DUE-COUNT.
002350     MOVE 'N' TO WS-EOF-SW.
002360     MOVE WS-NPM-IN TO NPM OF KRS-RECORD.
002370     MOVE WS-SEMESTER TO SEMESTER-KRS OF KRS-RECORD.
002380     MOVE LOW-VALUES TO KODE-MK OF KRS-RECORD.
002390     START KRS-FILE KEY NOT < KRS-KEY OF KRS-RECORD
002400         INVALID KEY
002410             SET SCAN-EOF TO TRUE
002420     END-START.
002430     DISPLAY 'MATA KULIAH SEMESTER ' WS-SEMESTER
002440         ' / COURSES THIS SEMESTER:'.
002450     PERFORM 2250-SATU-KRS THRU 2250-EXIT UNTIL SCAN-EOF.
002460 2200-EXIT.
002470     EXIT.
002480 2250-SATU-KRS.
002490     READ KRS-FILE NEXT RECORD
002500         AT END
002510             SET SCAN-EOF TO TRUE
002520             GO TO 2250-EXIT
002530     END-READ.
002540     IF NPM OF KRS-RECORD NOT = WS-NPM-IN
002550         OR SEMESTER-KRS OF KRS-RECORD NOT = WS-SEMESTER
002560         SET SCAN-EOF TO TRUE
002570         GO TO 2250-EXIT
002580     END-IF.
002590     IF STATUS-KRS OF KRS-RECORD NOT = 'A'
002600         AND STATUS-KRS OF KRS-RECORD NOT = SPACE
002610         GO TO 2250-EXIT
002620     END-IF.
002630     PERFORM 2300-NAMA-MK THRU 2300-EXIT.
002640     IF EDOM-SELESAI OF KRS-RECORD
002650         MOVE 'SUDAH / DONE' TO WS-KET
002660     ELSE
002670         MOVE 'BELUM / DUE' TO WS-KET
002680         ADD 1 TO WS-DUE-COUNT
002690     END-IF.
002700     DISPLAY '  ' KODE-MK OF KRS-RECORD '  ' WS-NAMA-MK
002710         '  ' WS-KET.
002720 2250-EXIT.
002730     EXIT.
002740 2300-NAMA-MK.
002750     MOVE SPACES TO WS-NAMA-MK.
002760     IF NOT MK-OPEN
002770         GO TO 2300-EXIT
002780     END-IF.
002790     MOVE KODE-MK OF KRS-RECORD TO KODE-MK OF MK-RECORD.
002800     READ MK-FILE
002810         INVALID KEY
002820             CONTINUE
002830         NOT INVALID KEY
002840             MOVE NAMA-MK OF MK-RECORD TO WS-NAMA-MK
002850     END-READ.
002860 2300-EXIT.
002870     EXIT.
002880*-----------------------------------------------------------
002890*3000-ISI-SATU  -  ONE COURSE: THE KRS LINE MUST BE THE
002900*STUDENT'S, APPROVED AND NOT YET ANSWERED; THEN THE TEN
002910*QUESTIONS, THE COMMENT, AND A LAST CHANCE TO CANCEL.
002920*-----------------------------------------------------------
002930 3000-ISI-SATU.
002940     DISPLAY 'KODE MATA KULIAH / COURSE CODE : '
002950         WITH NO ADVANCING.
002960     MOVE SPACES TO WS-KODE-IN.
002970     ACCEPT WS-KODE-IN.
002980     IF WS-KODE-IN = SPACES
002990         MOVE 'N' TO WS-MK-LAGI-SW
003000         GO TO 3000-EXIT
003010     END-IF.
003020     MOVE WS-NPM-IN TO NPM OF KRS-RECORD.
003030     MOVE WS-SEMESTER TO SEMESTER-KRS OF KRS-RECORD.
003040     MOVE WS-KODE-IN TO KODE-MK OF KRS-RECORD.
003050     READ KRS-FILE
003060         INVALID KEY
003070             DISPLAY 'TIDAK ADA DI KRS / NOT ON YOUR KRS'
003080             GO TO 3000-TANYA
003090     END-READ.
003100     IF STATUS-KRS OF KRS-RECORD NOT = 'A'
003110         AND STATUS-KRS OF KRS-RECORD NOT = SPACE
003120         DISPLAY 'KRS BELUM DISETUJUI / KRS NOT APPROVED'
003130         GO TO 3000-TANYA
003140     END-IF.
003150     IF EDOM-SELESAI OF KRS-RECORD
003160         DISPLAY 'SUDAH DIISI / ALREADY ANSWERED'
003170         GO TO 3000-TANYA
003180     END-IF.
003190     MOVE WS-SEMESTER TO SEMESTER-EDOM OF EDOM-WS.
003200     MOVE WS-KODE-IN TO KODE-MK OF EDOM-WS.
003210     MOVE KELAS OF MHS-RECORD TO KELAS OF EDOM-WS.
003220     DISPLAY 'SKALA / SCALE: 1=SANGAT KURANG 2=KURANG 3=CUKUP '
003230         '4=BAIK 5=SANGAT BAIK'.
003240     PERFORM 3100-SATU-SOAL THRU 3100-EXIT
003250         VARYING WS-SOAL-X FROM 1 BY 1
003260         UNTIL WS-SOAL-X > 10.
003270     DISPLAY 'KOMENTAR / COMMENT (BOLEH KOSONG / OPTIONAL) : '.
003280     MOVE SPACES TO KOMENTAR-EDOM OF EDOM-WS.
003290     ACCEPT KOMENTAR-EDOM OF EDOM-WS.
003300     DISPLAY 'KIRIM EVALUASI? / SUBMIT EVALUATION? (Y/T) : '
003310         WITH NO ADVANCING.
003320     MOVE SPACE TO WS-YAKIN-SW.
003330     ACCEPT WS-YAKIN-SW.
003340     IF NOT YAKIN
003350         DISPLAY 'DIBATALKAN / CANCELLED'
003360         GO TO 3000-TANYA
003370     END-IF.
003380     PERFORM 3200-SIMPAN THRU 3200-EXIT.
003390     IF WS-DUE-COUNT = ZERO
003400         DISPLAY 'SEMUA EVALUASI SELESAI / ALL EVALUATIONS DONE'
003410         MOVE 'N' TO WS-MK-LAGI-SW
003420         GO TO 3000-EXIT
003430     END-IF.
003440 3000-TANYA.
003450     DISPLAY 'MATA KULIAH LAIN? / ANOTHER COURSE? (Y/T) : '
003460         WITH NO ADVANCING.
003470     ACCEPT WS-MK-LAGI-SW.
003480 3000-EXIT.
003490     EXIT.
003500 3100-SATU-SOAL.
003510     SET FIELD-BAD TO TRUE.
003520     PERFORM 3150-ACCEPT-JAWAB THRU 3150-EXIT UNTIL FIELD-OK.
003530 3100-EXIT.
003540     EXIT.
003550 3150-ACCEPT-JAWAB.
003560     DISPLAY WS-SOAL-X '. ' EDOM-SOAL(WS-SOAL-X).
003570     DISPLAY '   JAWABAN / ANSWER (1-5) : ' WITH NO ADVANCING.
003580     MOVE SPACE TO WS-JAWAB-IN.
003590     ACCEPT WS-JAWAB-IN.
003600     IF WS-JAWAB-IN NUMERIC
003610         AND WS-JAWAB-IN > '0' AND WS-JAWAB-IN < '6'
003620         MOVE WS-JAWAB-IN TO JAWABAN-EDOM OF EDOM-WS(WS-SOAL-X)
003630         SET FIELD-OK TO TRUE
003640     ELSE
003650         SET FIELD-BAD TO TRUE
003660         DISPLAY 'JAWABAN HARUS 1-5 / MUST BE 1-5, ULANGI'
003670     END-IF.
003680 3150-EXIT.
003690     EXIT.
003700*-----------------------------------------------------------
003710*3200-SIMPAN  -  THE RESPONSE UNDER THE NEXT NUMBER FOR THE
003720*SEMESTER, COURSE AND KELAS, THEN THE KRS LINE MARKED
003730*ANSWERED.  THE AUDIT TRAIL CARRIES THE COURSE, NOT THE NPM.
003740*-----------------------------------------------------------
003750 3200-SIMPAN.
003760     PERFORM 3250-NOMOR-BARU THRU 3250-EXIT.
003770     MOVE EDOM-WS TO EDOM-RECORD.
003780     WRITE EDOM-RECORD
003790         INVALID KEY
003800             DISPLAY 'EDOM: GAGAL SIMPAN / SAVE FAILED, ULANGI'
003810             GO TO 3200-EXIT
003820     END-WRITE.
003830     MOVE WS-NPM-IN TO NPM OF KRS-RECORD.
003840     MOVE WS-SEMESTER TO SEMESTER-KRS OF KRS-RECORD.
003850     MOVE WS-KODE-IN TO KODE-MK OF KRS-RECORD.
003860     READ KRS-FILE
003870         INVALID KEY
003880             GO TO 3200-EXIT
003890     END-READ.
003900     MOVE 'Y' TO EDOM-KRS OF KRS-RECORD.
003910     REWRITE KRS-RECORD.
003920     SUBTRACT 1 FROM WS-DUE-COUNT.
003930     DISPLAY 'TERIMA KASIH / THANK YOU - EVALUASI TERSIMPAN'.
003940     MOVE SPACES TO WS-SUMMARY.
003950     STRING 'EVALUATION SMT=' WS-SEMESTER
003960         ' MK=' WS-KODE-IN
003970         ' KELAS=' KELAS OF EDOM-WS
003980         DELIMITED BY SIZE INTO WS-SUMMARY.
003990     CALL 'AUDITLOG' USING 'EDOM      ' 'NEW  ' WS-SUMMARY.
004000 3200-EXIT.
004010     EXIT.
004020*-----------------------------------------------------------
004030*3250-NOMOR-BARU  -  ONE PAST THE HIGHEST RESPONSE NUMBER ON
004040*FILE FOR THE SEMESTER, COURSE AND KELAS.
004050*-----------------------------------------------------------
004060 3250-NOMOR-BARU.
004070     MOVE ZERO TO WS-NO-AKHIR.
004080     MOVE 'N' TO WS-EOF-SW.
004090     MOVE EDOM-KEY OF EDOM-WS TO EDOM-KEY OF EDOM-RECORD.
004100     MOVE ZERO TO NO-RESPON OF EDOM-RECORD.
004110     START EDOM-FILE KEY NOT < EDOM-KEY OF EDOM-RECORD
004120         INVALID KEY
004130             SET SCAN-EOF TO TRUE
004140     END-START.
004150     PERFORM 3260-SATU-RESPON THRU 3260-EXIT UNTIL SCAN-EOF.
004160     COMPUTE NO-RESPON OF EDOM-WS = WS-NO-AKHIR + 1.
004170 3250-EXIT.
004180     EXIT.
004190 3260-SATU-RESPON.
004200     READ EDOM-FILE NEXT RECORD
004210         AT END
004220             SET SCAN-EOF TO TRUE
004230             GO TO 3260-EXIT
004240     END-READ.
004250     IF SEMESTER-EDOM OF EDOM-RECORD
004260         NOT = SEMESTER-EDOM OF EDOM-WS
004270         OR KODE-MK OF EDOM-RECORD NOT = KODE-MK OF EDOM-WS
004280         OR KELAS OF EDOM-RECORD NOT = KELAS OF EDOM-WS
004290         SET SCAN-EOF TO TRUE
004300         GO TO 3260-EXIT
004310     END-IF.
004320     MOVE NO-RESPON OF EDOM-RECORD TO WS-NO-AKHIR.
004330 3260-EXIT.
004340     EXIT.
004350*-----------------------------------------------------------
004360*9000-TERMINATE
004370*-----------------------------------------------------------
004380 9000-TERMINATE.
004390     CLOSE MHS-FILE.
004400     CLOSE KRS-FILE.
004410     IF MK-OPEN
004420         CLOSE MK-FILE
004430     END-IF.
004440     CLOSE EDOM-FILE.
004450     DISPLAY 'PROGRAM SELESAI / PROGRAM FINISHED'.
004460     MOVE 'SESSION ENDED' TO WS-SUMMARY.
004470     CALL 'AUDITLOG' USING 'EDOM      ' 'END  ' WS-SUMMARY.
004480     GOBACK.
004490 9000-EXIT.
004500     EXIT.
