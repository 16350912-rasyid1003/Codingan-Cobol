000110*SAME ROOM OR THE SAME KELAS IS REFUSED - NO MORE TWO
000120*LECTURERS AT ONE DOOR.  H (HAPUS) REMOVES A SESSION BY
000130*ITS FULL KEY.  JADRPT PRINTS THE TIMETABLES.
000131*THE ROOM MUST BE AN ACTIVE CODE ON THE RUANGMST ROOM
000132*MASTER (SEE RUANGMNT), SO ONE ROOM HAS ONE SPELLING; WITH
000133*NO ROOM MASTER ON FILE YET THE FREE-TEXT ROOM IS TAKEN
000134*WITH A WARNING.  A SAVED SESSION WHOSE KRS ENROLMENT FOR
000135*THE CURRENT SEMESTER (STUDENTS OF THE KELAS ON KRSMAST FOR
000136*THE COURSE) EXCEEDS THE ROOM'S SEATS IS WARNED.
000137*EVERY SESSION CARRIES ITS TEACHING LECTURER (NIDN-AJAR),
000138*WHICH MUST BE ON THE DOSENMST LECTURER MASTER; A LECTURER
000139*ALREADY TEACHING AN OVERLAPPING SESSION ON THE SAME DAY IS
000140*REFUSED LIKE A ROOM OR KELAS CLASH.  D (DOSEN) SETS OR
000141*CHANGES THE LECTURER OF AN EXISTING SESSION BY ITS KEY.
000142*-----------------------------------------------------------
000150*MODIFICATION HISTORY
000160*DATE       INIT  DESCRIPTION
000170*09/03/2026 RSD   ORIGINAL.
000171*10/15/2026 RSD   ROOM VALIDATED AGAINST THE NEW RUANGMST
000172*ROOM MASTER; ENROLMENT OVER THE ROOM'S
000173*SEATS IS WARNED ON SAVE.
000174*10/15/2026 RSD   TEACHING LECTURER (NIDN-AJAR) CAPTURED AND
000175*VALIDATED ON DOSENMST; LECTURER CLASH REFUSED;
000176*FUNCTION D SETS THE LECTURER OF A SESSION.
000180*-----------------------------------------------------------
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. JADWAL.
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS KELAS OF KELASM-RECORD
000420         FILE STATUS IS WS-KMFS.
000421     SELECT RUANG-FILE ASSIGN TO 'RUANGMST'
000422         ORGANIZATION IS INDEXED
000423         ACCESS MODE IS DYNAMIC
000424         RECORD KEY IS KODE-RUANG OF RUANG-RECORD
000425         FILE STATUS IS WS-RGFS.
000426     SELECT KRS-FILE ASSIGN TO 'KRSMAST'
000427         ORGANIZATION IS INDEXED
000428         ACCESS MODE IS DYNAMIC
000429         RECORD KEY IS KRS-KEY OF KRS-RECORD
000430         FILE STATUS IS WS-KRSFS.
000431     SELECT MHS-FILE ASSIGN TO 'MHSMAST'
000432         ORGANIZATION IS INDEXED
000433         ACCESS MODE IS DYNAMIC
000434         RECORD KEY IS NPM OF MHS-RECORD
000435         FILE STATUS IS WS-FS.
000436     SELECT DOSEN-FILE ASSIGN TO 'DOSENMST'
000437         ORGANIZATION IS INDEXED
000438         ACCESS MODE IS DYNAMIC
000439         RECORD KEY IS NIDN OF DOSEN-RECORD
000440         FILE STATUS IS WS-DSFS.
000441 DATA DIVISION.
000442 FILE SECTION.
000450 FD  JADWAL-FILE.
000460 01  JADWAL-RECORD.
000470         COPY JADREC.
000510 FD  KELASM-FILE.
000520 01  KELASM-RECORD.
000530         COPY KLSMREC.
000531 FD  RUANG-FILE.
000532 01  RUANG-RECORD.
000533         COPY RUANGREC.
000534 FD  KRS-FILE.
000535 01  KRS-RECORD.
000536         COPY KRSREC.
000537 FD  MHS-FILE.
000538 01  MHS-RECORD.
000539         COPY MHSREC.
000540 FD  DOSEN-FILE.
000541 01  DOSEN-RECORD.
000542         COPY DOSENREC.
000543 WORKING-STORAGE SECTION.
000550 01  JADWAL-WS.
000560         COPY JADREC.
000570 01  WS-JFS                      PIC X(02).
000590 01  WS-KMFS                     PIC X(02).
000600 01  WS-KELASM-SW                PIC X(01) VALUE 'N'.
000610         88  KELASM-OPEN                 VALUE 'Y'.
000611 01  WS-RGFS                     PIC X(02).
000612 01  WS-KRSFS                    PIC X(02).
000613 01  WS-FS                       PIC X(02).
000614 01  WS-RUANG-SW                 PIC X(01) VALUE 'N'.
000615         88  RUANG-OPEN                   VALUE 'Y'.
000616 01  WS-KRS-SW                   PIC X(01) VALUE 'N'.
000617         88  KRS-OPEN                     VALUE 'Y'.
000618 01  WS-MHS-SW                   PIC X(01) VALUE 'N'.
000619         88  MHS-OPEN                     VALUE 'Y'.
000620 01  WS-DSFS                     PIC X(02).
000621 01  WS-DOSEN-SW                 PIC X(01) VALUE 'N'.
000622         88  DOSEN-OPEN                   VALUE 'Y'.
000623 01  WS-SEMESTER                 PIC 9(02) VALUE ZERO.
000624 01  WS-KAL-HASIL                PIC X(01).
000625 01  WS-KAL-RECORD.
000626         COPY KALREC.
000627 01  WS-PESERTA                  PIC 9(05).
000628 01  WS-SWITCHES.
000630         05  WS-MK-FOUND-SW          PIC X(01) VALUE 'N'.
000640             88  MK-FOUND                 VALUE 'Y'.
000650             88  MK-NOT-FOUND             VALUE 'N'.
000750 01  WS-FUNGSI                   PIC X(01).
000760         88  FUNGSI-TAMBAH                VALUE 'T' 't' ' '.
000770         88  FUNGSI-HAPUS                 VALUE 'H' 'h'.
000775         88  FUNGSI-DOSEN                 VALUE 'D' 'd'.
000780 01  WS-HARI-IN                  PIC X(01).
000790 01  WS-JAM-IN                   PIC X(02).
000800 01  WS-SUMMARY                  PIC X(60).
000900*-----------------------------------------------------------
000910*1000-INITIALIZE  -  CATALOG REQUIRED; CLASS MASTER CHECK
000920*OPTIONAL; THE TIMETABLE IS CREATED ON FIRST USE.
000922*THE ROOM MASTER, KRS AND STUDENT FILES ARE OPTIONAL TOO;
000924*THE ENROLMENT CHECK NEEDS A CURRENT SEMESTER ON KALMST.
000926*WITHOUT A LECTURER MASTER THE NIDN IS TAKEN UNCHECKED.
000930*-----------------------------------------------------------
000940 1000-INITIALIZE.
000950     OPEN INPUT MK-FILE.
001040     ELSE
001050         MOVE 'N' TO WS-KELASM-SW
001060     END-IF.
001061     OPEN INPUT RUANG-FILE.
001062     IF WS-RGFS = '00'
001063         MOVE 'Y' TO WS-RUANG-SW
001064     ELSE
001065         MOVE 'N' TO WS-RUANG-SW
001066         DISPLAY 'MASTER RUANG BELUM ADA / NO ROOM MASTER, '
001067             'RUANG BEBAS / FREE-TEXT ROOM'
001068     END-IF.
001069     OPEN INPUT KRS-FILE.
001070     IF WS-KRSFS = '00'
001071         MOVE 'Y' TO WS-KRS-SW
001072     ELSE
001073         MOVE 'N' TO WS-KRS-SW
001074     END-IF.
001075     OPEN INPUT MHS-FILE.
001076     IF WS-FS = '00'
001077         MOVE 'Y' TO WS-MHS-SW
001078     ELSE
001079         MOVE 'N' TO WS-MHS-SW
001080     END-IF.
001081     OPEN INPUT DOSEN-FILE.
001082     IF WS-DSFS = '00'
001083         MOVE 'Y' TO WS-DOSEN-SW
001084     ELSE
001085         MOVE 'N' TO WS-DOSEN-SW
001086         DISPLAY 'MASTER DOSEN BELUM ADA / NO LECTURER MASTER, '
001087             'NIDN TIDAK DICEK / NOT CHECKED'
001088     END-IF.
001089     MOVE ZERO TO WS-SEMESTER.
001090     CALL 'KALCEK' USING WS-SEMESTER WS-KAL-RECORD WS-KAL-HASIL.
001091     IF WS-KAL-HASIL NOT = 'Y'
001092         MOVE ZERO TO WS-SEMESTER
001093     END-IF.
001094     OPEN I-O JADWAL-FILE.
001095     IF WS-JFS = '35'
001096         OPEN OUTPUT JADWAL-FILE
001100         CLOSE JADWAL-FILE
001110         OPEN I-O JADWAL-FILE
001120     END-IF.
001160     EXIT.
001170*-----------------------------------------------------------
001180*2000-ENTRI-SATU  -  ONE SESSION: FUNCTION, KEY FIELDS,
001190*THEN ADD (WITH CLASH CHECK), DELETE, OR SET THE LECTURER.
001200*-----------------------------------------------------------
001210 2000-ENTRI-SATU.
001220     DISPLAY 'FUNGSI (T=TAMBAH H=HAPUS D=DOSEN) : '
001225         WITH NO ADVANCING.
001230     MOVE SPACE TO WS-FUNGSI.
001240     ACCEPT WS-FUNGSI.
001250     IF NOT FUNGSI-TAMBAH AND NOT FUNGSI-HAPUS
001260         AND NOT FUNGSI-DOSEN
001265         DISPLAY 'PILIH T, H ATAU D / ANSWER T, H OR D'
001270         GO TO 2000-TANYA
001280     END-IF.
001290     DISPLAY 'KODE KELAS / CLASS CODE : ' WITH NO ADVANCING.
001410     PERFORM 2400-ACCEPT-JAM THRU 2400-EXIT UNTIL FIELD-OK.
001420     IF FUNGSI-HAPUS
001430         PERFORM 3500-HAPUS-JADWAL THRU 3500-EXIT
001431         GO TO 2000-TANYA
001432     END-IF.
001433     IF FUNGSI-DOSEN
001434         PERFORM 3600-GANTI-DOSEN THRU 3600-EXIT
001435         GO TO 2000-TANYA
001436     END-IF.
001437     SET FIELD-BAD TO TRUE.
001438     PERFORM 2500-ACCEPT-RUANG THRU 2500-EXIT UNTIL FIELD-OK.
001439     SET FIELD-BAD TO TRUE.
001440     PERFORM 2600-ACCEPT-DOSEN THRU 2600-EXIT UNTIL FIELD-OK.
001441     PERFORM 3000-CEK-BENTROK THRU 3000-EXIT.
001442     IF JADWAL-CLASH
001443         DISPLAY 'BENTROK / CLASHES, DITOLAK'
001444     ELSE
001450         PERFORM 3200-SIMPAN-JADWAL THRU 3200-EXIT
001530     END-IF.
001540 2000-TANYA.
001550     DISPLAY 'ADA JADWAL LAGI? / ANOTHER SESSION? (Y/T) : '
002460 2400-EXIT.
002470     EXIT.
002480*-----------------------------------------------------------
002481*2500-ACCEPT-RUANG  -  AN ACTIVE CODE ON THE ROOM MASTER;
002482*FREE TEXT ONLY WHILE THERE IS NO ROOM MASTER.
002483*-----------------------------------------------------------
002484 2500-ACCEPT-RUANG.
002485     DISPLAY 'RUANG / ROOM : ' WITH NO ADVANCING.
002486     MOVE SPACES TO RUANG OF JADWAL-WS.
002487     ACCEPT RUANG OF JADWAL-WS.
002488     IF RUANG OF JADWAL-WS = SPACES
002489         SET FIELD-BAD TO TRUE
002490         DISPLAY 'RUANG WAJIB / ROOM REQUIRED, ULANGI'
002491         GO TO 2500-EXIT
002492     END-IF.
002493     IF NOT RUANG-OPEN
002494         SET FIELD-OK TO TRUE
002495         GO TO 2500-EXIT
002496     END-IF.
002497     MOVE RUANG OF JADWAL-WS TO KODE-RUANG OF RUANG-RECORD.
002498     READ RUANG-FILE
002499         INVALID KEY
002500             SET FIELD-BAD TO TRUE
002501             DISPLAY 'RUANG TIDAK TERDAFTAR / ROOM NOT ON '
002502                 'ROOM MASTER, ULANGI'
002503             GO TO 2500-EXIT
002504     END-READ.
002505     IF NOT RUANG-AKTIF OF RUANG-RECORD
002506         SET FIELD-BAD TO TRUE
002507         DISPLAY 'RUANG NONAKTIF / ROOM NOT IN SERVICE, ULANGI'
002508         GO TO 2500-EXIT
002509     END-IF.
002510     DISPLAY 'RUANG: ' GEDUNG OF RUANG-RECORD
002511         ' KURSI / SEATS ' KURSI-RUANG OF RUANG-RECORD.
002512     SET FIELD-OK TO TRUE.
002513 2500-EXIT.
002514     EXIT.
002515*-----------------------------------------------------------
002516*2600-ACCEPT-DOSEN  -  THE TEACHING LECTURER'S NIDN, WHICH
002517*MUST BE ON THE LECTURER MASTER; TAKEN UNCHECKED ONLY WHILE
002518*THERE IS NO LECTURER MASTER.
002519*-----------------------------------------------------------
002520 2600-ACCEPT-DOSEN.
002521     DISPLAY 'NIDN DOSEN PENGAJAR / LECTURER NIDN : '
002522         WITH NO ADVANCING.
002523     MOVE SPACES TO NIDN-AJAR OF JADWAL-WS.
002524     ACCEPT NIDN-AJAR OF JADWAL-WS.
002525     IF NIDN-AJAR OF JADWAL-WS = SPACES
002526         SET FIELD-BAD TO TRUE
002527         DISPLAY 'NIDN WAJIB / LECTURER REQUIRED, ULANGI'
002528         GO TO 2600-EXIT
002529     END-IF.
002530     IF NOT DOSEN-OPEN
002531         SET FIELD-OK TO TRUE
002532         GO TO 2600-EXIT
002533     END-IF.
002534     MOVE NIDN-AJAR OF JADWAL-WS TO NIDN OF DOSEN-RECORD.
002535     READ DOSEN-FILE
002536         INVALID KEY
002537             SET FIELD-BAD TO TRUE
002538             DISPLAY 'NIDN TIDAK TERDAFTAR / NOT ON LECTURER '
002539                 'MASTER, ULANGI'
002540             GO TO 2600-EXIT
002541     END-READ.
002542     DISPLAY 'DOSEN: ' NAMA-DOSEN OF DOSEN-RECORD.
002543     SET FIELD-OK TO TRUE.
002544 2600-EXIT.
002545     EXIT.
002546*-----------------------------------------------------------
002547*3000-CEK-BENTROK  -  FULL PASS OF THE TIMETABLE: SAME DAY
002548*AND OVERLAPPING PERIODS CLASH WHEN THE ROOM, THE KELAS OR
002549*THE TEACHING LECTURER MATCHES.  PERIODS OVERLAP WHEN EACH
002550*STARTS BEFORE THE OTHER ENDS.  THE SESSION'S OWN RECORD
002551*(A LECTURER CHANGE) IS NOT A CLASH WITH ITSELF.
002552*-----------------------------------------------------------
002553 3000-CEK-BENTROK.
002554     MOVE 'N' TO WS-CLASH-SW.
002560     MOVE 'N' TO WS-SCAN-EOF-SW.
002570     MOVE LOW-VALUES TO JADWAL-KEY OF JADWAL-RECORD.
002580     START JADWAL-FILE KEY NOT < JADWAL-KEY OF JADWAL-RECORD
002690             SET SCAN-EOF TO TRUE
002700             GO TO 3100-EXIT
002710     END-READ.
002712     IF JADWAL-KEY OF JADWAL-RECORD = JADWAL-KEY OF JADWAL-WS
002714         GO TO 3100-EXIT
002716     END-IF.
002720     IF HARI OF JADWAL-RECORD NOT = HARI OF JADWAL-WS
002730         GO TO 3100-EXIT
002740     END-IF.
002890         SET JADWAL-CLASH TO TRUE
002900         DISPLAY 'KELAS SUDAH ADA JADWAL / CLASS BUSY WITH '
002910             KODE-MK OF JADWAL-RECORD
002911         GO TO 3100-EXIT
002912     END-IF.
002913     IF NIDN-AJAR OF JADWAL-WS NOT = SPACES
002914         AND NIDN-AJAR OF JADWAL-RECORD = NIDN-AJAR OF JADWAL-WS
002915         SET JADWAL-CLASH TO TRUE
002916         DISPLAY 'DOSEN SUDAH MENGAJAR / LECTURER BUSY WITH '
002917             KELAS OF JADWAL-RECORD ' '
002918             KODE-MK OF JADWAL-RECORD ' '
002919             RUANG OF JADWAL-RECORD
002920     END-IF.
002930 3100-EXIT.
002940     EXIT.
003060         ' HARI=' HARI OF JADWAL-WS
003070         DELIMITED BY SIZE INTO WS-SUMMARY.
003080     CALL 'AUDITLOG' USING 'JADWAL    ' 'NEW  ' WS-SUMMARY.
003085     PERFORM 3300-CEK-PESERTA THRU 3300-EXIT.
003090 3200-EXIT.
003100     EXIT.
003101*-----------------------------------------------------------
003102*3300-CEK-PESERTA  -  COUNT THE CURRENT SEMESTER'S KRS LINES
003103*FOR THE COURSE (NOT RETURNED BY THE ADVISOR) WHOSE STUDENT
003104*IS IN THE SESSION'S KELAS, AND WARN WHEN THEY WILL NOT FIT
003105*THE ROOM.  THE SESSION IS SAVED EITHER WAY.
003106*-----------------------------------------------------------
003107 3300-CEK-PESERTA.
003108     IF NOT RUANG-OPEN OR NOT KRS-OPEN OR WS-SEMESTER = ZERO
003109         GO TO 3300-EXIT
003110     END-IF.
003111     MOVE ZERO TO WS-PESERTA.
003112     MOVE 'N' TO WS-SCAN-EOF-SW.
003113     MOVE LOW-VALUES TO KRS-KEY OF KRS-RECORD.
003114     START KRS-FILE KEY NOT < KRS-KEY OF KRS-RECORD
003115         INVALID KEY
003116             SET SCAN-EOF TO TRUE
003117     END-START.
003118     PERFORM 3350-SATU-KRS THRU 3350-EXIT UNTIL SCAN-EOF.
003119     IF WS-PESERTA > KURSI-RUANG OF RUANG-RECORD
003120         DISPLAY 'PERINGATAN / WARNING: PESERTA KRS '
003121             WS-PESERTA ' MELEBIHI KURSI / EXCEEDS SEATS '
003122             KURSI-RUANG OF RUANG-RECORD
003123     END-IF.
003124 3300-EXIT.
003125     EXIT.
003126 3350-SATU-KRS.
003127     READ KRS-FILE NEXT RECORD
003128         AT END
003129             SET SCAN-EOF TO TRUE
003130             GO TO 3350-EXIT
003131     END-READ.
003132     IF SEMESTER-KRS OF KRS-RECORD NOT = WS-SEMESTER
003133         OR KODE-MK OF KRS-RECORD NOT = KODE-MK OF JADWAL-WS
003134         OR STATUS-KRS OF KRS-RECORD = 'R'
003135         GO TO 3350-EXIT
003136     END-IF.
003137     IF MHS-OPEN
003138         MOVE NPM OF KRS-RECORD TO NPM OF MHS-RECORD
003139         READ MHS-FILE
003140             INVALID KEY
003141                 GO TO 3350-EXIT
003142         END-READ
003143         IF KELAS OF MHS-RECORD NOT = KELAS OF JADWAL-WS
003144             GO TO 3350-EXIT
003145         END-IF
003146     END-IF.
003147     ADD 1 TO WS-PESERTA.
003148 3350-EXIT.
003149     EXIT.
003150 3500-HAPUS-JADWAL.
003151     MOVE JADWAL-WS TO JADWAL-RECORD.
003152     READ JADWAL-FILE
003153         INVALID KEY
003154             DISPLAY 'JADWAL TIDAK ADA / SESSION NOT FOUND'
003160             GO TO 3500-EXIT
003170     END-READ.
003180     DELETE JADWAL-FILE.
003260 3500-EXIT.
003270     EXIT.
003280*-----------------------------------------------------------
003281*3600-GANTI-DOSEN  -  SET OR CHANGE THE LECTURER OF AN
003282*EXISTING SESSION.  THE NEW LECTURER MUST BE FREE FOR THE
003283*SESSION'S DAY AND PERIODS.
003284*-----------------------------------------------------------
003285 3600-GANTI-DOSEN.
003286     MOVE JADWAL-WS TO JADWAL-RECORD.
003287     READ JADWAL-FILE
003288         INVALID KEY
003289             DISPLAY 'JADWAL TIDAK ADA / SESSION NOT FOUND'
003290             GO TO 3600-EXIT
003291     END-READ.
003292     MOVE JADWAL-RECORD TO JADWAL-WS.
003293     DISPLAY 'RUANG: ' RUANG OF JADWAL-WS
003294         ' JAM AKHIR / END: ' JAM-AKHIR OF JADWAL-WS
003295         ' DOSEN SEKARANG / CURRENT: ' NIDN-AJAR OF JADWAL-WS.
003296     SET FIELD-BAD TO TRUE.
003297     PERFORM 2600-ACCEPT-DOSEN THRU 2600-EXIT UNTIL FIELD-OK.
003298     PERFORM 3000-CEK-BENTROK THRU 3000-EXIT.
003299     IF JADWAL-CLASH
003300         DISPLAY 'BENTROK / CLASHES, DITOLAK'
003301         GO TO 3600-EXIT
003302     END-IF.
003303     MOVE JADWAL-WS TO JADWAL-RECORD.
003304     REWRITE JADWAL-RECORD
003305         INVALID KEY
003306             DISPLAY 'JADWAL TIDAK ADA / SESSION NOT FOUND'
003307             GO TO 3600-EXIT
003308     END-REWRITE.
003309     DISPLAY 'DOSEN DIUBAH / LECTURER UPDATED'.
003310     MOVE SPACES TO WS-SUMMARY.
003311     STRING 'DOSEN KELAS=' KELAS OF JADWAL-WS
003312         ' MK=' KODE-MK OF JADWAL-WS
003313         ' NIDN=' NIDN-AJAR OF JADWAL-WS
003314         DELIMITED BY SIZE INTO WS-SUMMARY.
003315     CALL 'AUDITLOG' USING 'JADWAL    ' 'UPD  ' WS-SUMMARY.
003316 3600-EXIT.
003317     EXIT.
003318*-----------------------------------------------------------
003319*9000-TERMINATE
003320*-----------------------------------------------------------
003321 9000-TERMINATE.
003322     CLOSE JADWAL-FILE.
003330     CLOSE MK-FILE.
003340     IF KELASM-OPEN
003350         CLOSE KELASM-FILE
003360     END-IF.
003361     IF RUANG-OPEN
003362         CLOSE RUANG-FILE
003363     END-IF.
003364     IF KRS-OPEN
003365         CLOSE KRS-FILE
003366     END-IF.
003367     IF MHS-OPEN
003368         CLOSE MHS-FILE
003369     END-IF.
003370     IF DOSEN-OPEN
003371         CLOSE DOSEN-FILE
003372     END-IF.
003373     DISPLAY 'PROGRAM SELESAI / PROGRAM FINISHED'.
003380     MOVE 'SESSION ENDED' TO WS-SUMMARY.
003390     CALL 'AUDITLOG' USING 'JADWAL    ' 'END  ' WS-SUMMARY.
003400     GOBACK.
