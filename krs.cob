000120*FORM LISTING THE SEMESTER'S COURSES AND TOTAL SKS IS
000130*APPENDED TO THE KRSFORM FILE, ONE STUDENT PER PAGE, LIKE
000140*THE IDENTITAS BIOFORM.  NILAI REFUSES A SCORE FOR A
000150*COURSE THE STUDENT NEVER REGISTERED FOR HERE.  A COURSE
000151*WITH PREREQUISITES ON PRSMAST IS REFUSED, NAMING THE ONE
000152*MISSING, UNTIL THEY ARE PASSED ON NILAIMST (THE PRSCEK
000153*RULE) UNLESS A SUPERVISOR OVERRIDES IT THROUGH SPVCEK; THE
000154*OVERRIDE IS STAMPED ON THE KRS RECORD AND REPORTED TO
000155*EXCPRPT AT SEVERITY S.  THE SEMESTER'S SKS MAY NOT PASS
000156*A CEILING SET BY LAST SEMESTER'S IPS ON STNDMST (2200), AND
000157*A COURSE ALREADY ON THE KRS MAY BE DROPPED.  EVERY NEW OR
000158*CHANGED KRS IS PENDING (STATUS-KRS P) UNTIL THE CLASS
000159*ADVISOR APPROVES IT IN KRSAPV; A CHANGE TO AN APPROVED OR
000160*RETURNED KRS PUTS EVERY LINE BACK TO PENDING.  A STUDENT
000161*WITH AN ACTIVE HOLD ON HOLDMST (SEE HOLDCEK) IS REFUSED
000162*BEFORE ANYTHING IS ASKED, WITH THE HOLD REASON.  WHEN
000163*THE KALMST ACADEMIC CALENDAR IS IN USE (SEE KALCEK) A NEW
000164*KRS IS TAKEN ONLY FROM TGL-KRS-BUKA TO TGL-KRS-TUTUP AND AN
000165*EXISTING ONE MAY BE CHANGED UNTIL TGL-BATAS-UBAH (2400); A
000166*SEMESTER MISSING FROM THE CALENDAR IS REFUSED.
000167*-----------------------------------------------------------
000170*MODIFICATION HISTORY
000180*DATE       INIT  DESCRIPTION
000190*09/02/2026 RSD   ORIGINAL.
000191*10/15/2026 RSD   PREREQUISITE CHECK THROUGH PRSCEK WITH A
000192*SUPERVISOR OVERRIDE, LOGGED SEVERITY S.
000193*10/15/2026 RSD   SKS CEILING FROM THE PREVIOUS IPS, COURSE
000194*DROP, PENDING STATUS FOR ADVISOR APPROVAL.
000195*10/15/2026 RSD   STUDENT WITH AN ACTIVE HOLD REFUSED.
000196*10/15/2026 RSD   REGISTRATION AND ADD/DROP WINDOWS FROM THE
000197*ACADEMIC CALENDAR.
000198*10/15/2026 RSD   A NEW LINE STARTS WITH THE COURSE
000199*EVALUATION NOT ANSWERED (EDOM-KRS BLANK).
000200*-----------------------------------------------------------
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. KRS.
000450     SELECT KRS-FORM ASSIGN TO 'KRSFORM'
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-FORM-FS.
000471     SELECT OPER-SESS ASSIGN TO 'OPERSESS'
000472         ORGANIZATION IS LINE SEQUENTIAL
000473         FILE STATUS IS WS-SESS-FS.
000474     SELECT STND-FILE ASSIGN TO 'STNDMST'
000475         ORGANIZATION IS INDEXED
000476         ACCESS MODE IS DYNAMIC
000477         RECORD KEY IS STND-KEY OF STND-RECORD
000478         FILE STATUS IS WS-STNDFS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  MHS-FILE.
000580         COPY KRSREC.
000590 FD  KRS-FORM.
000600 01  FORM-LINE                   PIC X(80).
000601 FD  OPER-SESS.
000602 01  OPER-SESS-RECORD            PIC X(08).
000603 FD  STND-FILE.
000604 01  STND-RECORD.
000605         COPY STNDREC.
000610 WORKING-STORAGE SECTION.
000620 01  WS-FS                       PIC X(02).
000630 01  WS-MKFS                     PIC X(02).
000640 01  WS-KRSFS                    PIC X(02).
000650 01  WS-FORM-FS                  PIC X(02).
000653 01  WS-SESS-FS                  PIC X(02).
000656 01  WS-STNDFS                   PIC X(02).
000660 01  WS-SWITCHES.
000670         05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
000680             88  MHS-FOUND                VALUE 'Y'.
000750             88  FIELD-BAD                VALUE 'N'.
000760         05  WS-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
000770             88  SCAN-EOF                 VALUE 'Y'.
000772         05  WS-STND-OPEN-SW         PIC X(01) VALUE 'N'.
000774             88  STND-OPEN                VALUE 'Y'.
000776         05  WS-UBAH-SW              PIC X(01) VALUE 'N'.
000778             88  KRS-DIUBAH               VALUE 'Y'.
000780 01  WS-LAGI-SW                  PIC X(01) VALUE 'Y'.
000790         88  ENTRI-LAGI                   VALUE 'Y' 'y'.
000800 01  WS-MK-LAGI-SW               PIC X(01) VALUE 'Y'.
000920 01  WS-EXC-FIELD                PIC X(15).
000930 01  WS-EXC-DETAIL               PIC X(50).
000940 01  WS-EXC-SEV                  PIC X(01).
000941 01  WS-OPER-ID                  PIC X(08).
000942 01  WS-SPV-ID                   PIC X(08).
000943 01  WS-SPV-HASIL                PIC X(01).
000944 01  WS-HOLD-HASIL               PIC X(01).
000945 01  WS-HOLD-ALASAN              PIC X(50).
000946 01  WS-KAL-SEMESTER             PIC 9(02).
000947 01  WS-KAL-HASIL                PIC X(01).
000948 01  WS-KAL-SW                   PIC X(01).
000949         88  KAL-TUTUP                   VALUE 'Y'.
000950 01  WS-KAL-RECORD.
000951         COPY KALREC.
000952 01  WS-SPV-PRS                  PIC X(08).
000953 01  WS-PRS-HASIL                PIC X(01).
000954 01  WS-PRS-KURANG               PIC X(08).
000955 01  WS-PRS-MIN                  PIC 9(03).
000956 01  WS-OVR-SW                   PIC X(01).
000957         88  MINTA-OVERRIDE               VALUE 'Y' 'y'.
000958 01  WS-HAPUS-SW                 PIC X(01).
000959         88  MINTA-HAPUS                  VALUE 'Y' 'y'.
000960*SKS CEILING BY LAST SEMESTER'S IPS.  NO STANDING RECORD
000961*(FIRST SEMESTER, OR NOT YET RUN) GETS THE NEW-STUDENT LOAD.
000962 01  WS-SKS-BARU                 PIC 9(02) VALUE 20.
000963 01  WS-SKS-PERCOBAAN            PIC 9(02) VALUE 15.
000964 01  WS-SKS-IPS-300              PIC 9(02) VALUE 24.
000965 01  WS-SKS-IPS-250              PIC 9(02) VALUE 22.
000966 01  WS-SKS-IPS-200              PIC 9(02) VALUE 20.
000967 01  WS-SKS-IPS-RENDAH           PIC 9(02) VALUE 18.
000968 01  WS-BATAS-SKS                PIC 9(02).
000969 01  WS-SKS-AMBIL                PIC 9(03).
000970 01  WS-SMT-LALU                 PIC 9(02).
000971 01  WS-IPS-DISP                 PIC 9.99.
000972 01  WS-MK-LAMA                  PIC 9(03).
000973 01  WS-STATUS-KRS               PIC X(01).
000974 01  WS-CATATAN                  PIC X(30).
000975*-----------------------------------------------------------
000976*0000-MAINLINE
000977*-----------------------------------------------------------
000980 PROCEDURE DIVISION.
000990 0000-MAINLINE.
001000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001240         CLOSE KRS-FILE
001250         OPEN I-O KRS-FILE
001260     END-IF.
001261     PERFORM 1100-GET-OPERATOR THRU 1100-EXIT.
001262     OPEN INPUT STND-FILE.
001263     IF WS-STNDFS = '00'
001264         SET STND-OPEN TO TRUE
001265     END-IF.
001270     ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
001280     MOVE SPACES TO WS-RUN-DATE-DISP.
001290     STRING WS-SYSDATE(1:4) '-' WS-SYSDATE(5:2)
001340 1000-EXIT.
001350     EXIT.
001360*-----------------------------------------------------------
001361*1100-GET-OPERATOR  -  THE DRIVER SIGN-ON KEEPS THE CURRENT
001362*OPERATOR IN OPERSESS; A MISSING OR BLANK FILE STAMPS
001363*DASHES INSTEAD.
001364*-----------------------------------------------------------
001365 1100-GET-OPERATOR.
001366     MOVE '--------' TO WS-OPER-ID.
001367     OPEN INPUT OPER-SESS.
001368     IF WS-SESS-FS = '00'
001369         READ OPER-SESS
001370             AT END
001371                 CONTINUE
001372             NOT AT END
001373                 IF OPER-SESS-RECORD NOT = SPACES
001374                     MOVE OPER-SESS-RECORD TO WS-OPER-ID
001375                 END-IF
001376         END-READ
001377         CLOSE OPER-SESS
001378     END-IF.
001379 1100-EXIT.
001380     EXIT.
001381*-----------------------------------------------------------
001382*2000-DAFTAR-SATU  -  ONE STUDENT: NPM (VERIFIED), SEMESTER,
001383*THE SKS CEILING AND WHAT IS ALREADY ON THE KRS, THEN
001390*COURSES UNTIL THE OPERATOR SAYS NO MORE, THEN THE PRINTED
001393*KRS FORM.  ANY CHANGE SENDS THE KRS BACK TO PENDING.  A
001396*STUDENT WITH AN ACTIVE HOLD GOES NO FURTHER THAN THE NPM.
001400*-----------------------------------------------------------
001410 2000-DAFTAR-SATU.
001420     SET FIELD-BAD TO TRUE.
001430     PERFORM 2100-ACCEPT-NPM THRU 2100-EXIT UNTIL FIELD-OK.
001432     PERFORM 2150-CEK-BLOKIR THRU 2150-EXIT.
001434     IF WS-HOLD-HASIL = 'N'
001436         GO TO 2000-TANYA
001438     END-IF.
001440     DISPLAY 'SEMESTER (01-14) : ' WITH NO ADVANCING.
001450     ACCEPT WS-SEMESTER.
001451     PERFORM 2200-BATAS-SKS THRU 2200-EXIT.
001452     PERFORM 2300-KRS-ADA THRU 2300-EXIT.
001453     PERFORM 2400-CEK-KALENDER THRU 2400-EXIT.
001454     IF KAL-TUTUP
001455         GO TO 2000-TANYA
001456     END-IF.
001457     MOVE 'N' TO WS-UBAH-SW.
001460     MOVE 'Y' TO WS-MK-LAGI-SW.
001470     PERFORM 3000-AMBIL-MK THRU 3000-EXIT
001480         UNTIL NOT MK-LAGI.
001482     IF KRS-DIUBAH
001484         PERFORM 3500-TUNDA THRU 3500-EXIT
001486     END-IF.
001490     PERFORM 4000-CETAK-KRS THRU 4000-EXIT.
001495 2000-TANYA.
001500     DISPLAY 'ADA MAHASISWA LAGI? / ANOTHER STUDENT? (Y/T) : '
001510         WITH NO ADVANCING.
001520     ACCEPT WS-LAGI-SW.
001910 2100-EXIT.
001920     EXIT.
001930*-----------------------------------------------------------
001931*2150-CEK-BLOKIR  -  AN ACTIVE HOLD ON HOLDMST STOPS THE
001932*REGISTRATION; THE REASON IS SHOWN AND REPORTED.
001933*-----------------------------------------------------------
001934 2150-CEK-BLOKIR.
001935     CALL 'HOLDCEK' USING WS-NPM-IN WS-HOLD-HASIL
001936         WS-HOLD-ALASAN.
001937     IF WS-HOLD-HASIL = 'N'
001938         DISPLAY 'KRS DITOLAK / REGISTRATION REFUSED: '
001939         DISPLAY '    ' WS-HOLD-ALASAN
001940         MOVE 'NPM' TO WS-EXC-FIELD
001941         MOVE WS-HOLD-ALASAN TO WS-EXC-DETAIL
001942         MOVE 'W' TO WS-EXC-SEV
001943         CALL 'EXCPRPT' USING 'KRS       '
001944             WS-EXC-FIELD WS-EXC-DETAIL WS-EXC-SEV
001945     END-IF.
001946 2150-EXIT.
001947     EXIT.
001948*-----------------------------------------------------------
001949*2200-BATAS-SKS  -  THE SKS CEILING FROM THE PREVIOUS
001950*SEMESTER'S STANDING RECORD: PROBATION LEVEL 2 OR MORE GETS
001951*THE PROBATION LOAD WHATEVER THE IPS, OTHERWISE THE IPS
001952*BAND DECIDES.  NO RECORD OR NO STNDMST FILE GETS THE
001953*NEW-STUDENT LOAD.
001954*-----------------------------------------------------------
001955 2200-BATAS-SKS.
001956     MOVE WS-SKS-BARU TO WS-BATAS-SKS.
001957     IF WS-SEMESTER < 2 OR NOT STND-OPEN
001958         GO TO 2200-TAMPIL
001959     END-IF.
001960     COMPUTE WS-SMT-LALU = WS-SEMESTER - 1.
001961     MOVE WS-NPM-IN TO NPM OF STND-RECORD.
001962     MOVE WS-SMT-LALU TO SEMESTER-STND OF STND-RECORD.
001963     READ STND-FILE
001964         INVALID KEY
001965             DISPLAY 'TIDAK ADA STANDING SEMESTER LALU / '
001966                 'NO PRIOR STANDING'
001967             GO TO 2200-TAMPIL
001968     END-READ.
001969     MOVE IPS-STND OF STND-RECORD TO WS-IPS-DISP.
001970     DISPLAY 'IPS SEMESTER LALU / LAST IPS : ' WS-IPS-DISP.
001971     IF STANDING-CODE OF STND-RECORD = 'P'
001972         AND PROBATION-LEVEL OF STND-RECORD NOT < 2
001973         DISPLAY 'MASA PERCOBAAN / ON PROBATION, LEVEL '
001974             PROBATION-LEVEL OF STND-RECORD
001975         MOVE WS-SKS-PERCOBAAN TO WS-BATAS-SKS
001976         GO TO 2200-TAMPIL
001977     END-IF.
001978     EVALUATE TRUE
001979         WHEN IPS-STND OF STND-RECORD NOT < 3.00
001980             MOVE WS-SKS-IPS-300 TO WS-BATAS-SKS
001981         WHEN IPS-STND OF STND-RECORD NOT < 2.50
001982             MOVE WS-SKS-IPS-250 TO WS-BATAS-SKS
001983         WHEN IPS-STND OF STND-RECORD NOT < 2.00
001984             MOVE WS-SKS-IPS-200 TO WS-BATAS-SKS
001985         WHEN OTHER
001986             MOVE WS-SKS-IPS-RENDAH TO WS-BATAS-SKS
001987     END-EVALUATE.
001988 2200-TAMPIL.
001989     DISPLAY 'BATAS SKS / SKS CEILING : ' WS-BATAS-SKS.
001990 2200-EXIT.
001991     EXIT.
001992*-----------------------------------------------------------
001993*2300-KRS-ADA  -  THE SKS ALREADY REGISTERED THIS SEMESTER
001994*AND THE KRS STATUS, SO A RETURNED KRS CAN BE CORRECTED.
001995*-----------------------------------------------------------
001996 2300-KRS-ADA.
001997     MOVE ZERO TO WS-SKS-AMBIL.
001998     MOVE ZERO TO WS-MK-LAMA.
001999     MOVE SPACE TO WS-STATUS-KRS.
002000     MOVE SPACES TO WS-CATATAN.
002001     MOVE 'N' TO WS-SCAN-EOF-SW.
002002     MOVE WS-NPM-IN TO NPM OF KRS-RECORD.
002003     MOVE WS-SEMESTER TO SEMESTER-KRS OF KRS-RECORD.
002004     MOVE LOW-VALUES TO KODE-MK OF KRS-RECORD.
002005     START KRS-FILE KEY NOT < KRS-KEY OF KRS-RECORD
002006         INVALID KEY
002007             SET SCAN-EOF TO TRUE
002008     END-START.
002009     PERFORM 2350-SKS-LAMA THRU 2350-EXIT UNTIL SCAN-EOF.
002010     IF WS-MK-LAMA = ZERO
002011         GO TO 2300-EXIT
002012     END-IF.
002013     DISPLAY 'SUDAH DI KRS / ALREADY ON KRS : ' WS-MK-LAMA
002014         ' MK, ' WS-SKS-AMBIL ' SKS'.
002015     EVALUATE WS-STATUS-KRS
002016         WHEN 'P'
002017             DISPLAY 'MENUNGGU PERSETUJUAN WALI / '
002018                 'PENDING ADVISOR APPROVAL'
002019         WHEN 'R'
002020             DISPLAY 'DIKEMBALIKAN WALI / RETURNED BY ADVISOR'
002021             DISPLAY 'CATATAN / NOTE : ' WS-CATATAN
002022         WHEN OTHER
002023             DISPLAY 'SUDAH DISETUJUI WALI / ADVISOR APPROVED'
002024             DISPLAY 'PERUBAHAN PERLU PERSETUJUAN ULANG / '
002025                 'CHANGES NEED RE-APPROVAL'
002026     END-EVALUATE.
002027 2300-EXIT.
002028     EXIT.
002029 2350-SKS-LAMA.
002030     READ KRS-FILE NEXT RECORD
002031         AT END
002032             SET SCAN-EOF TO TRUE
002033             GO TO 2350-EXIT
002034     END-READ.
002035     IF NPM OF KRS-RECORD NOT = WS-NPM-IN
002036         OR SEMESTER-KRS OF KRS-RECORD NOT = WS-SEMESTER
002037         SET SCAN-EOF TO TRUE
002038         GO TO 2350-EXIT
002039     END-IF.
002040     ADD 1 TO WS-MK-LAMA.
002041     MOVE STATUS-KRS OF KRS-RECORD TO WS-STATUS-KRS.
002042     MOVE CATATAN-WALI OF KRS-RECORD TO WS-CATATAN.
002043     MOVE KODE-MK OF KRS-RECORD TO KODE-MK OF MK-RECORD.
002044     READ MK-FILE
002045         INVALID KEY
002046             MOVE ZERO TO SKS-MK OF MK-RECORD
002047     END-READ.
002048     ADD SKS-MK OF MK-RECORD TO WS-SKS-AMBIL.
002049 2350-EXIT.
002050     EXIT.
002051*-----------------------------------------------------------
002052*2400-CEK-KALENDER  -  THE SEMESTER'S WINDOWS FROM KALMST.  A
002053*STUDENT WITH NO KRS LINES YET (WS-MK-LAMA ZERO, FROM 2300)
002054*IS REGISTERING AND NEEDS THE KRS WINDOW; ONE WHO HAS LINES
002055*IS ADDING OR DROPPING AND NEEDS THE ADD/DROP WINDOW.  NO
002056*CALENDAR FILE MEANS NO WINDOWS.  A REFUSAL SETS KAL-TUTUP.
002057*-----------------------------------------------------------
002058 2400-CEK-KALENDER.
002059     MOVE 'N' TO WS-KAL-SW.
002060     MOVE WS-SEMESTER TO WS-KAL-SEMESTER.
002061     CALL 'KALCEK' USING WS-KAL-SEMESTER WS-KAL-RECORD
002062         WS-KAL-HASIL.
002063     IF WS-KAL-HASIL = 'X'
002064         GO TO 2400-EXIT
002065     END-IF.
002066     MOVE SPACES TO WS-EXC-DETAIL.
002067     IF WS-KAL-HASIL = 'N'
002068         DISPLAY 'SEMESTER TIDAK ADA DI KALENDER / SEMESTER NOT '
002069             'ON CALENDAR'
002070         STRING 'SMT ' WS-SEMESTER ' NOT ON CALENDAR'
002071             DELIMITED BY SIZE INTO WS-EXC-DETAIL
002072         GO TO 2400-TOLAK
002073     END-IF.
002074     IF WS-RUN-DATE-DISP < TGL-KRS-BUKA OF WS-KAL-RECORD
002075         DISPLAY 'MASA KRS BELUM DIBUKA / REGISTRATION OPENS '
002076             TGL-KRS-BUKA OF WS-KAL-RECORD
002077         STRING 'KRS NOT OPEN UNTIL '
002078             TGL-KRS-BUKA OF WS-KAL-RECORD
002079             DELIMITED BY SIZE INTO WS-EXC-DETAIL
002080         GO TO 2400-TOLAK
002081     END-IF.
002082     IF WS-MK-LAMA = ZERO
002083         AND WS-RUN-DATE-DISP > TGL-KRS-TUTUP OF WS-KAL-RECORD
002084         DISPLAY 'MASA KRS SUDAH DITUTUP / REGISTRATION CLOSED '
002085             TGL-KRS-TUTUP OF WS-KAL-RECORD
002086         STRING 'KRS CLOSED '
002087             TGL-KRS-TUTUP OF WS-KAL-RECORD
002088             DELIMITED BY SIZE INTO WS-EXC-DETAIL
002089         GO TO 2400-TOLAK
002090     END-IF.
002091     IF WS-RUN-DATE-DISP > TGL-BATAS-UBAH OF WS-KAL-RECORD
002092         DISPLAY 'MASA TAMBAH/BATAL SUDAH LEWAT / ADD-DROP '
002093             'CLOSED ' TGL-BATAS-UBAH OF WS-KAL-RECORD
002094         STRING 'ADD/DROP CLOSED '
002095             TGL-BATAS-UBAH OF WS-KAL-RECORD
002096             DELIMITED BY SIZE INTO WS-EXC-DETAIL
002097         GO TO 2400-TOLAK
002098     END-IF.
002099     GO TO 2400-EXIT.
002100 2400-TOLAK.
002101     SET KAL-TUTUP TO TRUE.
002102     DISPLAY 'KRS DITOLAK / REGISTRATION REFUSED'.
002103     MOVE 'SEMESTER' TO WS-EXC-FIELD.
002104     MOVE 'W' TO WS-EXC-SEV.
002105     CALL 'EXCPRPT' USING 'KRS       '
002106         WS-EXC-FIELD WS-EXC-DETAIL WS-EXC-SEV.
002107 2400-EXIT.
002108     EXIT.
002109*-----------------------------------------------------------
002110*3000-AMBIL-MK  -  ONE COURSE: CATALOG CHECK, DUPLICATE
002111*CHECK (OR DROP), SKS CEILING, SEAT-LIMIT CHECK,
002112*PREREQUISITE CHECK, THEN WRITE THE KRS RECORD AS PENDING.
002113*-----------------------------------------------------------
002114 3000-AMBIL-MK.
002115     DISPLAY 'KODE MATA KULIAH / COURSE CODE : '
002116         WITH NO ADVANCING.
002117     ACCEPT WS-KODE-IN.
002118     IF WS-KODE-IN = SPACES
002119         DISPLAY 'KODE KOSONG / BLANK CODE, DILEWATI'
002120         GO TO 3000-TANYA
002121     END-IF.
002122     MOVE WS-KODE-IN TO KODE-MK OF MK-RECORD.
002123     READ MK-FILE
002124         INVALID KEY
002125             SET MK-NOT-FOUND TO TRUE
002126         NOT INVALID KEY
002127             SET MK-FOUND TO TRUE
002128     END-READ.
002129     IF MK-NOT-FOUND
002130         DISPLAY 'KODE MK TIDAK TERDAFTAR / NOT ON CATALOG'
002140         MOVE 'KODE-MK' TO WS-EXC-FIELD
002150         MOVE 'NOT ON COURSE CATALOG' TO WS-EXC-DETAIL
002270             CONTINUE
002280         NOT INVALID KEY
002290             DISPLAY 'SUDAH TERDAFTAR / ALREADY REGISTERED'
002295             PERFORM 3300-HAPUS-MK THRU 3300-EXIT
002300             GO TO 3000-TANYA
002310     END-READ.
002311     IF WS-SKS-AMBIL + SKS-MK OF MK-RECORD > WS-BATAS-SKS
002312         DISPLAY 'MELEBIHI BATAS SKS / OVER SKS CEILING, '
002313             'DITOLAK'
002314         MOVE 'SKS' TO WS-EXC-FIELD
002315         MOVE SPACES TO WS-EXC-DETAIL
002316         STRING 'OVER CEILING ' WS-BATAS-SKS
002317             ' MK ' WS-KODE-IN
002318             ' SMT ' WS-SEMESTER
002319             ' NPM ' WS-NPM-IN
002320             DELIMITED BY SIZE INTO WS-EXC-DETAIL
002321         MOVE 'W' TO WS-EXC-SEV
002322         CALL 'EXCPRPT' USING 'KRS       '
002323             WS-EXC-FIELD WS-EXC-DETAIL WS-EXC-SEV
002324         GO TO 3000-TANYA
002325     END-IF.
002326     IF KAPASITAS-MK OF MK-RECORD > ZERO
002330         PERFORM 3100-HITUNG-KURSI THRU 3100-EXIT
002340         IF WS-KURSI-COUNT NOT < KAPASITAS-MK OF MK-RECORD
002350             DISPLAY 'KELAS PENUH / COURSE FULL, DITOLAK'
002450             GO TO 3000-TANYA
002460         END-IF
002470     END-IF.
002472     PERFORM 3200-CEK-PRASYARAT THRU 3200-EXIT.
002474     IF WS-PRS-HASIL NOT = 'Y'
002476         GO TO 3000-TANYA
002478     END-IF.
002480     MOVE WS-NPM-IN TO NPM OF KRS-RECORD.
002490     MOVE WS-SEMESTER TO SEMESTER-KRS OF KRS-RECORD.
002500     MOVE WS-KODE-IN TO KODE-MK OF KRS-RECORD.
002510     MOVE WS-RUN-DATE-DISP TO TGL-DAFTAR OF KRS-RECORD.
002511     MOVE WS-SPV-PRS TO SPV-PRASYARAT OF KRS-RECORD.
002512     MOVE 'P' TO STATUS-KRS OF KRS-RECORD.
002513     MOVE SPACES TO NIDN-SETUJU OF KRS-RECORD.
002514     MOVE SPACES TO TGL-SETUJU OF KRS-RECORD.
002515     MOVE SPACES TO CATATAN-WALI OF KRS-RECORD.
002516     MOVE SPACE TO EDOM-KRS OF KRS-RECORD.
002520     WRITE KRS-RECORD.
002530     DISPLAY 'TERDAFTAR / REGISTERED'.
002533     ADD SKS-MK OF MK-RECORD TO WS-SKS-AMBIL.
002536     SET KRS-DIUBAH TO TRUE.
002540     MOVE SPACES TO WS-SUMMARY.
002550     STRING 'KRS NPM=' WS-NPM-IN
002560         ' SMT=' WS-SEMESTER
002930 3150-EXIT.
002940     EXIT.
002950*-----------------------------------------------------------
002951*3200-CEK-PRASYARAT  -  PRSCEK DECIDES.  A MISSING
002952*PREREQUISITE IS SHOWN; THE OPERATOR MAY ASK FOR A
002953*SUPERVISOR OVERRIDE, WHICH GOES TO EXCPRPT AT SEVERITY S
002954*AND ONTO THE RECORD.  WS-PRS-HASIL Y LETS THE COURSE IN.
002955*-----------------------------------------------------------
002956 3200-CEK-PRASYARAT.
002957     MOVE SPACES TO WS-SPV-PRS.
002958     CALL 'PRSCEK' USING WS-NPM-IN WS-KODE-IN WS-SEMESTER
002959         WS-PRS-HASIL WS-PRS-KURANG WS-PRS-MIN.
002960     IF WS-PRS-HASIL = 'Y'
002961         GO TO 3200-EXIT
002962     END-IF.
002963     DISPLAY 'PRASYARAT BELUM LULUS / PREREQUISITE NOT PASSED: '
002964         WS-PRS-KURANG ' (MIN ' WS-PRS-MIN ')'.
002965     DISPLAY 'OVERRIDE SUPERVISOR? (Y/T) : ' WITH NO ADVANCING.
002966     MOVE SPACE TO WS-OVR-SW.
002967     ACCEPT WS-OVR-SW.
002968     IF MINTA-OVERRIDE
002969         CALL 'SPVCEK' USING WS-OPER-ID WS-SPV-ID WS-SPV-HASIL
002970         IF WS-SPV-HASIL = 'Y'
002971             GO TO 3200-OVERRIDE
002972         END-IF
002973     END-IF.
002974     DISPLAY 'PRASYARAT / PREREQUISITE, DITOLAK'.
002975     MOVE 'PRASYARAT' TO WS-EXC-FIELD.
002976     MOVE SPACES TO WS-EXC-DETAIL.
002977     STRING 'PREREQ ' WS-PRS-KURANG
002978         ' FOR ' WS-KODE-IN
002979         ' NPM ' WS-NPM-IN
002980         DELIMITED BY SIZE INTO WS-EXC-DETAIL.
002981     MOVE 'W' TO WS-EXC-SEV.
002982     CALL 'EXCPRPT' USING 'KRS       '
002983         WS-EXC-FIELD WS-EXC-DETAIL WS-EXC-SEV.
002984     GO TO 3200-EXIT.
002985 3200-OVERRIDE.
002986     MOVE 'Y' TO WS-PRS-HASIL.
002987     MOVE WS-SPV-ID TO WS-SPV-PRS.
002988     DISPLAY 'OVERRIDE PRASYARAT DISETUJUI / OVERRIDE APPROVED'.
002989     MOVE 'PRASYARAT' TO WS-EXC-FIELD.
002990     MOVE SPACES TO WS-EXC-DETAIL.
002991     STRING 'OVERRIDE ' WS-KODE-IN
002992         ' NPM ' WS-NPM-IN
002993         ' NO ' WS-PRS-KURANG
002994         ' SPV ' WS-SPV-ID
002995         DELIMITED BY SIZE INTO WS-EXC-DETAIL.
002996     MOVE 'S' TO WS-EXC-SEV.
002997     CALL 'EXCPRPT' USING 'KRS       '
002998         WS-EXC-FIELD WS-EXC-DETAIL WS-EXC-SEV.
002999     MOVE SPACES TO WS-SUMMARY.
003000     STRING 'PREREQ OVERRIDE NPM=' WS-NPM-IN
003001         ' MK=' WS-KODE-IN
003002         ' SPV=' WS-SPV-ID
003003         DELIMITED BY SIZE INTO WS-SUMMARY.
003004     CALL 'AUDITLOG' USING 'KRS       ' 'OVRD ' WS-SUMMARY.
003005 3200-EXIT.
003006     EXIT.
003007*-----------------------------------------------------------
003008*3300-HAPUS-MK  -  THE COURSE IS ALREADY ON THE KRS; THE
003009*OPERATOR MAY DROP IT.  KRS-RECORD STILL HOLDS THE LINE
003010*AND MK-RECORD THE COURSE.
003011*-----------------------------------------------------------
003012 3300-HAPUS-MK.
003013     DISPLAY 'HAPUS DARI KRS? / DROP FROM KRS? (Y/T) : '
003014         WITH NO ADVANCING.
003015     MOVE SPACE TO WS-HAPUS-SW.
003016     ACCEPT WS-HAPUS-SW.
003017     IF NOT MINTA-HAPUS
003018         GO TO 3300-EXIT
003019     END-IF.
003020     DELETE KRS-FILE RECORD
003021         INVALID KEY
003022             DISPLAY 'GAGAL HAPUS / DROP FAILED'
003023             GO TO 3300-EXIT
003024     END-DELETE.
003025     DISPLAY 'DIHAPUS / DROPPED'.
003026     IF SKS-MK OF MK-RECORD > WS-SKS-AMBIL
003027         MOVE ZERO TO WS-SKS-AMBIL
003028     ELSE
003029         SUBTRACT SKS-MK OF MK-RECORD FROM WS-SKS-AMBIL
003030     END-IF.
003031     SET KRS-DIUBAH TO TRUE.
003032     MOVE SPACES TO WS-SUMMARY.
003033     STRING 'KRS DROP NPM=' WS-NPM-IN
003034         ' SMT=' WS-SEMESTER
003035         ' MK=' WS-KODE-IN
003036         DELIMITED BY SIZE INTO WS-SUMMARY.
003037     CALL 'AUDITLOG' USING 'KRS       ' 'DEL  ' WS-SUMMARY.
003038 3300-EXIT.
003039     EXIT.
003040*-----------------------------------------------------------
003041*3500-TUNDA  -  THE KRS CHANGED, SO EVERY LINE OF THE
003042*STUDENT'S SEMESTER GOES BACK TO PENDING FOR THE ADVISOR.
003043*-----------------------------------------------------------
003044 3500-TUNDA.
003045     MOVE 'N' TO WS-SCAN-EOF-SW.
003046     MOVE WS-NPM-IN TO NPM OF KRS-RECORD.
003047     MOVE WS-SEMESTER TO SEMESTER-KRS OF KRS-RECORD.
003048     MOVE LOW-VALUES TO KODE-MK OF KRS-RECORD.
003049     START KRS-FILE KEY NOT < KRS-KEY OF KRS-RECORD
003050         INVALID KEY
003051             SET SCAN-EOF TO TRUE
003052     END-START.
003053     PERFORM 3550-TUNDA-BARIS THRU 3550-EXIT UNTIL SCAN-EOF.
003054     DISPLAY 'KRS MENUNGGU PERSETUJUAN WALI / '
003055         'KRS PENDING ADVISOR APPROVAL'.
003056     MOVE SPACES TO WS-SUMMARY.
003057     STRING 'KRS CHANGED NPM=' WS-NPM-IN
003058         ' SMT=' WS-SEMESTER
003059         ' SET PENDING'
003060         DELIMITED BY SIZE INTO WS-SUMMARY.
003061     CALL 'AUDITLOG' USING 'KRS       ' 'UPD  ' WS-SUMMARY.
003062 3500-EXIT.
003063     EXIT.
003064 3550-TUNDA-BARIS.
003065     READ KRS-FILE NEXT RECORD
003066         AT END
003067             SET SCAN-EOF TO TRUE
003068             GO TO 3550-EXIT
003069     END-READ.
003070     IF NPM OF KRS-RECORD NOT = WS-NPM-IN
003071         OR SEMESTER-KRS OF KRS-RECORD NOT = WS-SEMESTER
003072         SET SCAN-EOF TO TRUE
003073         GO TO 3550-EXIT
003074     END-IF.
003075     IF STATUS-KRS OF KRS-RECORD = 'P'
003076         GO TO 3550-EXIT
003077     END-IF.
003078     MOVE 'P' TO STATUS-KRS OF KRS-RECORD.
003079     MOVE SPACES TO NIDN-SETUJU OF KRS-RECORD.
003080     MOVE SPACES TO TGL-SETUJU OF KRS-RECORD.
003081     MOVE SPACES TO CATATAN-WALI OF KRS-RECORD.
003082     REWRITE KRS-RECORD.
003083 3550-EXIT.
003084     EXIT.
003085*-----------------------------------------------------------
003086*4000-CETAK-KRS  -  ONE PRINTED KRS FORM FOR THE STUDENT
003087*AND SEMESTER JUST CAPTURED, READ BACK FROM THE KRS FILE IN
003088*KEY ORDER WITH THE CATALOG NAME AND SKS ON EVERY LINE.
003089*-----------------------------------------------------------
003090 4000-CETAK-KRS.
003091     OPEN EXTEND KRS-FORM.
003092     IF WS-FORM-FS = '35'
003093         OPEN OUTPUT KRS-FORM
003094         CLOSE KRS-FORM
003095         OPEN EXTEND KRS-FORM
003096     END-IF.
003097     MOVE ALL '=' TO FORM-LINE.
003098     WRITE FORM-LINE.
003099     MOVE SPACES TO FORM-LINE.
003100     MOVE 'KARTU RENCANA STUDI / COURSE REGISTRATION FORM'
003110         TO FORM-LINE.
003120     WRITE FORM-LINE.
003280     WRITE FORM-LINE.
003290     MOVE ZERO TO WS-SKS-TOTAL.
003300     MOVE ZERO TO WS-BARIS-COUNT.
003303     MOVE SPACE TO WS-STATUS-KRS.
003306     MOVE SPACES TO WS-CATATAN.
003310     MOVE 'N' TO WS-SCAN-EOF-SW.
003320     MOVE WS-NPM-IN TO NPM OF KRS-RECORD.
003330     MOVE WS-SEMESTER TO SEMESTER-KRS OF KRS-RECORD.
003430     MOVE SPACES TO FORM-LINE.
003440     STRING 'MATA KULIAH / COURSES : ' WS-COUNT-DISP
003450         '   TOTAL SKS : ' WS-SKS-TOTAL
003455         '   BATAS : ' WS-BATAS-SKS
003460         DELIMITED BY SIZE INTO FORM-LINE.
003470     WRITE FORM-LINE.
003471     MOVE SPACES TO FORM-LINE.
003472     EVALUATE WS-STATUS-KRS
003473         WHEN 'P'
003474             MOVE 'STATUS : MENUNGGU PERSETUJUAN WALI / PENDING'
003475                 TO FORM-LINE
003476         WHEN 'R'
003477             STRING 'STATUS : DIKEMBALIKAN / RETURNED - '
003478                 WS-CATATAN
003479                 DELIMITED BY SIZE INTO FORM-LINE
003480         WHEN OTHER
003481             MOVE 'STATUS : DISETUJUI WALI / ADVISOR APPROVED'
003482                 TO FORM-LINE
003483     END-EVALUATE.
003484     IF WS-BARIS-COUNT > ZERO
003485         WRITE FORM-LINE
003486     END-IF.
003487     MOVE ALL '=' TO FORM-LINE.
003490     WRITE FORM-LINE.
003500     CLOSE KRS-FORM.
003510 4000-EXIT.
003740         DELIMITED BY SIZE INTO FORM-LINE.
003750     WRITE FORM-LINE.
003760     ADD 1 TO WS-BARIS-COUNT.
003763     MOVE STATUS-KRS OF KRS-RECORD TO WS-STATUS-KRS.
003766     MOVE CATATAN-WALI OF KRS-RECORD TO WS-CATATAN.
003770     ADD SKS-MK OF MK-RECORD TO WS-SKS-TOTAL.
003780 4100-EXIT.
003790     EXIT.
003840     CLOSE MHS-FILE.
003850     CLOSE MK-FILE.
003860     CLOSE KRS-FILE.
003862     IF STND-OPEN
003864         CLOSE STND-FILE
003866     END-IF.
003870     DISPLAY 'PROGRAM SELESAI / PROGRAM FINISHED'.
003880     MOVE 'SESSION ENDED' TO WS-SUMMARY.
003890     CALL 'AUDITLOG' USING 'KRS       ' 'END  ' WS-SUMMARY.
