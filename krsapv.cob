000010*-----------------------------------------------------------
000020*KRSAPV  -  ADVISOR APPROVAL OF THE SEMESTER KRS
000030*-----------------------------------------------------------
000040*THE CLASS ADVISOR (DOSEN WALI) WORKS THROUGH THE KRS LINES
000050*STILL PENDING FOR ONE SEMESTER.  THE ADVISOR'S NIDN IS
000060*KEYED AND VERIFIED ON DOSENMST; EVERY STUDENT WITH A
000070*PENDING LINE (STATUS-KRS P) WHOSE KELAS CARRIES THAT NIDN
000080*AS NIDN-WALI ON KELASMST IS SHOWN IN NPM ORDER WITH THE
000090*SEMESTER'S COURSES AND TOTAL SKS.  THE ADVISOR APPROVES
000100*(A), RETURNS WITH A NOTE FOR THE STUDENT (R) OR SKIPS (L).
000110*THE DECISION GOES ON EVERY LINE OF THE STUDENT'S SEMESTER
000120*WITH THE NIDN AND DATE, AND TO THE SESSION TRAIL WITH THE
000130*OPERATOR FROM OPERSESS.  A RETURNED KRS IS CORRECTED IN
000140*KRS, WHICH PUTS IT BACK TO PENDING.  KRSPEND LISTS WHAT IS
000150*STILL WAITING, BY ADVISOR.
000160*-----------------------------------------------------------
000170*MODIFICATION HISTORY
000180*DATE       INIT  DESCRIPTION
000190*10/15/2026 RSD   ORIGINAL.
000200*-----------------------------------------------------------
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. KRSAPV.
000230 AUTHOR. RASYID.
000240 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000250 DATE-WRITTEN. 10/15/2026.
000260 DATE-COMPILED.
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT MHS-FILE ASSIGN TO 'MHSMAST'
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS NPM OF MHS-RECORD
000340         FILE STATUS IS WS-FS.
000350     SELECT MK-FILE ASSIGN TO 'MKMAST'
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS KODE-MK OF MK-RECORD
000390         FILE STATUS IS WS-MKFS.
000400     SELECT KRS-FILE ASSIGN TO 'KRSMAST'
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS KRS-KEY OF KRS-RECORD
000440         FILE STATUS IS WS-KRSFS.
000450     SELECT KELASM-FILE ASSIGN TO 'KELASMST'
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS KELAS OF KELASM-RECORD
000490         FILE STATUS IS WS-KMFS.
000500     SELECT DOSEN-FILE ASSIGN TO 'DOSENMST'
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS NIDN OF DOSEN-RECORD
000540         FILE STATUS IS WS-DSFS.
000550     SELECT OPER-SESS ASSIGN TO 'OPERSESS'
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-SESS-FS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  MHS-FILE.
000610 01  MHS-RECORD.
000620         COPY MHSREC.
000630 FD  MK-FILE.
000640 01  MK-RECORD.
000650         COPY MKREC.
000660 FD  KRS-FILE.
000670 01  KRS-RECORD.
000680         COPY KRSREC.
000690 FD  KELASM-FILE.
000700 01  KELASM-RECORD.
000710         COPY KLSMREC.
000720 FD  DOSEN-FILE.
000730 01  DOSEN-RECORD.
000740         COPY DOSENREC.
000750 FD  OPER-SESS.
000760 01  OPER-SESS-RECORD            PIC X(08).
000770 WORKING-STORAGE SECTION.
000780 01  WS-FS                       PIC X(02).
000790 01  WS-MKFS                     PIC X(02).
000800 01  WS-KRSFS                    PIC X(02).
000810 01  WS-KMFS                     PIC X(02).
000820 01  WS-DSFS                     PIC X(02).
000830 01  WS-SESS-FS                  PIC X(02).
000840 01  WS-SWITCHES.
000850         05  WS-VALID-SW             PIC X(01) VALUE 'N'.
000860             88  FIELD-OK                 VALUE 'Y'.
000870             88  FIELD-BAD                VALUE 'N'.
000880         05  WS-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
000890             88  SCAN-EOF                 VALUE 'Y'.
000900         05  WS-OVER-SW              PIC X(01) VALUE 'N'.
000910             88  MHS-OVERFLOW             VALUE 'Y'.
000920 01  WS-LAGI-SW                  PIC X(01) VALUE 'Y'.
000930         88  ENTRI-LAGI                   VALUE 'Y' 'y'.
000940 01  WS-PUTUSAN                  PIC X(01).
000950         88  PUTUS-SETUJU                 VALUE 'A' 'a'.
000960         88  PUTUS-KEMBALI                VALUE 'R' 'r'.
000970         88  PUTUS-LEWATI                 VALUE 'L' 'l'.
000980 01  WS-NIDN-IN                  PIC X(10).
000990 01  WS-SEMESTER                 PIC 9(02).
001000 01  WS-NPM-LALU                 PIC X(08).
001010 01  WS-CATATAN                  PIC X(30).
001020 01  WS-STATUS-BARU              PIC X(01).
001030 01  WS-MHS-X                    PIC 9(03) COMP.
001040 01  WS-MHS-MAX                  PIC 9(03) COMP VALUE ZERO.
001050 01  WS-MHS-TABEL.
001060         05  WS-MHS-ENTRY OCCURS 300 TIMES.
001070             10  WS-MHS-NPM          PIC X(08).
001080 01  WS-SKS-TOTAL                PIC 9(03).
001090 01  WS-BARIS-COUNT              PIC 9(03).
001100 01  WS-SETUJU-COUNT             PIC 9(05) VALUE ZERO.
001110 01  WS-KEMBALI-COUNT            PIC 9(05) VALUE ZERO.
001120 01  WS-LEWATI-COUNT             PIC 9(05) VALUE ZERO.
001130 01  WS-COUNT-DISP               PIC ZZZZ9.
001140 01  WS-OPER-ID                  PIC X(08).
001150 01  WS-SYSDATE                  PIC 9(08).
001160 01  WS-RUN-DATE-DISP            PIC X(10).
001170 01  WS-SUMMARY                  PIC X(60).
001180*-----------------------------------------------------------
001190*0000-MAINLINE
001200*-----------------------------------------------------------
001210 PROCEDURE DIVISION.
001220 0000-MAINLINE.
001230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001240     PERFORM 2000-WALI-SATU THRU 2000-EXIT
001250         UNTIL NOT ENTRI-LAGI.
001260     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001270*-----------------------------------------------------------
001280*1000-INITIALIZE  -  EVERY MASTER MUST EXIST; NO KRS FILE
001290*MEANS NOTHING TO APPROVE.
001300*-----------------------------------------------------------
001310 1000-INITIALIZE.
001320     OPEN INPUT MHS-FILE.
001330     IF WS-FS NOT = '00'
001340         DISPLAY 'KRSAPV: MASTER MHS TIDAK ADA / NOT FOUND'
001350         STOP RUN
001360     END-IF.
001370     OPEN INPUT MK-FILE.
001380     IF WS-MKFS NOT = '00'
001390         DISPLAY 'KRSAPV: KATALOG MK TIDAK ADA / NOT FOUND'
001400         CLOSE MHS-FILE
001410         STOP RUN
001420     END-IF.
001430     OPEN INPUT KELASM-FILE.
001440     IF WS-KMFS NOT = '00'
001450         DISPLAY 'KRSAPV: MASTER KELAS TIDAK ADA / NOT FOUND'
001460         CLOSE MHS-FILE
001470         CLOSE MK-FILE
001480         STOP RUN
001490     END-IF.
001500     OPEN INPUT DOSEN-FILE.
001510     IF WS-DSFS NOT = '00'
001520         DISPLAY 'KRSAPV: MASTER DOSEN TIDAK ADA / NOT FOUND'
001530         CLOSE MHS-FILE
001540         CLOSE MK-FILE
001550         CLOSE KELASM-FILE
001560         STOP RUN
001570     END-IF.
001580     OPEN I-O KRS-FILE.
001590     IF WS-KRSFS NOT = '00'
001600         DISPLAY 'KRSAPV: TIDAK ADA KRS / NO KRS ON FILE'
001610         CLOSE MHS-FILE
001620         CLOSE MK-FILE
001630         CLOSE KELASM-FILE
001640         CLOSE DOSEN-FILE
001650         STOP RUN
001660     END-IF.
001670     PERFORM 1100-GET-OPERATOR THRU 1100-EXIT.
001680     ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
001690     MOVE SPACES TO WS-RUN-DATE-DISP.
001700     STRING WS-SYSDATE(1:4) '-' WS-SYSDATE(5:2)
001710         '-' WS-SYSDATE(7:2) DELIMITED BY SIZE
001720         INTO WS-RUN-DATE-DISP.
001730     MOVE SPACES TO WS-SUMMARY.
001740     STRING 'SESSION STARTED OPER=' WS-OPER-ID
001750         DELIMITED BY SIZE INTO WS-SUMMARY.
001760     CALL 'AUDITLOG' USING 'KRSAPV    ' 'START' WS-SUMMARY.
001770 1000-EXIT.
001780     EXIT.
001790*-----------------------------------------------------------
001800*1100-GET-OPERATOR  -  THE DRIVER SIGN-ON KEEPS THE CURRENT
001810*OPERATOR IN OPERSESS; A MISSING OR BLANK FILE STAMPS
001820*DASHES INSTEAD.
001830*-----------------------------------------------------------
001840 1100-GET-OPERATOR.
001850     MOVE '--------' TO WS-OPER-ID.
001860     OPEN INPUT OPER-SESS.
001870     IF WS-SESS-FS = '00'
001880         READ OPER-SESS
001890             AT END
001900                 CONTINUE
001910             NOT AT END
001920                 IF OPER-SESS-RECORD NOT = SPACES
001930                     MOVE OPER-SESS-RECORD TO WS-OPER-ID
001940                 END-IF
001950         END-READ
001960         CLOSE OPER-SESS
001970     END-IF.
001980 1100-EXIT.
001990     EXIT.
002000*-----------------------------------------------------------
002010*2000-WALI-SATU  -  ONE ADVISOR AND SEMESTER: THE NIDN
002020*(VERIFIED), THE STUDENTS WAITING, THEN A DECISION ON EACH.
002030*-----------------------------------------------------------
002040 2000-WALI-SATU.
002050     SET FIELD-BAD TO TRUE.
002060     PERFORM 2100-ACCEPT-NIDN THRU 2100-EXIT UNTIL FIELD-OK.
002070     DISPLAY 'SEMESTER (01-14) : ' WITH NO ADVANCING.
002080     ACCEPT WS-SEMESTER.
002090     PERFORM 2200-KUMPUL-MHS THRU 2200-EXIT.
002100     IF WS-MHS-MAX = ZERO
002110         DISPLAY 'TIDAK ADA KRS MENUNGGU / NO KRS PENDING'
002120     ELSE
002130         MOVE WS-MHS-MAX TO WS-COUNT-DISP
002140         DISPLAY 'KRS MENUNGGU / KRS PENDING : ' WS-COUNT-DISP
002150             ' MAHASISWA / STUDENTS'
002160         PERFORM 3000-MHS-SATU THRU 3000-EXIT
002170             VARYING WS-MHS-X FROM 1 BY 1
002180             UNTIL WS-MHS-X > WS-MHS-MAX
002190     END-IF.
002200     DISPLAY 'ADA WALI LAGI? / ANOTHER ADVISOR? (Y/T) : '
002210         WITH NO ADVANCING.
002220     ACCEPT WS-LAGI-SW.
002230 2000-EXIT.
002240     EXIT.
002250 2100-ACCEPT-NIDN.
002260     DISPLAY 'NIDN DOSEN WALI / ADVISOR NIDN : '
002270         WITH NO ADVANCING.
002280     MOVE SPACES TO WS-NIDN-IN.
002290     ACCEPT WS-NIDN-IN.
002300     MOVE WS-NIDN-IN TO NIDN OF DOSEN-RECORD.
002310     READ DOSEN-FILE
002320         INVALID KEY
002330             SET FIELD-BAD TO TRUE
002340             DISPLAY 'NIDN TIDAK TERDAFTAR / NOT ON FILE, ULANGI'
002350             GO TO 2100-EXIT
002360     END-READ.
002370     DISPLAY 'DOSEN WALI: ' NAMA-DOSEN OF DOSEN-RECORD.
002380     SET FIELD-OK TO TRUE.
002390 2100-EXIT.
002400     EXIT.
002410*-----------------------------------------------------------
002420*2200-KUMPUL-MHS  -  ONE PASS OF THE KRS FILE FOR THE
002430*SEMESTER'S PENDING LINES.  THE KEY KEEPS A STUDENT'S LINES
002440*TOGETHER, SO EACH NPM IS LOOKED UP ONCE: MHS MASTER FOR THE
002450*KELAS, KELASMST FOR ITS NIDN-WALI.  ONLY THIS ADVISOR'S
002460*STUDENTS GO IN THE TABLE; PAST THE TABLE SIZE THE REST
002470*WAIT FOR THE NEXT PASS.
002480*-----------------------------------------------------------
002490 2200-KUMPUL-MHS.
002500     MOVE ZERO TO WS-MHS-MAX.
002510     MOVE 'N' TO WS-OVER-SW.
002520     MOVE SPACES TO WS-NPM-LALU.
002530     MOVE 'N' TO WS-SCAN-EOF-SW.
002540     MOVE LOW-VALUES TO KRS-KEY OF KRS-RECORD.
002550     START KRS-FILE KEY NOT < KRS-KEY OF KRS-RECORD
002560         INVALID KEY
002570             SET SCAN-EOF TO TRUE
002580     END-START.
002590     PERFORM 2250-SCAN-KRS THRU 2250-EXIT UNTIL SCAN-EOF.
002600     IF MHS-OVERFLOW
002610         DISPLAY 'TABEL PENUH / TABLE FULL - SISANYA DI PUTARAN '
002620             'BERIKUT / THE REST NEXT PASS'
002630     END-IF.
002640 2200-EXIT.
002650     EXIT.
002660 2250-SCAN-KRS.
002670     READ KRS-FILE NEXT RECORD
002680         AT END
002690             SET SCAN-EOF TO TRUE
002700             GO TO 2250-EXIT
002710     END-READ.
002720     IF SEMESTER-KRS OF KRS-RECORD NOT = WS-SEMESTER
002730         OR STATUS-KRS OF KRS-RECORD NOT = 'P'
002740         OR NPM OF KRS-RECORD = WS-NPM-LALU
002750         GO TO 2250-EXIT
002760     END-IF.
002770     MOVE NPM OF KRS-RECORD TO WS-NPM-LALU.
002780     MOVE NPM OF KRS-RECORD TO NPM OF MHS-RECORD.
002790     READ MHS-FILE
002800         INVALID KEY
002810             GO TO 2250-EXIT
002820     END-READ.
002830     MOVE KELAS OF MHS-RECORD TO KELAS OF KELASM-RECORD.
002840     READ KELASM-FILE
002850         INVALID KEY
002860             GO TO 2250-EXIT
002870     END-READ.
002880     IF NIDN-WALI OF KELASM-RECORD NOT = WS-NIDN-IN
002890         GO TO 2250-EXIT
002900     END-IF.
002910     IF WS-MHS-MAX NOT < 300
002920         SET MHS-OVERFLOW TO TRUE
002930         GO TO 2250-EXIT
002940     END-IF.
002950     ADD 1 TO WS-MHS-MAX.
002960     MOVE NPM OF KRS-RECORD TO WS-MHS-NPM(WS-MHS-MAX).
002970 2250-EXIT.
002980     EXIT.
002990*-----------------------------------------------------------
003000*3000-MHS-SATU  -  ONE STUDENT: THE COURSE LIST, THE
003010*ADVISOR'S DECISION, THEN EVERY LINE STAMPED WITH IT.
003020*-----------------------------------------------------------
003030 3000-MHS-SATU.
003040     MOVE WS-MHS-NPM(WS-MHS-X) TO NPM OF MHS-RECORD.
003050     READ MHS-FILE
003060         INVALID KEY
003070             MOVE SPACES TO NAMA OF MHS-RECORD
003080     END-READ.
003090     DISPLAY ' '.
003100     DISPLAY 'NPM : ' WS-MHS-NPM(WS-MHS-X)
003110         '  NAMA : ' NAMA OF MHS-RECORD.
003120     PERFORM 3100-DAFTAR-MK THRU 3100-EXIT.
003130     MOVE SPACE TO WS-PUTUSAN.
003140     PERFORM 3200-ACCEPT-PUTUSAN THRU 3200-EXIT
003150         UNTIL PUTUS-SETUJU OR PUTUS-KEMBALI OR PUTUS-LEWATI.
003160     IF PUTUS-LEWATI
003170         ADD 1 TO WS-LEWATI-COUNT
003180         GO TO 3000-EXIT
003190     END-IF.
003200     MOVE SPACES TO WS-CATATAN.
003210     IF PUTUS-SETUJU
003220         MOVE 'A' TO WS-STATUS-BARU
003230     ELSE
003240         MOVE 'R' TO WS-STATUS-BARU
003250         PERFORM 3300-ACCEPT-CATATAN THRU 3300-EXIT
003260             UNTIL WS-CATATAN NOT = SPACES
003270     END-IF.
003280     PERFORM 3400-STAMP THRU 3400-EXIT.
003290     MOVE SPACES TO WS-SUMMARY.
003300     STRING 'NPM=' WS-MHS-NPM(WS-MHS-X)
003310         ' SMT=' WS-SEMESTER
003320         ' NIDN=' WS-NIDN-IN
003330         ' OPER=' WS-OPER-ID
003340         DELIMITED BY SIZE INTO WS-SUMMARY.
003350     IF PUTUS-SETUJU
003360         ADD 1 TO WS-SETUJU-COUNT
003370         DISPLAY 'KRS DISETUJUI / KRS APPROVED'
003380         CALL 'AUDITLOG' USING 'KRSAPV    ' 'APPR '
003390             WS-SUMMARY
003400     ELSE
003410         ADD 1 TO WS-KEMBALI-COUNT
003420         DISPLAY 'KRS DIKEMBALIKAN / KRS RETURNED'
003430         CALL 'AUDITLOG' USING 'KRSAPV    ' 'RETN '
003440             WS-SUMMARY
003450     END-IF.
003460 3000-EXIT.
003470     EXIT.
003480 3100-DAFTAR-MK.
003490     MOVE ZERO TO WS-SKS-TOTAL.
003500     MOVE ZERO TO WS-BARIS-COUNT.
003510     MOVE 'N' TO WS-SCAN-EOF-SW.
003520     MOVE WS-MHS-NPM(WS-MHS-X) TO NPM OF KRS-RECORD.
003530     MOVE WS-SEMESTER TO SEMESTER-KRS OF KRS-RECORD.
003540     MOVE LOW-VALUES TO KODE-MK OF KRS-RECORD.
003550     START KRS-FILE KEY NOT < KRS-KEY OF KRS-RECORD
003560         INVALID KEY
003570             SET SCAN-EOF TO TRUE
003580     END-START.
003590     PERFORM 3150-BARIS-MK THRU 3150-EXIT UNTIL SCAN-EOF.
003600     MOVE WS-BARIS-COUNT TO WS-COUNT-DISP.
003610     DISPLAY 'MATA KULIAH / COURSES : ' WS-COUNT-DISP
003620         '   TOTAL SKS : ' WS-SKS-TOTAL.
003630 3100-EXIT.
003640     EXIT.
003650 3150-BARIS-MK.
003660     READ KRS-FILE NEXT RECORD
003670         AT END
003680             SET SCAN-EOF TO TRUE
003690             GO TO 3150-EXIT
003700     END-READ.
003710     IF NPM OF KRS-RECORD NOT = WS-MHS-NPM(WS-MHS-X)
003720         OR SEMESTER-KRS OF KRS-RECORD NOT = WS-SEMESTER
003730         SET SCAN-EOF TO TRUE
003740         GO TO 3150-EXIT
003750     END-IF.
003760     MOVE KODE-MK OF KRS-RECORD TO KODE-MK OF MK-RECORD.
003770     READ MK-FILE
003780         INVALID KEY
003790             MOVE '(TIDAK DI KATALOG)' TO NAMA-MK OF MK-RECORD
003800             MOVE ZERO TO SKS-MK OF MK-RECORD
003810     END-READ.
003820     DISPLAY '  ' KODE-MK OF KRS-RECORD
003830         '  ' NAMA-MK OF MK-RECORD
003840         '  SKS ' SKS-MK OF MK-RECORD.
003850     IF SPV-PRASYARAT OF KRS-RECORD NOT = SPACES
003860         DISPLAY '    OVERRIDE PRASYARAT / PREREQ OVERRIDE: '
003870             SPV-PRASYARAT OF KRS-RECORD
003880     END-IF.
003890     ADD 1 TO WS-BARIS-COUNT.
003900     ADD SKS-MK OF MK-RECORD TO WS-SKS-TOTAL.
003910 3150-EXIT.
003920     EXIT.
003930 3200-ACCEPT-PUTUSAN.
003940     DISPLAY 'A=SETUJUI/APPROVE R=KEMBALIKAN/RETURN '
003950         'L=LEWATI/SKIP : ' WITH NO ADVANCING.
003960     ACCEPT WS-PUTUSAN.
003970     IF NOT PUTUS-SETUJU AND NOT PUTUS-KEMBALI
003980         AND NOT PUTUS-LEWATI
003990         DISPLAY 'PILIH A, R ATAU L / ANSWER A, R OR L'
004000     END-IF.
004010 3200-EXIT.
004020     EXIT.
004030 3300-ACCEPT-CATATAN.
004040     DISPLAY 'CATATAN UNTUK MAHASISWA / NOTE FOR STUDENT : '
004050         WITH NO ADVANCING.
004060     ACCEPT WS-CATATAN.
004070     IF WS-CATATAN = SPACES
004080         DISPLAY 'CATATAN WAJIB / NOTE REQUIRED'
004090     END-IF.
004100 3300-EXIT.
004110     EXIT.
004120*-----------------------------------------------------------
004130*3400-STAMP  -  THE DECISION ON EVERY LINE OF THE STUDENT'S
004140*SEMESTER.
004150*-----------------------------------------------------------
004160 3400-STAMP.
004170     MOVE 'N' TO WS-SCAN-EOF-SW.
004180     MOVE WS-MHS-NPM(WS-MHS-X) TO NPM OF KRS-RECORD.
004190     MOVE WS-SEMESTER TO SEMESTER-KRS OF KRS-RECORD.
004200     MOVE LOW-VALUES TO KODE-MK OF KRS-RECORD.
004210     START KRS-FILE KEY NOT < KRS-KEY OF KRS-RECORD
004220         INVALID KEY
004230             SET SCAN-EOF TO TRUE
004240     END-START.
004250     PERFORM 3450-STAMP-BARIS THRU 3450-EXIT UNTIL SCAN-EOF.
004260 3400-EXIT.
004270     EXIT.
004280 3450-STAMP-BARIS.
004290     READ KRS-FILE NEXT RECORD
004300         AT END
004310             SET SCAN-EOF TO TRUE
004320             GO TO 3450-EXIT
004330     END-READ.
004340     IF NPM OF KRS-RECORD NOT = WS-MHS-NPM(WS-MHS-X)
004350         OR SEMESTER-KRS OF KRS-RECORD NOT = WS-SEMESTER
004360         SET SCAN-EOF TO TRUE
004370         GO TO 3450-EXIT
004380     END-IF.
004390     MOVE WS-STATUS-BARU TO STATUS-KRS OF KRS-RECORD.
004400     MOVE WS-NIDN-IN TO NIDN-SETUJU OF KRS-RECORD.
004410     MOVE WS-RUN-DATE-DISP TO TGL-SETUJU OF KRS-RECORD.
004420     MOVE WS-CATATAN TO CATATAN-WALI OF KRS-RECORD.
004430     REWRITE KRS-RECORD.
004440 3450-EXIT.
004450     EXIT.
004460*-----------------------------------------------------------
004470*9000-TERMINATE
004480*-----------------------------------------------------------
004490 9000-TERMINATE.
004500     CLOSE MHS-FILE.
004510     CLOSE MK-FILE.
004520     CLOSE KRS-FILE.
004530     CLOSE KELASM-FILE.
004540     CLOSE DOSEN-FILE.
004550     MOVE WS-SETUJU-COUNT TO WS-COUNT-DISP.
004560     DISPLAY 'DISETUJUI / APPROVED     : ' WS-COUNT-DISP.
004570     MOVE WS-KEMBALI-COUNT TO WS-COUNT-DISP.
004580     DISPLAY 'DIKEMBALIKAN / RETURNED  : ' WS-COUNT-DISP.
004590     MOVE WS-LEWATI-COUNT TO WS-COUNT-DISP.
004600     DISPLAY 'DILEWATI / SKIPPED       : ' WS-COUNT-DISP.
004610     DISPLAY 'PROGRAM SELESAI / PROGRAM FINISHED'.
004620     MOVE SPACES TO WS-SUMMARY.
004630     STRING 'APPROVED=' WS-SETUJU-COUNT
004640         ' RETURNED=' WS-KEMBALI-COUNT
004650         ' SKIPPED=' WS-LEWATI-COUNT
004660         DELIMITED BY SIZE INTO WS-SUMMARY.
004670     CALL 'AUDITLOG' USING 'KRSAPV    ' 'END  ' WS-SUMMARY.
004680     GOBACK.
004690 9000-EXIT.
004700     EXIT.
