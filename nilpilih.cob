000010*-----------------------------------------------------------
000020*NILPILIH  -  COMMON RETAKE-RULE SUBPROGRAM
000030*-----------------------------------------------------------
000040*DECIDES WHETHER ONE NILAIMST ATTEMPT IS THE ONE THAT
000050*COUNTS TOWARD IPK, SO EVERY PROGRAM THAT ADDS UP GRADE
000060*POINTS APPLIES ONE FACULTY RULE.  CALLED LIKE -
000070*CALL 'NILPILIH' USING LK-NPM LK-KODE-MK LK-SEMESTER
000080*    LK-BATAS LK-HASIL.
000090*LK-HASIL COMES BACK Y WHEN THE ATTEMPT TAKEN IN LK-SEMESTER
000100*COUNTS, U WHEN ANOTHER ATTEMPT AT THE SAME COURSE HAS
000110*SUPERSEDED IT (DIULANG / RETAKEN).  ONLY ATTEMPTS TAKEN IN
000120*OR BEFORE LK-BATAS ARE COMPARED, SO A RUN FOR AN EARLIER
000130*SEMESTER SEES THE PICTURE AS IT STOOD THEN; PASS 99 FOR
000140*THE WHOLE RECORD.  THE RULE IS THE FIRST BYTE OF THE
000150*NILAICTL CONTROL RECORD (SEE NILATUR) -
000160*B  NILAI TERBAIK / BEST SCORE (A TIE GOES TO THE LATER)
000170*L  NILAI TERAKHIR / LATEST ATTEMPT
000180*NO CONTROL RECORD MEANS L, WHICH IS WHAT THE FILE DID
000190*BEFORE ATTEMPTS WERE KEPT.  THE RULE IS READ AND NILAIMST
000200*OPENED ON THE FIRST CALL AND BOTH KEPT FOR THE REST OF THE
000210*RUN; THE LAST COURSE LOOKED AT IS REMEMBERED, SO A CALLER
000220*WALKING ONE STUDENT'S ATTEMPTS READS EACH COURSE ONCE.  NO
000230*NILAIMST MEANS NOTHING TO COMPARE - EVERY ATTEMPT COUNTS.
000240*-----------------------------------------------------------
000250*MODIFICATION HISTORY
000260*DATE       INIT  DESCRIPTION
000270*10/15/2026 RSD   ORIGINAL.
000280*-----------------------------------------------------------
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. NILPILIH.
000310 AUTHOR. RASYID.
000320 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000330 DATE-WRITTEN. 10/15/2026.
000340 DATE-COMPILED.
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT NILAI-FILE ASSIGN TO 'NILAIMST'
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS NILAI-KEY OF NILAI-RECORD
000420         FILE STATUS IS NP-NFS.
000430     SELECT CTL-FILE ASSIGN TO 'NILAICTL'
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS NP-CFS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  NILAI-FILE.
000490 01  NILAI-RECORD.
000500         COPY NILAIREC.
000510 FD  CTL-FILE.
000520 01  CTL-LINE                    PIC X(40).
000530 WORKING-STORAGE SECTION.
000540 01  NP-NFS                      PIC X(02).
000550 01  NP-CFS                      PIC X(02).
000560 01  NP-MULAI-SW                 PIC X(01) VALUE 'N'.
000570         88  NP-SUDAH-MULAI              VALUE 'Y'.
000580 01  NP-NILAI-OPEN-SW            PIC X(01) VALUE 'N'.
000590         88  NP-NILAI-OPEN               VALUE 'Y'.
000600 01  NP-ATURAN                   PIC X(01) VALUE 'L'.
000610         88  NP-ATURAN-TERBAIK           VALUE 'B'.
000620         88  NP-ATURAN-TERAKHIR          VALUE 'L'.
000630 01  NP-EOF-SW                   PIC X(01).
000640         88  NP-EOF                      VALUE 'Y'.
000650 01  NP-LAST-NPM                 PIC X(08) VALUE SPACES.
000660 01  NP-LAST-KODE                PIC X(08) VALUE SPACES.
000670 01  NP-LAST-BATAS               PIC 9(02) VALUE ZERO.
000680 01  NP-PILIH-SMT                PIC 9(02).
000690 01  NP-PILIH-NILAI              PIC 9(03).
000700 LINKAGE SECTION.
000710 01  LK-NPM                      PIC X(08).
000720 01  LK-KODE-MK                  PIC X(08).
000730 01  LK-SEMESTER                 PIC 9(02).
000740 01  LK-BATAS                    PIC 9(02).
000750 01  LK-HASIL                    PIC X(01).
000760*-----------------------------------------------------------
000770*0000-MAINLINE
000780*-----------------------------------------------------------
000790 PROCEDURE DIVISION USING LK-NPM LK-KODE-MK LK-SEMESTER
000800     LK-BATAS LK-HASIL.
000810 0000-MAINLINE.
000820     MOVE 'Y' TO LK-HASIL.
000830     IF NOT NP-SUDAH-MULAI
000840         PERFORM 1000-MULAI THRU 1000-EXIT
000850     END-IF.
000860     IF NOT NP-NILAI-OPEN
000870         GOBACK
000880     END-IF.
000890     IF LK-NPM NOT = NP-LAST-NPM
000900         OR LK-KODE-MK NOT = NP-LAST-KODE
000910         OR LK-BATAS NOT = NP-LAST-BATAS
000920         PERFORM 2000-CARI-PILIHAN THRU 2000-EXIT
000930     END-IF.
000940     IF NP-PILIH-SMT NOT = ZERO
000950         AND LK-SEMESTER NOT > LK-BATAS
000960         AND LK-SEMESTER NOT = NP-PILIH-SMT
000970         MOVE 'U' TO LK-HASIL
000980     END-IF.
000990     GOBACK.
001000*-----------------------------------------------------------
001010*1000-MULAI  -  THE RULE OFF NILAICTL AND THE SCORE FILE,
001020*ONCE PER RUN.  ANYTHING BUT B ON THE CONTROL RECORD IS L.
001030*-----------------------------------------------------------
001040 1000-MULAI.
001050     MOVE 'Y' TO NP-MULAI-SW.
001060     MOVE 'L' TO NP-ATURAN.
001070     OPEN INPUT CTL-FILE.
001080     IF NP-CFS = '00'
001090         READ CTL-FILE
001100             AT END
001110                 CONTINUE
001120             NOT AT END
001130                 IF CTL-LINE(1:1) = 'B'
001140                     MOVE 'B' TO NP-ATURAN
001150                 END-IF
001160         END-READ
001170         CLOSE CTL-FILE
001180     END-IF.
001190     OPEN INPUT NILAI-FILE.
001200     IF NP-NFS = '00'
001210         MOVE 'Y' TO NP-NILAI-OPEN-SW
001220     END-IF.
001230 1000-EXIT.
001240     EXIT.
001250*-----------------------------------------------------------
001260*2000-CARI-PILIHAN  -  EVERY ATTEMPT AT THE COURSE UP TO THE
001270*CUT-OFF SEMESTER, IN KEY (SEMESTER) ORDER; THE ONE THE RULE
001280*PICKS ENDS UP IN NP-PILIH-SMT.  ZERO MEANS NONE FOUND.
001290*-----------------------------------------------------------
001300 2000-CARI-PILIHAN.
001310     MOVE LK-NPM TO NP-LAST-NPM.
001320     MOVE LK-KODE-MK TO NP-LAST-KODE.
001330     MOVE LK-BATAS TO NP-LAST-BATAS.
001340     MOVE ZERO TO NP-PILIH-SMT.
001350     MOVE ZERO TO NP-PILIH-NILAI.
001360     MOVE 'N' TO NP-EOF-SW.
001370     MOVE LK-NPM TO NPM OF NILAI-RECORD.
001380     MOVE LK-KODE-MK TO KODE-MK OF NILAI-RECORD.
001390     MOVE ZERO TO SEMESTER-MK OF NILAI-RECORD.
001400     START NILAI-FILE KEY NOT < NILAI-KEY OF NILAI-RECORD
001410         INVALID KEY
001420             SET NP-EOF TO TRUE
001430     END-START.
001440     PERFORM 2100-SATU-ATTEMPT THRU 2100-EXIT UNTIL NP-EOF.
001450 2000-EXIT.
001460     EXIT.
001470 2100-SATU-ATTEMPT.
001480     READ NILAI-FILE NEXT RECORD
001490         AT END
001500             SET NP-EOF TO TRUE
001510             GO TO 2100-EXIT
001520     END-READ.
001530     IF NPM OF NILAI-RECORD NOT = LK-NPM
001540         OR KODE-MK OF NILAI-RECORD NOT = LK-KODE-MK
001550         OR SEMESTER-MK OF NILAI-RECORD > LK-BATAS
001560         SET NP-EOF TO TRUE
001570         GO TO 2100-EXIT
001580     END-IF.
001590     IF NP-ATURAN-TERAKHIR
001600         OR NILAI-ANGKA OF NILAI-RECORD NOT < NP-PILIH-NILAI
001610         MOVE SEMESTER-MK OF NILAI-RECORD TO NP-PILIH-SMT
001620         MOVE NILAI-ANGKA OF NILAI-RECORD TO NP-PILIH-NILAI
001630     END-IF.
001640 2100-EXIT.
001650     EXIT.
