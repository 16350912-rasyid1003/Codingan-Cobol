000010*-----------------------------------------------------------
000020*PRSCEK  -  COMMON PREREQUISITE CHECK SUBPROGRAM
000030*-----------------------------------------------------------
000040*CHECKS WHETHER ONE STUDENT HAS PASSED EVERY PREREQUISITE OF
000050*A COURSE BEFORE THE SEMESTER THEY ARE REGISTERING FOR, SO
000060*KRS AND THE PRSAUDT REPORT APPLY ONE RULE.  CALLED LIKE -
000070*CALL 'PRSCEK' USING LK-NPM LK-KODE-MK LK-SEMESTER
000080*    LK-HASIL LK-KURANG LK-NILAI-MIN.
000090*LK-HASIL COMES BACK Y (ALL PASSED, OR NO PREREQUISITES ON
000100*PRSMAST) OR N WITH THE FIRST MISSING PREREQUISITE IN
000110*LK-KURANG AND THE SCORE IT NEEDS IN LK-NILAI-MIN.  A
000120*PREREQUISITE IS PASSED WHEN THE ATTEMPT AT IT THAT COUNTS
000130*UNDER THE NILPILIH RETAKE RULE, AS OF THE SEMESTER BEFORE
000140*LK-SEMESTER, SCORED AT LEAST THE MINIMUM.  NO PRSMAST FILE
000150*MEANS NO PREREQUISITES; NO NILAIMST FILE MEANS NOTHING HAS
000160*BEEN PASSED.  BOTH FILES ARE OPENED ON THE FIRST CALL AND
000170*KEPT FOR THE REST OF THE RUN.
000180*-----------------------------------------------------------
000190*MODIFICATION HISTORY
000200*DATE       INIT  DESCRIPTION
000210*10/15/2026 RSD   ORIGINAL.
000220*-----------------------------------------------------------
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. PRSCEK.
000250 AUTHOR. RASYID.
000260 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000270 DATE-WRITTEN. 10/15/2026.
000280 DATE-COMPILED.
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT PRS-FILE ASSIGN TO 'PRSMAST'
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS KODE-MK OF PRS-RECORD
000360         FILE STATUS IS PC-PFS.
000370     SELECT NILAI-FILE ASSIGN TO 'NILAIMST'
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS NILAI-KEY OF NILAI-RECORD
000410         FILE STATUS IS PC-NFS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  PRS-FILE.
000450 01  PRS-RECORD.
000460         COPY PRSREC.
000470 FD  NILAI-FILE.
000480 01  NILAI-RECORD.
000490         COPY NILAIREC.
000500 WORKING-STORAGE SECTION.
000510 01  PC-PFS                      PIC X(02).
000520 01  PC-NFS                      PIC X(02).
000530 01  PC-MULAI-SW                 PIC X(01) VALUE 'N'.
000540         88  PC-SUDAH-MULAI              VALUE 'Y'.
000550 01  PC-PRS-OPEN-SW              PIC X(01) VALUE 'N'.
000560         88  PC-PRS-OPEN                 VALUE 'Y'.
000570 01  PC-NILAI-OPEN-SW            PIC X(01) VALUE 'N'.
000580         88  PC-NILAI-OPEN               VALUE 'Y'.
000590 01  PC-EOF-SW                   PIC X(01).
000600         88  PC-EOF                      VALUE 'Y'.
000610 01  PC-LULUS-SW                 PIC X(01).
000620         88  PC-LULUS                    VALUE 'Y'.
000630 01  PC-X                        PIC 9(02) COMP.
000640 01  PC-BATAS                    PIC 9(02).
000650 01  PC-PILIH                    PIC X(01).
000660 LINKAGE SECTION.
000670 01  LK-NPM                      PIC X(08).
000680 01  LK-KODE-MK                  PIC X(08).
000690 01  LK-SEMESTER                 PIC 9(02).
000700 01  LK-HASIL                    PIC X(01).
000710 01  LK-KURANG                   PIC X(08).
000720 01  LK-NILAI-MIN                PIC 9(03).
000730*-----------------------------------------------------------
000740*0000-MAINLINE
000750*-----------------------------------------------------------
000760 PROCEDURE DIVISION USING LK-NPM LK-KODE-MK LK-SEMESTER
000770     LK-HASIL LK-KURANG LK-NILAI-MIN.
000780 0000-MAINLINE.
000790     MOVE 'Y' TO LK-HASIL.
000800     MOVE SPACES TO LK-KURANG.
000810     MOVE ZERO TO LK-NILAI-MIN.
000820     IF NOT PC-SUDAH-MULAI
000830         PERFORM 1000-MULAI THRU 1000-EXIT
000840     END-IF.
000850     IF NOT PC-PRS-OPEN
000860         GOBACK
000870     END-IF.
000880     MOVE LK-KODE-MK TO KODE-MK OF PRS-RECORD.
000890     READ PRS-FILE
000900         INVALID KEY
000910             GOBACK
000920     END-READ.
000930     IF LK-SEMESTER > ZERO
000940         COMPUTE PC-BATAS = LK-SEMESTER - 1
000950     ELSE
000960         MOVE ZERO TO PC-BATAS
000970     END-IF.
000980     PERFORM 2000-CEK-PRASYARAT THRU 2000-EXIT
000990         VARYING PC-X FROM 1 BY 1
001000         UNTIL PC-X > 5 OR LK-HASIL = 'N'.
001010     GOBACK.
001020*-----------------------------------------------------------
001030*1000-MULAI  -  BOTH FILES, ONCE PER RUN.
001040*-----------------------------------------------------------
001050 1000-MULAI.
001060     MOVE 'Y' TO PC-MULAI-SW.
001070     OPEN INPUT PRS-FILE.
001080     IF PC-PFS = '00'
001090         MOVE 'Y' TO PC-PRS-OPEN-SW
001100     END-IF.
001110     OPEN INPUT NILAI-FILE.
001120     IF PC-NFS = '00'
001130         MOVE 'Y' TO PC-NILAI-OPEN-SW
001140     END-IF.
001150 1000-EXIT.
001160     EXIT.
001170*-----------------------------------------------------------
001180*2000-CEK-PRASYARAT  -  ONE SLOT OF THE PREREQUISITE LIST.
001190*EVERY ATTEMPT AT THE PREREQUISITE BEFORE THE SEMESTER IS
001200*READ; THE ONE NILPILIH SAYS COUNTS DECIDES IT.
001210*-----------------------------------------------------------
001220 2000-CEK-PRASYARAT.
001230     IF KODE-PRS OF PRS-RECORD (PC-X) = SPACES
001240         GO TO 2000-EXIT
001250     END-IF.
001260     MOVE 'N' TO PC-LULUS-SW.
001270     MOVE 'N' TO PC-EOF-SW.
001280     IF NOT PC-NILAI-OPEN
001290         GO TO 2000-CEK
001300     END-IF.
001310     MOVE LK-NPM TO NPM OF NILAI-RECORD.
001320     MOVE KODE-PRS OF PRS-RECORD (PC-X)
001330         TO KODE-MK OF NILAI-RECORD.
001340     MOVE ZERO TO SEMESTER-MK OF NILAI-RECORD.
001350     START NILAI-FILE KEY NOT < NILAI-KEY OF NILAI-RECORD
001360         INVALID KEY
001370             SET PC-EOF TO TRUE
001380     END-START.
001390     PERFORM 2100-SATU-NILAI THRU 2100-EXIT
001400         UNTIL PC-EOF OR PC-LULUS.
001410 2000-CEK.
001420     IF NOT PC-LULUS
001430         MOVE 'N' TO LK-HASIL
001440         MOVE KODE-PRS OF PRS-RECORD (PC-X) TO LK-KURANG
001450         MOVE NILAI-MIN-PRS OF PRS-RECORD (PC-X) TO LK-NILAI-MIN
001460     END-IF.
001470 2000-EXIT.
001480     EXIT.
001490 2100-SATU-NILAI.
001500     READ NILAI-FILE NEXT RECORD
001510         AT END
001520             SET PC-EOF TO TRUE
001530             GO TO 2100-EXIT
001540     END-READ.
001550     IF NPM OF NILAI-RECORD NOT = LK-NPM
001560         OR KODE-MK OF NILAI-RECORD
001570             NOT = KODE-PRS OF PRS-RECORD (PC-X)
001580         OR SEMESTER-MK OF NILAI-RECORD > PC-BATAS
001590         SET PC-EOF TO TRUE
001600         GO TO 2100-EXIT
001610     END-IF.
001620     CALL 'NILPILIH' USING NPM OF NILAI-RECORD
001630         KODE-MK OF NILAI-RECORD SEMESTER-MK OF NILAI-RECORD
001640         PC-BATAS PC-PILIH.
001650     IF PC-PILIH = 'Y'
001660         AND NILAI-ANGKA OF NILAI-RECORD
001670             NOT < NILAI-MIN-PRS OF PRS-RECORD (PC-X)
001680         SET PC-LULUS TO TRUE
001690     END-IF.
001700 2100-EXIT.
001710     EXIT.
