000010*-----------------------------------------------------------
000020*KALCEK  -  COMMON ACADEMIC CALENDAR LOOKUP SUBPROGRAM
000030*-----------------------------------------------------------
000040*RETURNS ONE SEMESTER'S ENTRY FROM THE KALMST ACADEMIC
000050*CALENDAR, SO EVERY PROGRAM THAT ENFORCES A PROCESSING WINDOW
000060*READS THE DATES THE SAME WAY.  CALLED LIKE -
000070*CALL 'KALCEK' USING LK-SEMESTER LK-KAL-RECORD LK-HASIL.
000080*LK-KAL-RECORD IS LAID OUT BY COPY KALREC.  WHEN LK-SEMESTER
000090*IS ZERO THE CURRENT SEMESTER IS LOOKED UP - THE ENTRY WITH
000100*THE LATEST TGL-KRS-BUKA NOT AFTER TODAY - AND ITS NUMBER IS
000110*RETURNED IN LK-SEMESTER.  LK-HASIL COMES BACK -
000120*Y  ENTRY FOUND AND RETURNED
000130*N  SEMESTER NOT ON THE CALENDAR (OR NO CURRENT SEMESTER)
000140*X  NO KALMST FILE - THE CALENDAR IS NOT IN USE
000150*THE FILE IS OPENED AND CLOSED ON EVERY CALL, AS IN HOLDCEK.
000160*-----------------------------------------------------------
000170*MODIFICATION HISTORY
000180*DATE       INIT  DESCRIPTION
000190*10/15/2026 RSD   ORIGINAL.
000200*-----------------------------------------------------------
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. KALCEK.
000230 AUTHOR. RASYID.
000240 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000250 DATE-WRITTEN. 10/15/2026.
000260 DATE-COMPILED.
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT KAL-FILE ASSIGN TO 'KALMST'
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS SEMESTER-KAL OF KAL-RECORD
000340         FILE STATUS IS KC-KFS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  KAL-FILE.
000380 01  KAL-RECORD.
000390         COPY KALREC.
000400 WORKING-STORAGE SECTION.
000410 01  KC-KFS                      PIC X(02).
000420 01  KC-EOF-SW                   PIC X(01).
000430         88  KC-EOF                      VALUE 'Y'.
000440 01  KC-SYSDATE                  PIC 9(08).
000450 01  KC-SYSDATE-R REDEFINES KC-SYSDATE.
000460         05  KC-SYS-YYYY             PIC 9(04).
000470         05  KC-SYS-MM               PIC 9(02).
000480         05  KC-SYS-DD               PIC 9(02).
000490 01  KC-HARI-INI                 PIC X(10).
000500 01  KC-BUKA-TERAKHIR            PIC X(10).
000510 LINKAGE SECTION.
000520 01  LK-SEMESTER                 PIC 9(02).
000530 01  LK-KAL-RECORD.
000540         COPY KALREC.
000550 01  LK-HASIL                    PIC X(01).
000560*-----------------------------------------------------------
000570*0000-MAINLINE
000580*-----------------------------------------------------------
000590 PROCEDURE DIVISION USING LK-SEMESTER LK-KAL-RECORD LK-HASIL.
000600 0000-MAINLINE.
000610     MOVE 'N' TO LK-HASIL.
000620     MOVE SPACES TO LK-KAL-RECORD.
000630     MOVE ZERO TO SEMESTER-KAL OF LK-KAL-RECORD.
000640     OPEN INPUT KAL-FILE.
000650     IF KC-KFS NOT = '00'
000660         MOVE 'X' TO LK-HASIL
000670         GOBACK
000680     END-IF.
000690     IF LK-SEMESTER = ZERO
000700         PERFORM 2000-CARI-BERJALAN THRU 2000-EXIT
000710     ELSE
000720         PERFORM 1000-BACA-SEMESTER THRU 1000-EXIT
000730     END-IF.
000740     CLOSE KAL-FILE.
000750     GOBACK.
000760*-----------------------------------------------------------
000770*1000-BACA-SEMESTER  -  DIRECT READ OF THE SEMESTER ASKED FOR.
000780*-----------------------------------------------------------
000790 1000-BACA-SEMESTER.
000800     MOVE LK-SEMESTER TO SEMESTER-KAL OF KAL-RECORD.
000810     READ KAL-FILE
000820         INVALID KEY
000830             GO TO 1000-EXIT
000840     END-READ.
000850     MOVE KAL-RECORD TO LK-KAL-RECORD.
000860     MOVE 'Y' TO LK-HASIL.
000870 1000-EXIT.
000880     EXIT.
000890*-----------------------------------------------------------
000900*2000-CARI-BERJALAN  -  WALK THE CALENDAR AND KEEP THE ENTRY
000910*WHOSE KRS OPENED MOST RECENTLY ON OR BEFORE TODAY.  A
000920*SEMESTER STAYS CURRENT AFTER ITS TGL-AKHIR-SMT UNTIL THE
000930*NEXT ONE OPENS, SO CLOSE-OF-SEMESTER RUNS STILL FIND IT.
000940*-----------------------------------------------------------
000950 2000-CARI-BERJALAN.
000960     ACCEPT KC-SYSDATE FROM DATE YYYYMMDD.
000970     MOVE SPACES TO KC-HARI-INI.
000980     STRING KC-SYS-YYYY '-' KC-SYS-MM '-' KC-SYS-DD
000990         DELIMITED BY SIZE INTO KC-HARI-INI.
001000     MOVE SPACES TO KC-BUKA-TERAKHIR.
001010     MOVE 'N' TO KC-EOF-SW.
001020     MOVE ZERO TO SEMESTER-KAL OF KAL-RECORD.
001030     START KAL-FILE KEY NOT < SEMESTER-KAL OF KAL-RECORD
001040         INVALID KEY
001050             SET KC-EOF TO TRUE
001060     END-START.
001070     PERFORM 2100-SATU-SEMESTER THRU 2100-EXIT UNTIL KC-EOF.
001080     IF LK-HASIL = 'Y'
001090         MOVE SEMESTER-KAL OF LK-KAL-RECORD TO LK-SEMESTER
001100     END-IF.
001110 2000-EXIT.
001120     EXIT.
001130 2100-SATU-SEMESTER.
001140     READ KAL-FILE NEXT RECORD
001150         AT END
001160             SET KC-EOF TO TRUE
001170             GO TO 2100-EXIT
001180     END-READ.
001190     IF TGL-KRS-BUKA OF KAL-RECORD = SPACES
001200         OR TGL-KRS-BUKA OF KAL-RECORD > KC-HARI-INI
001210         GO TO 2100-EXIT
001220     END-IF.
001230     IF TGL-KRS-BUKA OF KAL-RECORD NOT > KC-BUKA-TERAKHIR
001240         GO TO 2100-EXIT
001250     END-IF.
001260     MOVE TGL-KRS-BUKA OF KAL-RECORD TO KC-BUKA-TERAKHIR.
001270     MOVE KAL-RECORD TO LK-KAL-RECORD.
001280     MOVE 'Y' TO LK-HASIL.
001290 2100-EXIT.
001300     EXIT.
