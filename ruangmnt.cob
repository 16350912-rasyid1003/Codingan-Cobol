000010*-----------------------------------------------------------
000020*RUANGMNT  -  ROOM MASTER MAINTENANCE
000030*-----------------------------------------------------------
000040*REGISTERS EACH TEACHING ROOM ON THE RUANGMST ROOM MASTER
000050*(SEE RUANGREC) WITH ITS BUILDING, SEAT COUNT, ROOM TYPE
000060*(K = KULIAH, L = LAB, A = AULA) AND ACTIVE FLAG.  AN
000070*EXISTING CODE IS SHOWN AND MAY BE UPDATED; SEATS MUST BE
000080*NUMERIC AND GREATER THAN ZERO.  A ROOM LEAVING SERVICE IS
000090*SET NONAKTIF (N) RATHER THAN DELETED, SO THE TIMETABLE
000100*ENTRIES THAT STILL NAME IT RESOLVE ON THE UTILISATION
000110*REPORT; JADWAL, KELASMNT AND UJIMNT REFUSE IT FOR NEW
000120*BOOKINGS.  THE ROOM CODE KEYED HERE IS THE ONE SPELLING THE
000130*REST OF THE SUITE ACCEPTS.
000140*-----------------------------------------------------------
000150*MODIFICATION HISTORY
000160*DATE       INIT  DESCRIPTION
000170*10/15/2026 RSD   ORIGINAL.
000180*-----------------------------------------------------------
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RUANGMNT.
000210 AUTHOR. RASYID.
000220 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000230 DATE-WRITTEN. 10/15/2026.
000240 DATE-COMPILED.
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT RUANG-FILE ASSIGN TO 'RUANGMST'
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS KODE-RUANG OF RUANG-RECORD
000320         FILE STATUS IS WS-RGFS.
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  RUANG-FILE.
000360 01  RUANG-RECORD.
000370         COPY RUANGREC.
000380 WORKING-STORAGE SECTION.
000390 01  RUANG-WS.
000400         COPY RUANGREC.
000410 01  WS-RGFS                     PIC X(02).
000420 01  WS-SWITCHES.
000430         05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
000440             88  RUANG-FOUND              VALUE 'Y'.
000450             88  RUANG-NOT-FOUND          VALUE 'N'.
000460         05  WS-UPDATE-SW            PIC X(01) VALUE 'N'.
000470             88  WANT-UPDATE              VALUE 'Y' 'y'.
000480             88  NO-UPDATE                VALUE 'T' 't' 'N' 'n'.
000490         05  WS-VALID-SW             PIC X(01) VALUE 'N'.
000500             88  FIELD-OK                 VALUE 'Y'.
000510             88  FIELD-BAD                VALUE 'N'.
000520 01  WS-LAGI-SW                  PIC X(01) VALUE 'Y'.
000530         88  ENTRI-LAGI                   VALUE 'Y' 'y'.
000540 01  WS-KODE-IN                  PIC X(01).
000550 01  WS-KAP-IN                   PIC X(05).
000560 01  WS-KAP-NUM                  PIC 9(05).
000570 01  WS-TRAIL-CT                 PIC 9(02).
000580 01  WS-FLDLEN                   PIC 9(02).
000590 01  WS-SUMMARY                  PIC X(60).
000600*-----------------------------------------------------------
000610*0000-MAINLINE
000620*-----------------------------------------------------------
000630 PROCEDURE DIVISION.
000640 0000-MAINLINE.
000650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000660     PERFORM 2000-ENTRI-SATU THRU 2000-EXIT
000670         UNTIL NOT ENTRI-LAGI.
000680     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000690*-----------------------------------------------------------
000700*1000-INITIALIZE  -  THE ROOM MASTER IS CREATED ON FIRST
000710*USE, LIKE THE OTHER MASTERS IN THE SUITE.
000720*-----------------------------------------------------------
000730 1000-INITIALIZE.
000740     OPEN I-O RUANG-FILE.
000750     IF WS-RGFS = '35'
000760         OPEN OUTPUT RUANG-FILE
000770         CLOSE RUANG-FILE
000780         OPEN I-O RUANG-FILE
000790     END-IF.
000800     MOVE 'SESSION STARTED' TO WS-SUMMARY.
000810     CALL 'AUDITLOG' USING 'RUANGMNT  ' 'START' WS-SUMMARY.
000820 1000-EXIT.
000830     EXIT.
000840*-----------------------------------------------------------
000850*2000-ENTRI-SATU  -  ONE ROOM: CODE, LOOKUP, CAPTURE OR
000860*UPDATE.
000870*-----------------------------------------------------------
000880 2000-ENTRI-SATU.
000890     DISPLAY 'KODE RUANG / ROOM CODE : ' WITH NO ADVANCING.
000900     MOVE SPACES TO KODE-RUANG OF RUANG-WS.
000910     ACCEPT KODE-RUANG OF RUANG-WS.
000920     IF KODE-RUANG OF RUANG-WS = SPACES
000930         DISPLAY 'KODE KOSONG / BLANK CODE, DILEWATI'
000940     ELSE
000950         PERFORM 2100-LOOKUP-RUANG THRU 2100-EXIT
000960         IF RUANG-FOUND
000970             PERFORM 2200-CONFIRM-UPDATE THRU 2200-EXIT
000980         ELSE
000990             SET WANT-UPDATE TO TRUE
001000         END-IF
001010         IF WANT-UPDATE
001020             PERFORM 2300-CAPTURE-FIELDS THRU 2300-EXIT
001030             PERFORM 2400-SAVE-RUANG THRU 2400-EXIT
001040         END-IF
001050     END-IF.
001060     DISPLAY 'ADA RUANG LAGI? / ANOTHER ROOM? (Y/T) : '
001070         WITH NO ADVANCING.
001080     ACCEPT WS-LAGI-SW.
001090 2000-EXIT.
001100     EXIT.
001110 2100-LOOKUP-RUANG.
001120     MOVE KODE-RUANG OF RUANG-WS TO KODE-RUANG OF RUANG-RECORD.
001130     READ RUANG-FILE
001140         INVALID KEY
001150             SET RUANG-NOT-FOUND TO TRUE
001160         NOT INVALID KEY
001170             SET RUANG-FOUND TO TRUE
001180     END-READ.
001190 2100-EXIT.
001200     EXIT.
001210 2200-CONFIRM-UPDATE.
001220     DISPLAY 'RUANG TERDAFTAR / REGISTERED:'.
001230     DISPLAY '  GEDUNG : ' GEDUNG OF RUANG-RECORD.
001240     DISPLAY '  KURSI  : ' KURSI-RUANG OF RUANG-RECORD.
001250     DISPLAY '  JENIS  : ' JENIS-RUANG OF RUANG-RECORD.
001260     DISPLAY '  STATUS : ' STATUS-RUANG OF RUANG-RECORD.
001270     SET WS-UPDATE-SW TO 'X'.
001280     PERFORM 2250-ASK-UPDATE THRU 2250-EXIT
001290         UNTIL WANT-UPDATE OR NO-UPDATE.
001300 2200-EXIT.
001310     EXIT.
001320 2250-ASK-UPDATE.
001330     DISPLAY 'UPDATE RUANG INI? (Y/T) : ' WITH NO ADVANCING.
001340     ACCEPT WS-UPDATE-SW.
001350     IF NOT WANT-UPDATE AND NOT NO-UPDATE
001360         DISPLAY 'PILIH Y ATAU T / ANSWER Y OR N'
001370     END-IF.
001380 2250-EXIT.
001390     EXIT.
001400*-----------------------------------------------------------
001410*2300-CAPTURE-FIELDS  -  BUILDING, SEATS, TYPE AND STATUS,
001420*EACH RE-PROMPTED UNTIL VALID.  A NEW ROOM IS ACTIVE.
001430*-----------------------------------------------------------
001440 2300-CAPTURE-FIELDS.
001450     SET FIELD-BAD TO TRUE.
001460     PERFORM 2310-ACCEPT-GEDUNG THRU 2310-EXIT UNTIL FIELD-OK.
001470     SET FIELD-BAD TO TRUE.
001480     PERFORM 2350-ACCEPT-KURSI THRU 2350-EXIT UNTIL FIELD-OK.
001490     SET FIELD-BAD TO TRUE.
001500     PERFORM 2360-ACCEPT-JENIS THRU 2360-EXIT UNTIL FIELD-OK.
001510     IF RUANG-NOT-FOUND
001520         SET RUANG-AKTIF OF RUANG-WS TO TRUE
001530     ELSE
001540         SET FIELD-BAD TO TRUE
001550         PERFORM 2370-ACCEPT-STATUS THRU 2370-EXIT
001560             UNTIL FIELD-OK
001570     END-IF.
001580 2300-EXIT.
001590     EXIT.
001600 2310-ACCEPT-GEDUNG.
001610     DISPLAY 'GEDUNG / BUILDING : ' WITH NO ADVANCING.
001620     MOVE SPACES TO GEDUNG OF RUANG-WS.
001630     ACCEPT GEDUNG OF RUANG-WS.
001640     IF GEDUNG OF RUANG-WS = SPACES
001650         SET FIELD-BAD TO TRUE
001660         DISPLAY 'GEDUNG WAJIB / BUILDING REQUIRED, ULANGI'
001670     ELSE
001680         SET FIELD-OK TO TRUE
001690     END-IF.
001700 2310-EXIT.
001710     EXIT.
001720 2350-ACCEPT-KURSI.
001730     DISPLAY 'JUMLAH KURSI / SEATS : ' WITH NO ADVANCING.
001740     MOVE SPACES TO WS-KAP-IN.
001750     ACCEPT WS-KAP-IN.
001760     MOVE ZERO TO WS-TRAIL-CT.
001770     INSPECT WS-KAP-IN
001780         TALLYING WS-TRAIL-CT FOR TRAILING SPACES.
001790     COMPUTE WS-FLDLEN = 5 - WS-TRAIL-CT.
001800     IF WS-FLDLEN > 0
001810         AND WS-KAP-IN(1:WS-FLDLEN) NUMERIC
001820         MOVE ZERO TO WS-KAP-NUM
001830         MOVE WS-KAP-IN(1:WS-FLDLEN)
001840             TO WS-KAP-NUM(6 - WS-FLDLEN:WS-FLDLEN)
001850         IF WS-KAP-NUM > ZERO
001860             MOVE WS-KAP-NUM TO KURSI-RUANG OF RUANG-WS
001870             SET FIELD-OK TO TRUE
001880             GO TO 2350-EXIT
001890         END-IF
001900     END-IF.
001910     SET FIELD-BAD TO TRUE.
001920     DISPLAY 'KURSI HARUS ANGKA > 0 / MUST BE > 0, ULANGI'.
001930 2350-EXIT.
001940     EXIT.
001950 2360-ACCEPT-JENIS.
001960     DISPLAY 'JENIS (K=KULIAH L=LAB A=AULA) : '
001970         WITH NO ADVANCING.
001980     MOVE SPACE TO WS-KODE-IN.
001990     ACCEPT WS-KODE-IN.
002000     MOVE WS-KODE-IN TO JENIS-RUANG OF RUANG-WS.
002010     IF RUANG-KULIAH OF RUANG-WS OR RUANG-LAB OF RUANG-WS
002020         OR RUANG-AULA OF RUANG-WS
002030         SET FIELD-OK TO TRUE
002040     ELSE
002050         SET FIELD-BAD TO TRUE
002060         DISPLAY 'JENIS HARUS K, L ATAU A / MUST BE K L OR A, '
002070             'ULANGI'
002080     END-IF.
002090 2360-EXIT.
002100     EXIT.
002110 2370-ACCEPT-STATUS.
002120     DISPLAY 'STATUS (A=AKTIF N=NONAKTIF) : ' WITH NO ADVANCING.
002130     MOVE SPACE TO WS-KODE-IN.
002140     ACCEPT WS-KODE-IN.
002150     MOVE WS-KODE-IN TO STATUS-RUANG OF RUANG-WS.
002160     IF RUANG-AKTIF OF RUANG-WS OR RUANG-NONAKTIF OF RUANG-WS
002170         SET FIELD-OK TO TRUE
002180     ELSE
002190         SET FIELD-BAD TO TRUE
002200         DISPLAY 'STATUS HARUS A ATAU N / MUST BE A OR N, ULANGI'
002210     END-IF.
002220 2370-EXIT.
002230     EXIT.
002240 2400-SAVE-RUANG.
002250     MOVE RUANG-WS TO RUANG-RECORD.
002260     IF RUANG-FOUND
002270         REWRITE RUANG-RECORD
002280         DISPLAY 'RUANG DIPERBARUI / ROOM UPDATED'
002290         MOVE SPACES TO WS-SUMMARY
002300         STRING 'UPDATED RUANG=' KODE-RUANG OF RUANG-WS
002310             ' KURSI=' KURSI-RUANG OF RUANG-WS
002320             ' STATUS=' STATUS-RUANG OF RUANG-WS
002330             DELIMITED BY SIZE INTO WS-SUMMARY
002340         CALL 'AUDITLOG' USING 'RUANGMNT  ' 'UPD  ' WS-SUMMARY
002350     ELSE
002360         WRITE RUANG-RECORD
002370         DISPLAY 'RUANG TERSIMPAN / ROOM SAVED'
002380         MOVE SPACES TO WS-SUMMARY
002390         STRING 'SAVED RUANG=' KODE-RUANG OF RUANG-WS
002400             ' KURSI=' KURSI-RUANG OF RUANG-WS
002410             DELIMITED BY SIZE INTO WS-SUMMARY
002420         CALL 'AUDITLOG' USING 'RUANGMNT  ' 'NEW  ' WS-SUMMARY
002430     END-IF.
002440 2400-EXIT.
002450     EXIT.
002460*-----------------------------------------------------------
002470*9000-TERMINATE
002480*-----------------------------------------------------------
002490 9000-TERMINATE.
002500     CLOSE RUANG-FILE.
002510     DISPLAY 'PROGRAM SELESAI / PROGRAM FINISHED'.
002520     MOVE 'SESSION ENDED' TO WS-SUMMARY.
002530     CALL 'AUDITLOG' USING 'RUANGMNT  ' 'END  ' WS-SUMMARY.
002540     GOBACK.
002550 9000-EXIT.
002560     EXIT.
