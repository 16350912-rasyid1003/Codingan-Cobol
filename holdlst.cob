000010*-----------------------------------------------------------
000020*HOLDLST  -  DAILY ACTIVE HOLD (BLOKIR) LIST
000030*-----------------------------------------------------------
000040*PRINTS EVERY HOLD ON HOLDMST THAT HAS NOT BEEN RELEASED, IN
000050*NPM ORDER, FOR THE FRONT DESK: NPM, NAME AND KELAS FROM
000060*MHSMAST, HOLD TYPE, PLACING OFFICE, REASON AND DATE PLACED.
000070*A HOLD PLACED TODAY IS MARKED BARU (NEW).  TOTALS PER HOLD
000080*TYPE AND THE NUMBER OF STUDENTS BLOCKED CLOSE THE LIST.
000090*NO HOLDMST FILE PRINTS AN EMPTY LIST.  RUN EVERY MORNING
000100*IN MHSMORN.  REPORT ON HOLDRPT.
000110*-----------------------------------------------------------
000120*MODIFICATION HISTORY
000130*DATE       INIT  DESCRIPTION
000140*10/15/2026 RSD   ORIGINAL.
000150*-----------------------------------------------------------
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. HOLDLST.
000180 AUTHOR. RASYID.
000190 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000200 DATE-WRITTEN. 10/15/2026.
000210 DATE-COMPILED.
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT HOLD-FILE ASSIGN TO 'HOLDMST'
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS SEQUENTIAL
000280         RECORD KEY IS HOLD-KEY OF HOLD-RECORD
000290         FILE STATUS IS WS-HFS.
000300     SELECT MHS-FILE ASSIGN TO 'MHSMAST'
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS NPM OF MHS-RECORD
000340         FILE STATUS IS WS-FS.
000350     SELECT HOLD-RPT ASSIGN TO 'HOLDRPT'
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-RPT-FS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  HOLD-FILE.
000410 01  HOLD-RECORD.
000420         COPY HOLDREC.
000430 FD  MHS-FILE.
000440 01  MHS-RECORD.
000450         COPY MHSREC.
000460 FD  HOLD-RPT.
000470 01  RPT-LINE                    PIC X(132).
000480 WORKING-STORAGE SECTION.
000490 01  WS-HFS                      PIC X(02).
000500 01  WS-FS                       PIC X(02).
000510 01  WS-RPT-FS                   PIC X(02).
000520 01  WS-HOLD-OPEN-SW             PIC X(01) VALUE 'N'.
000530         88  HOLD-OPEN                   VALUE 'Y'.
000540 01  WS-MHS-OPEN-SW              PIC X(01) VALUE 'N'.
000550         88  MHS-OPEN                    VALUE 'Y'.
000560 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
000570         88  HOLD-EOF                    VALUE 'Y'.
000580 01  WS-PREV-NPM                 PIC X(08) VALUE SPACES.
000590 01  WS-NAMA                     PIC X(35).
000600 01  WS-KELAS                    PIC X(05).
000610 01  WS-BARU                     PIC X(04).
000620 01  WS-SYSDATE                  PIC 9(08).
000630 01  WS-RUN-DATE-DISP            PIC X(10).
000640 01  WS-TOTALS.
000650         05  WS-HOLD-COUNT           PIC 9(05) VALUE ZERO.
000660         05  WS-MHS-COUNT            PIC 9(05) VALUE ZERO.
000670         05  WS-BARU-COUNT           PIC 9(05) VALUE ZERO.
000680         05  WS-K-COUNT              PIC 9(05) VALUE ZERO.
000690         05  WS-P-COUNT              PIC 9(05) VALUE ZERO.
000700         05  WS-A-COUNT              PIC 9(05) VALUE ZERO.
000710         05  WS-D-COUNT              PIC 9(05) VALUE ZERO.
000720 01  WS-COUNT-DISP               PIC ZZZZ9.
000730 01  WS-SUMMARY                  PIC X(60).
000740*-----------------------------------------------------------
000750*0000-MAINLINE
000760*-----------------------------------------------------------
000770 PROCEDURE DIVISION.
000780 0000-MAINLINE.
000790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000800     PERFORM 2000-SATU-HOLD THRU 2000-EXIT UNTIL HOLD-EOF.
000810     PERFORM 3000-TOTALS THRU 3000-EXIT.
000820     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000830*-----------------------------------------------------------
000840*1000-INITIALIZE  -  NO HOLD FILE MEANS NOBODY IS BLOCKED;
000850*NO MHS MASTER LEAVES THE NAME COLUMN BLANK.
000860*-----------------------------------------------------------
000870 1000-INITIALIZE.
000880     ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
000890     MOVE SPACES TO WS-RUN-DATE-DISP.
000900     STRING WS-SYSDATE(1:4) '-' WS-SYSDATE(5:2)
000910         '-' WS-SYSDATE(7:2) DELIMITED BY SIZE
000920         INTO WS-RUN-DATE-DISP.
000930     OPEN OUTPUT HOLD-RPT.
000940     MOVE SPACES TO RPT-LINE.
000950     STRING 'DAFTAR BLOKIR AKTIF / ACTIVE STUDENT HOLDS - '
000960         WS-RUN-DATE-DISP
000970         DELIMITED BY SIZE INTO RPT-LINE.
000980     WRITE RPT-LINE.
000990     MOVE 'JENIS: K=KEUANGAN P=PERPUSTAKAAN A=AKADEMIK D=DISIPLIN'
001000         TO RPT-LINE.
001010     WRITE RPT-LINE.
001020     MOVE ALL '=' TO RPT-LINE.
001030     WRITE RPT-LINE.
001040     MOVE SPACES TO RPT-LINE.
001050     STRING 'NPM       NAMA / NAME                          '
001060         'KELAS J KANTOR / OFFICE      '
001070         'ALASAN / REASON                          SEJAK'
001080         DELIMITED BY SIZE INTO RPT-LINE.
001090     WRITE RPT-LINE.
001100     MOVE ALL '-' TO RPT-LINE.
001110     WRITE RPT-LINE.
001120     OPEN INPUT HOLD-FILE.
001130     IF WS-HFS = '00'
001140         SET HOLD-OPEN TO TRUE
001150         PERFORM 2100-READ-HOLD THRU 2100-EXIT
001160     ELSE
001170         SET HOLD-EOF TO TRUE
001180     END-IF.
001190     OPEN INPUT MHS-FILE.
001200     IF WS-FS = '00'
001210         SET MHS-OPEN TO TRUE
001220     END-IF.
001230     MOVE 'HOLD LIST STARTED' TO WS-SUMMARY.
001240     CALL 'AUDITLOG' USING 'HOLDLST   ' 'START' WS-SUMMARY.
001250 1000-EXIT.
001260     EXIT.
001270*-----------------------------------------------------------
001280*2000-SATU-HOLD  -  ONE ACTIVE HOLD, ONE LINE.  THE NAME IS
001290*LOOKED UP ONCE PER STUDENT.
001300*-----------------------------------------------------------
001310 2000-SATU-HOLD.
001320     IF TGL-LEPAS OF HOLD-RECORD NOT = SPACES
001330         GO TO 2000-BACA
001340     END-IF.
001350     IF NPM OF HOLD-RECORD NOT = WS-PREV-NPM
001360         MOVE NPM OF HOLD-RECORD TO WS-PREV-NPM
001370         ADD 1 TO WS-MHS-COUNT
001380         PERFORM 2200-CARI-NAMA THRU 2200-EXIT
001390     END-IF.
001400     ADD 1 TO WS-HOLD-COUNT.
001410     EVALUATE JENIS-HOLD OF HOLD-RECORD
001420         WHEN 'K'
001430             ADD 1 TO WS-K-COUNT
001440         WHEN 'P'
001450             ADD 1 TO WS-P-COUNT
001460         WHEN 'A'
001470             ADD 1 TO WS-A-COUNT
001480         WHEN 'D'
001490             ADD 1 TO WS-D-COUNT
001500     END-EVALUATE.
001510     MOVE SPACES TO WS-BARU.
001520     IF TGL-PASANG OF HOLD-RECORD = WS-RUN-DATE-DISP
001530         MOVE 'BARU' TO WS-BARU
001540         ADD 1 TO WS-BARU-COUNT
001550     END-IF.
001560     MOVE SPACES TO RPT-LINE.
001570     STRING NPM OF HOLD-RECORD
001580         '  ' WS-NAMA
001590         '  ' WS-KELAS
001600         ' ' JENIS-HOLD OF HOLD-RECORD
001610         ' ' KANTOR-HOLD OF HOLD-RECORD
001620         ' ' ALASAN-HOLD OF HOLD-RECORD
001630         ' ' TGL-PASANG OF HOLD-RECORD
001640         ' ' WS-BARU
001650         DELIMITED BY SIZE INTO RPT-LINE.
001660     WRITE RPT-LINE.
001670 2000-BACA.
001680     PERFORM 2100-READ-HOLD THRU 2100-EXIT.
001690 2000-EXIT.
001700     EXIT.
001710 2100-READ-HOLD.
001720     READ HOLD-FILE NEXT RECORD
001730         AT END
001740             SET HOLD-EOF TO TRUE
001750         NOT AT END
001760             CONTINUE
001770     END-READ.
001780 2100-EXIT.
001790     EXIT.
001800 2200-CARI-NAMA.
001810     MOVE SPACES TO WS-NAMA.
001820     MOVE SPACES TO WS-KELAS.
001830     IF NOT MHS-OPEN
001840         GO TO 2200-EXIT
001850     END-IF.
001860     MOVE NPM OF HOLD-RECORD TO NPM OF MHS-RECORD.
001870     READ MHS-FILE
001880         INVALID KEY
001890             MOVE '(TIDAK TERDAFTAR / NOT REGISTERED)' TO WS-NAMA
001900             GO TO 2200-EXIT
001910     END-READ.
001920     MOVE NAMA OF MHS-RECORD TO WS-NAMA.
001930     MOVE KELAS OF MHS-RECORD TO WS-KELAS.
001940 2200-EXIT.
001950     EXIT.
001960*-----------------------------------------------------------
001970*3000-TOTALS  -  COUNTS PER HOLD TYPE AND OVERALL.
001980*-----------------------------------------------------------
001990 3000-TOTALS.
002000     MOVE ALL '=' TO RPT-LINE.
002010     WRITE RPT-LINE.
002020     MOVE WS-K-COUNT TO WS-COUNT-DISP.
002030     MOVE SPACES TO RPT-LINE.
002040     STRING 'K KEUANGAN / FINANCE           : ' WS-COUNT-DISP
002050         DELIMITED BY SIZE INTO RPT-LINE.
002060     WRITE RPT-LINE.
002070     MOVE WS-P-COUNT TO WS-COUNT-DISP.
002080     MOVE SPACES TO RPT-LINE.
002090     STRING 'P PERPUSTAKAAN / LIBRARY       : ' WS-COUNT-DISP
002100         DELIMITED BY SIZE INTO RPT-LINE.
002110     WRITE RPT-LINE.
002120     MOVE WS-A-COUNT TO WS-COUNT-DISP.
002130     MOVE SPACES TO RPT-LINE.
002140     STRING 'A AKADEMIK / ACADEMIC          : ' WS-COUNT-DISP
002150         DELIMITED BY SIZE INTO RPT-LINE.
002160     WRITE RPT-LINE.
002170     MOVE WS-D-COUNT TO WS-COUNT-DISP.
002180     MOVE SPACES TO RPT-LINE.
002190     STRING 'D DISIPLIN / DISCIPLINARY      : ' WS-COUNT-DISP
002200         DELIMITED BY SIZE INTO RPT-LINE.
002210     WRITE RPT-LINE.
002220     MOVE WS-HOLD-COUNT TO WS-COUNT-DISP.
002230     MOVE SPACES TO RPT-LINE.
002240     STRING 'TOTAL BLOKIR / TOTAL HOLDS     : ' WS-COUNT-DISP
002250         DELIMITED BY SIZE INTO RPT-LINE.
002260     WRITE RPT-LINE.
002270     MOVE WS-BARU-COUNT TO WS-COUNT-DISP.
002280     MOVE SPACES TO RPT-LINE.
002290     STRING '  BARU HARI INI / NEW TODAY    : ' WS-COUNT-DISP
002300         DELIMITED BY SIZE INTO RPT-LINE.
002310     WRITE RPT-LINE.
002320     MOVE WS-MHS-COUNT TO WS-COUNT-DISP.
002330     MOVE SPACES TO RPT-LINE.
002340     STRING 'MAHASISWA / STUDENTS BLOCKED   : ' WS-COUNT-DISP
002350         DELIMITED BY SIZE INTO RPT-LINE.
002360     WRITE RPT-LINE.
002370 3000-EXIT.
002380     EXIT.
002390*-----------------------------------------------------------
002400*9000-TERMINATE
002410*-----------------------------------------------------------
002420 9000-TERMINATE.
002430     IF HOLD-OPEN
002440         CLOSE HOLD-FILE
002450     END-IF.
002460     IF MHS-OPEN
002470         CLOSE MHS-FILE
002480     END-IF.
002490     CLOSE HOLD-RPT.
002500     MOVE WS-HOLD-COUNT TO WS-COUNT-DISP.
002510     DISPLAY 'HOLDLST: ' WS-COUNT-DISP ' BLOKIR AKTIF'.
002520     MOVE SPACES TO WS-SUMMARY.
002530     STRING 'HOLDS=' WS-HOLD-COUNT
002540         ' STUDENTS=' WS-MHS-COUNT
002550         ' NEW=' WS-BARU-COUNT
002560         DELIMITED BY SIZE INTO WS-SUMMARY.
002570     CALL 'AUDITLOG' USING 'HOLDLST   ' 'END  ' WS-SUMMARY.
002580     STOP RUN.
002590 9000-EXIT.
002600     EXIT.
