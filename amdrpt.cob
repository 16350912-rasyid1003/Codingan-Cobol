000010*-----------------------------------------------------------
000020*AMDRPT  -  SCORE AMENDMENT REGISTER FOR THE ACADEMIC SENATE
000030*-----------------------------------------------------------
000040*LISTS EVERY SCORE AMENDMENT POSTED THROUGH NILAMD FOR THE
000050*SEMESTER, FROM THE NILAMDH BEFORE-IMAGE HISTORY, IN NPM AND
000060*COURSE ORDER: THE STUDENT, COURSE, OLD AND NEW SCORE, THE
000070*LECTURER WHO ASKED FOR THE CHANGE, THE REASON, THE DATE,
000080*THE OPERATOR WHO KEYED IT AND THE SUPERVISOR WHO APPROVED
000090*IT, AND WHETHER STANDING HAS RE-RATED THE STUDENT YET.
000100*TOTALS COUNT THE AMENDMENTS, THOSE RAISING AND LOWERING A
000110*SCORE, AND THOSE STILL WAITING FOR THE STANDING RUN.  THE
000120*SEMESTER COMES FROM SYSIN; BLANK TAKES THE CURRENT ONE.
000130*REPORT ON AMDRPT.
000140*-----------------------------------------------------------
000150*MODIFICATION HISTORY
000160*DATE       INIT  DESCRIPTION
000170*10/15/2026 RSD   ORIGINAL.
000180*-----------------------------------------------------------
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AMDRPT.
000210 AUTHOR. RASYID.
000220 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000230 DATE-WRITTEN. 10/15/2026.
000240 DATE-COMPILED.
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT AMD-FILE ASSIGN TO 'NILAMDH'
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS SEQUENTIAL
000310         RECORD KEY IS AMD-KEY OF AMD-RECORD
000320         FILE STATUS IS WS-AFS.
000330     SELECT MHS-FILE ASSIGN TO 'MHSMAST'
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS NPM OF MHS-RECORD
000370         FILE STATUS IS WS-FS.
000380     SELECT MK-FILE ASSIGN TO 'MKMAST'
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS KODE-MK OF MK-RECORD
000420         FILE STATUS IS WS-MKFS.
000430     SELECT DOSEN-FILE ASSIGN TO 'DOSENMST'
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS NIDN OF DOSEN-RECORD
000470         FILE STATUS IS WS-DSFS.
000480     SELECT AMD-RPT ASSIGN TO 'AMDRPT'
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RPT-FS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  AMD-FILE.
000540 01  AMD-RECORD.
000550         COPY AMDREC.
000560 FD  MHS-FILE.
000570 01  MHS-RECORD.
000580         COPY MHSREC.
000590 FD  MK-FILE.
000600 01  MK-RECORD.
000610         COPY MKREC.
000620 FD  DOSEN-FILE.
000630 01  DOSEN-RECORD.
000640         COPY DOSENREC.
000650 FD  AMD-RPT.
000660 01  RPT-LINE                    PIC X(100).
000670 WORKING-STORAGE SECTION.
000680 01  WS-AFS                      PIC X(02).
000690 01  WS-FS                       PIC X(02).
000700 01  WS-MKFS                     PIC X(02).
000710 01  WS-DSFS                     PIC X(02).
000720 01  WS-RPT-FS                   PIC X(02).
000730 01  WS-AMD-OPEN-SW              PIC X(01) VALUE 'N'.
000740         88  AMD-OPEN                    VALUE 'Y'.
000750 01  WS-AMD-EOF-SW               PIC X(01) VALUE 'N'.
000760         88  AMD-EOF                     VALUE 'Y'.
000770 01  WS-SEMESTER                 PIC 9(02).
000780 01  WS-SEMESTER-IN              PIC X(02).
000790 01  WS-KAL-HASIL                PIC X(01).
000800 01  WS-KAL-RECORD.
000810         COPY KALREC.
000820 01  WS-NAMA-MHS                 PIC X(35).
000830 01  WS-NAMA-MK                  PIC X(25).
000840 01  WS-NAMA-DOSEN               PIC X(35).
000850 01  WS-STND-DISP                PIC X(10).
000860 01  WS-AMD-COUNT                PIC 9(05) VALUE ZERO.
000870 01  WS-NAIK-COUNT               PIC 9(05) VALUE ZERO.
000880 01  WS-TURUN-COUNT              PIC 9(05) VALUE ZERO.
000890 01  WS-TUNGGU-COUNT             PIC 9(05) VALUE ZERO.
000900 01  WS-COUNT-DISP               PIC ZZZZ9.
000910 01  WS-SYSDATE                  PIC 9(08).
000920 01  WS-RUN-DATE-DISP            PIC X(10).
000930 01  WS-SUMMARY                  PIC X(60).
000940*-----------------------------------------------------------
000950*0000-MAINLINE
000960*-----------------------------------------------------------
000970 PROCEDURE DIVISION.
000980 0000-MAINLINE.
000990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001000     PERFORM 2000-READ-AMD THRU 2000-EXIT.
001010     PERFORM 3000-CETAK-AMD THRU 3000-EXIT UNTIL AMD-EOF.
001020     PERFORM 8000-TOTAL THRU 8000-EXIT.
001030     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001040*-----------------------------------------------------------
001050*1000-INITIALIZE  -  NO HISTORY FILE STILL PRINTS AN EMPTY
001060*REGISTER, SO THE SENATE SEES THERE WAS NOTHING TO REVIEW.
001070*THE OTHER MASTERS ONLY SUPPLY NAMES.
001080*-----------------------------------------------------------
001090 1000-INITIALIZE.
001100     DISPLAY 'SEMESTER (01-14) : ' WITH NO ADVANCING.
001110     PERFORM 1050-PILIH-SEMESTER THRU 1050-EXIT.
001120     OPEN INPUT AMD-FILE.
001130     IF WS-AFS = '00'
001140         MOVE 'Y' TO WS-AMD-OPEN-SW
001150     ELSE
001160         SET AMD-EOF TO TRUE
001170     END-IF.
001180     OPEN INPUT MHS-FILE.
001190     OPEN INPUT MK-FILE.
001200     OPEN INPUT DOSEN-FILE.
001210     OPEN OUTPUT AMD-RPT.
001220     ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
001230     MOVE SPACES TO WS-RUN-DATE-DISP.
001240     STRING WS-SYSDATE(1:4) '-' WS-SYSDATE(5:2)
001250         '-' WS-SYSDATE(7:2) DELIMITED BY SIZE
001260         INTO WS-RUN-DATE-DISP.
001270     MOVE SPACES TO RPT-LINE.
001280     STRING 'REGISTER AMANDEMEN NILAI / SCORE AMENDMENT REGISTER'
001290         ' - SEMESTER ' WS-SEMESTER
001300         DELIMITED BY SIZE INTO RPT-LINE.
001310     WRITE RPT-LINE.
001320     MOVE SPACES TO RPT-LINE.
001330     STRING 'UNTUK SENAT AKADEMIK / FOR THE ACADEMIC SENATE'
001340         '   TANGGAL : ' WS-RUN-DATE-DISP
001350         DELIMITED BY SIZE INTO RPT-LINE.
001360     WRITE RPT-LINE.
001370     MOVE ALL '=' TO RPT-LINE.
001380     WRITE RPT-LINE.
001390     MOVE 'AMENDMENT REGISTER STARTED' TO WS-SUMMARY.
001400     CALL 'AUDITLOG' USING 'AMDRPT    ' 'START' WS-SUMMARY.
001410 1000-EXIT.
001420     EXIT.
001430*-----------------------------------------------------------
001440*1050-PILIH-SEMESTER  -  THE SEMESTER KEYED, OR WHEN LEFT
001450*BLANK (OR 00) THE CURRENT SEMESTER ON THE KALMST ACADEMIC
001460*CALENDAR (SEE KALCEK).  NO CURRENT SEMESTER ENDS THE RUN.
001470*-----------------------------------------------------------
001480 1050-PILIH-SEMESTER.
001490     MOVE SPACES TO WS-SEMESTER-IN.
001500     ACCEPT WS-SEMESTER-IN.
001510     IF WS-SEMESTER-IN(2:1) = SPACE
001520         AND WS-SEMESTER-IN(1:1) NOT = SPACE
001530         MOVE WS-SEMESTER-IN(1:1) TO WS-SEMESTER-IN(2:1)
001540         MOVE '0' TO WS-SEMESTER-IN(1:1)
001550     END-IF.
001560     IF WS-SEMESTER-IN NOT = SPACES
001570         AND WS-SEMESTER-IN NOT = '00'
001580         IF WS-SEMESTER-IN NOT NUMERIC
001590             DISPLAY 'AMDRPT: SEMESTER TIDAK SAH / BAD SEMESTER'
001600             STOP RUN
001610         END-IF
001620         MOVE WS-SEMESTER-IN TO WS-SEMESTER
001630         GO TO 1050-EXIT
001640     END-IF.
001650     MOVE ZERO TO WS-SEMESTER.
001660     CALL 'KALCEK' USING WS-SEMESTER WS-KAL-RECORD WS-KAL-HASIL.
001670     IF WS-KAL-HASIL NOT = 'Y'
001680         DISPLAY 'AMDRPT: SEMESTER BERJALAN TIDAK ADA / '
001690             'NO CURRENT SEMESTER ON CALENDAR'
001700         STOP RUN
001710     END-IF.
001720     DISPLAY 'SEMESTER BERJALAN / CURRENT SEMESTER : ' WS-SEMESTER
001730         ' ' KET-KAL OF WS-KAL-RECORD.
001740 1050-EXIT.
001750     EXIT.
001760 2000-READ-AMD.
001770     IF AMD-EOF
001780         GO TO 2000-EXIT
001790     END-IF.
001800     READ AMD-FILE NEXT RECORD
001810         AT END
001820             SET AMD-EOF TO TRUE
001830     END-READ.
001840 2000-EXIT.
001850     EXIT.
001860*-----------------------------------------------------------
001870*3000-CETAK-AMD  -  THREE LINES PER AMENDMENT OF THE
001880*SEMESTER: STUDENT AND SCORES, LECTURER AND SIGNATURES, THE
001890*REASON.
001900*-----------------------------------------------------------
001910 3000-CETAK-AMD.
001920     IF SEMESTER-AMD OF AMD-RECORD NOT = WS-SEMESTER
001930         GO TO 3000-BACA
001940     END-IF.
001950     PERFORM 3100-CARI-NAMA THRU 3100-EXIT.
001960     ADD 1 TO WS-AMD-COUNT.
001970     IF NILAI-BARU OF AMD-RECORD > NILAI-LAMA OF AMD-RECORD
001980         ADD 1 TO WS-NAIK-COUNT
001990     ELSE
002000         ADD 1 TO WS-TURUN-COUNT
002010     END-IF.
002020     IF STND-SUDAH OF AMD-RECORD
002030         MOVE TGL-STND OF AMD-RECORD TO WS-STND-DISP
002040     ELSE
002050         MOVE 'MENUNGGU' TO WS-STND-DISP
002060         ADD 1 TO WS-TUNGGU-COUNT
002070     END-IF.
002080     MOVE SPACES TO RPT-LINE.
002090     STRING NPM OF AMD-RECORD
002100         '  ' WS-NAMA-MHS
002110         '  ' KODE-MK OF AMD-RECORD
002120         ' ' WS-NAMA-MK
002130         '  ' NILAI-LAMA OF AMD-RECORD
002140         ' > ' NILAI-BARU OF AMD-RECORD
002150         DELIMITED BY SIZE INTO RPT-LINE.
002160     WRITE RPT-LINE.
002170     MOVE SPACES TO RPT-LINE.
002180     STRING '    DOSEN ' NIDN-AMD OF AMD-RECORD
002190         ' ' WS-NAMA-DOSEN
002200         '  TGL ' TGL-AMD OF AMD-RECORD
002210         '  OPR ' OPER-AMD OF AMD-RECORD
002220         '  SPV ' SPV-AMD OF AMD-RECORD
002230         DELIMITED BY SIZE INTO RPT-LINE.
002240     WRITE RPT-LINE.
002250     MOVE SPACES TO RPT-LINE.
002260     STRING '    ALASAN / REASON : ' ALASAN-AMD OF AMD-RECORD
002270         '  STANDING : ' WS-STND-DISP
002280         DELIMITED BY SIZE INTO RPT-LINE.
002290     WRITE RPT-LINE.
002300 3000-BACA.
002310     PERFORM 2000-READ-AMD THRU 2000-EXIT.
002320 3000-EXIT.
002330     EXIT.
002340 3100-CARI-NAMA.
002350     MOVE NPM OF AMD-RECORD TO NPM OF MHS-RECORD.
002360     READ MHS-FILE
002370         INVALID KEY
002380             CONTINUE
002390     END-READ.
002400     IF WS-FS = '00'
002410         MOVE NAMA OF MHS-RECORD TO WS-NAMA-MHS
002420     ELSE
002430         MOVE '(TIDAK TERDAFTAR / NOT REGISTERED)' TO WS-NAMA-MHS
002440     END-IF.
002450     MOVE KODE-MK OF AMD-RECORD TO KODE-MK OF MK-RECORD.
002460     READ MK-FILE
002470         INVALID KEY
002480             CONTINUE
002490     END-READ.
002500     IF WS-MKFS = '00'
002510         MOVE NAMA-MK OF MK-RECORD TO WS-NAMA-MK
002520     ELSE
002530         MOVE SPACES TO WS-NAMA-MK
002540     END-IF.
002550     MOVE NIDN-AMD OF AMD-RECORD TO NIDN OF DOSEN-RECORD.
002560     READ DOSEN-FILE
002570         INVALID KEY
002580             CONTINUE
002590     END-READ.
002600     IF WS-DSFS = '00'
002610         MOVE NAMA-DOSEN OF DOSEN-RECORD TO WS-NAMA-DOSEN
002620     ELSE
002630         MOVE '(TIDAK TERDAFTAR / NOT ON FILE)' TO WS-NAMA-DOSEN
002640     END-IF.
002650 3100-EXIT.
002660     EXIT.
002670*-----------------------------------------------------------
002680*8000-TOTAL  -  REGISTER TOTALS.
002690*-----------------------------------------------------------
002700 8000-TOTAL.
002710     MOVE ALL '=' TO RPT-LINE.
002720     WRITE RPT-LINE.
002730     MOVE WS-AMD-COUNT TO WS-COUNT-DISP.
002740     MOVE SPACES TO RPT-LINE.
002750     STRING 'TOTAL AMANDEMEN / TOTAL AMENDMENTS      : '
002760         WS-COUNT-DISP
002770         DELIMITED BY SIZE INTO RPT-LINE.
002780     WRITE RPT-LINE.
002790     MOVE WS-NAIK-COUNT TO WS-COUNT-DISP.
002800     MOVE SPACES TO RPT-LINE.
002810     STRING 'NILAI NAIK / SCORES RAISED              : '
002820         WS-COUNT-DISP
002830         DELIMITED BY SIZE INTO RPT-LINE.
002840     WRITE RPT-LINE.
002850     MOVE WS-TURUN-COUNT TO WS-COUNT-DISP.
002860     MOVE SPACES TO RPT-LINE.
002870     STRING 'NILAI TURUN / SCORES LOWERED            : '
002880         WS-COUNT-DISP
002890         DELIMITED BY SIZE INTO RPT-LINE.
002900     WRITE RPT-LINE.
002910     MOVE WS-TUNGGU-COUNT TO WS-COUNT-DISP.
002920     MOVE SPACES TO RPT-LINE.
002930     STRING 'MENUNGGU STANDING / AWAITING RE-RATE    : '
002940         WS-COUNT-DISP
002950         DELIMITED BY SIZE INTO RPT-LINE.
002960     WRITE RPT-LINE.
002970 8000-EXIT.
002980     EXIT.
002990*-----------------------------------------------------------
003000*9000-TERMINATE
003010*-----------------------------------------------------------
003020 9000-TERMINATE.
003030     IF AMD-OPEN
003040         CLOSE AMD-FILE
003050     END-IF.
003060     CLOSE MHS-FILE.
003070     CLOSE MK-FILE.
003080     CLOSE DOSEN-FILE.
003090     CLOSE AMD-RPT.
003100     MOVE WS-AMD-COUNT TO WS-COUNT-DISP.
003110     DISPLAY 'AMDRPT: ' WS-COUNT-DISP ' AMANDEMEN / AMENDMENTS'.
003120     MOVE SPACES TO WS-SUMMARY.
003130     STRING 'SMT=' WS-SEMESTER
003140         ' AMENDED=' WS-AMD-COUNT
003150         ' PENDING=' WS-TUNGGU-COUNT
003160         DELIMITED BY SIZE INTO WS-SUMMARY.
003170     CALL 'AUDITLOG' USING 'AMDRPT    ' 'END  ' WS-SUMMARY.
003180     STOP RUN.
003190 9000-EXIT.
003200     EXIT.
