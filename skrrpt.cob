000010*-----------------------------------------------------------
000020*SKRRPT  -  THESIS (SKRIPSI) PROGRESS AND SUPERVISION LOAD
000030*-----------------------------------------------------------
000040*TWO SECTIONS FROM THE SKRMST THESIS MASTER FOR THE DEAN'S
000050*OFFICE.  FIRST EVERY THESIS STILL IN PROGRESS THAT HAS RUN
000060*LONGER THAN THE LIMIT - SEMESTERS ON THE THESIS COUNTED FROM
000070*SMT-MULAI-SKR TO THE REPORT SEMESTER INCLUSIVE - WITH THE
000080*STAGE REACHED, THE LAST GUIDANCE MEETING ON BIMMST AND THE
000090*FIRST SUPERVISOR.  THEN THE LOAD PER LECTURER: THESES IN
000100*PROGRESS AS FIRST AND AS SECOND SUPERVISOR, AS EXAMINER,
000110*THESES SUPERVISED TO A PASSED DEFENSE, AND GUIDANCE MEETINGS
000120*LOGGED.  SYSIN CARRIES THE SEMESTER (BLANK TAKES THE CURRENT
000130*ONE ON THE CALENDAR) AND THE LIMIT IN SEMESTERS (BLANK = 2).
000140*NO GUIDANCE LOG LEAVES THE MEETING FIGURES EMPTY; NO LECTURER
000150*MASTER LEAVES THE NAMES BLANK.  REPORT TO SKRRPT.
000160*-----------------------------------------------------------
000170*MODIFICATION HISTORY
000180*DATE       INIT  DESCRIPTION
000190*10/15/2026 RSD   ORIGINAL.
000200*-----------------------------------------------------------
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. SKRRPT.
000230 AUTHOR. RASYID.
000240 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000250 DATE-WRITTEN. 10/15/2026.
000260 DATE-COMPILED.
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT SKR-FILE ASSIGN TO 'SKRMST'
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS SEQUENTIAL
000330         RECORD KEY IS NPM OF SKR-RECORD
000340         FILE STATUS IS WS-SKFS.
000350     SELECT BIM-FILE ASSIGN TO 'BIMMST'
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS BIM-KEY OF BIM-RECORD
000390         FILE STATUS IS WS-BMFS.
000400     SELECT MHS-FILE ASSIGN TO 'MHSMAST'
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS NPM OF MHS-RECORD
000440         FILE STATUS IS WS-FS.
000450     SELECT DOSEN-FILE ASSIGN TO 'DOSENMST'
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS NIDN OF DOSEN-RECORD
000490         FILE STATUS IS WS-DSFS.
000500     SELECT SKR-RPT ASSIGN TO 'SKRRPT'
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RPT-FS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  SKR-FILE.
000560 01  SKR-RECORD.
000570         COPY SKRREC.
000580 FD  BIM-FILE.
000590 01  BIM-RECORD.
000600         COPY BIMREC.
000610 FD  MHS-FILE.
000620 01  MHS-RECORD.
000630         COPY MHSREC.
000640 FD  DOSEN-FILE.
000650 01  DOSEN-RECORD.
000660         COPY DOSENREC.
000670 FD  SKR-RPT.
000680 01  RPT-LINE                    PIC X(80).
000690 WORKING-STORAGE SECTION.
000700 01  WS-SKFS                     PIC X(02).
000710 01  WS-BMFS                     PIC X(02).
000720 01  WS-FS                       PIC X(02).
000730 01  WS-DSFS                     PIC X(02).
000740 01  WS-RPT-FS                   PIC X(02).
000750 01  WS-BIM-OPEN-SW              PIC X(01) VALUE 'N'.
000760         88  BIM-OPEN                     VALUE 'Y'.
000770 01  WS-DOSEN-OPEN-SW            PIC X(01) VALUE 'N'.
000780         88  DOSEN-OPEN                   VALUE 'Y'.
000790 01  WS-EOF-SW                   PIC X(01).
000800         88  SCAN-EOF                     VALUE 'Y'.
000810 01  WS-BIM-EOF-SW               PIC X(01).
000820         88  BIM-EOF                      VALUE 'Y'.
000830 01  WS-SEMESTER                 PIC 9(02).
000840 01  WS-SEMESTER-IN              PIC X(02).
000850 01  WS-BATAS                    PIC 9(02).
000860 01  WS-BATAS-IN                 PIC X(02).
000870 01  WS-LAMA                     PIC S9(03).
000880 01  WS-LAMA-DISP                PIC ZZ9.
000890 01  WS-KAL-HASIL                PIC X(01).
000900 01  WS-KAL-RECORD.
000910         COPY KALREC.
000920 01  WS-RC                       PIC 9(02) VALUE ZERO.
000930 01  WS-SYSDATE                  PIC 9(08).
000940 01  WS-RUN-DATE-DISP            PIC X(10).
000950*-----------------------------------------------------------
000960*ONE ENTRY PER LECTURER NAMED ON A THESIS OR THE GUIDANCE LOG.
000970*-----------------------------------------------------------
000980 01  WS-DS-TABLE.
000990         05  WS-DS-ENTRY OCCURS 300 TIMES.
001000             10  WS-DS-NIDN          PIC X(10).
001010             10  WS-DS-PEMB1         PIC 9(03).
001020             10  WS-DS-PEMB2         PIC 9(03).
001030             10  WS-DS-UJI           PIC 9(03).
001040             10  WS-DS-SELESAI       PIC 9(03).
001050             10  WS-DS-BIM           PIC 9(05).
001060 01  WS-DS-MAX                   PIC 9(03) COMP VALUE ZERO.
001070 01  WS-DS-X                     PIC 9(03) COMP.
001080 01  WS-DS-HIT                   PIC 9(03) COMP.
001090 01  WS-CARI-NIDN                PIC X(10).
001100 01  WS-TAHAP                    PIC X(14).
001110 01  WS-BIM-AKHIR                PIC X(10).
001120 01  WS-NAMA-DOSEN               PIC X(35).
001130 01  WS-C1-DISP                  PIC ZZ9.
001140 01  WS-C2-DISP                  PIC ZZ9.
001150 01  WS-C3-DISP                  PIC ZZ9.
001160 01  WS-C4-DISP                  PIC ZZ9.
001170 01  WS-C5-DISP                  PIC ZZZZ9.
001180 01  WS-SKR-COUNT                PIC 9(05) VALUE ZERO.
001190 01  WS-AKTIF-COUNT              PIC 9(05) VALUE ZERO.
001200 01  WS-SELESAI-COUNT            PIC 9(05) VALUE ZERO.
001210 01  WS-LEWAT-COUNT              PIC 9(05) VALUE ZERO.
001220 01  WS-BIM-COUNT                PIC 9(07) VALUE ZERO.
001230 01  WS-COUNT-DISP               PIC ZZZZ9.
001240 01  WS-SUMMARY                  PIC X(60).
001250*-----------------------------------------------------------
001260*0000-MAINLINE
001270*-----------------------------------------------------------
001280 PROCEDURE DIVISION.
001290 0000-MAINLINE.
001300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001310     PERFORM 2000-BACA-SKRIPSI THRU 2000-EXIT.
001320     PERFORM 3000-BACA-BIMBINGAN THRU 3000-EXIT.
001330     PERFORM 4000-CETAK-DOSEN THRU 4000-EXIT.
001340     PERFORM 8000-TOTAL THRU 8000-EXIT.
001350     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001360*-----------------------------------------------------------
001370*1000-INITIALIZE  -  THE THESIS MASTER AND THE STUDENT MASTER
001380*REQUIRED; THE GUIDANCE LOG AND LECTURER MASTER OPTIONAL.
001390*-----------------------------------------------------------
001400 1000-INITIALIZE.
001410     DISPLAY 'SEMESTER (01-14) : ' WITH NO ADVANCING.
001420     PERFORM 1050-PILIH-SEMESTER THRU 1050-EXIT.
001430     DISPLAY 'BATAS SEMESTER / LIMIT IN SEMESTERS : '
001440         WITH NO ADVANCING.
001450     PERFORM 1060-PILIH-BATAS THRU 1060-EXIT.
001460     OPEN INPUT SKR-FILE.
001470     IF WS-SKFS NOT = '00'
001480         DISPLAY 'SKRRPT: SKRMST TIDAK ADA / NOT FOUND'
001490         MOVE 8 TO RETURN-CODE
001500         STOP RUN
001510     END-IF.
001520     OPEN INPUT MHS-FILE.
001530     IF WS-FS NOT = '00'
001540         DISPLAY 'SKRRPT: MASTER MHS TIDAK ADA / NOT FOUND'
001550         CLOSE SKR-FILE
001560         MOVE 8 TO RETURN-CODE
001570         STOP RUN
001580     END-IF.
001590     OPEN INPUT BIM-FILE.
001600     IF WS-BMFS = '00'
001610         MOVE 'Y' TO WS-BIM-OPEN-SW
001620     ELSE
001630         MOVE 'N' TO WS-BIM-OPEN-SW
001640         DISPLAY 'SKRRPT: BIMMST TIDAK ADA - TANPA BIMBINGAN / '
001650             'NO GUIDANCE LOG'
001660     END-IF.
001670     OPEN INPUT DOSEN-FILE.
001680     IF WS-DSFS = '00'
001690         MOVE 'Y' TO WS-DOSEN-OPEN-SW
001700     ELSE
001710         MOVE 'N' TO WS-DOSEN-OPEN-SW
001720     END-IF.
001730     OPEN OUTPUT SKR-RPT.
001740     ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
001750     MOVE SPACES TO WS-RUN-DATE-DISP.
001760     STRING WS-SYSDATE(1:4) '-' WS-SYSDATE(5:2)
001770         '-' WS-SYSDATE(7:2) DELIMITED BY SIZE
001780         INTO WS-RUN-DATE-DISP.
001790     MOVE SPACES TO RPT-LINE.
001800     STRING 'KEMAJUAN SKRIPSI / THESIS PROGRESS'
001810         '   TANGGAL : ' WS-RUN-DATE-DISP
001820         DELIMITED BY SIZE INTO RPT-LINE.
001830     WRITE RPT-LINE.
001840     MOVE SPACES TO RPT-LINE.
001850     STRING 'SEMESTER : ' WS-SEMESTER
001860         '   BATAS / LIMIT : ' WS-BATAS ' SEMESTER'
001870         DELIMITED BY SIZE INTO RPT-LINE.
001880     WRITE RPT-LINE.
001890     MOVE ALL '=' TO RPT-LINE.
001900     WRITE RPT-LINE.
001910     MOVE 'SKRIPSI MELEWATI BATAS / THESES OVER THE LIMIT'
001920         TO RPT-LINE.
001930     WRITE RPT-LINE.
001940     MOVE SPACES TO RPT-LINE.
001950     STRING 'NPM      NAMA                 MULAI LAMA TAHAP'
001960         '          BIMB.AKHIR PEMB 1'
001970         DELIMITED BY SIZE INTO RPT-LINE.
001980     WRITE RPT-LINE.
001990     MOVE ALL '-' TO RPT-LINE.
002000     WRITE RPT-LINE.
002010     MOVE SPACES TO WS-SUMMARY.
002020     STRING 'THESIS PROGRESS STARTED SMT=' WS-SEMESTER
002030         ' LIMIT=' WS-BATAS
002040         DELIMITED BY SIZE INTO WS-SUMMARY.
002050     CALL 'AUDITLOG' USING 'SKRRPT    ' 'START' WS-SUMMARY.
002060 1000-EXIT.
002070     EXIT.
002080*-----------------------------------------------------------
002090*1050-PILIH-SEMESTER  -  THE SEMESTER KEYED, OR WHEN LEFT
002100*BLANK (OR 00) THE CURRENT SEMESTER ON THE KALMST ACADEMIC
002110*CALENDAR (SEE KALCEK).  NO CURRENT SEMESTER ENDS THE RUN.
002120*-----------------------------------------------------------
002130 1050-PILIH-SEMESTER.
002140     MOVE SPACES TO WS-SEMESTER-IN.
002150     ACCEPT WS-SEMESTER-IN.
002160     IF WS-SEMESTER-IN(2:1) = SPACE
002170         AND WS-SEMESTER-IN(1:1) NOT = SPACE
002180         MOVE WS-SEMESTER-IN(1:1) TO WS-SEMESTER-IN(2:1)
002190         MOVE '0' TO WS-SEMESTER-IN(1:1)
002200     END-IF.
002210     IF WS-SEMESTER-IN NOT = SPACES
002220         AND WS-SEMESTER-IN NOT = '00'
002230         IF WS-SEMESTER-IN NOT NUMERIC
002240             DISPLAY 'SKRRPT: SEMESTER TIDAK SAH / BAD SEMESTER'
002250             MOVE 8 TO RETURN-CODE
002260             STOP RUN
002270         END-IF
002280         MOVE WS-SEMESTER-IN TO WS-SEMESTER
002290         GO TO 1050-EXIT
002300     END-IF.
002310     MOVE ZERO TO WS-SEMESTER.
002320     CALL 'KALCEK' USING WS-SEMESTER WS-KAL-RECORD WS-KAL-HASIL.
002330     IF WS-KAL-HASIL NOT = 'Y'
002340         DISPLAY 'SKRRPT: SEMESTER BERJALAN TIDAK ADA / '
002350             'NO CURRENT SEMESTER ON CALENDAR'
002360         MOVE 8 TO RETURN-CODE
002370         STOP RUN
002380     END-IF.
002390     DISPLAY 'SEMESTER BERJALAN / CURRENT SEMESTER : ' WS-SEMESTER
002400         ' ' KET-KAL OF WS-KAL-RECORD.
002410 1050-EXIT.
002420     EXIT.
002430*-----------------------------------------------------------
002440*1060-PILIH-BATAS  -  SEMESTERS A THESIS MAY RUN BEFORE IT IS
002450*LISTED AS OVERDUE; BLANK OR 00 TAKES 2.
002460*-----------------------------------------------------------
002470 1060-PILIH-BATAS.
002480     MOVE SPACES TO WS-BATAS-IN.
002490     ACCEPT WS-BATAS-IN.
002500     IF WS-BATAS-IN(2:1) = SPACE
002510         AND WS-BATAS-IN(1:1) NOT = SPACE
002520         MOVE WS-BATAS-IN(1:1) TO WS-BATAS-IN(2:1)
002530         MOVE '0' TO WS-BATAS-IN(1:1)
002540     END-IF.
002550     IF WS-BATAS-IN = SPACES OR WS-BATAS-IN = '00'
002560         MOVE 2 TO WS-BATAS
002570         GO TO 1060-EXIT
002580     END-IF.
002590     IF WS-BATAS-IN NOT NUMERIC
002600         DISPLAY 'SKRRPT: BATAS TIDAK SAH / BAD LIMIT'
002610         MOVE 8 TO RETURN-CODE
002620         STOP RUN
002630     END-IF.
002640     MOVE WS-BATAS-IN TO WS-BATAS.
002650 1060-EXIT.
002660     EXIT.
002670*-----------------------------------------------------------
002680*2000-BACA-SKRIPSI  -  EVERY THESIS: ITS ROLES INTO THE
002690*LECTURER TABLE, AND A LINE WHEN IT IS OVER THE LIMIT.
002700*-----------------------------------------------------------
002710 2000-BACA-SKRIPSI.
002720     MOVE 'N' TO WS-EOF-SW.
002730     PERFORM 2100-SATU-SKRIPSI THRU 2100-EXIT UNTIL SCAN-EOF.
002740     IF WS-LEWAT-COUNT = ZERO
002750         MOVE '  (TIDAK ADA / NONE)' TO RPT-LINE
002760         WRITE RPT-LINE
002770     END-IF.
002780 2000-EXIT.
002790     EXIT.
002800 2100-SATU-SKRIPSI.
002810     READ SKR-FILE NEXT RECORD
002820         AT END
002830             SET SCAN-EOF TO TRUE
002840             GO TO 2100-EXIT
002850     END-READ.
002860     ADD 1 TO WS-SKR-COUNT.
002870     IF SKR-SELESAI OF SKR-RECORD
002880         ADD 1 TO WS-SELESAI-COUNT
002890         PERFORM 2200-PERAN-SELESAI THRU 2200-EXIT
002900         GO TO 2100-EXIT
002910     END-IF.
002920     ADD 1 TO WS-AKTIF-COUNT.
002930     PERFORM 2300-PERAN-AKTIF THRU 2300-EXIT.
002940     COMPUTE WS-LAMA = WS-SEMESTER
002950         - SMT-MULAI-SKR OF SKR-RECORD + 1.
002960     IF WS-LAMA NOT > WS-BATAS
002970         GO TO 2100-EXIT
002980     END-IF.
002990     ADD 1 TO WS-LEWAT-COUNT.
003000     PERFORM 2400-CETAK-LEWAT THRU 2400-EXIT.
003010 2100-EXIT.
003020     EXIT.
003030*-----------------------------------------------------------
003040*2200-PERAN-SELESAI  -  A DEFENDED THESIS COUNTS FOR EACH OF
003050*ITS SUPERVISORS.
003060*-----------------------------------------------------------
003070 2200-PERAN-SELESAI.
003080     MOVE NIDN-PEMB1 OF SKR-RECORD TO WS-CARI-NIDN.
003090     PERFORM 2500-DOSEN THRU 2500-EXIT.
003100     IF WS-DS-HIT > ZERO
003110         ADD 1 TO WS-DS-SELESAI(WS-DS-HIT)
003120     END-IF.
003130     MOVE NIDN-PEMB2 OF SKR-RECORD TO WS-CARI-NIDN.
003140     PERFORM 2500-DOSEN THRU 2500-EXIT.
003150     IF WS-DS-HIT > ZERO
003160         ADD 1 TO WS-DS-SELESAI(WS-DS-HIT)
003170     END-IF.
003180 2200-EXIT.
003190     EXIT.
003200*-----------------------------------------------------------
003210*2300-PERAN-AKTIF  -  A THESIS IN PROGRESS COUNTS FOR BOTH
003220*SUPERVISORS AND BOTH EXAMINERS IN THEIR ROLE.
003230*-----------------------------------------------------------
003240 2300-PERAN-AKTIF.
003250     MOVE NIDN-PEMB1 OF SKR-RECORD TO WS-CARI-NIDN.
003260     PERFORM 2500-DOSEN THRU 2500-EXIT.
003270     IF WS-DS-HIT > ZERO
003280         ADD 1 TO WS-DS-PEMB1(WS-DS-HIT)
003290     END-IF.
003300     MOVE NIDN-PEMB2 OF SKR-RECORD TO WS-CARI-NIDN.
003310     PERFORM 2500-DOSEN THRU 2500-EXIT.
003320     IF WS-DS-HIT > ZERO
003330         ADD 1 TO WS-DS-PEMB2(WS-DS-HIT)
003340     END-IF.
003350     MOVE NIDN-UJI1 OF SKR-RECORD TO WS-CARI-NIDN.
003360     PERFORM 2500-DOSEN THRU 2500-EXIT.
003370     IF WS-DS-HIT > ZERO
003380         ADD 1 TO WS-DS-UJI(WS-DS-HIT)
003390     END-IF.
003400     MOVE NIDN-UJI2 OF SKR-RECORD TO WS-CARI-NIDN.
003410     PERFORM 2500-DOSEN THRU 2500-EXIT.
003420     IF WS-DS-HIT > ZERO
003430         ADD 1 TO WS-DS-UJI(WS-DS-HIT)
003440     END-IF.
003450 2300-EXIT.
003460     EXIT.
003470*-----------------------------------------------------------
003480*2400-CETAK-LEWAT  -  ONE OVERDUE THESIS: STAGE REACHED AND
003490*THE DATE OF ITS LAST GUIDANCE MEETING.
003500*-----------------------------------------------------------
003510 2400-CETAK-LEWAT.
003520     MOVE NPM OF SKR-RECORD TO NPM OF MHS-RECORD.
003530     READ MHS-FILE
003540         INVALID KEY
003550             MOVE '(TIDAK DI MASTER)' TO NAMA OF MHS-RECORD
003560     END-READ.
003570     EVALUATE TRUE
003580         WHEN TGL-SIDANG OF SKR-RECORD NOT = SPACES
003590             MOVE 'SIDANG' TO WS-TAHAP
003600         WHEN TGL-SEMINAR OF SKR-RECORD NOT = SPACES
003610             MOVE 'SEMINAR' TO WS-TAHAP
003620         WHEN TGL-PROPOSAL OF SKR-RECORD NOT = SPACES
003630             MOVE 'PROPOSAL' TO WS-TAHAP
003640         WHEN OTHER
003650             MOVE 'BELUM PROPOSAL' TO WS-TAHAP
003660     END-EVALUATE.
003670     MOVE '-' TO WS-BIM-AKHIR.
003680     IF BIM-OPEN
003690         PERFORM 2450-BIM-AKHIR THRU 2450-EXIT
003700     END-IF.
003710     MOVE WS-LAMA TO WS-LAMA-DISP.
003720     MOVE SPACES TO RPT-LINE.
003730     STRING NPM OF SKR-RECORD
003740         ' ' NAMA OF MHS-RECORD(1:20)
003750         '  ' SMT-MULAI-SKR OF SKR-RECORD
003760         '   ' WS-LAMA-DISP
003770         '  ' WS-TAHAP
003780         ' ' WS-BIM-AKHIR
003790         ' ' NIDN-PEMB1 OF SKR-RECORD
003800         DELIMITED BY SIZE INTO RPT-LINE.
003810     WRITE RPT-LINE.
003820 2400-EXIT.
003830     EXIT.
003840 2450-BIM-AKHIR.
003850     MOVE 'N' TO WS-BIM-EOF-SW.
003860     MOVE NPM OF SKR-RECORD TO NPM OF BIM-RECORD.
003870     MOVE ZERO TO NO-BIM OF BIM-RECORD.
003880     START BIM-FILE KEY NOT < BIM-KEY OF BIM-RECORD
003890         INVALID KEY
003900             SET BIM-EOF TO TRUE
003910     END-START.
003920     PERFORM 2460-SATU-BIM THRU 2460-EXIT UNTIL BIM-EOF.
003930 2450-EXIT.
003940     EXIT.
003950 2460-SATU-BIM.
003960     READ BIM-FILE NEXT RECORD
003970         AT END
003980             SET BIM-EOF TO TRUE
003990             GO TO 2460-EXIT
004000     END-READ.
004010     IF NPM OF BIM-RECORD NOT = NPM OF SKR-RECORD
004020         SET BIM-EOF TO TRUE
004030         GO TO 2460-EXIT
004040     END-IF.
004050     IF WS-BIM-AKHIR = '-'
004060         OR TGL-BIM OF BIM-RECORD > WS-BIM-AKHIR
004070         MOVE TGL-BIM OF BIM-RECORD TO WS-BIM-AKHIR
004080     END-IF.
004090 2460-EXIT.
004100     EXIT.
004110*-----------------------------------------------------------
004120*2500-DOSEN  -  THE TABLE ENTRY FOR WS-CARI-NIDN, ADDED WHEN
004130*NEW.  A BLANK NIDN, OR A FULL TABLE (RC 4), LEAVES WS-DS-HIT
004140*ZERO.
004150*-----------------------------------------------------------
004160 2500-DOSEN.
004170     MOVE ZERO TO WS-DS-HIT.
004180     IF WS-CARI-NIDN = SPACES
004190         GO TO 2500-EXIT
004200     END-IF.
004210     PERFORM 2550-CARI-DOSEN THRU 2550-EXIT
004220         VARYING WS-DS-X FROM 1 BY 1
004230         UNTIL WS-DS-X > WS-DS-MAX OR WS-DS-HIT > ZERO.
004240     IF WS-DS-HIT > ZERO
004250         GO TO 2500-EXIT
004260     END-IF.
004270     IF WS-DS-MAX NOT < 300
004280         DISPLAY 'SKRRPT: TABEL DOSEN PENUH / TABLE FULL - '
004290             WS-CARI-NIDN ' DILEWATI / SKIPPED'
004300         MOVE 4 TO WS-RC
004310         GO TO 2500-EXIT
004320     END-IF.
004330     ADD 1 TO WS-DS-MAX.
004340     MOVE WS-DS-MAX TO WS-DS-HIT.
004350     MOVE WS-CARI-NIDN TO WS-DS-NIDN(WS-DS-HIT).
004360     MOVE ZERO TO WS-DS-PEMB1(WS-DS-HIT).
004370     MOVE ZERO TO WS-DS-PEMB2(WS-DS-HIT).
004380     MOVE ZERO TO WS-DS-UJI(WS-DS-HIT).
004390     MOVE ZERO TO WS-DS-SELESAI(WS-DS-HIT).
004400     MOVE ZERO TO WS-DS-BIM(WS-DS-HIT).
004410 2500-EXIT.
004420     EXIT.
004430 2550-CARI-DOSEN.
004440     IF WS-DS-NIDN(WS-DS-X) = WS-CARI-NIDN
004450         MOVE WS-DS-X TO WS-DS-HIT
004460     END-IF.
004470 2550-EXIT.
004480     EXIT.
004490*-----------------------------------------------------------
004500*3000-BACA-BIMBINGAN  -  EVERY GUIDANCE MEETING ON THE LOG
004510*AGAINST THE SUPERVISOR WHO HELD IT.
004520*-----------------------------------------------------------
004530 3000-BACA-BIMBINGAN.
004540     IF NOT BIM-OPEN
004550         GO TO 3000-EXIT
004560     END-IF.
004570     MOVE 'N' TO WS-BIM-EOF-SW.
004580     MOVE LOW-VALUES TO BIM-KEY OF BIM-RECORD.
004590     START BIM-FILE KEY NOT < BIM-KEY OF BIM-RECORD
004600         INVALID KEY
004610             SET BIM-EOF TO TRUE
004620     END-START.
004630     PERFORM 3100-SATU-BIM THRU 3100-EXIT UNTIL BIM-EOF.
004640 3000-EXIT.
004650     EXIT.
004660 3100-SATU-BIM.
004670     READ BIM-FILE NEXT RECORD
004680         AT END
004690             SET BIM-EOF TO TRUE
004700             GO TO 3100-EXIT
004710     END-READ.
004720     ADD 1 TO WS-BIM-COUNT.
004730     MOVE NIDN-BIM OF BIM-RECORD TO WS-CARI-NIDN.
004740     PERFORM 2500-DOSEN THRU 2500-EXIT.
004750     IF WS-DS-HIT > ZERO
004760         ADD 1 TO WS-DS-BIM(WS-DS-HIT)
004770     END-IF.
004780 3100-EXIT.
004790     EXIT.
004800*-----------------------------------------------------------
004810*4000-CETAK-DOSEN  -  THE LOAD PER LECTURER.
004820*-----------------------------------------------------------
004830 4000-CETAK-DOSEN.
004840     MOVE SPACES TO RPT-LINE.
004850     WRITE RPT-LINE.
004860     MOVE 'BEBAN BIMBINGAN / SUPERVISION LOAD' TO RPT-LINE.
004870     WRITE RPT-LINE.
004880     MOVE SPACES TO RPT-LINE.
004890     STRING 'NIDN       NAMA                      PEMB1 PEMB2'
004900         ' UJI  LULUS BIMB.'
004910         DELIMITED BY SIZE INTO RPT-LINE.
004920     WRITE RPT-LINE.
004930     MOVE ALL '-' TO RPT-LINE.
004940     WRITE RPT-LINE.
004950     PERFORM 4100-SATU-DOSEN THRU 4100-EXIT
004960         VARYING WS-DS-X FROM 1 BY 1 UNTIL WS-DS-X > WS-DS-MAX.
004970     IF WS-DS-MAX = ZERO
004980         MOVE '  (TIDAK ADA / NONE)' TO RPT-LINE
004990         WRITE RPT-LINE
005000     END-IF.
005010 4000-EXIT.
005020     EXIT.
005030 4100-SATU-DOSEN.
005040     MOVE SPACES TO WS-NAMA-DOSEN.
005050     IF DOSEN-OPEN
005060         MOVE WS-DS-NIDN(WS-DS-X) TO NIDN OF DOSEN-RECORD
005070         READ DOSEN-FILE
005080             INVALID KEY
005090                 MOVE '(TIDAK DI MASTER)' TO WS-NAMA-DOSEN
005100             NOT INVALID KEY
005110                 MOVE NAMA-DOSEN OF DOSEN-RECORD TO WS-NAMA-DOSEN
005120         END-READ
005130     END-IF.
005140     MOVE WS-DS-PEMB1(WS-DS-X) TO WS-C1-DISP.
005150     MOVE WS-DS-PEMB2(WS-DS-X) TO WS-C2-DISP.
005160     MOVE WS-DS-UJI(WS-DS-X) TO WS-C3-DISP.
005170     MOVE WS-DS-SELESAI(WS-DS-X) TO WS-C4-DISP.
005180     MOVE WS-DS-BIM(WS-DS-X) TO WS-C5-DISP.
005190     MOVE SPACES TO RPT-LINE.
005200     STRING WS-DS-NIDN(WS-DS-X)
005210         ' ' WS-NAMA-DOSEN(1:25)
005220         '   ' WS-C1-DISP
005230         '   ' WS-C2-DISP
005240         ' ' WS-C3-DISP
005250         '   ' WS-C4-DISP
005260         '  ' WS-C5-DISP
005270         DELIMITED BY SIZE INTO RPT-LINE.
005280     WRITE RPT-LINE.
005290 4100-EXIT.
005300     EXIT.
005310*-----------------------------------------------------------
005320*8000-TOTAL
005330*-----------------------------------------------------------
005340 8000-TOTAL.
005350     MOVE SPACES TO RPT-LINE.
005360     WRITE RPT-LINE.
005370     MOVE ALL '=' TO RPT-LINE.
005380     WRITE RPT-LINE.
005390     MOVE SPACES TO RPT-LINE.
005400     STRING 'SKRIPSI : ' WS-SKR-COUNT
005410         '   BERJALAN : ' WS-AKTIF-COUNT
005420         '   SELESAI : ' WS-SELESAI-COUNT
005430         '   LEWAT BATAS : ' WS-LEWAT-COUNT
005440         DELIMITED BY SIZE INTO RPT-LINE.
005450     WRITE RPT-LINE.
005460     MOVE SPACES TO RPT-LINE.
005470     STRING 'BIMBINGAN / GUIDANCE MEETINGS : ' WS-BIM-COUNT
005480         DELIMITED BY SIZE INTO RPT-LINE.
005490     WRITE RPT-LINE.
005500 8000-EXIT.
005510     EXIT.
005520*-----------------------------------------------------------
005530*9000-TERMINATE
005540*-----------------------------------------------------------
005550 9000-TERMINATE.
005560     CLOSE SKR-FILE.
005570     CLOSE MHS-FILE.
005580     IF BIM-OPEN
005590         CLOSE BIM-FILE
005600     END-IF.
005610     IF DOSEN-OPEN
005620         CLOSE DOSEN-FILE
005630     END-IF.
005640     CLOSE SKR-RPT.
005650     MOVE WS-LEWAT-COUNT TO WS-COUNT-DISP.
005660     DISPLAY 'SKRRPT: ' WS-COUNT-DISP
005670         ' SKRIPSI LEWAT BATAS / OVERDUE'.
005680     MOVE SPACES TO WS-SUMMARY.
005690     STRING 'SMT=' WS-SEMESTER
005700         ' THESES=' WS-SKR-COUNT
005710         ' ACTIVE=' WS-AKTIF-COUNT
005720         ' OVERDUE=' WS-LEWAT-COUNT
005730         DELIMITED BY SIZE INTO WS-SUMMARY.
005740     CALL 'AUDITLOG' USING 'SKRRPT    ' 'END  ' WS-SUMMARY.
005750     MOVE WS-RC TO RETURN-CODE.
005760     STOP RUN.
005770 9000-EXIT.
005780     EXIT.
