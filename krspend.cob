000010*-----------------------------------------------------------
000020*KRSPEND  -  KRS PENDING ADVISOR APPROVAL, BY ADVISOR
000030*-----------------------------------------------------------
000040*LISTS EVERY STUDENT WHOSE KRS FOR THE SEMESTER STILL HAS A
000050*LINE PENDING (STATUS-KRS P), GROUPED BY THE CLASS ADVISOR
000060*WHO MUST APPROVE IT - NIDN-WALI OF THE STUDENT'S KELAS ON
000070*KELASMST - SO THE ACADEMIC OFFICE CAN CHASE EACH ADVISOR
000080*WITH THEIR OWN LIST.  EACH LINE SHOWS THE KELAS, NPM, NAME,
000090*COURSES AND SKS ON THE KRS AND THE EARLIEST REGISTRATION
000100*DATE.  A STUDENT WHOSE KELAS HAS NO ADVISOR COMES FIRST
000110*UNDER ITS OWN HEADING.  KRSAPV CLEARS THE LIST.  REPORT
000120*ON KRSPRPT.
000130*-----------------------------------------------------------
000140*MODIFICATION HISTORY
000150*DATE       INIT  DESCRIPTION
000160*10/15/2026 RSD   ORIGINAL.
000163*10/15/2026 RSD   A BLANK SEMESTER TAKES THE CURRENT ONE
000166*FROM THE ACADEMIC CALENDAR.
000170*-----------------------------------------------------------
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. KRSPEND.
000200 AUTHOR. RASYID.
000210 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000220 DATE-WRITTEN. 10/15/2026.
000230 DATE-COMPILED.
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT KRS-FILE ASSIGN TO 'KRSMAST'
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS SEQUENTIAL
000300         RECORD KEY IS KRS-KEY OF KRS-RECORD
000310         FILE STATUS IS WS-KRSFS.
000320     SELECT MHS-FILE ASSIGN TO 'MHSMAST'
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS NPM OF MHS-RECORD
000360         FILE STATUS IS WS-FS.
000370     SELECT MK-FILE ASSIGN TO 'MKMAST'
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS KODE-MK OF MK-RECORD
000410         FILE STATUS IS WS-MKFS.
000420     SELECT KELASM-FILE ASSIGN TO 'KELASMST'
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS KELAS OF KELASM-RECORD
000460         FILE STATUS IS WS-KMFS.
000470     SELECT DOSEN-FILE ASSIGN TO 'DOSENMST'
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS NIDN OF DOSEN-RECORD
000510         FILE STATUS IS WS-DSFS.
000520     SELECT SORT-WORK ASSIGN TO 'SRTWK01'.
000530     SELECT PEND-RPT ASSIGN TO 'KRSPRPT'
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RPT-FS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  KRS-FILE.
000590 01  KRS-RECORD.
000600         COPY KRSREC.
000610 FD  MHS-FILE.
000620 01  MHS-RECORD.
000630         COPY MHSREC.
000640 FD  MK-FILE.
000650 01  MK-RECORD.
000660         COPY MKREC.
000670 FD  KELASM-FILE.
000680 01  KELASM-RECORD.
000690         COPY KLSMREC.
000700 FD  DOSEN-FILE.
000710 01  DOSEN-RECORD.
000720         COPY DOSENREC.
000730 SD  SORT-WORK.
000740 01  SORT-RECORD.
000750         05  SORT-NIDN               PIC X(10).
000760         05  SORT-KELAS              PIC X(05).
000770         05  SORT-NPM                PIC X(08).
000780         05  SORT-NAMA               PIC X(35).
000790         05  SORT-MK-COUNT           PIC 9(03).
000800         05  SORT-SKS                PIC 9(03).
000810         05  SORT-TGL                PIC X(10).
000820 FD  PEND-RPT.
000830 01  RPT-LINE                    PIC X(100).
000840 WORKING-STORAGE SECTION.
000850 01  WS-KRSFS                    PIC X(02).
000860 01  WS-FS                       PIC X(02).
000870 01  WS-MKFS                     PIC X(02).
000880 01  WS-KMFS                     PIC X(02).
000890 01  WS-DSFS                     PIC X(02).
000900 01  WS-RPT-FS                   PIC X(02).
000910 01  WS-KRS-EOF-SW               PIC X(01) VALUE 'N'.
000920         88  KRS-EOF                     VALUE 'Y'.
000930 01  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
000940         88  SORT-EOF                    VALUE 'Y'.
000950 01  WS-FIRST-SW                 PIC X(01) VALUE 'Y'.
000960         88  ON-FIRST-GROUP              VALUE 'Y'.
000970 01  WS-PEND-SW                  PIC X(01) VALUE 'N'.
000980         88  ADA-PENDING                 VALUE 'Y'.
000990 01  WS-SEMESTER                 PIC 9(02).
000992 01  WS-SEMESTER-IN              PIC X(02).
000994 01  WS-KAL-HASIL                PIC X(01).
000996 01  WS-KAL-RECORD.
000998         COPY KALREC.
001000 01  WS-CUR-NPM                  PIC X(08) VALUE SPACES.
001010 01  WS-CUR-MK-COUNT             PIC 9(03).
001020 01  WS-CUR-SKS                  PIC 9(03).
001030 01  WS-CUR-TGL                  PIC X(10).
001040 01  WS-PREV-NIDN                PIC X(10).
001050 01  WS-WALI-COUNT               PIC 9(05).
001060 01  WS-PEND-COUNT               PIC 9(05) VALUE ZERO.
001070 01  WS-DOSEN-COUNT              PIC 9(05) VALUE ZERO.
001080 01  WS-COUNT-DISP               PIC ZZZZ9.
001090 01  WS-SUMMARY                  PIC X(60).
001100*-----------------------------------------------------------
001110*0000-MAINLINE
001120*-----------------------------------------------------------
001130 PROCEDURE DIVISION.
001140 0000-MAINLINE.
001150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001160     SORT SORT-WORK
001170         ON ASCENDING KEY SORT-NIDN
001180         SORT-KELAS
001190         SORT-NPM
001200         INPUT PROCEDURE IS 2000-RELEASE-MHS THRU 2000-EXIT
001210         OUTPUT PROCEDURE IS 3000-PRINT-LIST THRU 3000-EXIT.
001220     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001230*-----------------------------------------------------------
001240*1000-INITIALIZE  -  NO KRS FILE MEANS NOTHING IS WAITING.
001250*THE OTHER MASTERS ONLY SUPPLY SKS AND NAMES; A MISSING
001260*KELASMST PUTS EVERY STUDENT UNDER NO ADVISOR.
001270*-----------------------------------------------------------
001280 1000-INITIALIZE.
001290     DISPLAY 'SEMESTER (01-14) : ' WITH NO ADVANCING.
001300     PERFORM 1050-PILIH-SEMESTER THRU 1050-EXIT.
001310     OPEN INPUT KRS-FILE.
001320     IF WS-KRSFS NOT = '00'
001330         DISPLAY 'KRSPEND: FILE KRS TIDAK ADA / NOT FOUND'
001340         STOP RUN
001350     END-IF.
001360     OPEN INPUT MHS-FILE.
001370     IF WS-FS NOT = '00'
001380         DISPLAY 'KRSPEND: MASTER MHS TIDAK ADA / NOT FOUND'
001390         CLOSE KRS-FILE
001400         STOP RUN
001410     END-IF.
001420     OPEN INPUT MK-FILE.
001430     OPEN INPUT KELASM-FILE.
001440     OPEN INPUT DOSEN-FILE.
001450     MOVE 'PENDING KRS LIST STARTED' TO WS-SUMMARY.
001460     CALL 'AUDITLOG' USING 'KRSPEND   ' 'START' WS-SUMMARY.
001470 1000-EXIT.
001480     EXIT.
001481*-----------------------------------------------------------
001482*1050-PILIH-SEMESTER  -  THE SEMESTER KEYED, OR WHEN LEFT
001483*BLANK (OR 00) THE CURRENT SEMESTER ON THE KALMST ACADEMIC
001484*CALENDAR (SEE KALCEK).  NO CURRENT SEMESTER ENDS THE RUN.
001485*-----------------------------------------------------------
001486 1050-PILIH-SEMESTER.
001487     MOVE SPACES TO WS-SEMESTER-IN.
001488     ACCEPT WS-SEMESTER-IN.
001489     IF WS-SEMESTER-IN(2:1) = SPACE
001490         AND WS-SEMESTER-IN(1:1) NOT = SPACE
001491         MOVE WS-SEMESTER-IN(1:1) TO WS-SEMESTER-IN(2:1)
001492         MOVE '0' TO WS-SEMESTER-IN(1:1)
001493     END-IF.
001494     IF WS-SEMESTER-IN NOT = SPACES
001495         AND WS-SEMESTER-IN NOT = '00'
001496         IF WS-SEMESTER-IN NOT NUMERIC
001497             DISPLAY 'KRSPEND: SEMESTER TIDAK SAH / BAD SEMESTER'
001498             STOP RUN
001499         END-IF
001500         MOVE WS-SEMESTER-IN TO WS-SEMESTER
001501         GO TO 1050-EXIT
001502     END-IF.
001503     MOVE ZERO TO WS-SEMESTER.
001504     CALL 'KALCEK' USING WS-SEMESTER WS-KAL-RECORD WS-KAL-HASIL.
001505     IF WS-KAL-HASIL NOT = 'Y'
001506         DISPLAY 'KRSPEND: SEMESTER BERJALAN TIDAK ADA / '
001507             'NO CURRENT SEMESTER ON CALENDAR'
001508         STOP RUN
001509     END-IF.
001510     DISPLAY 'SEMESTER BERJALAN / CURRENT SEMESTER : ' WS-SEMESTER
001511         ' ' KET-KAL OF WS-KAL-RECORD.
001512 1050-EXIT.
001513     EXIT.
001514*-----------------------------------------------------------
001515*2000-RELEASE-MHS  -  ONE PASS OF THE KRS FILE.  THE KEY
001516*KEEPS A STUDENT'S LINES TOGETHER, SO THE SEMESTER'S LINES
001520*ARE TOTALLED PER NPM AND A STUDENT WITH ANY PENDING LINE IS
001530*RELEASED ONCE, UNDER THE KELAS ADVISOR.
001540*-----------------------------------------------------------
001550 2000-RELEASE-MHS.
001560     PERFORM 2100-READ-KRS THRU 2100-EXIT.
001570     PERFORM 2200-BARIS-KRS THRU 2200-EXIT UNTIL KRS-EOF.
001580     PERFORM 2300-RELEASE-SATU THRU 2300-EXIT.
001590 2000-EXIT.
001600     EXIT.
001610 2100-READ-KRS.
001620     READ KRS-FILE NEXT RECORD
001630         AT END
001640             SET KRS-EOF TO TRUE
001650         NOT AT END
001660             CONTINUE
001670     END-READ.
001680 2100-EXIT.
001690     EXIT.
001700 2200-BARIS-KRS.
001710     IF SEMESTER-KRS OF KRS-RECORD NOT = WS-SEMESTER
001720         GO TO 2200-BACA
001730     END-IF.
001740     IF NPM OF KRS-RECORD NOT = WS-CUR-NPM
001750         PERFORM 2300-RELEASE-SATU THRU 2300-EXIT
001760         MOVE NPM OF KRS-RECORD TO WS-CUR-NPM
001770         MOVE ZERO TO WS-CUR-MK-COUNT
001780         MOVE ZERO TO WS-CUR-SKS
001790         MOVE HIGH-VALUES TO WS-CUR-TGL
001800         MOVE 'N' TO WS-PEND-SW
001810     END-IF.
001820     ADD 1 TO WS-CUR-MK-COUNT.
001830     IF STATUS-KRS OF KRS-RECORD = 'P'
001840         SET ADA-PENDING TO TRUE
001850     END-IF.
001860     IF TGL-DAFTAR OF KRS-RECORD < WS-CUR-TGL
001870         MOVE TGL-DAFTAR OF KRS-RECORD TO WS-CUR-TGL
001880     END-IF.
001890     MOVE KODE-MK OF KRS-RECORD TO KODE-MK OF MK-RECORD.
001900     READ MK-FILE
001910         INVALID KEY
001920             MOVE ZERO TO SKS-MK OF MK-RECORD
001930     END-READ.
001940     IF WS-MKFS = '00'
001950         ADD SKS-MK OF MK-RECORD TO WS-CUR-SKS
001960     END-IF.
001970 2200-BACA.
001980     PERFORM 2100-READ-KRS THRU 2100-EXIT.
001990 2200-EXIT.
002000     EXIT.
002010*-----------------------------------------------------------
002020*2300-RELEASE-SATU  -  THE STUDENT JUST TOTALLED, IF ANY
002030*LINE IS STILL PENDING.
002040*-----------------------------------------------------------
002050 2300-RELEASE-SATU.
002060     IF WS-CUR-NPM = SPACES OR NOT ADA-PENDING
002070         GO TO 2300-EXIT
002080     END-IF.
002090     MOVE SPACES TO SORT-RECORD.
002100     MOVE WS-CUR-NPM TO SORT-NPM.
002110     MOVE WS-CUR-MK-COUNT TO SORT-MK-COUNT.
002120     MOVE WS-CUR-SKS TO SORT-SKS.
002130     MOVE WS-CUR-TGL TO SORT-TGL.
002140     MOVE WS-CUR-NPM TO NPM OF MHS-RECORD.
002150     READ MHS-FILE
002160         INVALID KEY
002170             MOVE '(TIDAK TERDAFTAR / NOT REGISTERED)'
002180                 TO SORT-NAMA
002190             GO TO 2300-RELEASE
002200     END-READ.
002210     MOVE NAMA OF MHS-RECORD TO SORT-NAMA.
002220     MOVE KELAS OF MHS-RECORD TO SORT-KELAS.
002230     MOVE KELAS OF MHS-RECORD TO KELAS OF KELASM-RECORD.
002240     READ KELASM-FILE
002250         INVALID KEY
002260             GO TO 2300-RELEASE
002270     END-READ.
002280     IF WS-KMFS = '00'
002290         MOVE NIDN-WALI OF KELASM-RECORD TO SORT-NIDN
002300     END-IF.
002310 2300-RELEASE.
002320     RELEASE SORT-RECORD.
002330     MOVE 'N' TO WS-PEND-SW.
002340 2300-EXIT.
002350     EXIT.
002360*-----------------------------------------------------------
002370*3000-PRINT-LIST  -  CONTROL BREAK ON THE ADVISOR'S NIDN,
002380*WITH A COUNT PER ADVISOR AND A GRAND TOTAL.
002390*-----------------------------------------------------------
002400 3000-PRINT-LIST.
002410     OPEN OUTPUT PEND-RPT.
002420     MOVE SPACES TO RPT-LINE.
002430     STRING 'KRS MENUNGGU PERSETUJUAN WALI / KRS PENDING ADVISOR '
002440         'APPROVAL - SEMESTER ' WS-SEMESTER
002450         DELIMITED BY SIZE INTO RPT-LINE.
002460     WRITE RPT-LINE.
002470     MOVE ALL '=' TO RPT-LINE.
002480     WRITE RPT-LINE.
002490     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT.
002500     PERFORM 3200-HANDLE-MHS THRU 3200-EXIT UNTIL SORT-EOF.
002510     IF NOT ON-FIRST-GROUP
002520         PERFORM 3500-CLOSE-GROUP THRU 3500-EXIT
002530     END-IF.
002540     MOVE ALL '=' TO RPT-LINE.
002550     WRITE RPT-LINE.
002560     MOVE WS-PEND-COUNT TO WS-COUNT-DISP.
002570     MOVE SPACES TO RPT-LINE.
002580     STRING 'TOTAL MAHASISWA MENUNGGU / TOTAL STUDENTS PENDING : '
002590         WS-COUNT-DISP
002600         DELIMITED BY SIZE INTO RPT-LINE.
002610     WRITE RPT-LINE.
002620     MOVE WS-DOSEN-COUNT TO WS-COUNT-DISP.
002630     MOVE SPACES TO RPT-LINE.
002640     STRING 'DOSEN WALI / ADVISORS                             : '
002650         WS-COUNT-DISP
002660         DELIMITED BY SIZE INTO RPT-LINE.
002670     WRITE RPT-LINE.
002680     CLOSE PEND-RPT.
002690 3000-EXIT.
002700     EXIT.
002710 3100-RETURN-SORTED.
002720     RETURN SORT-WORK
002730         AT END
002740             SET SORT-EOF TO TRUE
002750         NOT AT END
002760             CONTINUE
002770     END-RETURN.
002780 3100-EXIT.
002790     EXIT.
002800 3200-HANDLE-MHS.
002810     IF ON-FIRST-GROUP OR SORT-NIDN NOT = WS-PREV-NIDN
002820         IF NOT ON-FIRST-GROUP
002830             PERFORM 3500-CLOSE-GROUP THRU 3500-EXIT
002840         END-IF
002850         MOVE 'N' TO WS-FIRST-SW
002860         MOVE SORT-NIDN TO WS-PREV-NIDN
002870         PERFORM 3300-GROUP-HEADING THRU 3300-EXIT
002880     END-IF.
002890     MOVE SPACES TO RPT-LINE.
002900     STRING '  ' SORT-KELAS
002910         '  ' SORT-NPM
002920         '  ' SORT-NAMA
002930         '  MK ' SORT-MK-COUNT
002940         '  SKS ' SORT-SKS
002950         '  SEJAK / SINCE ' SORT-TGL
002960         DELIMITED BY SIZE INTO RPT-LINE.
002970     WRITE RPT-LINE.
002980     ADD 1 TO WS-WALI-COUNT.
002990     ADD 1 TO WS-PEND-COUNT.
003000     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT.
003010 3200-EXIT.
003020     EXIT.
003030 3300-GROUP-HEADING.
003040     MOVE ZERO TO WS-WALI-COUNT.
003050     MOVE SPACES TO RPT-LINE.
003060     WRITE RPT-LINE.
003070     MOVE SPACES TO RPT-LINE.
003080     IF SORT-NIDN = SPACES
003090         MOVE 'TANPA DOSEN WALI / NO ADVISOR ON KELASMST'
003100             TO RPT-LINE
003110     ELSE
003120         ADD 1 TO WS-DOSEN-COUNT
003130         MOVE SORT-NIDN TO NIDN OF DOSEN-RECORD
003140         READ DOSEN-FILE
003150             INVALID KEY
003160                 CONTINUE
003170         END-READ
003180         IF WS-DSFS NOT = '00'
003190             MOVE '(TIDAK TERDAFTAR / NOT ON FILE)'
003200                 TO NAMA-DOSEN OF DOSEN-RECORD
003210         END-IF
003220         STRING 'DOSEN WALI / ADVISOR : ' SORT-NIDN
003230             '  ' NAMA-DOSEN OF DOSEN-RECORD
003240             DELIMITED BY SIZE INTO RPT-LINE
003250     END-IF.
003260     WRITE RPT-LINE.
003270     MOVE ALL '-' TO RPT-LINE.
003280     WRITE RPT-LINE.
003290 3300-EXIT.
003300     EXIT.
003310 3500-CLOSE-GROUP.
003320     MOVE WS-WALI-COUNT TO WS-COUNT-DISP.
003330     MOVE SPACES TO RPT-LINE.
003340     STRING '  MAHASISWA MENUNGGU / STUDENTS PENDING : '
003350         WS-COUNT-DISP
003360         DELIMITED BY SIZE INTO RPT-LINE.
003370     WRITE RPT-LINE.
003380 3500-EXIT.
003390     EXIT.
003400*-----------------------------------------------------------
003410*9000-TERMINATE
003420*-----------------------------------------------------------
003430 9000-TERMINATE.
003440     CLOSE KRS-FILE.
003450     CLOSE MHS-FILE.
003460     CLOSE MK-FILE.
003470     CLOSE KELASM-FILE.
003480     CLOSE DOSEN-FILE.
003490     MOVE WS-PEND-COUNT TO WS-COUNT-DISP.
003500     DISPLAY 'KRSPEND: ' WS-COUNT-DISP ' MAHASISWA MENUNGGU'.
003510     MOVE SPACES TO WS-SUMMARY.
003520     STRING 'PENDING=' WS-PEND-COUNT
003530         ' ADVISORS=' WS-DOSEN-COUNT
003540         DELIMITED BY SIZE INTO WS-SUMMARY.
003550     CALL 'AUDITLOG' USING 'KRSPEND   ' 'END  ' WS-SUMMARY.
003560     STOP RUN.
003570 9000-EXIT.
003580     EXIT.
