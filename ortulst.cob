000010*-----------------------------------------------------------
000020*ORTULST  -  STUDENTS WITHOUT A USABLE PARENT / GUARDIAN
000030*-----------------------------------------------------------
000040*THE GUARDIAN COPIES STANDING, DUNNING AND STMT PRINT, AND
000050*THE LABELPRT GUARDIAN LABELS, ONLY REACH A STUDENT WHOSE
000060*GUARDIAN IS ON ORTUMST WITH SOMEWHERE TO SEND THEM.  THIS
000070*LIST READS EVERY AKTIF STUDENT ON THE MHS MASTER (BLANK
000080*STATUS COUNTS AS AKTIF) AND, IN THE SAME WORKLIST FORM AS
000090*THE DQSWEEP DATA-QUALITY SWEEP, PRINTS THOSE WITH NO
000100*GUARDIAN ENTRY AND THOSE WHOSE ENTRY BREAKS THE ORTUMNT
000110*CAPTURE RULES (BLANK NAMA OR ALAMAT, HUBUNGAN NOT A/I/W, HP
000120*NOT NUMERIC, EMAIL WITHOUT @, NEITHER HP NOR EMAIL), GROUPED
000130*BY ERROR TYPE WITH THE NPM, A COUNT PER TYPE AND A GRAND
000140*TOTAL, SO THE ADMISSIONS OFFICE CAN CHASE THEM UP.  NO
000150*GUARDIAN FILE YET LISTS EVERY AKTIF STUDENT.
000160*-----------------------------------------------------------
000170*MODIFICATION HISTORY
000180*DATE       INIT  DESCRIPTION
000190*10/15/2026 RSD   ORIGINAL.
000200*-----------------------------------------------------------
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. ORTULST.
000230 AUTHOR. RASYID.
000240 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000250 DATE-WRITTEN. 10/15/2026.
000260 DATE-COMPILED.
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT MHS-FILE ASSIGN TO 'MHSMAST'
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS SEQUENTIAL
000330         RECORD KEY IS NPM OF MHS-RECORD
000340         FILE STATUS IS WS-FS.
000350     SELECT ORTU-FILE ASSIGN TO 'ORTUMST'
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS NPM OF ORTU-RECORD
000390         FILE STATUS IS WS-OFS.
000400     SELECT SORT-WORK ASSIGN TO 'SRTWK01'.
000410     SELECT ORTU-RPT ASSIGN TO 'ORTURPT'
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-RPT-FS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  MHS-FILE.
000470 01  MHS-RECORD.
000480         COPY MHSREC.
000490 FD  ORTU-FILE.
000500 01  ORTU-RECORD.
000510         COPY ORTUREC.
000520 SD  SORT-WORK.
000530 01  SORT-RECORD.
000540         05  SORT-ERR-TYPE           PIC X(20).
000550         05  SORT-NPM                PIC X(08).
000560         05  SORT-VALUE              PIC X(50).
000570 FD  ORTU-RPT.
000580 01  RPT-LINE                    PIC X(100).
000590 WORKING-STORAGE SECTION.
000600 01  WS-FS                       PIC X(02).
000610 01  WS-OFS                      PIC X(02).
000620 01  WS-RPT-FS                   PIC X(02).
000630 01  WS-ORTU-OPEN-SW             PIC X(01) VALUE 'N'.
000640         88  ORTU-OPEN                   VALUE 'Y'.
000650 01  WS-MHS-EOF-SW               PIC X(01) VALUE 'N'.
000660         88  MHS-EOF                     VALUE 'Y'.
000670 01  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
000680         88  SORT-EOF                    VALUE 'Y'.
000690 01  WS-FIRST-SW                 PIC X(01) VALUE 'Y'.
000700         88  ON-FIRST-GROUP              VALUE 'Y'.
000710 01  WS-PREV-ERR-TYPE            PIC X(20) VALUE SPACES.
000720 01  WS-TYPE-COUNT               PIC 9(05) VALUE ZERO.
000730 01  WS-GRAND-COUNT              PIC 9(05) VALUE ZERO.
000740 01  WS-REC-COUNT                PIC 9(05) VALUE ZERO.
000750 01  WS-COUNT-DISP               PIC ZZZZ9.
000760 01  WS-TRAIL-CT                 PIC 9(02).
000770 01  WS-FLDLEN                   PIC 9(02).
000780 01  WS-AT-COUNT                 PIC 9(02).
000790*-----------------------------------------------------------
000800*0000-MAINLINE
000810*-----------------------------------------------------------
000820 PROCEDURE DIVISION.
000830 0000-MAINLINE.
000840     SORT SORT-WORK
000850         ON ASCENDING KEY SORT-ERR-TYPE
000860         SORT-NPM
000870         INPUT PROCEDURE IS 1000-SWEEP-MASTER THRU 1000-EXIT
000880         OUTPUT PROCEDURE IS 2000-PRINT-WORKLIST THRU 2000-EXIT.
000890     STOP RUN.
000900*-----------------------------------------------------------
000910*1000-SWEEP-MASTER  -  ONE PASS OVER THE MASTER, RELEASING
000920*ONE SORT RECORD PER RULE AN AKTIF STUDENT'S GUARDIAN BREAKS.
000930*-----------------------------------------------------------
000940 1000-SWEEP-MASTER.
000950     OPEN INPUT MHS-FILE.
000960     IF WS-FS NOT = '00'
000970         DISPLAY 'ORTULST: MASTER MHS TIDAK ADA / NOT FOUND, '
000980             'FS=' WS-FS
000990         STOP RUN
001000     END-IF.
001010     OPEN INPUT ORTU-FILE.
001020     IF WS-OFS = '00'
001030         MOVE 'Y' TO WS-ORTU-OPEN-SW
001040     ELSE
001050         DISPLAY 'ORTULST: ORTUMST TIDAK ADA / NOT FOUND - '
001060             'EVERY STUDENT LISTED'
001070     END-IF.
001080     PERFORM 1100-READ-MHS THRU 1100-EXIT.
001090     PERFORM 1200-CHECK-RECORD THRU 1200-EXIT UNTIL MHS-EOF.
001100     CLOSE MHS-FILE.
001110     IF ORTU-OPEN
001120         CLOSE ORTU-FILE
001130     END-IF.
001140 1000-EXIT.
001150     EXIT.
001160 1100-READ-MHS.
001170     READ MHS-FILE NEXT RECORD
001180         AT END
001190             SET MHS-EOF TO TRUE
001200     END-READ.
001210 1100-EXIT.
001220     EXIT.
001230*-----------------------------------------------------------
001240*1200-CHECK-RECORD  -  NO ENTRY, OR THE ORTUMNT CAPTURE RULES
001250*PLUS THE NO-CONTACT CHECK.
001260*-----------------------------------------------------------
001270 1200-CHECK-RECORD.
001280     IF STATUS-MHS OF MHS-RECORD NOT = 'A' AND SPACE
001290         GO TO 1200-BACA
001300     END-IF.
001310     ADD 1 TO WS-REC-COUNT.
001320     IF NOT ORTU-OPEN
001330         GO TO 1200-TANPA
001340     END-IF.
001350     MOVE NPM OF MHS-RECORD TO NPM OF ORTU-RECORD.
001360     READ ORTU-FILE
001370         INVALID KEY
001380             GO TO 1200-TANPA
001390     END-READ.
001400     IF NAMA-ORTU OF ORTU-RECORD = SPACES
001410         MOVE 'NAMA ORTU BLANK' TO SORT-ERR-TYPE
001420         MOVE '(BLANK)' TO SORT-VALUE
001430         PERFORM 1300-RELEASE-ERROR THRU 1300-EXIT
001440     END-IF.
001450     IF NOT ORTU-AYAH OF ORTU-RECORD
001460         AND NOT ORTU-IBU OF ORTU-RECORD
001470         AND NOT ORTU-WALI OF ORTU-RECORD
001480         MOVE 'HUBUNGAN INVALID' TO SORT-ERR-TYPE
001490         MOVE HUBUNGAN-ORTU OF ORTU-RECORD TO SORT-VALUE
001500         PERFORM 1300-RELEASE-ERROR THRU 1300-EXIT
001510     END-IF.
001520     IF ALAMAT-ORTU OF ORTU-RECORD = SPACES
001530         MOVE 'ALAMAT ORTU BLANK' TO SORT-ERR-TYPE
001540         MOVE NAMA-ORTU OF ORTU-RECORD TO SORT-VALUE
001550         PERFORM 1300-RELEASE-ERROR THRU 1300-EXIT
001560     END-IF.
001570     IF HP-ORTU OF ORTU-RECORD = SPACES
001580         AND EMAIL-ORTU OF ORTU-RECORD = SPACES
001590         MOVE 'HP DAN EMAIL BLANK' TO SORT-ERR-TYPE
001600         MOVE NAMA-ORTU OF ORTU-RECORD TO SORT-VALUE
001610         PERFORM 1300-RELEASE-ERROR THRU 1300-EXIT
001620     END-IF.
001630     IF HP-ORTU OF ORTU-RECORD NOT = SPACES
001640         MOVE ZERO TO WS-TRAIL-CT
001650         INSPECT HP-ORTU OF ORTU-RECORD
001660             TALLYING WS-TRAIL-CT FOR TRAILING SPACES
001670         COMPUTE WS-FLDLEN = 15 - WS-TRAIL-CT
001680         IF HP-ORTU OF ORTU-RECORD(1:WS-FLDLEN) NOT NUMERIC
001690             MOVE 'HP ORTU NOT NUMERIC' TO SORT-ERR-TYPE
001700             MOVE HP-ORTU OF ORTU-RECORD TO SORT-VALUE
001710             PERFORM 1300-RELEASE-ERROR THRU 1300-EXIT
001720         END-IF
001730     END-IF.
001740     IF EMAIL-ORTU OF ORTU-RECORD NOT = SPACES
001750         MOVE ZERO TO WS-AT-COUNT
001760         INSPECT EMAIL-ORTU OF ORTU-RECORD
001770             TALLYING WS-AT-COUNT FOR ALL '@'
001780         IF WS-AT-COUNT = 0
001790             MOVE 'EMAIL ORTU MISSING @' TO SORT-ERR-TYPE
001800             MOVE EMAIL-ORTU OF ORTU-RECORD TO SORT-VALUE
001810             PERFORM 1300-RELEASE-ERROR THRU 1300-EXIT
001820         END-IF
001830     END-IF.
001840     GO TO 1200-BACA.
001850 1200-TANPA.
001860     MOVE 'TANPA ORTU / NONE' TO SORT-ERR-TYPE.
001870     MOVE SPACES TO SORT-VALUE.
001880     STRING KELAS OF MHS-RECORD '  ' NAMA OF MHS-RECORD
001890         DELIMITED BY SIZE INTO SORT-VALUE.
001900     PERFORM 1300-RELEASE-ERROR THRU 1300-EXIT.
001910 1200-BACA.
001920     PERFORM 1100-READ-MHS THRU 1100-EXIT.
001930 1200-EXIT.
001940     EXIT.
001950 1300-RELEASE-ERROR.
001960     MOVE NPM OF MHS-RECORD TO SORT-NPM.
001970     RELEASE SORT-RECORD.
001980 1300-EXIT.
001990     EXIT.
002000*-----------------------------------------------------------
002010*2000-PRINT-WORKLIST  -  SORT OUTPUT PROCEDURE; CONTROL
002020*BREAK ON ERROR TYPE WITH A COUNT PER TYPE.
002030*-----------------------------------------------------------
002040 2000-PRINT-WORKLIST.
002050     OPEN OUTPUT ORTU-RPT.
002060     MOVE SPACES TO RPT-LINE.
002070     STRING 'DATA ORANG TUA / WALI BELUM LENGKAP - '
002080         'GUARDIAN WORKLIST' DELIMITED BY SIZE INTO RPT-LINE.
002090     WRITE RPT-LINE.
002100     MOVE ALL '-' TO RPT-LINE.
002110     WRITE RPT-LINE.
002120     PERFORM 2100-RETURN-SORTED THRU 2100-EXIT.
002130     PERFORM 2200-HANDLE-ERROR THRU 2200-EXIT UNTIL SORT-EOF.
002140     IF NOT ON-FIRST-GROUP
002150         PERFORM 2300-WRITE-TYPE-TOTAL THRU 2300-EXIT
002160     END-IF.
002170     PERFORM 2400-WRITE-GRAND-TOTAL THRU 2400-EXIT.
002180     CLOSE ORTU-RPT.
002190     MOVE WS-GRAND-COUNT TO WS-COUNT-DISP.
002200     DISPLAY 'ORTULST: ' WS-COUNT-DISP ' EXCEPTION(S) LISTED'.
002210 2000-EXIT.
002220     EXIT.
002230 2100-RETURN-SORTED.
002240     RETURN SORT-WORK
002250         AT END
002260             SET SORT-EOF TO TRUE
002270         NOT AT END
002280             CONTINUE
002290     END-RETURN.
002300 2100-EXIT.
002310     EXIT.
002320 2200-HANDLE-ERROR.
002330     IF SORT-ERR-TYPE NOT = WS-PREV-ERR-TYPE
002340         IF NOT ON-FIRST-GROUP
002350             PERFORM 2300-WRITE-TYPE-TOTAL THRU 2300-EXIT
002360         END-IF
002370         MOVE 'N' TO WS-FIRST-SW
002380         MOVE SORT-ERR-TYPE TO WS-PREV-ERR-TYPE
002390         MOVE ZERO TO WS-TYPE-COUNT
002400         MOVE SPACES TO RPT-LINE
002410         WRITE RPT-LINE
002420         MOVE SPACES TO RPT-LINE
002430         STRING 'JENIS / ERROR TYPE : ' SORT-ERR-TYPE
002440             DELIMITED BY SIZE INTO RPT-LINE
002450         WRITE RPT-LINE
002460     END-IF.
002470     MOVE SPACES TO RPT-LINE.
002480     STRING '    ' SORT-NPM '  ' SORT-VALUE
002490         DELIMITED BY SIZE INTO RPT-LINE.
002500     WRITE RPT-LINE.
002510     ADD 1 TO WS-TYPE-COUNT.
002520     ADD 1 TO WS-GRAND-COUNT.
002530     PERFORM 2100-RETURN-SORTED THRU 2100-EXIT.
002540 2200-EXIT.
002550     EXIT.
002560 2300-WRITE-TYPE-TOTAL.
002570     MOVE WS-TYPE-COUNT TO WS-COUNT-DISP.
002580     MOVE SPACES TO RPT-LINE.
002590     STRING '    JUMLAH / COUNT : ' WS-COUNT-DISP
002600         DELIMITED BY SIZE INTO RPT-LINE.
002610     WRITE RPT-LINE.
002620 2300-EXIT.
002630     EXIT.
002640 2400-WRITE-GRAND-TOTAL.
002650     MOVE ALL '-' TO RPT-LINE.
002660     WRITE RPT-LINE.
002670     MOVE WS-REC-COUNT TO WS-COUNT-DISP.
002680     MOVE SPACES TO RPT-LINE.
002690     STRING 'MAHASISWA AKTIF / ACTIVE STUDENTS  : '
002700         WS-COUNT-DISP DELIMITED BY SIZE INTO RPT-LINE.
002710     WRITE RPT-LINE.
002720     MOVE WS-GRAND-COUNT TO WS-COUNT-DISP.
002730     MOVE SPACES TO RPT-LINE.
002740     STRING 'TOTAL KESALAHAN / TOTAL ERRORS     : '
002750         WS-COUNT-DISP DELIMITED BY SIZE INTO RPT-LINE.
002760     WRITE RPT-LINE.
002770 2400-EXIT.
002780     EXIT.
