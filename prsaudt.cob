000010*-----------------------------------------------------------
000020*PRSAUDT  -  KRS PREREQUISITE VIOLATIONS REPORT
000030*-----------------------------------------------------------
000040*LISTS EVERY COURSE REGISTRATION ON KRSMAST FOR THE SEMESTER
000050*GIVEN AT STARTUP WHOSE PREREQUISITES ARE NOT PASSED, BY THE
000060*SAME PRSCEK RULE KRS NOW APPLIES AT THE COUNTER, SO THE
000070*ACADEMIC OFFICE CAN CLEAN UP REGISTRATIONS TAKEN BEFORE THE
000080*CHECK EXISTED.  ONE LINE PER VIOLATION TO THE PRSRPT REPORT
000090*WITH THE MISSING PREREQUISITE AND THE SCORE IT NEEDS; ONE A
000100*SUPERVISOR ALREADY OVERRODE AT KRS IS MARKED WITH THE
000110*SUPERVISOR'S ID SO IT IS NOT CHASED TWICE.  TOTALS AT THE
000120*END.
000130*-----------------------------------------------------------
000140*MODIFICATION HISTORY
000150*DATE       INIT  DESCRIPTION
000160*10/15/2026 RSD   ORIGINAL.
000163*10/15/2026 RSD   A BLANK SEMESTER TAKES THE CURRENT ONE
000166*FROM THE ACADEMIC CALENDAR.
000170*-----------------------------------------------------------
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. PRSAUDT.
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
000370     SELECT AUDIT-RPT ASSIGN TO 'PRSRPT'
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-RPT-FS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  KRS-FILE.
000430 01  KRS-RECORD.
000440         COPY KRSREC.
000450 FD  MHS-FILE.
000460 01  MHS-RECORD.
000470         COPY MHSREC.
000480 FD  AUDIT-RPT.
000490 01  RPT-LINE                    PIC X(120).
000500 WORKING-STORAGE SECTION.
000510 01  WS-KRSFS                    PIC X(02).
000520 01  WS-FS                       PIC X(02).
000530 01  WS-RPT-FS                   PIC X(02).
000540 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
000550         88  KRS-EOF                     VALUE 'Y'.
000560 01  WS-SEMESTER                 PIC 9(02).
000562 01  WS-SEMESTER-IN              PIC X(02).
000564 01  WS-KAL-HASIL                PIC X(01).
000566 01  WS-KAL-RECORD.
000568         COPY KALREC.
000570 01  WS-HASIL                    PIC X(01).
000580 01  WS-KURANG                   PIC X(08).
000590 01  WS-NILAI-MIN                PIC 9(03).
000600 01  WS-KRS-COUNT                PIC 9(05) VALUE ZERO.
000610 01  WS-VIOL-COUNT               PIC 9(05) VALUE ZERO.
000620 01  WS-OVR-COUNT                PIC 9(05) VALUE ZERO.
000630 01  WS-COUNT-DISP               PIC ZZZZ9.
000640 01  WS-SUMMARY                  PIC X(60).
000650*-----------------------------------------------------------
000660*0000-MAINLINE
000670*-----------------------------------------------------------
000680 PROCEDURE DIVISION.
000690 0000-MAINLINE.
000700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000710     PERFORM 2000-READ-KRS THRU 2000-EXIT.
000720     PERFORM 3000-CEK-SATU THRU 3000-EXIT UNTIL KRS-EOF.
000730     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
000740     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000750*-----------------------------------------------------------
000760*1000-INITIALIZE  -  NO KRS FILE MEANS NOTHING TO CHECK.
000770*-----------------------------------------------------------
000780 1000-INITIALIZE.
000790     DISPLAY 'SEMESTER DIPERIKSA / SEMESTER TO CHECK (01-14) : '
000800         WITH NO ADVANCING.
000810     PERFORM 1050-PILIH-SEMESTER THRU 1050-EXIT.
000820     OPEN INPUT KRS-FILE.
000830     IF WS-KRSFS NOT = '00'
000840         DISPLAY 'PRSAUDT: FILE KRS TIDAK ADA / NOT FOUND'
000850         STOP RUN
000860     END-IF.
000870     OPEN INPUT MHS-FILE.
000880     OPEN OUTPUT AUDIT-RPT.
000890     MOVE SPACES TO RPT-LINE.
000900     STRING 'PELANGGARAN PRASYARAT KRS / KRS PREREQUISITE '
000910         'VIOLATIONS - SEMESTER ' WS-SEMESTER
000920         DELIMITED BY SIZE INTO RPT-LINE.
000930     WRITE RPT-LINE.
000940     MOVE ALL '-' TO RPT-LINE.
000950     WRITE RPT-LINE.
000960     MOVE 'PREREQUISITE AUDIT STARTED' TO WS-SUMMARY.
000970     CALL 'AUDITLOG' USING 'PRSAUDT   ' 'START' WS-SUMMARY.
000980 1000-EXIT.
000990     EXIT.
000991*-----------------------------------------------------------
000992*1050-PILIH-SEMESTER  -  THE SEMESTER KEYED, OR WHEN LEFT
000993*BLANK (OR 00) THE CURRENT SEMESTER ON THE KALMST ACADEMIC
000994*CALENDAR (SEE KALCEK).  NO CURRENT SEMESTER ENDS THE RUN.
000995*-----------------------------------------------------------
000996 1050-PILIH-SEMESTER.
000997     MOVE SPACES TO WS-SEMESTER-IN.
000998     ACCEPT WS-SEMESTER-IN.
000999     IF WS-SEMESTER-IN(2:1) = SPACE
001000         AND WS-SEMESTER-IN(1:1) NOT = SPACE
001001         MOVE WS-SEMESTER-IN(1:1) TO WS-SEMESTER-IN(2:1)
001002         MOVE '0' TO WS-SEMESTER-IN(1:1)
001003     END-IF.
001004     IF WS-SEMESTER-IN NOT = SPACES
001005         AND WS-SEMESTER-IN NOT = '00'
001006         IF WS-SEMESTER-IN NOT NUMERIC
001007             DISPLAY 'PRSAUDT: SEMESTER TIDAK SAH / BAD SEMESTER'
001008             STOP RUN
001009         END-IF
001010         MOVE WS-SEMESTER-IN TO WS-SEMESTER
001011         GO TO 1050-EXIT
001012     END-IF.
001013     MOVE ZERO TO WS-SEMESTER.
001014     CALL 'KALCEK' USING WS-SEMESTER WS-KAL-RECORD WS-KAL-HASIL.
001015     IF WS-KAL-HASIL NOT = 'Y'
001016         DISPLAY 'PRSAUDT: SEMESTER BERJALAN TIDAK ADA / '
001017             'NO CURRENT SEMESTER ON CALENDAR'
001018         STOP RUN
001019     END-IF.
001020     DISPLAY 'SEMESTER BERJALAN / CURRENT SEMESTER : ' WS-SEMESTER
001021         ' ' KET-KAL OF WS-KAL-RECORD.
001022 1050-EXIT.
001023     EXIT.
001024 2000-READ-KRS.
001025     READ KRS-FILE NEXT RECORD
001026         AT END
001030             SET KRS-EOF TO TRUE
001040         NOT AT END
001050             CONTINUE
001060     END-READ.
001070 2000-EXIT.
001080     EXIT.
001090*-----------------------------------------------------------
001100*3000-CEK-SATU  -  ONE REGISTRATION OF THE SEMESTER THROUGH
001110*PRSCEK; A FAILURE GETS A LINE.
001120*-----------------------------------------------------------
001130 3000-CEK-SATU.
001140     IF SEMESTER-KRS OF KRS-RECORD NOT = WS-SEMESTER
001150         GO TO 3000-BACA
001160     END-IF.
001170     ADD 1 TO WS-KRS-COUNT.
001180     CALL 'PRSCEK' USING NPM OF KRS-RECORD KODE-MK OF KRS-RECORD
001190         SEMESTER-KRS OF KRS-RECORD
001200         WS-HASIL WS-KURANG WS-NILAI-MIN.
001210     IF WS-HASIL = 'Y'
001220         GO TO 3000-BACA
001230     END-IF.
001240     ADD 1 TO WS-VIOL-COUNT.
001250     MOVE NPM OF KRS-RECORD TO NPM OF MHS-RECORD.
001260     READ MHS-FILE
001270         INVALID KEY
001280             MOVE '(TIDAK TERDAFTAR / NOT REGISTERED)'
001290                 TO NAMA OF MHS-RECORD
001300     END-READ.
001310     MOVE SPACES TO RPT-LINE.
001320     STRING NPM OF KRS-RECORD
001330         ' ' NAMA OF MHS-RECORD
001340         ' ' KODE-MK OF KRS-RECORD
001350         ' BELUM LULUS / NOT PASSED ' WS-KURANG
001360         ' MIN ' WS-NILAI-MIN
001370         DELIMITED BY SIZE INTO RPT-LINE.
001380     IF SPV-PRASYARAT OF KRS-RECORD NOT = SPACES
001390         AND SPV-PRASYARAT OF KRS-RECORD NOT = LOW-VALUES
001400         ADD 1 TO WS-OVR-COUNT
001410         MOVE 'OVERRIDE SPV=' TO RPT-LINE(97:13)
001420         MOVE SPV-PRASYARAT OF KRS-RECORD TO RPT-LINE(110:8)
001430     END-IF.
001440     WRITE RPT-LINE.
001450 3000-BACA.
001460     PERFORM 2000-READ-KRS THRU 2000-EXIT.
001470 3000-EXIT.
001480     EXIT.
001490*-----------------------------------------------------------
001500*4000-PRINT-TOTALS
001510*-----------------------------------------------------------
001520 4000-PRINT-TOTALS.
001530     MOVE ALL '-' TO RPT-LINE.
001540     WRITE RPT-LINE.
001550     MOVE WS-KRS-COUNT TO WS-COUNT-DISP.
001560     MOVE SPACES TO RPT-LINE.
001570     STRING 'REGISTRASI / REGISTRATIONS : ' WS-COUNT-DISP
001580         DELIMITED BY SIZE INTO RPT-LINE.
001590     WRITE RPT-LINE.
001600     MOVE WS-VIOL-COUNT TO WS-COUNT-DISP.
001610     MOVE SPACES TO RPT-LINE.
001620     STRING 'PELANGGARAN / VIOLATIONS   : ' WS-COUNT-DISP
001630         DELIMITED BY SIZE INTO RPT-LINE.
001640     WRITE RPT-LINE.
001650     MOVE WS-OVR-COUNT TO WS-COUNT-DISP.
001660     MOVE SPACES TO RPT-LINE.
001670     STRING 'DENGAN OVERRIDE / OVERRIDDEN : ' WS-COUNT-DISP
001680         DELIMITED BY SIZE INTO RPT-LINE.
001690     WRITE RPT-LINE.
001700 4000-EXIT.
001710     EXIT.
001720*-----------------------------------------------------------
001730*9000-TERMINATE
001740*-----------------------------------------------------------
001750 9000-TERMINATE.
001760     CLOSE KRS-FILE.
001770     CLOSE MHS-FILE.
001780     CLOSE AUDIT-RPT.
001790     MOVE SPACES TO WS-SUMMARY.
001800     STRING 'SMT=' WS-SEMESTER
001810         ' KRS=' WS-KRS-COUNT
001820         ' VIOL=' WS-VIOL-COUNT
001830         ' OVRD=' WS-OVR-COUNT
001840         DELIMITED BY SIZE INTO WS-SUMMARY.
001850     CALL 'AUDITLOG' USING 'PRSAUDT   ' 'END  ' WS-SUMMARY.
001860     DISPLAY 'PRSAUDT SELESAI.'.
001870     STOP RUN.
001880 9000-EXIT.
001890     EXIT.
