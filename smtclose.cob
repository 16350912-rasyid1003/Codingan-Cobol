000010*-----------------------------------------------------------
000020*SMTCLOSE  -  MARK A SEMESTER CLOSED ON THE CALENDAR
000030*-----------------------------------------------------------
000040*LAST STEP OF THE MHSCLOSE SEMESTER-CLOSE STREAM, RUN ONLY
000050*AFTER ABSRPT, STANDING, GRADAUDT, PDDIKTI, STMT AND DUNNING
000060*HAVE ALL FINISHED.  SETS STATUS-KAL T AND TGL-TUTUP-SMT ON
000070*THE SEMESTER'S KALMST ENTRY (SEE KALREC).  FROM THEN ON
000080*NILAI REFUSES TO OVERWRITE A SCORE FOR THE SEMESTER AND
000090*CORRECTIONS GO THROUGH NILAMD.  THE SEMESTER COMES FROM
000100*SYSIN; BLANK TAKES THE CURRENT ONE (SEE KALCEK).  RETURN
000110*CODE 8 WHEN THERE IS NO CALENDAR OR THE SEMESTER IS NOT ON
000120*IT, 4 WHEN IT WAS ALREADY CLOSED (NOTHING CHANGED).
000130*-----------------------------------------------------------
000140*MODIFICATION HISTORY
000150*DATE       INIT  DESCRIPTION
000160*10/15/2026 RSD   ORIGINAL.
000170*-----------------------------------------------------------
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. SMTCLOSE.
000200 AUTHOR. RASYID.
000210 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000220 DATE-WRITTEN. 10/15/2026.
000230 DATE-COMPILED.
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT KAL-FILE ASSIGN TO 'KALMST'
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS SEMESTER-KAL OF KAL-RECORD
000310         FILE STATUS IS WS-KFS.
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  KAL-FILE.
000350 01  KAL-RECORD.
000360         COPY KALREC.
000370 WORKING-STORAGE SECTION.
000380 01  WS-KFS                      PIC X(02).
000390 01  WS-SEMESTER                 PIC 9(02).
000400 01  WS-SEMESTER-IN              PIC X(02).
000410 01  WS-KAL-HASIL                PIC X(01).
000420 01  WS-KAL-RECORD.
000430         COPY KALREC.
000440 01  WS-ALASAN                   PIC X(30).
000450 01  WS-RC                       PIC 9(02) VALUE ZERO.
000460 01  WS-SYSDATE                  PIC 9(08).
000470 01  WS-RUN-DATE-DISP            PIC X(10).
000480 01  WS-SUMMARY                  PIC X(60).
000490 01  WS-EXC-FIELD                PIC X(15).
000500 01  WS-EXC-DETAIL               PIC X(50).
000510 01  WS-EXC-SEV                  PIC X(01).
000520*-----------------------------------------------------------
000530*0000-MAINLINE
000540*-----------------------------------------------------------
000550 PROCEDURE DIVISION.
000560 0000-MAINLINE.
000570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000580     PERFORM 2000-TUTUP THRU 2000-EXIT.
000590     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000600*-----------------------------------------------------------
000610*1000-INITIALIZE  -  THE SEMESTER, THEN THE CALENDAR FOR
000620*UPDATE.
000630*-----------------------------------------------------------
000640 1000-INITIALIZE.
000650     ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
000660     MOVE SPACES TO WS-RUN-DATE-DISP.
000670     STRING WS-SYSDATE(1:4) '-' WS-SYSDATE(5:2)
000680         '-' WS-SYSDATE(7:2) DELIMITED BY SIZE
000690         INTO WS-RUN-DATE-DISP.
000700     MOVE 'CLOSE RUN STARTED' TO WS-SUMMARY.
000710     CALL 'AUDITLOG' USING 'SMTCLOSE  ' 'START' WS-SUMMARY.
000720     DISPLAY 'SEMESTER DITUTUP / SEMESTER TO CLOSE (01-14) : '
000730         WITH NO ADVANCING.
000740     PERFORM 1050-PILIH-SEMESTER THRU 1050-EXIT.
000750     OPEN I-O KAL-FILE.
000760     IF WS-KFS NOT = '00'
000770         MOVE 'NO KALMST CALENDAR' TO WS-ALASAN
000780         PERFORM 1900-TOLAK THRU 1900-EXIT
000790     END-IF.
000800 1000-EXIT.
000810     EXIT.
000820*-----------------------------------------------------------
000830*1050-PILIH-SEMESTER  -  THE SEMESTER KEYED, OR WHEN LEFT
000840*BLANK (OR 00) THE CURRENT SEMESTER ON THE KALMST ACADEMIC
000850*CALENDAR (SEE KALCEK).  NO CURRENT SEMESTER ENDS THE RUN.
000860*-----------------------------------------------------------
000870 1050-PILIH-SEMESTER.
000880     MOVE SPACES TO WS-SEMESTER-IN.
000890     ACCEPT WS-SEMESTER-IN.
000900     IF WS-SEMESTER-IN(2:1) = SPACE
000910         AND WS-SEMESTER-IN(1:1) NOT = SPACE
000920         MOVE WS-SEMESTER-IN(1:1) TO WS-SEMESTER-IN(2:1)
000930         MOVE '0' TO WS-SEMESTER-IN(1:1)
000940     END-IF.
000950     IF WS-SEMESTER-IN NOT = SPACES
000960         AND WS-SEMESTER-IN NOT = '00'
000970         IF WS-SEMESTER-IN NOT NUMERIC
000980             MOVE 'BAD SEMESTER' TO WS-ALASAN
000990             PERFORM 1900-TOLAK THRU 1900-EXIT
001000         END-IF
001010         MOVE WS-SEMESTER-IN TO WS-SEMESTER
001020         GO TO 1050-EXIT
001030     END-IF.
001040     MOVE ZERO TO WS-SEMESTER.
001050     CALL 'KALCEK' USING WS-SEMESTER WS-KAL-RECORD WS-KAL-HASIL.
001060     IF WS-KAL-HASIL NOT = 'Y'
001070         MOVE 'NO CURRENT SEMESTER ON CALENDAR' TO WS-ALASAN
001080         PERFORM 1900-TOLAK THRU 1900-EXIT
001090     END-IF.
001100     DISPLAY 'SEMESTER BERJALAN / CURRENT SEMESTER : ' WS-SEMESTER
001110         ' ' KET-KAL OF WS-KAL-RECORD.
001120 1050-EXIT.
001130     EXIT.
001140*-----------------------------------------------------------
001150*1900-TOLAK  -  THE RUN IS REFUSED: NOTHING CLOSED, RETURN
001160*CODE 8.
001170*-----------------------------------------------------------
001180 1900-TOLAK.
001190     DISPLAY 'SMTCLOSE: DITOLAK / REFUSED - ' WS-ALASAN.
001200     MOVE 'SEMESTER' TO WS-EXC-FIELD.
001210     MOVE SPACES TO WS-EXC-DETAIL.
001220     STRING 'SMT ' WS-SEMESTER-IN ' ' WS-ALASAN
001230         DELIMITED BY SIZE INTO WS-EXC-DETAIL.
001240     MOVE 'S' TO WS-EXC-SEV.
001250     CALL 'EXCPRPT' USING 'SMTCLOSE  '
001260         WS-EXC-FIELD WS-EXC-DETAIL WS-EXC-SEV.
001270     MOVE SPACES TO WS-SUMMARY.
001280     STRING 'REFUSED SMT=' WS-SEMESTER-IN ' ' WS-ALASAN
001290         DELIMITED BY SIZE INTO WS-SUMMARY.
001300     CALL 'AUDITLOG' USING 'SMTCLOSE  ' 'DENY ' WS-SUMMARY.
001310     MOVE 8 TO RETURN-CODE.
001320     STOP RUN.
001330 1900-EXIT.
001340     EXIT.
001350*-----------------------------------------------------------
001360*2000-TUTUP  -  THE SEMESTER'S ENTRY IS MARKED CLOSED WITH
001370*TODAY'S DATE.  ONE ALREADY CLOSED KEEPS ITS ORIGINAL DATE.
001380*-----------------------------------------------------------
001390 2000-TUTUP.
001400     MOVE WS-SEMESTER TO SEMESTER-KAL OF KAL-RECORD.
001410     READ KAL-FILE
001420         INVALID KEY
001430             MOVE WS-SEMESTER TO WS-SEMESTER-IN
001440             MOVE 'SEMESTER NOT ON CALENDAR' TO WS-ALASAN
001450             CLOSE KAL-FILE
001460             PERFORM 1900-TOLAK THRU 1900-EXIT
001470     END-READ.
001480     IF SEMESTER-TUTUP OF KAL-RECORD
001490         DISPLAY 'SMTCLOSE: SEMESTER ' WS-SEMESTER
001500             ' SUDAH DITUTUP / ALREADY CLOSED '
001510             TGL-TUTUP-SMT OF KAL-RECORD
001520         MOVE SPACES TO WS-SUMMARY
001530         STRING 'ALREADY CLOSED SMT=' WS-SEMESTER
001540             ' ON ' TGL-TUTUP-SMT OF KAL-RECORD
001550             DELIMITED BY SIZE INTO WS-SUMMARY
001560         MOVE 4 TO WS-RC
001570         GO TO 2000-EXIT
001580     END-IF.
001590     MOVE 'T' TO STATUS-KAL OF KAL-RECORD.
001600     MOVE WS-RUN-DATE-DISP TO TGL-TUTUP-SMT OF KAL-RECORD.
001610     REWRITE KAL-RECORD.
001620     DISPLAY 'SMTCLOSE: SEMESTER ' WS-SEMESTER
001630         ' DITUTUP / CLOSED ' WS-RUN-DATE-DISP.
001640     MOVE SPACES TO WS-SUMMARY.
001650     STRING 'CLOSED SMT=' WS-SEMESTER
001660         ' ON ' WS-RUN-DATE-DISP
001670         DELIMITED BY SIZE INTO WS-SUMMARY.
001680 2000-EXIT.
001690     EXIT.
001700*-----------------------------------------------------------
001710*9000-TERMINATE
001720*-----------------------------------------------------------
001730 9000-TERMINATE.
001740     CLOSE KAL-FILE.
001750     CALL 'AUDITLOG' USING 'SMTCLOSE  ' 'END  ' WS-SUMMARY.
001760     MOVE WS-RC TO RETURN-CODE.
001770     STOP RUN.
001780 9000-EXIT.
001790     EXIT.
