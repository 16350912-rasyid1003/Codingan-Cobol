000150*MODIFICATION HISTORY
000160*DATE       INIT  DESCRIPTION
000170*08/22/2026 RSD   ORIGINAL.
000171*10/15/2026 RSD   NILAIMST NOW KEEPS EVERY ATTEMPT AT A
000172*COURSE.  THE TRANSCRIPT LISTS THEM ALL IN
000173*SEMESTER ORDER; AN ATTEMPT NILPILIH SAYS IS
000174*SUPERSEDED UNDER THE NILAICTL RULE IS
000175*MARKED DIULANG / RETAKEN AND LEFT OUT OF
000176*THE COURSE COUNT, AVERAGE, IPK AND THE
000177*KELAS SUMMARY.
000180*-----------------------------------------------------------
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NILAIRPT.
000740 01  WS-AVG-DISP                 PIC ZZ9.99.
000750 01  WS-IPK-DISP                 PIC 9.99.
000760 01  WS-NILAI-DISP               PIC ZZ9.
000762 01  WS-BATAS                    PIC 9(02) VALUE 99.
000764 01  WS-PILIH                    PIC X(01).
000766         88  NILAI-DIHITUNG               VALUE 'Y'.
000770 01  WS-COUNT-DISP               PIC ZZZZ9.
000780 01  WS-KLS-X                    PIC 9(02) COMP.
000790 01  WS-KLS-MAX                  PIC 9(02) COMP VALUE ZERO.
001450         PERFORM 3100-STUDENT-HEADING THRU 3100-EXIT
001460     END-IF.
001470     PERFORM 3300-GRADE-OF-SCORE THRU 3300-EXIT.
001472     CALL 'NILPILIH' USING NPM OF NILAI-RECORD
001474         KODE-MK OF NILAI-RECORD SEMESTER-MK OF NILAI-RECORD
001476         WS-BATAS WS-PILIH.
001480     PERFORM 3400-WRITE-DETAIL THRU 3400-EXIT.
001490     IF NILAI-DIHITUNG
001500         ADD 1 TO WS-STU-COUNT
001510         ADD NILAI-ANGKA OF NILAI-RECORD TO WS-STU-SCORE-SUM
001520         ADD WS-BOBOT TO WS-STU-BOBOT-SUM
001523         PERFORM 3500-TALLY-KELAS THRU 3500-EXIT
001526     END-IF.
001530     PERFORM 2000-READ-NILAI THRU 2000-EXIT.
001540 3000-EXIT.
001550     EXIT.
002140         '  ' WS-HURUF
002150         '/' WS-BOBOT
002160         DELIMITED BY SIZE INTO TRANS-LINE.
002162     IF NOT NILAI-DIHITUNG
002164         MOVE 'DIULANG / RETAKEN' TO TRANS-LINE(65:17)
002166     END-IF.
002170     WRITE TRANS-LINE.
002180 3400-EXIT.
002190     EXIT.
