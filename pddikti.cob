000140*FEEDEXC EXCEPTION REPORT SO THE REGISTRAR CAN FIX THE
000150*RECORD BEFORE THE SUBMISSION DEADLINE.
000160*D RECORD: 1 TYPE, 2-9 NPM, 10-44 NAMA, 45-49 KELAS,
000170*50 STATUS, 51-52 SEMESTER, 53-60 KODE-MK, 61-63 SCORE,
000173*64 U WHEN THE SCORE DOES NOT COUNT TOWARD THE IPK UNDER
000176*THE NILPILIH RULE AS OF THE SEMESTER, ELSE BLANK.
000180*T RECORD: 1 TYPE, 2-8 COUNT, 9-17 HASH.
000190*-----------------------------------------------------------
000200*MODIFICATION HISTORY
000210*DATE       INIT  DESCRIPTION
000220*09/03/2026 RSD   ORIGINAL.
000221*10/15/2026 RSD   NILAIMST NOW KEEPS EVERY ATTEMPT.  EACH
000222*ATTEMPT OF THE SEMESTER IS STILL SENT;
000223*COLUMN 64 FLAGS ONE THAT DOES NOT COUNT.
000224*10/15/2026 RSD   A BLANK SEMESTER TAKES THE CURRENT ONE
000225*FROM THE ACADEMIC CALENDAR.
000230*-----------------------------------------------------------
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. PDDIKTI.
000680 01  WS-NILAI-EOF-SW             PIC X(01).
000690         88  NILAI-EOF                   VALUE 'Y'.
000700 01  WS-SEMESTER                 PIC 9(02).
000701 01  WS-SEMESTER-IN              PIC X(02).
000702 01  WS-KAL-HASIL                PIC X(01).
000703 01  WS-KAL-RECORD.
000704         COPY KALREC.
000705 01  WS-PILIH                    PIC X(01).
000706         88  NILAI-DIHITUNG               VALUE 'Y'.
000710 01  WS-STU-MK-COUNT             PIC 9(03).
000720 01  WS-REC-COUNT                PIC 9(07) VALUE ZERO.
000730 01  WS-STU-COUNT                PIC 9(05) VALUE ZERO.
000920 1000-INITIALIZE.
000930     DISPLAY 'SEMESTER LAPORAN / EXTRACT SEMESTER (01-14)'
000940         ' : ' WITH NO ADVANCING.
000950     PERFORM 1050-PILIH-SEMESTER THRU 1050-EXIT.
000960     OPEN INPUT MHS-FILE.
000970     IF WS-FS NOT = '00'
000980         DISPLAY 'PDDIKTI: MASTER MHS TIDAK ADA / NOT FOUND'
001170     CALL 'AUDITLOG' USING 'PDDIKTI   ' 'START' WS-SUMMARY.
001180 1000-EXIT.
001190     EXIT.
001191*-----------------------------------------------------------
001192*1050-PILIH-SEMESTER  -  THE SEMESTER KEYED, OR WHEN LEFT
001193*BLANK (OR 00) THE CURRENT SEMESTER ON THE KALMST ACADEMIC
001194*CALENDAR (SEE KALCEK).  NO CURRENT SEMESTER ENDS THE RUN.
001195*-----------------------------------------------------------
001196 1050-PILIH-SEMESTER.
001197     MOVE SPACES TO WS-SEMESTER-IN.
001198     ACCEPT WS-SEMESTER-IN.
001199     IF WS-SEMESTER-IN(2:1) = SPACE
001200         AND WS-SEMESTER-IN(1:1) NOT = SPACE
001201         MOVE WS-SEMESTER-IN(1:1) TO WS-SEMESTER-IN(2:1)
001202         MOVE '0' TO WS-SEMESTER-IN(1:1)
001203     END-IF.
001204     IF WS-SEMESTER-IN NOT = SPACES
001205         AND WS-SEMESTER-IN NOT = '00'
001206         IF WS-SEMESTER-IN NOT NUMERIC
001207             DISPLAY 'PDDIKTI: SEMESTER TIDAK SAH / BAD SEMESTER'
001208             STOP RUN
001209         END-IF
001210         MOVE WS-SEMESTER-IN TO WS-SEMESTER
001211         GO TO 1050-EXIT
001212     END-IF.
001213     MOVE ZERO TO WS-SEMESTER.
001214     CALL 'KALCEK' USING WS-SEMESTER WS-KAL-RECORD WS-KAL-HASIL.
001215     IF WS-KAL-HASIL NOT = 'Y'
001216         DISPLAY 'PDDIKTI: SEMESTER BERJALAN TIDAK ADA / '
001217             'NO CURRENT SEMESTER ON CALENDAR'
001218         STOP RUN
001219     END-IF.
001220     DISPLAY 'SEMESTER BERJALAN / CURRENT SEMESTER : ' WS-SEMESTER
001221         ' ' KET-KAL OF WS-KAL-RECORD.
001222 1050-EXIT.
001223     EXIT.
001224 2000-READ-MHS.
001225     READ MHS-FILE NEXT RECORD
001226         AT END
001230             SET MHS-EOF TO TRUE
001240         NOT AT END
001250             CONTINUE
001630     MOVE 'N' TO WS-NILAI-EOF-SW.
001640     MOVE NPM OF MHS-RECORD TO NPM OF NILAI-RECORD.
001650     MOVE LOW-VALUES TO KODE-MK OF NILAI-RECORD.
001655     MOVE ZERO TO SEMESTER-MK OF NILAI-RECORD.
001660     START NILAI-FILE KEY NOT < NILAI-KEY OF NILAI-RECORD
001670         INVALID KEY
001680             SET NILAI-EOF TO TRUE
001920     MOVE WS-SEMESTER TO FEED-LINE(51:2).
001930     MOVE KODE-MK OF NILAI-RECORD TO FEED-LINE(53:8).
001940     MOVE NILAI-ANGKA OF NILAI-RECORD TO FEED-LINE(61:3).
001941     CALL 'NILPILIH' USING NPM OF NILAI-RECORD
001942         KODE-MK OF NILAI-RECORD SEMESTER-MK OF NILAI-RECORD
001943         WS-SEMESTER WS-PILIH.
001944     IF NOT NILAI-DIHITUNG
001945         MOVE 'U' TO FEED-LINE(64:1)
001946     END-IF.
001950     WRITE FEED-LINE.
001960     ADD 1 TO WS-REC-COUNT.
001970     ADD 1 TO WS-STU-MK-COUNT.
