000110*AGAINST THE MHS MASTER.  EACH ENTRY ADDS ONE TO THE
000120*STUDENT'S MEETING COUNT AND, WHEN PRESENT, ONE TO THE
000130*ATTENDED COUNT.  ABSRPT TURNS THE MASTER INTO THE
000140*END-OF-TERM ELIGIBILITY REPORT AND FILE.  ONLY A STUDENT
000142*WITH A KRS LINE FOR THE COURSE AND SEMESTER THAT THE CLASS
000144*ADVISOR HAS APPROVED IS TAKEN ON THE ROLL; NO KRSMAST FILE
000146*YET MEANS NO CHECK, AS IN NILAI.
000150*-----------------------------------------------------------
000160*MODIFICATION HISTORY
000170*DATE       INIT  DESCRIPTION
000180*09/02/2026 RSD   ORIGINAL.
000183*10/15/2026 RSD   ROLL CALL LIMITED TO STUDENTS WITH AN
000186*ADVISOR-APPROVED KRS LINE.
000190*-----------------------------------------------------------
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. ABSENSI.
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS ABS-KEY OF ABS-RECORD
000430         FILE STATUS IS WS-ABSFS.
000431     SELECT KRS-FILE ASSIGN TO 'KRSMAST'
000432         ORGANIZATION IS INDEXED
000433         ACCESS MODE IS DYNAMIC
000434         RECORD KEY IS KRS-KEY OF KRS-RECORD
000435         FILE STATUS IS WS-KRSFS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  MHS-FILE.
000520 FD  ABS-FILE.
000530 01  ABS-RECORD.
000540         COPY ABSREC.
000542 FD  KRS-FILE.
000544 01  KRS-RECORD.
000546         COPY KRSREC.
000550 WORKING-STORAGE SECTION.
000560 01  WS-FS                       PIC X(02).
000570 01  WS-MKFS                     PIC X(02).
000580 01  WS-ABSFS                    PIC X(02).
000582 01  WS-KRSFS                    PIC X(02).
000584 01  WS-KRS-OPEN-SW              PIC X(01) VALUE 'N'.
000586         88  KRS-OPEN                     VALUE 'Y'.
000590 01  WS-SWITCHES.
000600         05  WS-MK-FOUND-SW          PIC X(01) VALUE 'N'.
000610             88  MK-FOUND                 VALUE 'Y'.
001120         CLOSE ABS-FILE
001130         OPEN I-O ABS-FILE
001140     END-IF.
001141     OPEN INPUT KRS-FILE.
001142     IF WS-KRSFS = '00'
001143         MOVE 'Y' TO WS-KRS-OPEN-SW
001144     ELSE
001145         MOVE 'N' TO WS-KRS-OPEN-SW
001146     END-IF.
001150     MOVE 'SESSION STARTED' TO WS-SUMMARY.
001160     CALL 'AUDITLOG' USING 'ABSENSI   ' 'START' WS-SUMMARY.
001170 1000-EXIT.
002000         GO TO 3000-EXIT
002010     END-IF.
002020     DISPLAY NAMA OF MHS-RECORD.
002022     PERFORM 3050-CEK-KRS THRU 3050-EXIT.
002024     IF FIELD-BAD
002026         GO TO 3000-EXIT
002028     END-IF.
002030     SET WS-HADIR-SW TO 'X'.
002040     PERFORM 3100-ASK-HADIR THRU 3100-EXIT
002050         UNTIL HADIR-YA OR HADIR-TIDAK.
002060     PERFORM 3200-POST-ABSEN THRU 3200-EXIT.
002070 3000-EXIT.
002080     EXIT.
002081*-----------------------------------------------------------
002082*3050-CEK-KRS  -  THE STUDENT MUST HAVE A KRS LINE FOR THE
002083*COURSE THIS SEMESTER, APPROVED BY THE CLASS ADVISOR
002084*(STATUS-KRS A, OR BLANK ON A LINE OLDER THAN THE APPROVAL
002085*STEP).  ANYTHING ELSE IS REPORTED AND SKIPPED.
002086*-----------------------------------------------------------
002087 3050-CEK-KRS.
002088     SET FIELD-OK TO TRUE.
002089     IF NOT KRS-OPEN
002090         GO TO 3050-EXIT
002091     END-IF.
002092     MOVE WS-NPM-IN TO NPM OF KRS-RECORD.
002093     MOVE WS-SEMESTER TO SEMESTER-KRS OF KRS-RECORD.
002094     MOVE WS-KODE-IN TO KODE-MK OF KRS-RECORD.
002095     READ KRS-FILE
002096         INVALID KEY
002097             SET FIELD-BAD TO TRUE
002098             DISPLAY 'TIDAK ADA KRS / NOT REGISTERED, DILEWATI'
002099             MOVE SPACES TO WS-EXC-DETAIL
002100             STRING 'NO KRS NPM ' WS-NPM-IN
002101                 ' SMT ' WS-SEMESTER
002102                 ' MK ' WS-KODE-IN
002103                 DELIMITED BY SIZE INTO WS-EXC-DETAIL
002104     END-READ.
002105     IF FIELD-OK
002106         AND (STATUS-KRS OF KRS-RECORD = 'P' OR 'R')
002107         SET FIELD-BAD TO TRUE
002108         DISPLAY 'KRS BELUM DISETUJUI WALI / NOT APPROVED, '
002109             'DILEWATI'
002110         MOVE SPACES TO WS-EXC-DETAIL
002111         STRING 'KRS NOT APPROVED NPM ' WS-NPM-IN
002112             ' SMT ' WS-SEMESTER
002113             ' MK ' WS-KODE-IN
002114             DELIMITED BY SIZE INTO WS-EXC-DETAIL
002115     END-IF.
002116     IF FIELD-BAD
002117         MOVE 'NPM' TO WS-EXC-FIELD
002118         MOVE 'W' TO WS-EXC-SEV
002119         CALL 'EXCPRPT' USING 'ABSENSI   '
002120             WS-EXC-FIELD WS-EXC-DETAIL WS-EXC-SEV
002121     END-IF.
002122 3050-EXIT.
002123     EXIT.
002124 3100-ASK-HADIR.
002125     DISPLAY 'HADIR? / PRESENT? (Y/T) : ' WITH NO ADVANCING.
002126     ACCEPT WS-HADIR-SW.
002127     IF NOT HADIR-YA AND NOT HADIR-TIDAK
002130         DISPLAY 'PILIH Y ATAU T / ANSWER Y OR N'
002140     END-IF.
002150 3100-EXIT.
002470     CLOSE MHS-FILE.
002480     CLOSE MK-FILE.
002490     CLOSE ABS-FILE.
002492     IF KRS-OPEN
002494         CLOSE KRS-FILE
002496     END-IF.
002500     MOVE WS-ENTRY-COUNT TO WS-COUNT-DISP.
002510     DISPLAY 'ABSENSI: ' WS-COUNT-DISP ' ENTRI DICATAT'.
002520     DISPLAY 'PROGRAM SELESAI / PROGRAM FINISHED'.
