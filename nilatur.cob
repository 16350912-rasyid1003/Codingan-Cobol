000010*-----------------------------------------------------------
000020*NILATUR  -  RETAKE RULE MAINTENANCE
000030*-----------------------------------------------------------
000040*SETS THE FACULTY RULE FOR WHICH ATTEMPT AT A RETAKEN
000050*COURSE COUNTS TOWARD IPK - B (NILAI TERBAIK / BEST SCORE)
000060*OR L (NILAI TERAKHIR / LATEST ATTEMPT) - ON THE ONE-LINE
000070*NILAICTL CONTROL RECORD THAT NILPILIH APPLIES FOR NILAIRPT,
000080*STANDING, GRADCEK, STMT, TROFFCL AND PDDIKTI.  A CHANGE
000090*RE-GRADES EVERY TRANSCRIPT, SO IT NEEDS A SUPERVISOR'S
000100*APPROVAL THROUGH SPVCEK AND GOES ON THE AUDIT TRAIL.
000110*CONTROL RECORD: 1 RULE, 3-12 DATE SET, 14-21 OPERATOR,
000120*23-30 APPROVING SUPERVISOR.  NO RECORD MEANS L.
000130*-----------------------------------------------------------
000140*MODIFICATION HISTORY
000150*DATE       INIT  DESCRIPTION
000160*10/15/2026 RSD   ORIGINAL.
000162*10/15/2026 RSD   2000 ASKS FOR THE NEW RULE AGAIN - THE
000164*ANSWER SWITCH STARTED BLANK, WHICH ENDED
000166*THE PROMPT LOOP BEFORE IT RAN.
000170*-----------------------------------------------------------
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. NILATUR.
000200 AUTHOR. RASYID.
000210 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000220 DATE-WRITTEN. 10/15/2026.
000230 DATE-COMPILED.
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT CTL-FILE ASSIGN TO 'NILAICTL'
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-CFS.
000300     SELECT OPER-SESS ASSIGN TO 'OPERSESS'
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-SESS-FS.
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  CTL-FILE.
000360 01  CTL-LINE                    PIC X(40).
000370 FD  OPER-SESS.
000380 01  OPER-SESS-RECORD            PIC X(08).
000390 WORKING-STORAGE SECTION.
000400 01  WS-CFS                      PIC X(02).
000410 01  WS-SESS-FS                  PIC X(02).
000420 01  WS-ATURAN-LAMA              PIC X(01) VALUE 'L'.
000430 01  WS-ATURAN-BARU              PIC X(01).
000440         88  ATURAN-SAH                   VALUE 'B' 'L'.
000450 01  WS-TGL-LAMA                 PIC X(10) VALUE SPACES.
000460 01  WS-ATURAN-TEKS              PIC X(30).
000470 01  WS-OPER-ID                  PIC X(08).
000480 01  WS-SPV-ID                   PIC X(08).
000490 01  WS-SPV-HASIL                PIC X(01).
000500 01  WS-SYSDATE                  PIC 9(08).
000510 01  WS-RUN-DATE-DISP            PIC X(10).
000520 01  WS-SUMMARY                  PIC X(60).
000530*-----------------------------------------------------------
000540*0000-MAINLINE
000550*-----------------------------------------------------------
000560 PROCEDURE DIVISION.
000570 0000-MAINLINE.
000580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000590     PERFORM 2000-UBAH-ATURAN THRU 2000-EXIT.
000600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000610*-----------------------------------------------------------
000620*1000-INITIALIZE  -  THE RULE IN FORCE NOW.
000630*-----------------------------------------------------------
000640 1000-INITIALIZE.
000650     PERFORM 1100-GET-OPERATOR THRU 1100-EXIT.
000660     ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
000670     MOVE SPACES TO WS-RUN-DATE-DISP.
000680     STRING WS-SYSDATE(1:4) '-' WS-SYSDATE(5:2)
000690         '-' WS-SYSDATE(7:2) DELIMITED BY SIZE
000700         INTO WS-RUN-DATE-DISP.
000710     OPEN INPUT CTL-FILE.
000720     IF WS-CFS = '00'
000730         READ CTL-FILE
000740             AT END
000750                 CONTINUE
000760             NOT AT END
000770                 IF CTL-LINE(1:1) = 'B'
000780                     MOVE 'B' TO WS-ATURAN-LAMA
000790                 END-IF
000800                 MOVE CTL-LINE(3:10) TO WS-TGL-LAMA
000810         END-READ
000820         CLOSE CTL-FILE
000830     END-IF.
000840     MOVE WS-ATURAN-LAMA TO WS-ATURAN-BARU.
000850     PERFORM 1200-TEKS-ATURAN THRU 1200-EXIT.
000860     DISPLAY 'ATURAN NILAI ULANG / RETAKE RULE : '
000870         WS-ATURAN-LAMA ' ' WS-ATURAN-TEKS.
000880     IF WS-TGL-LAMA NOT = SPACES
000890         DISPLAY 'DITETAPKAN / SET ON : ' WS-TGL-LAMA
000900     END-IF.
000910     MOVE 'SESSION STARTED' TO WS-SUMMARY.
000920     CALL 'AUDITLOG' USING 'NILATUR   ' 'START' WS-SUMMARY.
000930 1000-EXIT.
000940     EXIT.
000950*-----------------------------------------------------------
000960*1100-GET-OPERATOR  -  THE DRIVER SIGN-ON KEEPS THE CURRENT
000970*OPERATOR IN OPERSESS; A MISSING OR BLANK FILE STAMPS
000980*DASHES INSTEAD.
000990*-----------------------------------------------------------
001000 1100-GET-OPERATOR.
001010     MOVE '--------' TO WS-OPER-ID.
001020     OPEN INPUT OPER-SESS.
001030     IF WS-SESS-FS = '00'
001040         READ OPER-SESS
001050             AT END
001060                 CONTINUE
001070             NOT AT END
001080                 IF OPER-SESS-RECORD NOT = SPACES
001090                     MOVE OPER-SESS-RECORD TO WS-OPER-ID
001100                 END-IF
001110         END-READ
001120         CLOSE OPER-SESS
001130     END-IF.
001140 1100-EXIT.
001150     EXIT.
001160 1200-TEKS-ATURAN.
001170     IF WS-ATURAN-BARU = 'B'
001180         MOVE 'NILAI TERBAIK / BEST SCORE' TO WS-ATURAN-TEKS
001190     ELSE
001200         MOVE 'NILAI TERAKHIR / LATEST ATTEMPT' TO WS-ATURAN-TEKS
001210     END-IF.
001220 1200-EXIT.
001230     EXIT.
001240*-----------------------------------------------------------
001250*2000-UBAH-ATURAN  -  B OR L; BLANK OR THE SAME RULE LEAVES
001260*THE RECORD ALONE.  A CHANGE IS WRITTEN ONLY ON APPROVAL.
001270*-----------------------------------------------------------
001280 2000-UBAH-ATURAN.
001290     MOVE 'X' TO WS-ATURAN-BARU.
001300     PERFORM 2100-ACCEPT-ATURAN THRU 2100-EXIT
001310         UNTIL ATURAN-SAH OR WS-ATURAN-BARU = SPACE.
001320     IF WS-ATURAN-BARU = SPACE
001330         OR WS-ATURAN-BARU = WS-ATURAN-LAMA
001340         DISPLAY 'ATURAN TIDAK DIUBAH / RULE UNCHANGED'
001350         GO TO 2000-EXIT
001360     END-IF.
001370     CALL 'SPVCEK' USING WS-OPER-ID WS-SPV-ID WS-SPV-HASIL.
001380     IF WS-SPV-HASIL NOT = 'Y'
001390         DISPLAY 'PERUBAHAN DIBATALKAN / CHANGE CANCELLED'
001400         GO TO 2000-EXIT
001410     END-IF.
001420     OPEN OUTPUT CTL-FILE.
001430     MOVE SPACES TO CTL-LINE.
001440     MOVE WS-ATURAN-BARU TO CTL-LINE(1:1).
001450     MOVE WS-RUN-DATE-DISP TO CTL-LINE(3:10).
001460     MOVE WS-OPER-ID TO CTL-LINE(14:8).
001470     MOVE WS-SPV-ID TO CTL-LINE(23:8).
001480     WRITE CTL-LINE.
001490     CLOSE CTL-FILE.
001500     PERFORM 1200-TEKS-ATURAN THRU 1200-EXIT.
001510     DISPLAY 'ATURAN BARU / NEW RULE : '
001520         WS-ATURAN-BARU ' ' WS-ATURAN-TEKS.
001530     MOVE SPACES TO WS-SUMMARY.
001540     STRING 'RETAKE RULE ' WS-ATURAN-LAMA ' TO ' WS-ATURAN-BARU
001550         ' SPV=' WS-SPV-ID
001560         DELIMITED BY SIZE INTO WS-SUMMARY.
001570     CALL 'AUDITLOG' USING 'NILATUR   ' 'UPD  ' WS-SUMMARY.
001580 2000-EXIT.
001590     EXIT.
001600 2100-ACCEPT-ATURAN.
001610     DISPLAY 'ATURAN BARU / NEW RULE (B = TERBAIK/BEST, '
001620         'L = TERAKHIR/LATEST, KOSONG/BLANK = TETAP) : '
001630         WITH NO ADVANCING.
001640     ACCEPT WS-ATURAN-BARU.
001650     IF WS-ATURAN-BARU = 'b'
001660         MOVE 'B' TO WS-ATURAN-BARU
001670     END-IF.
001680     IF WS-ATURAN-BARU = 'l'
001690         MOVE 'L' TO WS-ATURAN-BARU
001700     END-IF.
001710     IF NOT ATURAN-SAH AND WS-ATURAN-BARU NOT = SPACE
001720         DISPLAY 'PILIH B ATAU L / ANSWER B OR L'
001730     END-IF.
001740 2100-EXIT.
001750     EXIT.
001760*-----------------------------------------------------------
001770*9000-TERMINATE
001780*-----------------------------------------------------------
001790 9000-TERMINATE.
001800     DISPLAY 'PROGRAM SELESAI / PROGRAM FINISHED'.
001810     MOVE 'SESSION ENDED' TO WS-SUMMARY.
001820     CALL 'AUDITLOG' USING 'NILATUR   ' 'END  ' WS-SUMMARY.
001830     GOBACK.
001840 9000-EXIT.
001850     EXIT.
