000010*-----------------------------------------------------------
000020*NILCONV  -  ONE-TIME NILAIMST RELOAD FOR THE ATTEMPT KEY
000030*-----------------------------------------------------------
000040*NILAIMST USED TO BE KEYED ON NPM PLUS COURSE CODE, WITH THE
000050*SEMESTER AFTER THE COURSE NAME; IT IS NOW KEYED ON NPM,
000060*COURSE AND SEMESTER SO A RETAKE IS A NEW RECORD.  RENAME
000070*THE OLD FILE TO NILAIOLD AND RUN THIS ONCE: EVERY OLD
000080*RECORD IS WRITTEN TO NILAIMST IN THE NEW LAYOUT.  A KEY
000090*ALREADY ON THE NEW FILE (A RERUN) IS COUNTED AND SKIPPED,
000100*NEVER OVERWRITTEN.  NO NILAIOLD ENDS RC 8.
000110*-----------------------------------------------------------
000120*MODIFICATION HISTORY
000130*DATE       INIT  DESCRIPTION
000140*10/15/2026 RSD   ORIGINAL.
000150*-----------------------------------------------------------
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. NILCONV.
000180 AUTHOR. RASYID.
000190 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000200 DATE-WRITTEN. 10/15/2026.
000210 DATE-COMPILED.
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT OLD-FILE ASSIGN TO 'NILAIOLD'
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS SEQUENTIAL
000280         RECORD KEY IS OLD-KEY
000290         FILE STATUS IS WS-OFS.
000300     SELECT NILAI-FILE ASSIGN TO 'NILAIMST'
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS NILAI-KEY OF NILAI-RECORD
000340         FILE STATUS IS WS-NFS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  OLD-FILE.
000380 01  OLD-RECORD.
000390         05  OLD-KEY.
000400             10  OLD-NPM             PIC X(08).
000410             10  OLD-KODE-MK         PIC X(08).
000420         05  OLD-NAMA-MK             PIC X(25).
000430         05  OLD-SEMESTER-MK         PIC 9(02).
000440         05  OLD-NILAI-ANGKA         PIC 9(03).
000450 FD  NILAI-FILE.
000460 01  NILAI-RECORD.
000470         COPY NILAIREC.
000480 WORKING-STORAGE SECTION.
000490 01  WS-OFS                      PIC X(02).
000500 01  WS-NFS                      PIC X(02).
000510 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
000520         88  OLD-EOF                     VALUE 'Y'.
000530 01  WS-READ-COUNT               PIC 9(07) VALUE ZERO.
000540 01  WS-WRITE-COUNT              PIC 9(07) VALUE ZERO.
000550 01  WS-DUP-COUNT                PIC 9(07) VALUE ZERO.
000560 01  WS-COUNT-DISP               PIC ZZZZZZ9.
000570 01  WS-SUMMARY                  PIC X(60).
000580*-----------------------------------------------------------
000590*0000-MAINLINE
000600*-----------------------------------------------------------
000610 PROCEDURE DIVISION.
000620 0000-MAINLINE.
000630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000640     PERFORM 2000-SATU-NILAI THRU 2000-EXIT UNTIL OLD-EOF.
000650     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000660 1000-INITIALIZE.
000670     OPEN INPUT OLD-FILE.
000680     IF WS-OFS NOT = '00'
000690         DISPLAY 'NILCONV: FILE NILAIOLD TIDAK ADA / NOT FOUND'
000700         MOVE 8 TO RETURN-CODE
000710         STOP RUN
000720     END-IF.
000730     OPEN I-O NILAI-FILE.
000740     IF WS-NFS = '35'
000750         OPEN OUTPUT NILAI-FILE
000760         CLOSE NILAI-FILE
000770         OPEN I-O NILAI-FILE
000780     END-IF.
000790     MOVE 'RELOAD STARTED' TO WS-SUMMARY.
000800     CALL 'AUDITLOG' USING 'NILCONV   ' 'START' WS-SUMMARY.
000810 1000-EXIT.
000820     EXIT.
000830 2000-SATU-NILAI.
000840     READ OLD-FILE NEXT RECORD
000850         AT END
000860             SET OLD-EOF TO TRUE
000870             GO TO 2000-EXIT
000880     END-READ.
000890     ADD 1 TO WS-READ-COUNT.
000900     MOVE OLD-NPM TO NPM OF NILAI-RECORD.
000910     MOVE OLD-KODE-MK TO KODE-MK OF NILAI-RECORD.
000920     MOVE OLD-SEMESTER-MK TO SEMESTER-MK OF NILAI-RECORD.
000930     MOVE OLD-NAMA-MK TO NAMA-MK OF NILAI-RECORD.
000940     MOVE OLD-NILAI-ANGKA TO NILAI-ANGKA OF NILAI-RECORD.
000950     WRITE NILAI-RECORD
000960         INVALID KEY
000970             ADD 1 TO WS-DUP-COUNT
000980         NOT INVALID KEY
000990             ADD 1 TO WS-WRITE-COUNT
001000     END-WRITE.
001010 2000-EXIT.
001020     EXIT.
001030*-----------------------------------------------------------
001040*9000-TERMINATE
001050*-----------------------------------------------------------
001060 9000-TERMINATE.
001070     CLOSE OLD-FILE.
001080     CLOSE NILAI-FILE.
001090     MOVE WS-READ-COUNT TO WS-COUNT-DISP.
001100     DISPLAY 'NILCONV: DIBACA / READ       ' WS-COUNT-DISP.
001110     MOVE WS-WRITE-COUNT TO WS-COUNT-DISP.
001120     DISPLAY 'NILCONV: DITULIS / WRITTEN   ' WS-COUNT-DISP.
001130     MOVE WS-DUP-COUNT TO WS-COUNT-DISP.
001140     DISPLAY 'NILCONV: SUDAH ADA / SKIPPED ' WS-COUNT-DISP.
001150     MOVE SPACES TO WS-SUMMARY.
001160     STRING 'READ=' WS-READ-COUNT
001170         ' WRITTEN=' WS-WRITE-COUNT
001180         ' SKIPPED=' WS-DUP-COUNT
001190         DELIMITED BY SIZE INTO WS-SUMMARY.
001200     CALL 'AUDITLOG' USING 'NILCONV   ' 'END  ' WS-SUMMARY.
001210     STOP RUN.
001220 9000-EXIT.
001230     EXIT.
