000010*-----------------------------------------------------------
000020*IJZSEQ  -  DIPLOMA (IJAZAH) NUMBER SUBPROGRAM
000030*-----------------------------------------------------------
000040*HANDS OUT THE NEXT DIPLOMA NUMBER FOR THE YUDISIUM RUN FROM
000050*A SINGLE COUNTER, SO THE NUMBERS ON THE DIPLOMAS RUN
000060*GAP-FREE ACROSS GRADUATION PERIODS.  CALLED LIKE -
000070*CALL 'IJZSEQ' USING LK-SEQ.
000080*THE COUNTER LIVES IN THE ONE-LINE IJZSEQ FILE, CREATED AT
000090*ZERO THE FIRST TIME.  SAME MECHANISM AS THE KWITSEQ RECEIPT
000100*COUNTER; KEPT SEPARATE BECAUSE THE REGISTRAR OWNS THE
000110*DIPLOMA RANGE.  THE CALLER ASKS ONLY ONCE IT IS SURE TO USE
000120*THE NUMBER.
000130*-----------------------------------------------------------
000140*MODIFICATION HISTORY
000150*DATE       INIT  DESCRIPTION
000160*10/15/2026 RSD   ORIGINAL.
000170*-----------------------------------------------------------
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. IJZSEQ.
000200 AUTHOR. RASYID.
000210 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000220 DATE-WRITTEN. 10/15/2026.
000230 DATE-COMPILED.
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT SEQ-FILE ASSIGN TO 'IJZSEQ'
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS IJ-FS.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  SEQ-FILE.
000330 01  SEQ-RECORD                  PIC 9(06).
000340 WORKING-STORAGE SECTION.
000350 01  IJ-FS                       PIC X(02).
000360 01  IJ-SEQ                      PIC 9(06).
000370 LINKAGE SECTION.
000380 01  LK-SEQ                      PIC 9(06).
000390*-----------------------------------------------------------
000400*0000-MAINLINE
000410*-----------------------------------------------------------
000420 PROCEDURE DIVISION USING LK-SEQ.
000430 0000-MAINLINE.
000440     PERFORM 1000-READ-COUNTER THRU 1000-EXIT.
000450     PERFORM 2000-BUMP-AND-SAVE THRU 2000-EXIT.
000460     MOVE IJ-SEQ TO LK-SEQ.
000470     GOBACK.
000480*-----------------------------------------------------------
000490*1000-READ-COUNTER  -  ZERO WHEN THE FILE DOES NOT EXIST
000500*YET OR HOLDS SOMETHING UNREADABLE.
000510*-----------------------------------------------------------
000520 1000-READ-COUNTER.
000530     MOVE ZERO TO IJ-SEQ.
000540     OPEN INPUT SEQ-FILE.
000550     IF IJ-FS = '00'
000560         READ SEQ-FILE
000570             AT END
000580                 MOVE ZERO TO IJ-SEQ
000590             NOT AT END
000600                 IF SEQ-RECORD NUMERIC
000610                     MOVE SEQ-RECORD TO IJ-SEQ
000620                 END-IF
000630         END-READ
000640         CLOSE SEQ-FILE
000650     END-IF.
000660 1000-EXIT.
000670     EXIT.
000680*-----------------------------------------------------------
000690*2000-BUMP-AND-SAVE
000700*-----------------------------------------------------------
000710 2000-BUMP-AND-SAVE.
000720     ADD 1 TO IJ-SEQ.
000730     OPEN OUTPUT SEQ-FILE.
000740     MOVE IJ-SEQ TO SEQ-RECORD.
000750     WRITE SEQ-RECORD.
000760     CLOSE SEQ-FILE.
000770 2000-EXIT.
000780     EXIT.
