000010*-----------------------------------------------------------
000020*HOLDCEK  -  COMMON STUDENT HOLD (BLOKIR) CHECK SUBPROGRAM
000030*-----------------------------------------------------------
000040*CHECKS WHETHER ONE STUDENT HAS AN ACTIVE HOLD ON HOLDMST,
000050*SO EVERY PROGRAM THAT REFUSES A BLOCKED STUDENT APPLIES ONE
000060*RULE.  CALLED LIKE -
000070*CALL 'HOLDCEK' USING LK-NPM LK-HASIL LK-ALASAN.
000080*LK-HASIL COMES BACK Y (NO ACTIVE HOLD) OR N, WITH THE FIRST
000090*ACTIVE HOLD IN HOLD-KEY ORDER DESCRIBED IN LK-ALASAN AS
000100*'BLOKIR <JENIS>: <ALASAN-HOLD>'.  A HOLD IS ACTIVE WHILE
000110*TGL-LEPAS IS BLANK.  NO HOLDMST FILE MEANS NO HOLDS.  CALLED
000120*BY KRS, TRREQ, TROFFCL, GRADCEK AND IDENTITAS.  THE FILE IS
000130*OPENED AND CLOSED ON EVERY CALL, AS IN GRADCEK, SO A HOLD
000140*PLACED OR RELEASED WHILE A CALLER IS RUNNING IS SEEN AT
000150*ONCE.
000160*-----------------------------------------------------------
000170*MODIFICATION HISTORY
000180*DATE       INIT  DESCRIPTION
000190*10/15/2026 RSD   ORIGINAL.
000200*-----------------------------------------------------------
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. HOLDCEK.
000230 AUTHOR. RASYID.
000240 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000250 DATE-WRITTEN. 10/15/2026.
000260 DATE-COMPILED.
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT HOLD-FILE ASSIGN TO 'HOLDMST'
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS HOLD-KEY OF HOLD-RECORD
000340         FILE STATUS IS HC-HFS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  HOLD-FILE.
000380 01  HOLD-RECORD.
000390         COPY HOLDREC.
000400 WORKING-STORAGE SECTION.
000410 01  HC-HFS                      PIC X(02).
000420 01  HC-EOF-SW                   PIC X(01).
000430         88  HC-EOF                      VALUE 'Y'.
000440 01  HC-BLOK-SW                  PIC X(01).
000450         88  HC-BLOKIR                   VALUE 'Y'.
000460 LINKAGE SECTION.
000470 01  LK-NPM                      PIC X(08).
000480 01  LK-HASIL                    PIC X(01).
000490 01  LK-ALASAN                   PIC X(50).
000500*-----------------------------------------------------------
000510*0000-MAINLINE
000520*-----------------------------------------------------------
000530 PROCEDURE DIVISION USING LK-NPM LK-HASIL LK-ALASAN.
000540 0000-MAINLINE.
000550     MOVE 'Y' TO LK-HASIL.
000560     MOVE SPACES TO LK-ALASAN.
000570     MOVE 'N' TO HC-BLOK-SW.
000580     OPEN INPUT HOLD-FILE.
000590     IF HC-HFS NOT = '00'
000600         GOBACK
000610     END-IF.
000620     PERFORM 1000-CEK-HOLD THRU 1000-EXIT.
000630     CLOSE HOLD-FILE.
000640     IF HC-BLOKIR
000650         MOVE 'N' TO LK-HASIL
000660     END-IF.
000670     GOBACK.
000680*-----------------------------------------------------------
000690*1000-CEK-HOLD  -  WALK THE NPM'S HOLDS IN KEY ORDER AND
000700*STOP AT THE FIRST ONE NOT YET RELEASED.
000710*-----------------------------------------------------------
000720 1000-CEK-HOLD.
000730     MOVE 'N' TO HC-EOF-SW.
000740     MOVE LK-NPM TO NPM OF HOLD-RECORD.
000750     MOVE LOW-VALUES TO JENIS-HOLD OF HOLD-RECORD.
000760     START HOLD-FILE KEY NOT < HOLD-KEY OF HOLD-RECORD
000770         INVALID KEY
000780             SET HC-EOF TO TRUE
000790     END-START.
000800     PERFORM 1100-SATU-HOLD THRU 1100-EXIT
000810         UNTIL HC-EOF OR HC-BLOKIR.
000820 1000-EXIT.
000830     EXIT.
000840 1100-SATU-HOLD.
000850     READ HOLD-FILE NEXT RECORD
000860         AT END
000870             SET HC-EOF TO TRUE
000880             GO TO 1100-EXIT
000890     END-READ.
000900     IF NPM OF HOLD-RECORD NOT = LK-NPM
000910         SET HC-EOF TO TRUE
000920         GO TO 1100-EXIT
000930     END-IF.
000940     IF TGL-LEPAS OF HOLD-RECORD NOT = SPACES
000950         GO TO 1100-EXIT
000960     END-IF.
000970     SET HC-BLOKIR TO TRUE.
000980     STRING 'BLOKIR ' JENIS-HOLD OF HOLD-RECORD ': '
000990         ALASAN-HOLD OF HOLD-RECORD
001000         DELIMITED BY SIZE INTO LK-ALASAN.
001010 1100-EXIT.
001020     EXIT.
