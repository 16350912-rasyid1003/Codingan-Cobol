000010*-----------------------------------------------------------
000020*SPVCEK  -  COMMON SUPERVISOR APPROVAL SUBPROGRAM
000030*-----------------------------------------------------------
000040*ASKS FOR A SUPERVISOR'S USER ID AND PASSWORD AT THE
000050*TERMINAL AND CHECKS THEM AGAINST THE OPERMAST OPERATOR
000060*FILE, SO EVERY PROGRAM THAT NEEDS A SECOND SIGNATURE
000070*APPLIES ONE RULE.  CALLED LIKE -
000080*CALL 'SPVCEK' USING LK-OPER-ID LK-SPV-ID LK-HASIL.
000090*LK-OPER-ID IS THE OPERATOR ASKING FOR THE APPROVAL (FROM
000100*OPERSESS).  LK-HASIL COMES BACK Y WHEN THE ID IS ON
000110*OPERMAST AT AUTH-LEVEL 3, NOT LOCKED, THE PASSWORD
000120*MATCHES, AND IT IS NOT THE ASKING OPERATOR - NOBODY
000130*APPROVES THEIR OWN WORK.  LK-SPV-ID RETURNS THE ID KEYED
000140*EITHER WAY, FOR THE CALLER'S LOG LINE.  A WRONG PASSWORD
000150*COUNTS AGAINST THE SUPERVISOR'S ACCOUNT EXACTLY AS A
000160*FAILED SIGN-ON IN DRIVER DOES, THIRD FAILURE LOCKS IT.
000170*EVERY REFUSAL IS WRITTEN TO THE SESSION TRAIL.  NO
000180*OPERMAST FILE MEANS NO APPROVAL.
000190*-----------------------------------------------------------
000200*MODIFICATION HISTORY
000210*DATE       INIT  DESCRIPTION
000220*10/15/2026 RSD   ORIGINAL.
000230*-----------------------------------------------------------
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. SPVCEK.
000260 AUTHOR. RASYID.
000270 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000280 DATE-WRITTEN. 10/15/2026.
000290 DATE-COMPILED.
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT OPER-FILE ASSIGN TO 'OPERMAST'
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS USER-ID OF OPER-RECORD
000370         FILE STATUS IS SV-OFS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  OPER-FILE.
000410 01  OPER-RECORD.
000420         COPY OPERREC.
000430 WORKING-STORAGE SECTION.
000440 01  SV-OFS                      PIC X(02).
000450 01  SV-REC-SW                   PIC X(01).
000460         88  SV-ON-FILE                  VALUE 'Y'.
000470 01  SV-USER-IN                  PIC X(08).
000480 01  SV-PASS-IN                  PIC X(08).
000490 01  SV-ALASAN                   PIC X(20).
000500 01  SV-SUMMARY                  PIC X(60).
000510 LINKAGE SECTION.
000520 01  LK-OPER-ID                  PIC X(08).
000530 01  LK-SPV-ID                   PIC X(08).
000540 01  LK-HASIL                    PIC X(01).
000550*-----------------------------------------------------------
000560*0000-MAINLINE
000570*-----------------------------------------------------------
000580 PROCEDURE DIVISION USING LK-OPER-ID LK-SPV-ID LK-HASIL.
000590 0000-MAINLINE.
000600     MOVE 'N' TO LK-HASIL.
000610     MOVE SPACES TO LK-SPV-ID.
000620     MOVE SPACES TO SV-ALASAN.
000630     DISPLAY 'PERSETUJUAN SUPERVISOR / SUPERVISOR APPROVAL'.
000640     DISPLAY 'USER ID SUPERVISOR : ' WITH NO ADVANCING.
000650     MOVE SPACES TO SV-USER-IN.
000660     ACCEPT SV-USER-IN.
000670     DISPLAY 'PASSWORD : ' WITH NO ADVANCING.
000680     MOVE SPACES TO SV-PASS-IN.
000690     ACCEPT SV-PASS-IN.
000700     MOVE SV-USER-IN TO LK-SPV-ID.
000710     OPEN I-O OPER-FILE.
000720     IF SV-OFS NOT = '00'
000730         MOVE 'NO OPERMAST' TO SV-ALASAN
000740         GO TO 0000-TOLAK
000750     END-IF.
000760     PERFORM 1000-CEK-SUPERVISOR THRU 1000-EXIT.
000770     CLOSE OPER-FILE.
000780     IF SV-ALASAN = SPACES
000790         MOVE 'Y' TO LK-HASIL
000800         DISPLAY 'DISETUJUI / APPROVED BY ' SV-USER-IN
000810         GOBACK
000820     END-IF.
000830 0000-TOLAK.
000840     DISPLAY 'PERSETUJUAN DITOLAK / APPROVAL REFUSED: '
000850         SV-ALASAN.
000860     MOVE SPACES TO SV-SUMMARY.
000870     STRING 'APPROVAL REFUSED SPV=' SV-USER-IN
000880         ' ' SV-ALASAN
000890         DELIMITED BY SIZE INTO SV-SUMMARY.
000900     CALL 'AUDITLOG' USING 'SPVCEK    ' 'DENY ' SV-SUMMARY.
000910     GOBACK.
000920*-----------------------------------------------------------
000930*1000-CEK-SUPERVISOR  -  THE FIRST FAILING CHECK GOES TO
000940*SV-ALASAN; BLANK MEANS APPROVED.  THE FAILURE COUNT AND
000950*LOCK FOLLOW THE DRIVER SIGN-ON RULE.
000960*-----------------------------------------------------------
000970 1000-CEK-SUPERVISOR.
000980     IF SV-USER-IN = LK-OPER-ID
000990         MOVE 'SAME AS OPERATOR' TO SV-ALASAN
001000         GO TO 1000-EXIT
001010     END-IF.
001020     MOVE SV-USER-IN TO USER-ID OF OPER-RECORD.
001030     MOVE 'N' TO SV-REC-SW.
001040     READ OPER-FILE
001050         INVALID KEY
001060             MOVE 'NOT ON OPERMAST' TO SV-ALASAN
001070             GO TO 1000-EXIT
001080         NOT INVALID KEY
001090             MOVE 'Y' TO SV-REC-SW
001100     END-READ.
001110     IF KUNCI-SW OF OPER-RECORD = 'Y'
001120         MOVE 'ACCOUNT LOCKED' TO SV-ALASAN
001130         GO TO 1000-EXIT
001140     END-IF.
001150     IF PASSWORD-OP OF OPER-RECORD NOT = SV-PASS-IN
001160         OR SV-PASS-IN = SPACES
001170         MOVE 'WRONG PASSWORD' TO SV-ALASAN
001180         ADD 1 TO GAGAL-COUNT OF OPER-RECORD
001190         IF GAGAL-COUNT OF OPER-RECORD > 2
001200             MOVE 'Y' TO KUNCI-SW OF OPER-RECORD
001210             MOVE SPACES TO SV-SUMMARY
001220             STRING 'LOCKED USER=' SV-USER-IN
001230                 DELIMITED BY SIZE INTO SV-SUMMARY
001240             CALL 'AUDITLOG' USING 'SPVCEK    ' 'LOCK '
001250                 SV-SUMMARY
001260         END-IF
001270         REWRITE OPER-RECORD
001280         GO TO 1000-EXIT
001290     END-IF.
001300     IF AUTH-LEVEL OF OPER-RECORD NOT = 3
001310         MOVE 'NOT A SUPERVISOR' TO SV-ALASAN
001320         GO TO 1000-EXIT
001330     END-IF.
001340     IF GAGAL-COUNT OF OPER-RECORD > ZERO
001350         MOVE ZERO TO GAGAL-COUNT OF OPER-RECORD
001360         REWRITE OPER-RECORD
001370     END-IF.
001380 1000-EXIT.
001390     EXIT.
