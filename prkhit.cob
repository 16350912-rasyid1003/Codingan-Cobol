000010*-----------------------------------------------------------
000020*PRKHIT  -  LAB PRACTICUM ANSWER KEY SUBPROGRAM
000030*-----------------------------------------------------------
000040*WORKS OUT THE ANSWER TO ONE PRACTICUM QUESTION (SEE PRKSREC)
000050*THE WAY THE LAB PROGRAM ITSELF WOULD, AND WORDS THE QUESTION
000060*FOR THE SCREEN.  CALLED LIKE -
000070*CALL 'PRKHIT' USING LK-PROG LK-OPR LK-ARG1 LK-ARG2 LK-ARG3
000080*LK-KUNCI LK-TEKS LK-HASIL.
000090*THE ARITHMETIC IS THAT OF ACT1 1500-COMPUTE-HASIL (TWO-DECIMAL
000100*OPERANDS, RESULT TRUNCATED TO TWO DECIMALS), OF THE PERT2
000110*SHAPE PARAGRAPHS 4000 TO 7500 (WHOLE-NUMBER INPUTS, PI TAKEN
000120*AS 3.14, RESULT TRUNCATED INTO PERT2'S OWN S9(05)V99 HASIL)
000130*AND THE NUMBER OF STARS ACT3 PRINTS FOR A SHAPE OF A GIVEN
000140*SIZE.  A CHANGE TO ANY OF THOSE FORMULAS MUST BE MADE HERE
000150*TOO OR THE PRACTICUM WILL MARK THE PROGRAM'S OWN ANSWER
000160*WRONG.  LK-HASIL COMES BACK -
000170*Y  KEY COMPUTED INTO LK-KUNCI
000180*N  THE PROGRAM WOULD REFUSE IT (DIVIDE BY ZERO, OR A RESULT
000190*   TOO LARGE FOR ACT1) - LK-KUNCI IS ZERO
000200*X  NOT A VALID QUESTION (UNKNOWN PROGRAM OR OPERATION, OR AN
000210*   INPUT OUTSIDE WHAT THE PROGRAM ACCEPTS)
000220*-----------------------------------------------------------
000230*MODIFICATION HISTORY
000240*DATE       INIT  DESCRIPTION
000250*10/15/2026 RSD   ORIGINAL.
000260*-----------------------------------------------------------
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. PRKHIT.
000290 AUTHOR. RASYID.
000300 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000310 DATE-WRITTEN. 10/15/2026.
000320 DATE-COMPILED.
000330 ENVIRONMENT DIVISION.
000340 DATA DIVISION.
000350 WORKING-STORAGE SECTION.
000360 01  PH-A1                       PIC S9(05)V99.
000370 01  PH-A2                       PIC S9(05)V99.
000380 01  PH-HASIL-K                  PIC S9(10)V99.
000390 01  PH-ALAS                     PIC 9(02).
000400 01  PH-TINGGI                   PIC 9(02).
000410 01  PH-SISI-B                   PIC 9(02).
000420 01  PH-HASIL-G                  PIC S9(05)V99.
000430 01  PH-UKURAN                   PIC 9(02).
000440 01  PH-BINTANG                  PIC 9(05).
000450 01  PH-BULAT                    PIC S9(05).
000460 01  PH-ARG-OK-SW                PIC X(01).
000470     88  PH-ARG-OK                       VALUE 'Y'.
000480 01  PH-A1-DISP                  PIC -(5)9.99.
000490 01  PH-A2-DISP                  PIC -(5)9.99.
000500 01  PH-BENTUK                   PIC X(20).
000510 LINKAGE SECTION.
000520 01  LK-PROG                     PIC X(01).
000530 01  LK-OPR                      PIC X(01).
000540 01  LK-ARG1                     PIC S9(05)V99.
000550 01  LK-ARG2                     PIC S9(05)V99.
000560 01  LK-ARG3                     PIC S9(05)V99.
000570 01  LK-KUNCI                    PIC S9(10)V99.
000580 01  LK-TEKS                     PIC X(50).
000590 01  LK-HASIL                    PIC X(01).
000600*-----------------------------------------------------------
000610*0000-MAINLINE
000620*-----------------------------------------------------------
000630 PROCEDURE DIVISION USING LK-PROG LK-OPR LK-ARG1 LK-ARG2
000640     LK-ARG3 LK-KUNCI LK-TEKS LK-HASIL.
000650 0000-MAINLINE.
000660     MOVE ZERO TO LK-KUNCI.
000670     MOVE SPACES TO LK-TEKS.
000680     MOVE 'X' TO LK-HASIL.
000690     EVALUATE LK-PROG
000700         WHEN 'K'
000710             PERFORM 1000-KALKULATOR THRU 1000-EXIT
000720         WHEN 'G'
000730             PERFORM 2000-GEOMETRI THRU 2000-EXIT
000740         WHEN 'B'
000750             PERFORM 3000-BINTANG THRU 3000-EXIT
000760         WHEN OTHER
000770             CONTINUE
000780     END-EVALUATE.
000790     GOBACK.
000800*-----------------------------------------------------------
000810*1000-KALKULATOR  -  ACT1: A1 OPERATION A2.
000820*-----------------------------------------------------------
000830 1000-KALKULATOR.
000840     IF LK-OPR NOT = '+' AND LK-OPR NOT = '-'
000850         AND LK-OPR NOT = '*' AND LK-OPR NOT = '/'
000860         GO TO 1000-EXIT
000870     END-IF.
000880     MOVE LK-ARG1 TO PH-A1.
000890     MOVE LK-ARG2 TO PH-A2.
000900     MOVE PH-A1 TO PH-A1-DISP.
000910     MOVE PH-A2 TO PH-A2-DISP.
000920     STRING 'HITUNG / COMPUTE : ' PH-A1-DISP ' ' LK-OPR ' '
000930         PH-A2-DISP DELIMITED BY SIZE INTO LK-TEKS.
000940     MOVE 'Y' TO LK-HASIL.
000950     EVALUATE LK-OPR
000960         WHEN '+'
000970             COMPUTE PH-HASIL-K = PH-A1 + PH-A2
000980                 ON SIZE ERROR
000990                 MOVE 'N' TO LK-HASIL
001000             END-COMPUTE
001010         WHEN '-'
001020             COMPUTE PH-HASIL-K = PH-A1 - PH-A2
001030                 ON SIZE ERROR
001040                 MOVE 'N' TO LK-HASIL
001050             END-COMPUTE
001060         WHEN '*'
001070             COMPUTE PH-HASIL-K = PH-A1 * PH-A2
001080                 ON SIZE ERROR
001090                 MOVE 'N' TO LK-HASIL
001100             END-COMPUTE
001110         WHEN '/'
001120             COMPUTE PH-HASIL-K = PH-A1 / PH-A2
001130                 ON SIZE ERROR
001140                 MOVE 'N' TO LK-HASIL
001150             END-COMPUTE
001160     END-EVALUATE.
001170     IF LK-HASIL = 'Y'
001180         MOVE PH-HASIL-K TO LK-KUNCI
001190     END-IF.
001200 1000-EXIT.
001210     EXIT.
001220*-----------------------------------------------------------
001230*2000-GEOMETRI  -  PERT2 MENU PIL 2-6.  PERT2 TAKES EACH
001240*INPUT AS A WHOLE NUMBER 0-99.
001250*-----------------------------------------------------------
001260 2000-GEOMETRI.
001270     IF LK-OPR < '2' OR LK-OPR > '6'
001280         GO TO 2000-EXIT
001290     END-IF.
001300     MOVE 'Y' TO PH-ARG-OK-SW.
001310     PERFORM 2900-CEK-ARG1 THRU 2900-EXIT.
001320     IF LK-OPR NOT = '5'
001330         PERFORM 2910-CEK-ARG2 THRU 2910-EXIT
001340     END-IF.
001350     IF LK-OPR = '6'
001360         PERFORM 2920-CEK-ARG3 THRU 2920-EXIT
001370     END-IF.
001380     IF NOT PH-ARG-OK
001390         GO TO 2000-EXIT
001400     END-IF.
001410     EVALUATE LK-OPR
001420         WHEN '2'
001430             COMPUTE PH-HASIL-G = (PH-ALAS * PH-TINGGI) / 2
001440             STRING 'LUAS SEGITIGA / TRIANGLE AREA ALAS=' PH-ALAS
001450                 ' TINGGI=' PH-TINGGI
001460                 DELIMITED BY SIZE INTO LK-TEKS
001470         WHEN '3'
001480             COMPUTE PH-HASIL-G = PH-ALAS * PH-TINGGI
001490             STRING 'LUAS PERSEGI / RECTANGLE AREA ALAS=' PH-ALAS
001500                 ' TINGGI=' PH-TINGGI
001510                 DELIMITED BY SIZE INTO LK-TEKS
001520         WHEN '4'
001530             COMPUTE PH-HASIL-G = (2 * PH-ALAS) + (2 * PH-TINGGI)
001540             STRING 'KELILING PERSEGI / PERIMETER ALAS=' PH-ALAS
001550                 ' TINGGI=' PH-TINGGI
001560                 DELIMITED BY SIZE INTO LK-TEKS
001570         WHEN '5'
001580             COMPUTE PH-HASIL-G = 3.14 * PH-ALAS * PH-ALAS
001590             STRING 'LUAS LINGKARAN / CIRCLE AREA (PI=3.14) '
001600                 'RADIUS=' PH-ALAS
001610                 DELIMITED BY SIZE INTO LK-TEKS
001620         WHEN '6'
001630             COMPUTE PH-HASIL-G =
001640                 ((PH-ALAS + PH-SISI-B) * PH-TINGGI) / 2
001650             STRING 'LUAS TRAPESIUM / TRAPEZOID A=' PH-ALAS
001660                 ' B=' PH-SISI-B ' TINGGI=' PH-TINGGI
001670                 DELIMITED BY SIZE INTO LK-TEKS
001680     END-EVALUATE.
001690     MOVE PH-HASIL-G TO LK-KUNCI.
001700     MOVE 'Y' TO LK-HASIL.
001710 2000-EXIT.
001720     EXIT.
001730*-----------------------------------------------------------
001740*2900-2920  -  ONE INPUT MUST BE A WHOLE NUMBER 0-99.  FOR THE
001750*TRAPEZOID ARG1/ARG2 ARE THE PARALLEL SIDES AND ARG3 THE
001760*HEIGHT; FOR THE CIRCLE ARG1 IS THE RADIUS.
001770*-----------------------------------------------------------
001780 2900-CEK-ARG1.
001790     MOVE LK-ARG1 TO PH-BULAT.
001800     IF LK-ARG1 < ZERO OR LK-ARG1 > 99
001810         OR LK-ARG1 NOT = PH-BULAT
001820         MOVE 'N' TO PH-ARG-OK-SW
001830     ELSE
001840         MOVE PH-BULAT TO PH-ALAS
001850     END-IF.
001860 2900-EXIT.
001870     EXIT.
001880 2910-CEK-ARG2.
001890     MOVE LK-ARG2 TO PH-BULAT.
001900     IF LK-ARG2 < ZERO OR LK-ARG2 > 99
001910         OR LK-ARG2 NOT = PH-BULAT
001920         MOVE 'N' TO PH-ARG-OK-SW
001930     ELSE
001940         MOVE PH-BULAT TO PH-TINGGI
001950         MOVE PH-BULAT TO PH-SISI-B
001960     END-IF.
001970 2910-EXIT.
001980     EXIT.
001990 2920-CEK-ARG3.
002000     MOVE LK-ARG3 TO PH-BULAT.
002010     IF LK-ARG3 < ZERO OR LK-ARG3 > 99
002020         OR LK-ARG3 NOT = PH-BULAT
002030         MOVE 'N' TO PH-ARG-OK-SW
002040     ELSE
002050         MOVE PH-BULAT TO PH-TINGGI
002060     END-IF.
002070 2920-EXIT.
002080     EXIT.
002090*-----------------------------------------------------------
002100*3000-BINTANG  -  ACT3 SHAPE 1-3 OF SIZE 1-50.  THE TRIANGLE
002110*HAS 1+2+...+N STARS, THE PYRAMID N*N AND THE DIAMOND THE
002120*PYRAMID PLUS ITS MIRROR OF N-1 ROWS.
002130*-----------------------------------------------------------
002140 3000-BINTANG.
002150     IF LK-OPR < '1' OR LK-OPR > '3'
002160         GO TO 3000-EXIT
002170     END-IF.
002180     MOVE LK-ARG1 TO PH-BULAT.
002190     IF LK-ARG1 < 1 OR LK-ARG1 > 50 OR LK-ARG1 NOT = PH-BULAT
002200         GO TO 3000-EXIT
002210     END-IF.
002220     MOVE PH-BULAT TO PH-UKURAN.
002230     EVALUATE LK-OPR
002240         WHEN '1'
002250             COMPUTE PH-BINTANG =
002260                 (PH-UKURAN * (PH-UKURAN + 1)) / 2
002270             MOVE 'SEGITIGA' TO PH-BENTUK
002280         WHEN '2'
002290             COMPUTE PH-BINTANG = PH-UKURAN * PH-UKURAN
002300             MOVE 'PIRAMID' TO PH-BENTUK
002310         WHEN '3'
002320             COMPUTE PH-BINTANG = (PH-UKURAN * PH-UKURAN)
002330                 + ((PH-UKURAN - 1) * (PH-UKURAN - 1))
002340             MOVE 'BELAH KETUPAT' TO PH-BENTUK
002350     END-EVALUATE.
002360     STRING 'JUMLAH BINTANG / STARS ' DELIMITED BY SIZE
002370         PH-BENTUK DELIMITED BY '  '
002380         ' UKURAN=' PH-UKURAN DELIMITED BY SIZE
002390         INTO LK-TEKS.
002400     MOVE PH-BINTANG TO LK-KUNCI.
002410     MOVE 'Y' TO LK-HASIL.
002420 3000-EXIT.
002430     EXIT.
