000090*CAN NO LONGER BE REPRINTED.  THE ORIGINAL ISSUE LINE IS
000100*NEVER TOUCHED - THE REGISTER IS AN APPEND-ONLY TRAIL THE
000110*KWITRPT DAY REPORT READS BACK.
000113*A VOID ALSO REVERSES THE PAYMENT THE RECEIPT COVERED - SEE
000116*5000-CEK-BATAL.
000120*-----------------------------------------------------------
000130*MODIFICATION HISTORY
000140*DATE       INIT  DESCRIPTION
000150*09/02/2026 RSD   ORIGINAL.
000151*10/15/2026 RSD   A VOID NOW POSTS THE REVERSING ENTRY:
000152*THE AMOUNT COMES BACK OUT OF TAGMAST
000153*JUMLAH-BAYAR, THE CICMAST INSTALLMENTS
000154*IT PAID ARE REOPENED NEWEST FIRST, ANY
000155*KR= CREDIT PORTION COMES OFF KRDMAST,
000156*AND A NEGATIVE BAYARLOG LINE IS WRITTEN
000157*UNDER THE VOIDING OPERATOR.  A VOID
000158*AGAINST A CASHIER DAY ALREADY CLOSED ON
000159*SETLMST IS REFUSED UNLESS A SUPERVISOR
000160*APPROVES IT AS A NEXT-DAY ADJUSTMENT,
000161*DATED TODAY.
000162*10/15/2026 RSD   A REVERSAL WHOSE PAYMENT DAY HAS ALREADY
000163*GONE TO THE GENERAL LEDGER (GLCTL, SEE
000164*GLEXTR) IS DATED TODAY, SO IT REACHES
000165*THE LEDGER ON TODAY'S EXTRACT.
000166*10/15/2026 RSD   THE NEGATIVE BAYARLOG AMOUNT KEEPS ALL
000167*SEVEN WHOLE DIGITS - ITS SIGN MAY FALL IN
000168*COLUMN 27 - AND KR= CARRIES A TRAILING SIGN.
000169*-----------------------------------------------------------
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. KWITRPR.
000190 AUTHOR. RASYID.
000290     SELECT KWIT-FORM ASSIGN TO 'KWITANSI'
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-KW-FS.
000311     SELECT BAYAR-LOG ASSIGN TO 'BAYARLOG'
000312         ORGANIZATION IS LINE SEQUENTIAL
000313         FILE STATUS IS WS-LOG-FS.
000314     SELECT TAGIHAN-FILE ASSIGN TO 'TAGMAST'
000315         ORGANIZATION IS INDEXED
000316         ACCESS MODE IS DYNAMIC
000317         RECORD KEY IS TAGIHAN-KEY OF TAGIHAN-RECORD
000318         FILE STATUS IS WS-TFS.
000319     SELECT CICIL-FILE ASSIGN TO 'CICMAST'
000320         ORGANIZATION IS INDEXED
000321         ACCESS MODE IS DYNAMIC
000322         RECORD KEY IS CICIL-KEY OF CICIL-RECORD
000323         FILE STATUS IS WS-CFS.
000324     SELECT KREDIT-FILE ASSIGN TO 'KRDMAST'
000325         ORGANIZATION IS INDEXED
000326         ACCESS MODE IS DYNAMIC
000327         RECORD KEY IS NPM OF KREDIT-RECORD
000328         FILE STATUS IS WS-KRFS.
000329     SELECT SETL-FILE ASSIGN TO 'SETLMST'
000330         ORGANIZATION IS LINE SEQUENTIAL
000331         FILE STATUS IS WS-SETL-FS.
000332     SELECT OPER-SESS ASSIGN TO 'OPERSESS'
000333         ORGANIZATION IS LINE SEQUENTIAL
000334         FILE STATUS IS WS-SESS-FS.
000335     SELECT GL-CTL ASSIGN TO 'GLCTL'
000336         ORGANIZATION IS LINE SEQUENTIAL
000337         FILE STATUS IS WS-GLC-FS.
000338 DATA DIVISION.
000339 FILE SECTION.
000340 FD  KWIT-REG.
000350 01  KREG-LINE                   PIC X(50).
000360 FD  KWIT-FORM.
000370 01  KWIT-LINE                   PIC X(80).
000371 FD  BAYAR-LOG.
000372 01  BAYAR-LOG-LINE              PIC X(80).
000373 FD  TAGIHAN-FILE.
000374 01  TAGIHAN-RECORD.
000375         COPY TAGREC.
000376 FD  CICIL-FILE.
000377 01  CICIL-RECORD.
000378         COPY CICREC.
000379 FD  KREDIT-FILE.
000380 01  KREDIT-RECORD.
000381         COPY KRDREC.
000382 FD  SETL-FILE.
000383 01  SETL-LINE                   PIC X(60).
000384 FD  OPER-SESS.
000385 01  OPER-SESS-RECORD            PIC X(08).
000386 FD  GL-CTL.
000387 01  GLC-LINE                    PIC X(60).
000388 WORKING-STORAGE SECTION.
000390 01  WS-KREG-FS                  PIC X(02).
000400 01  WS-KW-FS                    PIC X(02).
000410 01  WS-EOF-SW                   PIC X(01).
000530 01  WS-SAVE-LINE                PIC X(50).
000540 01  WS-SYSDATE                  PIC 9(08).
000550 01  WS-RUN-DATE-DISP            PIC X(10).
000555 01  WS-NEG-KR-DISP              PIC Z(6)9.99-.
000560 01  WS-SUMMARY                  PIC X(60).
000561 01  WS-LOG-FS                   PIC X(02).
000562 01  WS-TFS                      PIC X(02).
000563 01  WS-CFS                      PIC X(02).
000564 01  WS-KRFS                     PIC X(02).
000565 01  WS-SETL-FS                  PIC X(02).
000566 01  WS-SESS-FS                  PIC X(02).
000567 01  WS-GLC-FS                   PIC X(02).
000568 01  WS-GL-SW                    PIC X(01).
000569         88  HARI-DI-GL                   VALUE 'Y'.
000570 01  WS-TAG-OPEN-SW              PIC X(01) VALUE 'N'.
000571         88  TAG-OPEN                     VALUE 'Y'.
000572 01  WS-CICIL-OPEN-SW            PIC X(01) VALUE 'N'.
000573         88  CICIL-OPEN                   VALUE 'Y'.
000574 01  WS-KREDIT-OPEN-SW           PIC X(01) VALUE 'N'.
000575         88  KREDIT-OPEN                  VALUE 'Y'.
000576 01  WS-CICIL-EOF-SW             PIC X(01).
000577         88  CICIL-EOF                    VALUE 'Y'.
000578 01  WS-LOG-SW                   PIC X(01).
000579         88  LOG-FOUND                    VALUE 'Y'.
000580 01  WS-TUTUP-SW                 PIC X(01).
000581         88  HARI-TUTUP                   VALUE 'Y'.
000582 01  WS-ALASAN                   PIC X(40).
000583 01  WS-LOG-SAVE                 PIC X(80).
000584 01  WS-OPER-ID                  PIC X(08).
000585 01  WS-SPV-ID                   PIC X(08).
000586 01  WS-SPV-HASIL                PIC X(01).
000587 01  WS-KASIR-ASAL               PIC X(08).
000588 01  WS-TGL-ASAL                 PIC X(10).
000589 01  WS-TGL-BALIK                PIC X(10).
000590 01  WS-NPM-WK                   PIC X(08).
000591 01  WS-SMT-WK                   PIC 9(02).
000592 01  WS-AMT-X                    PIC X(10).
000593 01  WS-AMT-WHOLE                PIC 9(07).
000594 01  WS-AMT-DEC                  PIC 9(02).
000595 01  WS-JUMLAH                   PIC 9(07)V99.
000596 01  WS-KREDIT-PORSI             PIC 9(07)V99.
000597 01  WS-TAG-PORSI                PIC 9(07)V99.
000598 01  WS-SISA-BALIK               PIC 9(07)V99.
000599 01  WS-AMBIL                    PIC 9(07)V99.
000600 01  WS-NEG-DISP                 PIC -(7)9.99.
000601 01  WS-NEG-CT                   PIC 9(02).
000602 01  WS-CIC-X                    PIC 9(02) COMP.
000603 01  WS-CIC-MAX                  PIC 9(02) COMP.
000604 01  WS-CIC-TABEL.
000605         05  WS-CIC-NO-T             PIC 9(02) OCCURS 24 TIMES.
000606 01  WS-EXC-FIELD                PIC X(15).
000607 01  WS-EXC-DETAIL               PIC X(50).
000608 01  WS-EXC-SEV                  PIC X(01).
000609*-----------------------------------------------------------
000610*0000-MAINLINE
000611*-----------------------------------------------------------
000612 PROCEDURE DIVISION.
000613 0000-MAINLINE.
000620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000630     PERFORM 2000-SATU-KWITANSI THRU 2000-EXIT
000640         UNTIL NOT ENTRI-LAGI.
000650     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000660*-----------------------------------------------------------
000670*1000-INITIALIZE  -  NO REGISTER, NOTHING TO REPRINT.  NO
000673*BILLING FILE, NOTHING A VOID COULD REVERSE - VOIDS ARE
000676*THEN REFUSED.  THE PLAN AND CREDIT FILES ARE OPTIONAL.
000680*-----------------------------------------------------------
000690 1000-INITIALIZE.
000700     OPEN INPUT KWIT-REG.
000730         STOP RUN
000740     END-IF.
000750     CLOSE KWIT-REG.
000751     OPEN I-O TAGIHAN-FILE.
000752     IF WS-TFS = '00'
000753         MOVE 'Y' TO WS-TAG-OPEN-SW
000754     END-IF.
000755     OPEN I-O CICIL-FILE.
000756     IF WS-CFS = '00'
000757         MOVE 'Y' TO WS-CICIL-OPEN-SW
000758     END-IF.
000759     OPEN I-O KREDIT-FILE.
000760     IF WS-KRFS = '00'
000761         MOVE 'Y' TO WS-KREDIT-OPEN-SW
000762     END-IF.
000763     PERFORM 1100-GET-OPERATOR THRU 1100-EXIT.
000764     ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
000770     MOVE SPACES TO WS-RUN-DATE-DISP.
000780     STRING WS-SYSDATE(1:4) '-' WS-SYSDATE(5:2)
000790         '-' WS-SYSDATE(7:2) DELIMITED BY SIZE
000830 1000-EXIT.
000840     EXIT.
000850*-----------------------------------------------------------
000851*1100-GET-OPERATOR  -  THE DRIVER SIGN-ON KEEPS THE CURRENT
000852*OPERATOR IN OPERSESS; A MISSING OR BLANK FILE STAMPS
000853*DASHES INSTEAD.
000854*-----------------------------------------------------------
000855 1100-GET-OPERATOR.
000856     MOVE '--------' TO WS-OPER-ID.
000857     OPEN INPUT OPER-SESS.
000858     IF WS-SESS-FS = '00'
000859         READ OPER-SESS
000860             AT END
000861                 CONTINUE
000862             NOT AT END
000863                 IF OPER-SESS-RECORD NOT = SPACES
000864                     MOVE OPER-SESS-RECORD TO WS-OPER-ID
000865                 END-IF
000866         END-READ
000867         CLOSE OPER-SESS
000868     END-IF.
000869 1100-EXIT.
000870     EXIT.
000871*-----------------------------------------------------------
000872*2000-SATU-KWITANSI  -  ONE NUMBER: FIND ITS LATEST STATE
000873*ON THE REGISTER, THEN REPRINT OR VOID.
000880*-----------------------------------------------------------
000890 2000-SATU-KWITANSI.
000900     DISPLAY 'NOMOR KWITANSI / RECEIPT NO (6 ANGKA) : '
001150             IF KWIT-VOIDED
001160                 DISPLAY 'SUDAH VOID / ALREADY VOIDED'
001170             ELSE
001180                 PERFORM 5000-CEK-BATAL THRU 5000-EXIT
001190                 IF WS-ALASAN = SPACES
001191                     PERFORM 5500-POST-BALIK THRU 5500-EXIT
001192                     PERFORM 4000-TANDAI THRU 4000-EXIT
001193                     DISPLAY 'NOMOR DIVOID / NUMBER VOIDED'
001194                     DISPLAY 'PEMBAYARAN DIBALIK / PAYMENT '
001195                         'REVERSED'
001196                 ELSE
001197                     PERFORM 5900-TOLAK THRU 5900-EXIT
001198                 END-IF
001200             END-IF
001210         WHEN OTHER
001220             DISPLAY 'PILIH C ATAU V / ANSWER C OR V'
002270 4000-EXIT.
002280     EXIT.
002290*-----------------------------------------------------------
002300*5000-CEK-BATAL  -  BEFORE A VOID: FIND THE BAYARLOG LINE
002310*THE RECEIPT WAS ISSUED ON (AMOUNT, CREDIT PORTION, CASHIER
002320*AND DATE), CHECK THE BILLING RECORD AND ANY CREDIT CAN
002330*STILL TAKE THE REVERSAL, THEN THE SETLMST CLOSE.  THE
002340*FIRST FAILING CHECK GOES TO WS-ALASAN; BLANK MEANS GO.
002350*THE REVERSAL IS DATED THE ORIGINAL PAYMENT DAY, SO IT
002360*NETS IN THAT DAY'S SETTLEMENT; ONCE THE DAY IS CLOSED FOR
002370*THE CASHIER WHO TOOK IT OR THE OPERATOR VOIDING IT, ONLY
002380*A SUPERVISOR CAN LET IT THROUGH, DATED TODAY.
002390*-----------------------------------------------------------
002400 5000-CEK-BATAL.
002410     MOVE SPACES TO WS-ALASAN.
002420     IF NOT TAG-OPEN
002430         MOVE 'NO TAGMAST FILE' TO WS-ALASAN
002440         GO TO 5000-EXIT
002450     END-IF.
002460     PERFORM 5100-CARI-LOG THRU 5100-EXIT.
002470     IF NOT LOG-FOUND
002480         MOVE 'NO BAYARLOG LINE FOR RECEIPT' TO WS-ALASAN
002490         GO TO 5000-EXIT
002500     END-IF.
002510     MOVE WS-LOG-SAVE(1:10) TO WS-TGL-ASAL.
002520     MOVE WS-LOG-SAVE(12:8) TO WS-NPM-WK.
002530     MOVE WS-LOG-SAVE(25:2) TO WS-SMT-WK.
002540     MOVE WS-LOG-SAVE(52:8) TO WS-KASIR-ASAL.
002550     MOVE WS-LOG-SAVE(28:10) TO WS-AMT-X.
002560     PERFORM 5150-AMBIL-JUMLAH THRU 5150-EXIT.
002570     MOVE WS-AMBIL TO WS-JUMLAH.
002580     MOVE ZERO TO WS-KREDIT-PORSI.
002590     IF WS-LOG-SAVE(60:4) = ' KR='
002600         MOVE WS-LOG-SAVE(64:10) TO WS-AMT-X
002610         PERFORM 5150-AMBIL-JUMLAH THRU 5150-EXIT
002620         MOVE WS-AMBIL TO WS-KREDIT-PORSI
002630     END-IF.
002640     COMPUTE WS-TAG-PORSI = WS-JUMLAH - WS-KREDIT-PORSI.
002650     MOVE WS-NPM-WK TO NPM OF TAGIHAN-RECORD.
002660     MOVE WS-SMT-WK TO SEMESTER-TAG OF TAGIHAN-RECORD.
002670     READ TAGIHAN-FILE
002680         INVALID KEY
002690             MOVE 'NO TAGMAST RECORD' TO WS-ALASAN
002700             GO TO 5000-EXIT
002710     END-READ.
002720     IF JUMLAH-BAYAR OF TAGIHAN-RECORD < WS-TAG-PORSI
002730         MOVE 'PAID TOTAL BELOW RECEIPT' TO WS-ALASAN
002740         GO TO 5000-EXIT
002750     END-IF.
002760     IF WS-KREDIT-PORSI > ZERO
002770         IF NOT KREDIT-OPEN
002780             MOVE 'NO KRDMAST FILE' TO WS-ALASAN
002790             GO TO 5000-EXIT
002800         END-IF
002810         MOVE WS-NPM-WK TO NPM OF KREDIT-RECORD
002820         READ KREDIT-FILE
002830             INVALID KEY
002840                 MOVE 'CREDIT USED OR REFUNDED' TO WS-ALASAN
002850                 GO TO 5000-EXIT
002860         END-READ
002870         IF SALDO-KREDIT OF KREDIT-RECORD < WS-KREDIT-PORSI
002880             MOVE 'CREDIT USED OR REFUNDED' TO WS-ALASAN
002890             GO TO 5000-EXIT
002900         END-IF
002910     END-IF.
002920     MOVE WS-TGL-ASAL TO WS-TGL-BALIK.
002930     PERFORM 5200-CEK-SETL THRU 5200-EXIT.
002940     IF NOT HARI-TUTUP
002950         PERFORM 5300-CEK-GL THRU 5300-EXIT
002960         GO TO 5000-EXIT
002970     END-IF.
002980     DISPLAY 'HARI KASIR ' WS-TGL-ASAL ' SUDAH DITUTUP / '
002990         'CASHIER DAY ALREADY SETTLED'.
003000     DISPLAY 'PENYESUAIAN HARI BERIKUT PERLU SUPERVISOR / '
003010         'NEXT-DAY ADJUSTMENT NEEDS A SUPERVISOR'.
003020     CALL 'SPVCEK' USING WS-OPER-ID WS-SPV-ID WS-SPV-HASIL.
003030     IF WS-SPV-HASIL NOT = 'Y'
003040         MOVE 'DAY SETTLED, NO APPROVAL' TO WS-ALASAN
003050         GO TO 5000-EXIT
003060     END-IF.
003070     MOVE WS-RUN-DATE-DISP TO WS-TGL-BALIK.
003080     MOVE SPACES TO WS-SUMMARY.
003090     STRING 'ADJUST KW=' WS-NO-IN
003100         ' DAY=' WS-TGL-ASAL
003110         ' SPV=' WS-SPV-ID
003120         DELIMITED BY SIZE INTO WS-SUMMARY.
003130     CALL 'AUDITLOG' USING 'KWITRPR   ' 'ADJ  ' WS-SUMMARY.
003140 5000-EXIT.
003150     EXIT.
003160*-----------------------------------------------------------
003170*5100-CARI-LOG  -  THE RECEIPT'S OWN PAYMENT LINE: ITS
003180*NUMBER IN 42-47 AFTER ' KW ', AMOUNT NOT NEGATIVE (A
003190*NEGATIVE LINE IS AN EARLIER REVERSAL).
003200*-----------------------------------------------------------
003210 5100-CARI-LOG.
003220     MOVE 'N' TO WS-LOG-SW.
003230     OPEN INPUT BAYAR-LOG.
003240     IF WS-LOG-FS NOT = '00'
003250         GO TO 5100-EXIT
003260     END-IF.
003270     MOVE 'N' TO WS-EOF-SW.
003280     PERFORM 5120-SATU-LOG THRU 5120-EXIT
003290         UNTIL REG-EOF OR LOG-FOUND.
003300     CLOSE BAYAR-LOG.
003310 5100-EXIT.
003320     EXIT.
003330 5120-SATU-LOG.
003340     READ BAYAR-LOG
003350         AT END
003360             SET REG-EOF TO TRUE
003370             GO TO 5120-EXIT
003380     END-READ.
003390     IF BAYAR-LOG-LINE(38:4) = ' KW '
003400         AND BAYAR-LOG-LINE(42:6) = WS-NO-IN
003410         MOVE BAYAR-LOG-LINE(28:10) TO WS-AMT-X
003420         MOVE ZERO TO WS-NEG-CT
003430         INSPECT WS-AMT-X TALLYING WS-NEG-CT FOR ALL '-'
003432         IF BAYAR-LOG-LINE(27:1) = '-'
003434             ADD 1 TO WS-NEG-CT
003436         END-IF
003440         IF WS-NEG-CT = ZERO
003450             MOVE BAYAR-LOG-LINE TO WS-LOG-SAVE
003460             MOVE 'Y' TO WS-LOG-SW
003470         END-IF
003480     END-IF.
003490 5120-EXIT.
003500     EXIT.
003510*-----------------------------------------------------------
003520*5150-AMBIL-JUMLAH  -  A Z(6)9.99 LOG AMOUNT IN WS-AMT-X
003530*BACK TO A NUMBER IN WS-AMBIL, AS SETTLE READS IT.
003540*-----------------------------------------------------------
003550 5150-AMBIL-JUMLAH.
003560     INSPECT WS-AMT-X REPLACING LEADING SPACES BY ZEROS.
003570     MOVE ZERO TO WS-AMBIL.
003580     IF WS-AMT-X(1:7) NUMERIC AND WS-AMT-X(9:2) NUMERIC
003590         MOVE WS-AMT-X(1:7) TO WS-AMT-WHOLE
003600         MOVE WS-AMT-X(9:2) TO WS-AMT-DEC
003610         COMPUTE WS-AMBIL = WS-AMT-WHOLE + WS-AMT-DEC / 100
003620     END-IF.
003630 5150-EXIT.
003640     EXIT.
003650*-----------------------------------------------------------
003660*5200-CEK-SETL  -  IS THE PAYMENT DAY ON SETLMST FOR THE
003670*CASHIER WHO TOOK IT OR FOR THE OPERATOR VOIDING IT?
003680*-----------------------------------------------------------
003690 5200-CEK-SETL.
003700     MOVE 'N' TO WS-TUTUP-SW.
003710     OPEN INPUT SETL-FILE.
003720     IF WS-SETL-FS NOT = '00'
003730         GO TO 5200-EXIT
003740     END-IF.
003750     MOVE 'N' TO WS-EOF-SW.
003760     PERFORM 5250-SATU-SETL THRU 5250-EXIT
003770         UNTIL REG-EOF OR HARI-TUTUP.
003780     CLOSE SETL-FILE.
003790 5200-EXIT.
003800     EXIT.
003810 5250-SATU-SETL.
003820     READ SETL-FILE
003830         AT END
003840             SET REG-EOF TO TRUE
003850             GO TO 5250-EXIT
003860     END-READ.
003870     IF SETL-LINE(1:10) = WS-TGL-ASAL
003880         AND (SETL-LINE(12:8) = WS-KASIR-ASAL
003890             OR SETL-LINE(12:8) = WS-OPER-ID)
003900         MOVE 'Y' TO WS-TUTUP-SW
003910     END-IF.
003920 5250-EXIT.
003930     EXIT.
003940*-----------------------------------------------------------
003950*5300-CEK-GL  -  AN OPEN DAY THE LEDGER EXTRACT HAS ALREADY
003960*TAKEN: BACK-DATING THE REVERSAL WOULD KEEP IT OUT OF THE
003970*LEDGER, SO IT IS DATED TODAY INSTEAD.
003980*-----------------------------------------------------------
003990 5300-CEK-GL.
004000     MOVE 'N' TO WS-GL-SW.
004010     OPEN INPUT GL-CTL.
004020     IF WS-GLC-FS NOT = '00'
004030         GO TO 5300-EXIT
004040     END-IF.
004050     MOVE 'N' TO WS-EOF-SW.
004060     PERFORM 5350-SATU-GL THRU 5350-EXIT
004070         UNTIL REG-EOF OR HARI-DI-GL.
004080     CLOSE GL-CTL.
004090     IF HARI-DI-GL
004100         MOVE WS-RUN-DATE-DISP TO WS-TGL-BALIK
004110         DISPLAY 'HARI ' WS-TGL-ASAL ' SUDAH DI BUKU BESAR / '
004120             'ALREADY IN THE LEDGER - REVERSAL DATED TODAY'
004130     END-IF.
004140 5300-EXIT.
004150     EXIT.
004160 5350-SATU-GL.
004170     READ GL-CTL
004180         AT END
004190             SET REG-EOF TO TRUE
004200             GO TO 5350-EXIT
004210     END-READ.
004220     IF GLC-LINE(1:10) = WS-TGL-ASAL
004230         MOVE 'Y' TO WS-GL-SW
004240     END-IF.
004250 5350-EXIT.
004260     EXIT.
004270*-----------------------------------------------------------
004280*5500-POST-BALIK  -  THE REVERSING ENTRY: BILLING, PLAN,
004290*CREDIT, THEN THE NEGATIVE BAYARLOG LINE.
004300*-----------------------------------------------------------
004310 5500-POST-BALIK.
004320     SUBTRACT WS-TAG-PORSI FROM JUMLAH-BAYAR OF TAGIHAN-RECORD.
004330     REWRITE TAGIHAN-RECORD.
004340     IF CICIL-OPEN AND WS-TAG-PORSI > ZERO
004350         PERFORM 5600-BUKA-CICIL THRU 5600-EXIT
004360     END-IF.
004370     IF WS-KREDIT-PORSI > ZERO
004380         SUBTRACT WS-KREDIT-PORSI
004390             FROM SALDO-KREDIT OF KREDIT-RECORD
004400         MOVE WS-RUN-DATE-DISP TO TGL-KREDIT OF KREDIT-RECORD
004410         REWRITE KREDIT-RECORD
004420     END-IF.
004430     PERFORM 5700-WRITE-LOG THRU 5700-EXIT.
004440 5500-EXIT.
004450     EXIT.
004460*-----------------------------------------------------------
004470*5600-BUKA-CICIL  -  TAKE THE AMOUNT BACK OFF THE PLAN,
004480*NEWEST PAID INSTALLMENT FIRST (THE REVERSE OF BAYAR'S
004490*OLDEST-FIRST).  THE PLAN'S NUMBERS ARE COLLECTED FORWARD
004500*THEN WORKED BACKWARD.  A REOPENED INSTALLMENT WHOSE DUE
004510*DATE HAD ALREADY PASSED ON THE PAYMENT DAY GOES BACK AS L,
004520*SO DENDA DOES NOT CHARGE ITS LATE FEE A SECOND TIME.
004530*-----------------------------------------------------------
004540 5600-BUKA-CICIL.
004550     MOVE WS-TAG-PORSI TO WS-SISA-BALIK.
004560     MOVE ZERO TO WS-CIC-MAX.
004570     MOVE 'N' TO WS-CICIL-EOF-SW.
004580     MOVE WS-NPM-WK TO NPM OF CICIL-RECORD.
004590     MOVE WS-SMT-WK TO SEMESTER-CIC OF CICIL-RECORD.
004600     MOVE ZERO TO CICIL-NO OF CICIL-RECORD.
004610     START CICIL-FILE KEY NOT < CICIL-KEY OF CICIL-RECORD
004620         INVALID KEY
004630             SET CICIL-EOF TO TRUE
004640     END-START.
004650     PERFORM 5620-KUMPUL-CICIL THRU 5620-EXIT
004660         UNTIL CICIL-EOF.
004670     IF WS-CIC-MAX > ZERO
004680         PERFORM 5650-BALIK-CICIL THRU 5650-EXIT
004690             VARYING WS-CIC-X FROM WS-CIC-MAX BY -1
004700             UNTIL WS-CIC-X < 1 OR WS-SISA-BALIK = ZERO
004710     END-IF.
004720 5600-EXIT.
004730     EXIT.
004740 5620-KUMPUL-CICIL.
004750     READ CICIL-FILE NEXT RECORD
004760         AT END
004770             SET CICIL-EOF TO TRUE
004780             GO TO 5620-EXIT
004790     END-READ.
004800     IF NPM OF CICIL-RECORD NOT = WS-NPM-WK
004810         OR SEMESTER-CIC OF CICIL-RECORD NOT = WS-SMT-WK
004820         OR WS-CIC-MAX NOT < 24
004830         SET CICIL-EOF TO TRUE
004840         GO TO 5620-EXIT
004850     END-IF.
004860     ADD 1 TO WS-CIC-MAX.
004870     MOVE CICIL-NO OF CICIL-RECORD TO WS-CIC-NO-T(WS-CIC-MAX).
004880 5620-EXIT.
004890     EXIT.
004900 5650-BALIK-CICIL.
004910     MOVE WS-NPM-WK TO NPM OF CICIL-RECORD.
004920     MOVE WS-SMT-WK TO SEMESTER-CIC OF CICIL-RECORD.
004930     MOVE WS-CIC-NO-T(WS-CIC-X) TO CICIL-NO OF CICIL-RECORD.
004940     READ CICIL-FILE
004950         INVALID KEY
004960             GO TO 5650-EXIT
004970     END-READ.
004980     IF BAYAR-CICIL OF CICIL-RECORD = ZERO
004990         GO TO 5650-EXIT
005000     END-IF.
005010     MOVE BAYAR-CICIL OF CICIL-RECORD TO WS-AMBIL.
005020     IF WS-AMBIL > WS-SISA-BALIK
005030         MOVE WS-SISA-BALIK TO WS-AMBIL
005040     END-IF.
005050     SUBTRACT WS-AMBIL FROM BAYAR-CICIL OF CICIL-RECORD.
005060     SUBTRACT WS-AMBIL FROM WS-SISA-BALIK.
005070     IF BAYAR-CICIL OF CICIL-RECORD
005080         < JUMLAH-CICIL OF CICIL-RECORD
005090         IF TGL-JATUH OF CICIL-RECORD < WS-TGL-ASAL
005100             MOVE 'L' TO STATUS-CIC OF CICIL-RECORD
005110         ELSE
005120             MOVE 'O' TO STATUS-CIC OF CICIL-RECORD
005130         END-IF
005140     END-IF.
005150     REWRITE CICIL-RECORD.
005160 5650-EXIT.
005170     EXIT.
005180*-----------------------------------------------------------
005190*5700-WRITE-LOG  -  THE NEGATIVE BAYARLOG LINE, SAME FIXED
005200*COLUMNS AS BAYAR'S, UNDER THE VOIDING OPERATOR, WITH THE
005210*CREDIT PORTION NEGATIVE IN KR= WHEN THERE WAS ONE.  THE
005212*AMOUNT'S SIGN FLOATS INTO THE SPACE AT COLUMN 27 WHEN IT
005214*HAS SEVEN WHOLE DIGITS; THE KR= SIGN TRAILS IN COLUMN 74.
005220*-----------------------------------------------------------
005230 5700-WRITE-LOG.
005240     OPEN EXTEND BAYAR-LOG.
005250     IF WS-LOG-FS = '35'
005260         OPEN OUTPUT BAYAR-LOG
005270         CLOSE BAYAR-LOG
005280         OPEN EXTEND BAYAR-LOG
005290     END-IF.
005300     COMPUTE WS-NEG-DISP = ZERO - WS-JUMLAH.
005310     MOVE SPACES TO BAYAR-LOG-LINE.
005320     STRING WS-TGL-BALIK
005330         ' ' WS-NPM-WK
005340         ' SMT ' WS-SMT-WK
005350         WS-NEG-DISP
005360         ' KW ' WS-NO-IN
005370         ' OP=' WS-OPER-ID
005380         DELIMITED BY SIZE INTO BAYAR-LOG-LINE.
005390     IF WS-KREDIT-PORSI > ZERO
005400         COMPUTE WS-NEG-KR-DISP = ZERO - WS-KREDIT-PORSI
005410         MOVE ' KR=' TO BAYAR-LOG-LINE(60:4)
005420         MOVE WS-NEG-KR-DISP TO BAYAR-LOG-LINE(64:11)
005430     END-IF.
005440     WRITE BAYAR-LOG-LINE.
005450     CLOSE BAYAR-LOG.
005460 5700-EXIT.
005470     EXIT.
005480*-----------------------------------------------------------
005490*5900-TOLAK  -  A REFUSED VOID CHANGES NOTHING; THE REASON
005500*GOES TO THE SCREEN, THE EXCEPTION REPORT AND THE TRAIL.
005510*-----------------------------------------------------------
005520 5900-TOLAK.
005530     DISPLAY 'VOID DITOLAK / VOID REFUSED: ' WS-ALASAN.
005540     MOVE 'KWITANSI' TO WS-EXC-FIELD.
005550     MOVE SPACES TO WS-EXC-DETAIL.
005560     STRING 'VOID KW ' WS-NO-IN ' ' WS-ALASAN
005570         DELIMITED BY SIZE INTO WS-EXC-DETAIL.
005580     MOVE 'W' TO WS-EXC-SEV.
005590     CALL 'EXCPRPT' USING 'KWITRPR   '
005600         WS-EXC-FIELD WS-EXC-DETAIL WS-EXC-SEV.
005610     MOVE SPACES TO WS-SUMMARY.
005620     STRING 'VOID REFUSED KW=' WS-NO-IN ' ' WS-ALASAN
005630         DELIMITED BY SIZE INTO WS-SUMMARY.
005640     CALL 'AUDITLOG' USING 'KWITRPR   ' 'DENY ' WS-SUMMARY.
005650 5900-EXIT.
005660     EXIT.
005670*-----------------------------------------------------------
005680*9000-TERMINATE
005690*-----------------------------------------------------------
005700 9000-TERMINATE.
005710     IF TAG-OPEN
005720         CLOSE TAGIHAN-FILE
005730     END-IF.
005740     IF CICIL-OPEN
005750         CLOSE CICIL-FILE
005760     END-IF.
005770     IF KREDIT-OPEN
005780         CLOSE KREDIT-FILE
005790     END-IF.
005800     DISPLAY 'PROGRAM SELESAI / PROGRAM FINISHED'.
005810     MOVE 'SESSION ENDED' TO WS-SUMMARY.
005820     CALL 'AUDITLOG' USING 'KWITRPR   ' 'END  ' WS-SUMMARY.
005830     GOBACK.
005840 9000-EXIT.
005850     EXIT.
