000090*TOTAL, THE PAYMENT DATE IS STAMPED ON THE RECORD, AND ONE
000100*JOURNAL LINE PER PAYMENT IS APPENDED TO BAYARLOG SO
000110*FINANCE CAN TIE THE FILE BACK TO THE RECEIPT BOOK.
000113*THE RECEIPT IS ALSO QUEUED TO THE STUDENT BY SMS AND EMAIL
000116*THROUGH NTFKIRIM (TEMPLATE KWIT).
000120*-----------------------------------------------------------
000130*MODIFICATION HISTORY
000140*DATE       INIT  DESCRIPTION
000330*FILE (DASHES WHEN NOT SIGNED ON), SO THE
000340*SETTLE END-OF-DAY CLOSE CAN TOTAL THE
000350*DAY PER CASHIER.
000351*10/15/2026 RSD   A PAYMENT LARGER THAN THE SISA TAGIHAN NO
000352*LONGER PUSHES JUMLAH-BAYAR PAST THE
000353*ASSESSMENT - THE EXCESS GOES TO THE
000354*STUDENT'S KRDMAST CREDIT BALANCE, IS
000355*SHOWN ON THE RECEIPT AND CARRIED ON THE
000356*BAYARLOG LINE AS KR=<AMOUNT>.
000357*10/15/2026 RSD   THE RECEIPT IS ALSO QUEUED AS SMS / EMAIL
000358*THROUGH NTFKIRIM.
000360*-----------------------------------------------------------
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. BAYAR.
000700     SELECT OPER-SESS ASSIGN TO 'OPERSESS'
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-SESS-FS.
000721     SELECT KREDIT-FILE ASSIGN TO 'KRDMAST'
000722         ORGANIZATION IS INDEXED
000723         ACCESS MODE IS DYNAMIC
000724         RECORD KEY IS NPM OF KREDIT-RECORD
000725         FILE STATUS IS WS-KRFS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  MHS-FILE.
000890 01  KREG-LINE                   PIC X(50).
000900 FD  OPER-SESS.
000910 01  OPER-SESS-RECORD            PIC X(08).
000912 FD  KREDIT-FILE.
000914 01  KREDIT-RECORD.
000916         COPY KRDREC.
000920 WORKING-STORAGE SECTION.
000930 01  WS-FS                       PIC X(02).
000940 01  WS-TFS                      PIC X(02).
001270 01  WS-OPER-ID                  PIC X(08).
001280 01  WS-SISA                     PIC S9(07)V99.
001290 01  WS-SISA-DISP                PIC -(6)9.99.
001292 01  WS-KRFS                     PIC X(02).
001294 01  WS-BAYAR-TAG                PIC 9(07)V99.
001296 01  WS-LEBIH                    PIC 9(07)V99.
001298 01  WS-LEBIH-DISP               PIC Z(6)9.99.
001300 01  WS-SYSDATE                  PIC 9(08).
001310 01  WS-RUN-DATE-DISP            PIC X(10).
001320 01  WS-SUMMARY                  PIC X(60).
001330 01  WS-EXC-FIELD                PIC X(15).
001340 01  WS-EXC-DETAIL               PIC X(50).
001350 01  WS-EXC-SEV                  PIC X(01).
001352 01  WS-NTF-JUMLAH               PIC 9(01).
001354 01  WS-NTF-VAR1                 PIC X(40).
001356 01  WS-NTF-VAR2                 PIC X(40).
001358 01  WS-NTF-VAR3                 PIC X(40).
001360*-----------------------------------------------------------
001370*0000-MAINLINE
001380*-----------------------------------------------------------
001640     ELSE
001650         MOVE 'N' TO WS-CICIL-OPEN-SW
001660     END-IF.
001661     OPEN I-O KREDIT-FILE.
001662     IF WS-KRFS = '35'
001663         OPEN OUTPUT KREDIT-FILE
001664         CLOSE KREDIT-FILE
001665         OPEN I-O KREDIT-FILE
001666     END-IF.
001670     PERFORM 1100-GET-OPERATOR THRU 1100-EXIT.
001680     ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
001690     MOVE SPACES TO WS-RUN-DATE-DISP.
002760     DISPLAY 'SISA TAGIHAN / BALANCE DUE : ' WS-SISA-DISP.
002770     SET FIELD-BAD TO TRUE.
002780     PERFORM 2350-GET-AMOUNT THRU 2350-EXIT UNTIL FIELD-OK.
002785     PERFORM 2380-PISAH-LEBIH THRU 2380-EXIT.
002790 2300-EXIT.
002800     EXIT.
002810*-----------------------------------------------------------
003130 2350-EXIT.
003140     EXIT.
003150*-----------------------------------------------------------
003151*2380-PISAH-LEBIH  -  SPLIT THE AMOUNT: UP TO THE SISA
003152*TAGIHAN PAYS THE ASSESSMENT, ANYTHING OVER IT (ALL OF IT
003153*WHEN NOTHING IS OWED) BECOMES CREDIT ON KRDMAST.
003154*-----------------------------------------------------------
003155 2380-PISAH-LEBIH.
003156     MOVE ZERO TO WS-LEBIH.
003157     MOVE WS-BAYAR-IN TO WS-BAYAR-TAG.
003158     IF WS-SISA NOT > ZERO
003159         MOVE WS-BAYAR-IN TO WS-LEBIH
003160         MOVE ZERO TO WS-BAYAR-TAG
003161     ELSE
003162         IF WS-BAYAR-IN > WS-SISA
003163             COMPUTE WS-LEBIH = WS-BAYAR-IN - WS-SISA
003164             MOVE WS-SISA TO WS-BAYAR-TAG
003165         END-IF
003166     END-IF.
003167     IF WS-LEBIH > ZERO
003168         MOVE WS-LEBIH TO WS-LEBIH-DISP
003169         DISPLAY 'KELEBIHAN BAYAR / OVERPAYMENT : ' WS-LEBIH-DISP
003170         DISPLAY 'MASUK SALDO KREDIT / POSTED TO CREDIT BALANCE'
003171     END-IF.
003172 2380-EXIT.
003173     EXIT.
003174*-----------------------------------------------------------
003175*2400-POST-PAYMENT  -  ADD TO THE PAID TOTAL, STAMP THE
003176*DATE, CREDIT ANY EXCESS, JOURNAL THE PAYMENT.  THE
003177*RECEIPT, BAYARLOG AND KWITREG CARRY THE FULL AMOUNT
003178*TAKEN AT THE DESK.
003180*-----------------------------------------------------------
003190 2400-POST-PAYMENT.
003200     ADD WS-BAYAR-TAG TO JUMLAH-BAYAR OF TAGIHAN-RECORD.
003210     MOVE WS-RUN-DATE-DISP TO TGL-BAYAR OF TAGIHAN-RECORD.
003220     REWRITE TAGIHAN-RECORD.
003230     IF CICIL-OPEN AND WS-BAYAR-TAG > ZERO
003240         PERFORM 2450-POST-CICILAN THRU 2450-EXIT
003250     END-IF.
003252     IF WS-LEBIH > ZERO
003254         PERFORM 2480-POST-KREDIT THRU 2480-EXIT
003256     END-IF.
003260     MOVE WS-BAYAR-IN TO WS-BAYAR-DISP.
003270     DISPLAY 'PEMBAYARAN DICATAT / PAYMENT RECORDED: '
003280         WS-BAYAR-DISP.
003310     PERFORM 2500-WRITE-LOG THRU 2500-EXIT.
003320     PERFORM 2600-CETAK-KWITANSI THRU 2600-EXIT.
003330     PERFORM 2700-WRITE-KWITREG THRU 2700-EXIT.
003335     PERFORM 2800-KIRIM-NOTIF THRU 2800-EXIT.
003340     MOVE SPACES TO WS-SUMMARY.
003350     STRING 'PAYMENT NPM=' WS-NPM-IN
003360         ' SMT=' WS-SEMESTER
003460*GOES TO STATUS P, LATE OR NOT.  NO PLAN, NOTHING TO DO.
003470*-----------------------------------------------------------
003480 2450-POST-CICILAN.
003490     MOVE WS-BAYAR-TAG TO WS-APPLY.
003500     MOVE 'N' TO WS-CICIL-EOF-SW.
003510     MOVE WS-NPM-IN TO NPM OF CICIL-RECORD.
003520     MOVE WS-SEMESTER TO SEMESTER-CIC OF CICIL-RECORD.
003880     REWRITE CICIL-RECORD.
003890 2460-EXIT.
003900     EXIT.
003901*-----------------------------------------------------------
003902*2480-POST-KREDIT  -  THE EXCESS ONTO THE STUDENT'S CREDIT
003903*BALANCE, THE RECORD ADDED ON THE FIRST OVERPAYMENT.
003904*-----------------------------------------------------------
003905 2480-POST-KREDIT.
003906     MOVE WS-NPM-IN TO NPM OF KREDIT-RECORD.
003907     READ KREDIT-FILE
003908         INVALID KEY
003909             MOVE WS-NPM-IN TO NPM OF KREDIT-RECORD
003910             MOVE WS-LEBIH TO SALDO-KREDIT OF KREDIT-RECORD
003911             MOVE WS-RUN-DATE-DISP TO TGL-KREDIT OF KREDIT-RECORD
003912             WRITE KREDIT-RECORD
003913             GO TO 2480-EXIT
003914     END-READ.
003915     ADD WS-LEBIH TO SALDO-KREDIT OF KREDIT-RECORD.
003916     MOVE WS-RUN-DATE-DISP TO TGL-KREDIT OF KREDIT-RECORD.
003917     REWRITE KREDIT-RECORD.
003918 2480-EXIT.
003919     EXIT.
003920 2500-WRITE-LOG.
003921     OPEN EXTEND BAYAR-LOG.
003930     IF WS-LOG-FS = '35'
003940         OPEN OUTPUT BAYAR-LOG
003950         CLOSE BAYAR-LOG
004030         ' KW ' WS-KWIT-NO
004040         ' OP=' WS-OPER-ID
004050         DELIMITED BY SIZE INTO BAYAR-LOG-LINE.
004052     IF WS-LEBIH > ZERO
004054         MOVE ' KR=' TO BAYAR-LOG-LINE(60:4)
004056         MOVE WS-LEBIH-DISP TO BAYAR-LOG-LINE(64:10)
004058     END-IF.
004060     WRITE BAYAR-LOG-LINE.
004070     CLOSE BAYAR-LOG.
004080 2500-EXIT.
004450     STRING 'SISA TAGIHAN / BALANCE : ' WS-SISA-DISP
004460         DELIMITED BY SIZE INTO KWIT-LINE.
004470     WRITE KWIT-LINE.
004471     IF WS-LEBIH > ZERO
004472         MOVE SPACES TO KWIT-LINE
004473         STRING 'KELEBIHAN KE SALDO KREDIT / TO CREDIT : '
004474             WS-LEBIH-DISP
004475             DELIMITED BY SIZE INTO KWIT-LINE
004476         WRITE KWIT-LINE
004477     END-IF.
004480     MOVE ALL '=' TO KWIT-LINE.
004490     WRITE KWIT-LINE.
004500     CLOSE KWIT-FORM.
004750 2700-EXIT.
004760     EXIT.
004770*-----------------------------------------------------------
004771*2800-KIRIM-NOTIF  -  THE RECEIPT TO THE STUDENT'S PHONE AND
004772*EMAIL: TEMPLATE KWIT WITH THE RECEIPT NUMBER, THE AMOUNT AND
004773*THE BALANCE LEFT (AS PRINTED ON THE RECEIPT).
004774*-----------------------------------------------------------
004775 2800-KIRIM-NOTIF.
004776     MOVE WS-KWIT-NO TO WS-NTF-VAR1.
004777     MOVE WS-BAYAR-DISP TO WS-NTF-VAR2.
004778     MOVE WS-SISA-DISP TO WS-NTF-VAR3.
004779     CALL 'NTFKIRIM' USING 'BAYAR     ' WS-NPM-IN
004780         'B' 'KWIT' WS-NTF-VAR1 WS-NTF-VAR2 WS-NTF-VAR3
004781         WS-NTF-JUMLAH.
004782     IF WS-NTF-JUMLAH > ZERO
004783         DISPLAY 'KWITANSI DIKIRIM KE HP / EMAIL MAHASISWA - '
004784             'RECEIPT QUEUED TO STUDENT PHONE / EMAIL'
004785     END-IF.
004786 2800-EXIT.
004787     EXIT.
004788*-----------------------------------------------------------
004789*9000-TERMINATE
004790*-----------------------------------------------------------
004800 9000-TERMINATE.
004810     CLOSE MHS-FILE.
004830     IF CICIL-OPEN
004840         CLOSE CICIL-FILE
004850     END-IF.
004855     CLOSE KREDIT-FILE.
004860     DISPLAY 'PROGRAM SELESAI / PROGRAM FINISHED'.
004870     MOVE 'SESSION ENDED' TO WS-SUMMARY.
004880     CALL 'AUDITLOG' USING 'BAYAR     ' 'END  ' WS-SUMMARY.
