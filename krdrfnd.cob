000010*-----------------------------------------------------------
000020*KRDRFND  -  CREDIT BALANCE REFUND VOUCHERS
000030*-----------------------------------------------------------
000040*PAYS BACK A STUDENT'S CREDIT BALANCE (SALDO KREDIT) - THE
000050*OVERPAYMENT BAYAR PUT ON KRDMAST - ON A NUMBERED REFUND
000060*VOUCHER.  THE CASHIER KEYS THE NPM AND THE AMOUNT (NEVER
000070*MORE THAN THE BALANCE); A SUPERVISOR OTHER THAN THE
000080*CASHIER MUST APPROVE AT THE TERMINAL THROUGH SPVCEK
000090*BEFORE ANYTHING MOVES.  AN APPROVED REFUND TAKES THE NEXT
000100*NUMBER FROM THE RFNDSEQ COUNTER (GAP-FREE - THE NUMBER IS
000110*ONLY TAKEN ONCE THE REFUND IS APPROVED), COMES OFF THE
000120*BALANCE, PRINTS A VOUCHER ON RFNDVCH FOR THE CASHIER TO
000130*PAY OUT AGAINST, AND GOES ON THE RFNDREG REFUND REGISTER -
000140*VOUCHER NO (1:6), DATE (8:10), NPM (19:8), AMOUNT (28:10),
000150*CASHIER (39:8), APPROVING SUPERVISOR (48:8).
000160*-----------------------------------------------------------
000170*MODIFICATION HISTORY
000180*DATE       INIT  DESCRIPTION
000190*10/15/2026 RSD   ORIGINAL.
000200*-----------------------------------------------------------
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. KRDRFND.
000230 AUTHOR. RASYID.
000240 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000250 DATE-WRITTEN. 10/15/2026.
000260 DATE-COMPILED.
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT MHS-FILE ASSIGN TO 'MHSMAST'
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS NPM OF MHS-RECORD
000340         FILE STATUS IS WS-FS.
000350     SELECT KREDIT-FILE ASSIGN TO 'KRDMAST'
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS NPM OF KREDIT-RECORD
000390         FILE STATUS IS WS-KRFS.
000400     SELECT OPER-SESS ASSIGN TO 'OPERSESS'
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-SESS-FS.
000430     SELECT SEQ-FILE ASSIGN TO 'RFNDSEQ'
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-SEQ-FS.
000460     SELECT VCH-FILE ASSIGN TO 'RFNDVCH'
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-VCH-FS.
000490     SELECT REG-FILE ASSIGN TO 'RFNDREG'
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-REG-FS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  MHS-FILE.
000550 01  MHS-RECORD.
000560         COPY MHSREC.
000570 FD  KREDIT-FILE.
000580 01  KREDIT-RECORD.
000590         COPY KRDREC.
000600 FD  OPER-SESS.
000610 01  OPER-SESS-RECORD            PIC X(08).
000620 FD  SEQ-FILE.
000630 01  SEQ-RECORD                  PIC 9(06).
000640 FD  VCH-FILE.
000650 01  VCH-LINE                    PIC X(80).
000660 FD  REG-FILE.
000670 01  REG-LINE                    PIC X(60).
000680 WORKING-STORAGE SECTION.
000690 01  WS-FS                       PIC X(02).
000700 01  WS-KRFS                     PIC X(02).
000710 01  WS-SESS-FS                  PIC X(02).
000720 01  WS-SEQ-FS                   PIC X(02).
000730 01  WS-VCH-FS                   PIC X(02).
000740 01  WS-REG-FS                   PIC X(02).
000750 01  WS-LAGI-SW                  PIC X(01) VALUE 'Y'.
000760         88  ENTRI-LAGI                   VALUE 'Y' 'y'.
000770 01  WS-FIELD-SW                 PIC X(01).
000780         88  FIELD-OK                     VALUE 'Y'.
000790         88  FIELD-BAD                    VALUE 'N'.
000800 01  WS-KREDIT-SW                PIC X(01).
000810         88  KREDIT-FOUND                 VALUE 'Y'.
000820 01  WS-NPM-IN                   PIC X(08).
000830 01  WS-JUMLAH-X                 PIC X(07).
000840 01  WS-JUMLAH-NUM               PIC 9(07).
000850 01  WS-TRAIL-CT                 PIC 9(02).
000860 01  WS-FLDLEN                   PIC 9(02).
000870 01  WS-REFUND                   PIC 9(07)V99.
000880 01  WS-AMT-DISP                 PIC Z(6)9.99.
000890 01  WS-VCH-NO                   PIC 9(06).
000900 01  WS-OPER-ID                  PIC X(08).
000910 01  WS-SPV-ID                   PIC X(08).
000920 01  WS-SPV-HASIL                PIC X(01).
000930 01  WS-VCH-COUNT                PIC 9(05) VALUE ZERO.
000940 01  WS-COUNT-DISP               PIC ZZZZ9.
000950 01  WS-SYSDATE                  PIC 9(08).
000960 01  WS-RUN-DATE-DISP            PIC X(10).
000970 01  WS-SUMMARY                  PIC X(60).
000980 01  WS-EXC-FIELD                PIC X(15).
000990 01  WS-EXC-DETAIL               PIC X(50).
001000 01  WS-EXC-SEV                  PIC X(01).
001010*-----------------------------------------------------------
001020*0000-MAINLINE
001030*-----------------------------------------------------------
001040 PROCEDURE DIVISION.
001050 0000-MAINLINE.
001060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001070     PERFORM 2000-REFUND-SATU THRU 2000-EXIT
001080         UNTIL NOT ENTRI-LAGI.
001090     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001100*-----------------------------------------------------------
001110*1000-INITIALIZE  -  NO CREDIT FILE MEANS NOTHING HAS EVER
001120*BEEN OVERPAID, SO NOTHING TO REFUND.
001130*-----------------------------------------------------------
001140 1000-INITIALIZE.
001150     OPEN INPUT MHS-FILE.
001160     IF WS-FS NOT = '00'
001170         DISPLAY 'KRDRFND: MASTER MHS TIDAK ADA / NOT FOUND'
001180         STOP RUN
001190     END-IF.
001200     OPEN I-O KREDIT-FILE.
001210     IF WS-KRFS NOT = '00'
001220         DISPLAY 'KRDRFND: TIDAK ADA SALDO KREDIT / NO CREDIT'
001230             ' BALANCES ON FILE'
001240         CLOSE MHS-FILE
001250         STOP RUN
001260     END-IF.
001270     PERFORM 1100-GET-OPERATOR THRU 1100-EXIT.
001280     ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
001290     MOVE SPACES TO WS-RUN-DATE-DISP.
001300     STRING WS-SYSDATE(1:4) '-' WS-SYSDATE(5:2)
001310         '-' WS-SYSDATE(7:2) DELIMITED BY SIZE
001320         INTO WS-RUN-DATE-DISP.
001330     MOVE 'SESSION STARTED' TO WS-SUMMARY.
001340     CALL 'AUDITLOG' USING 'KRDRFND   ' 'START' WS-SUMMARY.
001350 1000-EXIT.
001360     EXIT.
001370*-----------------------------------------------------------
001380*1100-GET-OPERATOR  -  THE DRIVER SIGN-ON KEEPS THE CURRENT
001390*OPERATOR IN OPERSESS; A MISSING OR BLANK FILE STAMPS
001400*DASHES INSTEAD.
001410*-----------------------------------------------------------
001420 1100-GET-OPERATOR.
001430     MOVE '--------' TO WS-OPER-ID.
001440     OPEN INPUT OPER-SESS.
001450     IF WS-SESS-FS = '00'
001460         READ OPER-SESS
001470             AT END
001480                 CONTINUE
001490             NOT AT END
001500                 IF OPER-SESS-RECORD NOT = SPACES
001510                     MOVE OPER-SESS-RECORD TO WS-OPER-ID
001520                 END-IF
001530         END-READ
001540         CLOSE OPER-SESS
001550     END-IF.
001560 1100-EXIT.
001570     EXIT.
001580*-----------------------------------------------------------
001590*2000-REFUND-SATU  -  ONE REFUND: NPM, AMOUNT, SUPERVISOR
001600*APPROVAL, THEN THE VOUCHER.
001610*-----------------------------------------------------------
001620 2000-REFUND-SATU.
001630     SET FIELD-BAD TO TRUE.
001640     PERFORM 2100-ACCEPT-NPM THRU 2100-EXIT UNTIL FIELD-OK.
001650     PERFORM 2200-LOOKUP-KREDIT THRU 2200-EXIT.
001660     IF KREDIT-FOUND
001670         SET FIELD-BAD TO TRUE
001680         PERFORM 2300-ACCEPT-JUMLAH THRU 2300-EXIT
001690             UNTIL FIELD-OK
001700         CALL 'SPVCEK' USING WS-OPER-ID WS-SPV-ID WS-SPV-HASIL
001710         IF WS-SPV-HASIL = 'Y'
001720             PERFORM 2500-TERBIT-VOUCHER THRU 2500-EXIT
001730         ELSE
001740             DISPLAY 'REFUND DIBATALKAN / REFUND CANCELLED'
001750         END-IF
001760     END-IF.
001770     DISPLAY 'ADA REFUND LAGI? / ANOTHER REFUND? (Y/T) : '
001780         WITH NO ADVANCING.
001790     ACCEPT WS-LAGI-SW.
001800 2000-EXIT.
001810     EXIT.
001820 2100-ACCEPT-NPM.
001830     DISPLAY 'MASUKKAN NPM / ENTER NPM : ' WITH NO ADVANCING.
001840     ACCEPT WS-NPM-IN.
001850     IF WS-NPM-IN NOT NUMERIC
001860         SET FIELD-BAD TO TRUE
001870         DISPLAY 'NPM HARUS ANGKA / MUST BE NUMERIC, ULANGI'
001880         GO TO 2100-EXIT
001890     END-IF.
001900     MOVE WS-NPM-IN TO NPM OF MHS-RECORD.
001910     READ MHS-FILE
001920         INVALID KEY
001930             SET FIELD-BAD TO TRUE
001940             DISPLAY 'NPM TIDAK TERDAFTAR / NOT ON MASTER, ULANGI'
001950             GO TO 2100-EXIT
001960     END-READ.
001970     DISPLAY 'MAHASISWA: ' NAMA OF MHS-RECORD.
001980     SET FIELD-OK TO TRUE.
001990 2100-EXIT.
002000     EXIT.
002010 2200-LOOKUP-KREDIT.
002020     MOVE 'N' TO WS-KREDIT-SW.
002030     MOVE WS-NPM-IN TO NPM OF KREDIT-RECORD.
002040     READ KREDIT-FILE
002050         INVALID KEY
002060             DISPLAY 'TIDAK ADA SALDO KREDIT / NO CREDIT BALANCE'
002070             GO TO 2200-EXIT
002080     END-READ.
002090     IF SALDO-KREDIT OF KREDIT-RECORD = ZERO
002100         DISPLAY 'TIDAK ADA SALDO KREDIT / NO CREDIT BALANCE'
002110         GO TO 2200-EXIT
002120     END-IF.
002130     MOVE 'Y' TO WS-KREDIT-SW.
002140     MOVE SALDO-KREDIT OF KREDIT-RECORD TO WS-AMT-DISP.
002150     DISPLAY 'SALDO KREDIT / CREDIT BALANCE : ' WS-AMT-DISP.
002160 2200-EXIT.
002170     EXIT.
002180*-----------------------------------------------------------
002190*2300-ACCEPT-JUMLAH  -  WHOLE RUPIAH, GREATER THAN ZERO AND
002200*NOT OVER THE BALANCE, RE-PROMPTED.  A BLANK ENTRY REFUNDS
002210*THE WHOLE BALANCE, SEN INCLUDED.
002220*-----------------------------------------------------------
002230 2300-ACCEPT-JUMLAH.
002240     DISPLAY 'JUMLAH REFUND / REFUND AMOUNT'
002250         ' (KOSONG = SELURUH SALDO / BLANK = ALL) : '
002260         WITH NO ADVANCING.
002270     MOVE SPACES TO WS-JUMLAH-X.
002280     ACCEPT WS-JUMLAH-X.
002290     IF WS-JUMLAH-X = SPACES
002300         MOVE SALDO-KREDIT OF KREDIT-RECORD TO WS-REFUND
002310         SET FIELD-OK TO TRUE
002320         GO TO 2300-EXIT
002330     END-IF.
002340     MOVE ZERO TO WS-TRAIL-CT.
002350     INSPECT WS-JUMLAH-X
002360         TALLYING WS-TRAIL-CT FOR TRAILING SPACES.
002370     COMPUTE WS-FLDLEN = 7 - WS-TRAIL-CT.
002380     IF WS-FLDLEN > 0
002390         AND WS-JUMLAH-X(1:WS-FLDLEN) NUMERIC
002400         MOVE ZERO TO WS-JUMLAH-NUM
002410         MOVE WS-JUMLAH-X(1:WS-FLDLEN)
002420             TO WS-JUMLAH-NUM(8 - WS-FLDLEN:WS-FLDLEN)
002430         IF WS-JUMLAH-NUM > ZERO
002440             AND WS-JUMLAH-NUM NOT > SALDO-KREDIT OF KREDIT-RECORD
002450             MOVE WS-JUMLAH-NUM TO WS-REFUND
002460             SET FIELD-OK TO TRUE
002470             GO TO 2300-EXIT
002480         END-IF
002490     END-IF.
002500     SET FIELD-BAD TO TRUE.
002510     DISPLAY 'JUMLAH HARUS > 0 DAN <= SALDO / MUST BE > 0 AND'
002520         ' <= BALANCE, ULANGI'.
002530     MOVE 'JUMLAH' TO WS-EXC-FIELD.
002540     MOVE 'REFUND NOT NUMERIC OR OVER BALANCE' TO WS-EXC-DETAIL.
002550     MOVE 'W' TO WS-EXC-SEV.
002560     CALL 'EXCPRPT' USING 'KRDRFND   '
002570         WS-EXC-FIELD WS-EXC-DETAIL WS-EXC-SEV.
002580 2300-EXIT.
002590     EXIT.
002600*-----------------------------------------------------------
002610*2500-TERBIT-VOUCHER  -  APPROVED: NUMBER, BALANCE DOWN,
002620*VOUCHER, REGISTER, SESSION TRAIL.
002630*-----------------------------------------------------------
002640 2500-TERBIT-VOUCHER.
002650     PERFORM 2600-AMBIL-NOMOR THRU 2600-EXIT.
002660     SUBTRACT WS-REFUND FROM SALDO-KREDIT OF KREDIT-RECORD.
002670     MOVE WS-RUN-DATE-DISP TO TGL-KREDIT OF KREDIT-RECORD.
002680     REWRITE KREDIT-RECORD.
002690     MOVE WS-REFUND TO WS-AMT-DISP.
002700     PERFORM 2700-CETAK-VOUCHER THRU 2700-EXIT.
002710     PERFORM 2800-WRITE-REGISTER THRU 2800-EXIT.
002720     ADD 1 TO WS-VCH-COUNT.
002730     DISPLAY 'NOMOR VOUCHER / VOUCHER NO : ' WS-VCH-NO
002740         '  JUMLAH / AMOUNT : ' WS-AMT-DISP.
002750     MOVE SPACES TO WS-SUMMARY.
002760     STRING 'REFUND VCH=' WS-VCH-NO
002770         ' NPM=' WS-NPM-IN
002780         ' AMT=' WS-AMT-DISP
002790         ' SPV=' WS-SPV-ID
002800         DELIMITED BY SIZE INTO WS-SUMMARY.
002810     CALL 'AUDITLOG' USING 'KRDRFND   ' 'RFND ' WS-SUMMARY.
002820 2500-EXIT.
002830     EXIT.
002840*-----------------------------------------------------------
002850*2600-AMBIL-NOMOR  -  NEXT VOUCHER NUMBER FROM THE ONE-LINE
002860*RFNDSEQ COUNTER, CREATED AT ZERO THE FIRST TIME - THE SAME
002870*MECHANISM AS THE KWITSEQ RECEIPT COUNTER.
002880*-----------------------------------------------------------
002890 2600-AMBIL-NOMOR.
002900     MOVE ZERO TO WS-VCH-NO.
002910     OPEN INPUT SEQ-FILE.
002920     IF WS-SEQ-FS = '00'
002930         READ SEQ-FILE
002940             AT END
002950                 CONTINUE
002960             NOT AT END
002970                 IF SEQ-RECORD NUMERIC
002980                     MOVE SEQ-RECORD TO WS-VCH-NO
002990                 END-IF
003000         END-READ
003010         CLOSE SEQ-FILE
003020     END-IF.
003030     ADD 1 TO WS-VCH-NO.
003040     OPEN OUTPUT SEQ-FILE.
003050     MOVE WS-VCH-NO TO SEQ-RECORD.
003060     WRITE SEQ-RECORD.
003070     CLOSE SEQ-FILE.
003080 2600-EXIT.
003090     EXIT.
003100*-----------------------------------------------------------
003110*2700-CETAK-VOUCHER  -  THE PRINTED VOUCHER THE CASHIER
003120*PAYS OUT AGAINST, WITH SIGNATURE LINES.
003130*-----------------------------------------------------------
003140 2700-CETAK-VOUCHER.
003150     OPEN EXTEND VCH-FILE.
003160     IF WS-VCH-FS = '35'
003170         OPEN OUTPUT VCH-FILE
003180         CLOSE VCH-FILE
003190         OPEN EXTEND VCH-FILE
003200     END-IF.
003210     MOVE ALL '=' TO VCH-LINE.
003220     WRITE VCH-LINE.
003230     MOVE 'VOUCHER PENGEMBALIAN DANA / REFUND VOUCHER'
003240         TO VCH-LINE.
003250     WRITE VCH-LINE.
003260     MOVE SPACES TO VCH-LINE.
003270     STRING 'NOMOR / NO : ' WS-VCH-NO
003280         '   TANGGAL / DATE : ' WS-RUN-DATE-DISP
003290         DELIMITED BY SIZE INTO VCH-LINE.
003300     WRITE VCH-LINE.
003310     MOVE SPACES TO VCH-LINE.
003320     STRING 'NPM : ' WS-NPM-IN
003330         '  NAMA : ' NAMA OF MHS-RECORD
003340         DELIMITED BY SIZE INTO VCH-LINE.
003350     WRITE VCH-LINE.
003360     MOVE SPACES TO VCH-LINE.
003370     STRING 'JUMLAH / AMOUNT : ' WS-AMT-DISP
003380         DELIMITED BY SIZE INTO VCH-LINE.
003390     WRITE VCH-LINE.
003400     MOVE SALDO-KREDIT OF KREDIT-RECORD TO WS-AMT-DISP.
003410     MOVE SPACES TO VCH-LINE.
003420     STRING 'SISA SALDO KREDIT / CREDIT LEFT : ' WS-AMT-DISP
003430         DELIMITED BY SIZE INTO VCH-LINE.
003440     WRITE VCH-LINE.
003450     MOVE WS-REFUND TO WS-AMT-DISP.
003460     MOVE SPACES TO VCH-LINE.
003470     STRING 'KASIR / CASHIER : ' WS-OPER-ID
003480         '   DISETUJUI / APPROVED : ' WS-SPV-ID
003490         DELIMITED BY SIZE INTO VCH-LINE.
003500     WRITE VCH-LINE.
003510     MOVE SPACES TO VCH-LINE.
003520     WRITE VCH-LINE.
003530     MOVE 'DITERIMA OLEH / RECEIVED BY : ____________________'
003540         TO VCH-LINE.
003550     WRITE VCH-LINE.
003560     MOVE ALL '=' TO VCH-LINE.
003570     WRITE VCH-LINE.
003580     CLOSE VCH-FILE.
003590 2700-EXIT.
003600     EXIT.
003610*-----------------------------------------------------------
003620*2800-WRITE-REGISTER  -  ONE RFNDREG LINE PER VOUCHER.
003630*-----------------------------------------------------------
003640 2800-WRITE-REGISTER.
003650     OPEN EXTEND REG-FILE.
003660     IF WS-REG-FS = '35'
003670         OPEN OUTPUT REG-FILE
003680         CLOSE REG-FILE
003690         OPEN EXTEND REG-FILE
003700     END-IF.
003710     MOVE SPACES TO REG-LINE.
003720     MOVE WS-VCH-NO TO REG-LINE(1:6).
003730     MOVE WS-RUN-DATE-DISP TO REG-LINE(8:10).
003740     MOVE WS-NPM-IN TO REG-LINE(19:8).
003750     MOVE WS-AMT-DISP TO REG-LINE(28:10).
003760     MOVE WS-OPER-ID TO REG-LINE(39:8).
003770     MOVE WS-SPV-ID TO REG-LINE(48:8).
003780     WRITE REG-LINE.
003790     CLOSE REG-FILE.
003800 2800-EXIT.
003810     EXIT.
003820*-----------------------------------------------------------
003830*9000-TERMINATE
003840*-----------------------------------------------------------
003850 9000-TERMINATE.
003860     CLOSE MHS-FILE.
003870     CLOSE KREDIT-FILE.
003880     MOVE WS-VCH-COUNT TO WS-COUNT-DISP.
003890     DISPLAY 'KRDRFND: ' WS-COUNT-DISP ' VOUCHER(S) ISSUED'.
003900     MOVE SPACES TO WS-SUMMARY.
003910     STRING 'SESSION ENDED VOUCHERS=' WS-VCH-COUNT
003920         DELIMITED BY SIZE INTO WS-SUMMARY.
003930     CALL 'AUDITLOG' USING 'KRDRFND   ' 'END  ' WS-SUMMARY.
003940     GOBACK.
003950 9000-EXIT.
003960     EXIT.
