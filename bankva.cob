000010*-----------------------------------------------------------
000020*BANKVA  -  NIGHTLY BANK VIRTUAL-ACCOUNT PAYMENT POSTING
000030*-----------------------------------------------------------
000040*READS THE BANK'S VIRTUAL-ACCOUNT CREDIT FILE (BANKVA, ONE
000050*BVAREC LINE PER PAYMENT - VA NUMBER = NPM, SEMESTER,
000060*AMOUNT, BANK REFERENCE, VALUE DATE) AND POSTS EACH LINE
000070*EXACTLY AS BAYAR POSTS A DESK PAYMENT: THE AMOUNT IS ADDED
000080*TO JUMLAH-BAYAR ON TAGMAST, PAID DOWN THE CICMAST
000090*INSTALLMENT SCHEDULE OLDEST FIRST, A GAP-FREE RECEIPT
000100*NUMBER IS DRAWN FROM KWITSEQ, AND ONE BAYARLOG LINE AND ONE
000110*KWITREG ISSUE LINE ARE WRITTEN UNDER OPERATOR ID BANK.  THE
000120*VALUE DATE IS STAMPED AS TGL-BAYAR (THE DAY THE MONEY
000130*ARRIVED); BAYARLOG AND KWITREG CARRY THE RUN DATE, THE DAY
000140*THE RECEIPT WAS ISSUED.  NO RECEIPT IS PRINTED - KWITRPR
000150*REPRINTS ONE FROM KWITREG WHEN THE STUDENT ASKS.
000160*A LINE WITH NO ASSESSMENT FOR THE NPM/SEMESTER, A BANK
000170*REFERENCE ALREADY ON THE BANKREF HISTORY FILE, AN AMOUNT
000180*OVER THE SISA TAGIHAN OR AN UNREADABLE LINE IS NOT POSTED -
000190*IT GOES TO THE BANKSUSP SUSPENSE FILE (BVSREC) AND THE
000200*BANKRPT POSTING REPORT FOR FINANCE TO RESOLVE, AND TO
000210*EXCRPT.  EVERY REFERENCE PROCESSED IS KEPT ON BANKREF.
000220*CHECKPOINTS ITS LAST BANKVA LINE ON THE RSTFILE RESTART
000230*CONTROL FILE AS BIOVALID DOES; A RERUN THE SAME NIGHT
000240*RESUMES AFTER IT WITH THE REPORT OPENED EXTEND.  NO
000250*TAGMAST FILE ENDS THE STEP WITH RETURN CODE 8.
000260*-----------------------------------------------------------
000270*MODIFICATION HISTORY
000280*DATE       INIT  DESCRIPTION
000290*10/15/2026 RSD   ORIGINAL.
000300*-----------------------------------------------------------
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. BANKVA.
000330 AUTHOR. RASYID.
000340 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000350 DATE-WRITTEN. 10/15/2026.
000360 DATE-COMPILED.
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT BANK-FILE ASSIGN TO 'BANKVA'
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-BNK-FS.
000430     SELECT TAGIHAN-FILE ASSIGN TO 'TAGMAST'
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS TAGIHAN-KEY OF TAGIHAN-RECORD
000470         FILE STATUS IS WS-TFS.
000480     SELECT CICIL-FILE ASSIGN TO 'CICMAST'
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS CICIL-KEY OF CICIL-RECORD
000520         FILE STATUS IS WS-CFS.
000530     SELECT BREF-FILE ASSIGN TO 'BANKREF'
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS REF-BANK OF BREF-RECORD
000570         FILE STATUS IS WS-BRFS.
000580     SELECT BAYAR-LOG ASSIGN TO 'BAYARLOG'
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-LOG-FS.
000610     SELECT KWIT-REG ASSIGN TO 'KWITREG'
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-KREG-FS.
000640     SELECT SUSP-FILE ASSIGN TO 'BANKSUSP'
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-SUSP-FS.
000670     SELECT BANK-RPT ASSIGN TO 'BANKRPT'
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-RPT-FS.
000700     SELECT RST-FILE ASSIGN TO 'RSTFILE'
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-RST-FS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  BANK-FILE.
000760 01  BANK-RECORD.
000770         COPY BVAREC.
000780 FD  TAGIHAN-FILE.
000790 01  TAGIHAN-RECORD.
000800         COPY TAGREC.
000810 FD  CICIL-FILE.
000820 01  CICIL-RECORD.
000830         COPY CICREC.
000840 FD  BREF-FILE.
000850 01  BREF-RECORD.
000860         COPY BRFREC.
000870 FD  BAYAR-LOG.
000880 01  BAYAR-LOG-LINE              PIC X(80).
000890 FD  KWIT-REG.
000900 01  KREG-LINE                   PIC X(50).
000910 FD  SUSP-FILE.
000920 01  SUSP-RECORD.
000930         COPY BVSREC.
000940 FD  BANK-RPT.
000950 01  RPT-LINE                    PIC X(132).
000960 FD  RST-FILE.
000970 01  RST-LINE                    PIC X(30).
000980 WORKING-STORAGE SECTION.
000990 01  WS-BNK-FS                   PIC X(02).
001000 01  WS-TFS                      PIC X(02).
001010 01  WS-CFS                      PIC X(02).
001020 01  WS-BRFS                     PIC X(02).
001030 01  WS-LOG-FS                   PIC X(02).
001040 01  WS-KREG-FS                  PIC X(02).
001050 01  WS-SUSP-FS                  PIC X(02).
001060 01  WS-RPT-FS                   PIC X(02).
001070 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
001080         88  BANK-EOF                    VALUE 'Y'.
001090 01  WS-CICIL-OPEN-SW            PIC X(01) VALUE 'N'.
001100         88  CICIL-OPEN                   VALUE 'Y'.
001110 01  WS-CICIL-EOF-SW             PIC X(01).
001120         88  CICIL-EOF                    VALUE 'Y'.
001130 01  WS-KODE                     PIC X(04).
001140 01  WS-ALASAN                   PIC X(30).
001150 01  WS-VERDICT                  PIC X(01).
001160 01  WS-HASIL-TEKS               PIC X(40).
001170 01  WS-OPER-ID                  PIC X(08) VALUE 'BANK'.
001180 01  WS-NPM-IN                   PIC X(08).
001190 01  WS-SEMESTER                 PIC 9(02).
001200 01  WS-BAYAR-IN                 PIC 9(07)V99.
001210 01  WS-BAYAR-DISP               PIC Z(6)9.99.
001220 01  WS-SISA                     PIC S9(07)V99.
001230 01  WS-APPLY                    PIC 9(07)V99.
001240 01  WS-RUANG-CICIL              PIC 9(07)V99.
001250 01  WS-KWIT-NO                  PIC 9(06).
001260 01  WS-READ-COUNT               PIC 9(07) VALUE ZERO.
001270 01  WS-POST-COUNT               PIC 9(05) VALUE ZERO.
001280 01  WS-SUSP-COUNT               PIC 9(05) VALUE ZERO.
001290 01  WS-COUNT-DISP               PIC ZZZZ9.
001300 01  WS-TOTAL-POST               PIC 9(11)V99 VALUE ZERO.
001310 01  WS-TOTAL-SUSP               PIC 9(11)V99 VALUE ZERO.
001320 01  WS-TOTAL-DISP               PIC Z(10)9.99.
001330 01  WS-JUMLAH-DISP              PIC Z(9)9.99.
001340 01  WS-RST-FS                   PIC X(02).
001350 01  WS-RST-OPEN-SW              PIC X(01) VALUE 'N'.
001360         88  RST-OPEN                     VALUE 'Y'.
001370 01  WS-RST-EOF-SW               PIC X(01).
001380         88  RST-EOF                      VALUE 'Y'.
001390 01  WS-RESUME-SW                PIC X(01) VALUE 'N'.
001400         88  RESUME-MODE                  VALUE 'Y'.
001410 01  WS-SKIP-COUNT               PIC 9(07) VALUE ZERO.
001420 01  WS-RST-X                    PIC 9(02) COMP.
001430 01  WS-RST-MAX                  PIC 9(02) COMP VALUE ZERO.
001440 01  WS-RST-HIT                  PIC 9(02) COMP.
001450 01  WS-RST-TABEL.
001460         05  WS-RST-ENTRY        PIC X(30) OCCURS 20 TIMES.
001470 01  WS-CKPT-COUNT               PIC 9(07).
001480 01  WS-SYSDATE                  PIC 9(08).
001490 01  WS-RUN-DATE-DISP            PIC X(10).
001500 01  WS-SUMMARY                  PIC X(60).
001510 01  WS-EXC-FIELD                PIC X(15).
001520 01  WS-EXC-DETAIL               PIC X(50).
001530 01  WS-EXC-SEV                  PIC X(01).
001540*-----------------------------------------------------------
001550*0000-MAINLINE
001560*-----------------------------------------------------------
001570 PROCEDURE DIVISION.
001580 0000-MAINLINE.
001590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001600     PERFORM 2000-READ-BANK THRU 2000-EXIT.
001610     PERFORM 3000-PROSES-SATU THRU 3000-EXIT UNTIL BANK-EOF.
001620     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001630*-----------------------------------------------------------
001640*1000-INITIALIZE  -  NO TAGMAST, NOTHING CAN POST: RC 8 AND
001650*THE STEP IS NOT MARKED COMPLETE.  A MISSING BANK FILE IS A
001660*NIGHT WITH NO BANK CREDITS - AN EMPTY REPORT STILL PRINTS.
001670*-----------------------------------------------------------
001680 1000-INITIALIZE.
001690     ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
001700     MOVE SPACES TO WS-RUN-DATE-DISP.
001710     STRING WS-SYSDATE(1:4) '-' WS-SYSDATE(5:2)
001720         '-' WS-SYSDATE(7:2) DELIMITED BY SIZE
001730         INTO WS-RUN-DATE-DISP.
001740     OPEN I-O TAGIHAN-FILE.
001750     IF WS-TFS NOT = '00'
001760         DISPLAY 'BANKVA: FILE TAGIHAN TIDAK ADA / NOT FOUND'
001770         MOVE 'NO TAGMAST - NOTHING POSTED' TO WS-SUMMARY
001780         CALL 'AUDITLOG' USING 'BANKVA    ' 'END  ' WS-SUMMARY
001790         MOVE 8 TO RETURN-CODE
001800         STOP RUN
001810     END-IF.
001820     OPEN I-O CICIL-FILE.
001830     IF WS-CFS = '00'
001840         MOVE 'Y' TO WS-CICIL-OPEN-SW
001850     ELSE
001860         MOVE 'N' TO WS-CICIL-OPEN-SW
001870     END-IF.
001880     OPEN I-O BREF-FILE.
001890     IF WS-BRFS = '35'
001900         OPEN OUTPUT BREF-FILE
001910         CLOSE BREF-FILE
001920         OPEN I-O BREF-FILE
001930     END-IF.
001940     OPEN EXTEND SUSP-FILE.
001950     IF WS-SUSP-FS = '35'
001960         OPEN OUTPUT SUSP-FILE
001970         CLOSE SUSP-FILE
001980         OPEN EXTEND SUSP-FILE
001990     END-IF.
002000     PERFORM 1500-BACA-RSTFILE THRU 1500-EXIT.
002010     IF RESUME-MODE
002020         OPEN EXTEND BANK-RPT
002030         DISPLAY 'BANKVA: LANJUT DARI BARIS / RESUMING '
002040             'AFTER LINE ' WS-SKIP-COUNT
002050     ELSE
002060         OPEN OUTPUT BANK-RPT
002070         PERFORM 1600-TULIS-HEADER THRU 1600-EXIT
002080     END-IF.
002090     OPEN INPUT BANK-FILE.
002100     IF WS-BNK-FS NOT = '00'
002110         DISPLAY 'BANKVA: FILE BANK TIDAK ADA / NOT FOUND'
002120         SET BANK-EOF TO TRUE
002130     END-IF.
002140     MOVE 'BANK POSTING STARTED' TO WS-SUMMARY.
002150     CALL 'AUDITLOG' USING 'BANKVA    ' 'START' WS-SUMMARY.
002160 1000-EXIT.
002170     EXIT.
002180*-----------------------------------------------------------
002190*1500-BACA-RSTFILE  -  THE RESTART CONTROL FILE, WHEN THE
002200*RUN HAS ONE.  A BANKVA LINE DATED TONIGHT, NOT YET
002210*COMPLETE, WITH A COUNT ABOVE ZERO MEANS RESUME AFTER
002220*THAT BANK FILE LINE.
002230*-----------------------------------------------------------
002240 1500-BACA-RSTFILE.
002250     OPEN INPUT RST-FILE.
002260     IF WS-RST-FS NOT = '00'
002270         MOVE 'N' TO WS-RST-OPEN-SW
002280         GO TO 1500-EXIT
002290     END-IF.
002300     MOVE 'Y' TO WS-RST-OPEN-SW.
002310     MOVE 'N' TO WS-RST-EOF-SW.
002320     PERFORM 1550-SATU-RST THRU 1550-EXIT UNTIL RST-EOF.
002330     CLOSE RST-FILE.
002340     PERFORM 1570-CARI-BANKVA THRU 1570-EXIT.
002350     IF WS-RST-HIT > ZERO
002360         AND WS-RST-ENTRY(WS-RST-HIT)(10:1) NOT = 'C'
002370         AND WS-RST-ENTRY(WS-RST-HIT)(20:10)
002380             = WS-RUN-DATE-DISP
002390         AND WS-RST-ENTRY(WS-RST-HIT)(12:7) NUMERIC
002400         MOVE WS-RST-ENTRY(WS-RST-HIT)(12:7)
002410             TO WS-SKIP-COUNT
002420         IF WS-SKIP-COUNT > ZERO
002430             MOVE 'Y' TO WS-RESUME-SW
002440         END-IF
002450     END-IF.
002460 1500-EXIT.
002470     EXIT.
002480 1550-SATU-RST.
002490     READ RST-FILE
002500         AT END
002510             SET RST-EOF TO TRUE
002520             GO TO 1550-EXIT
002530     END-READ.
002540     IF WS-RST-MAX < 20
002550         ADD 1 TO WS-RST-MAX
002560         MOVE RST-LINE TO WS-RST-ENTRY(WS-RST-MAX)
002570     END-IF.
002580 1550-EXIT.
002590     EXIT.
002600 1570-CARI-BANKVA.
002610     MOVE ZERO TO WS-RST-HIT.
002620     IF WS-RST-MAX > ZERO
002630         PERFORM 1580-SATU-CARI THRU 1580-EXIT
002640             VARYING WS-RST-X FROM 1 BY 1
002650             UNTIL WS-RST-X > WS-RST-MAX
002660             OR WS-RST-HIT > ZERO
002670     END-IF.
002680 1570-EXIT.
002690     EXIT.
002700 1580-SATU-CARI.
002710     IF WS-RST-ENTRY(WS-RST-X)(1:8) = 'BANKVA'
002720         MOVE WS-RST-X TO WS-RST-HIT
002730     END-IF.
002740 1580-EXIT.
002750     EXIT.
002760*-----------------------------------------------------------
002770*1600-TULIS-HEADER  -  THE POSTING REPORT HEADING, FRESH
002780*RUNS ONLY - A RESUMED RUN APPENDS BELOW THE OLD ONE.
002790*-----------------------------------------------------------
002800 1600-TULIS-HEADER.
002810     MOVE SPACES TO RPT-LINE.
002820     STRING 'POSTING PEMBAYARAN BANK VA / BANK VA PAYMENT '
002830         'POSTING   TANGGAL / DATE : ' WS-RUN-DATE-DISP
002840         DELIMITED BY SIZE INTO RPT-LINE.
002850     WRITE RPT-LINE.
002860     MOVE ALL '-' TO RPT-LINE.
002870     WRITE RPT-LINE.
002880     MOVE SPACES TO RPT-LINE.
002890     STRING 'S NPM      SM        JUMLAH REF BANK         '
002900         'VALUTA     HASIL / RESULT'
002910         DELIMITED BY SIZE INTO RPT-LINE.
002920     WRITE RPT-LINE.
002930     MOVE ALL '-' TO RPT-LINE.
002940     WRITE RPT-LINE.
002950 1600-EXIT.
002960     EXIT.
002970 2000-READ-BANK.
002980     IF BANK-EOF
002990         CONTINUE
003000     ELSE
003010         READ BANK-FILE
003020             AT END
003030                 SET BANK-EOF TO TRUE
003040             NOT AT END
003050                 ADD 1 TO WS-READ-COUNT
003060         END-READ
003070     END-IF.
003080 2000-EXIT.
003090     EXIT.
003100*-----------------------------------------------------------
003110*3000-PROSES-SATU  -  CHECK, THEN POST OR SUSPEND.  LINES UP
003120*TO THE RESTART CHECKPOINT WERE HANDLED LAST RUN AND PASS
003130*STRAIGHT THROUGH; ONLY D (DETAIL) LINES ARE PAYMENTS.
003140*-----------------------------------------------------------
003150 3000-PROSES-SATU.
003160     IF WS-READ-COUNT NOT > WS-SKIP-COUNT
003170         CONTINUE
003180     ELSE
003190         IF JENIS-VA OF BANK-RECORD NOT = 'D'
003200             CONTINUE
003210         ELSE
003220             PERFORM 3100-CEK-BARIS THRU 3100-EXIT
003230             IF WS-KODE = SPACES
003240                 PERFORM 3400-POST-BAYAR THRU 3400-EXIT
003250             ELSE
003260                 PERFORM 3600-TULIS-SUSPENSE THRU 3600-EXIT
003270             END-IF
003280         END-IF
003290     END-IF.
003300*CHECKPOINT ONLY PAST THE RESUME POINT, AS BIOVALID DOES.
003310     IF RST-OPEN
003320         AND WS-READ-COUNT > WS-SKIP-COUNT
003330         PERFORM 8000-CHECKPOINT THRU 8000-EXIT
003340     END-IF.
003350     PERFORM 2000-READ-BANK THRU 2000-EXIT.
003360 3000-EXIT.
003370     EXIT.
003380*-----------------------------------------------------------
003390*3100-CEK-BARIS  -  THE FIRST FAILING CHECK SETS THE
003400*SUSPENSE CODE AND REASON; BLANK MEANS POST.  A LINE THAT
003410*PASSES LEAVES THE ASSESSMENT READ FOR 3400.
003420*-----------------------------------------------------------
003430 3100-CEK-BARIS.
003440     MOVE SPACES TO WS-KODE.
003450     MOVE SPACES TO WS-ALASAN.
003460     IF NPM OF BANK-RECORD NOT NUMERIC
003470         MOVE 'FORM' TO WS-KODE
003480         MOVE 'VA/NPM NOT NUMERIC' TO WS-ALASAN
003490         GO TO 3100-EXIT
003500     END-IF.
003510     IF SEMESTER-VA OF BANK-RECORD NOT NUMERIC
003520         MOVE 'FORM' TO WS-KODE
003530         MOVE 'SEMESTER NOT NUMERIC' TO WS-ALASAN
003540         GO TO 3100-EXIT
003550     END-IF.
003560     IF JUMLAH-VA OF BANK-RECORD NOT NUMERIC
003570         MOVE 'FORM' TO WS-KODE
003580         MOVE 'AMOUNT NOT NUMERIC' TO WS-ALASAN
003590         GO TO 3100-EXIT
003600     END-IF.
003610     IF JUMLAH-VA-N OF BANK-RECORD = ZERO
003620         MOVE 'FORM' TO WS-KODE
003630         MOVE 'AMOUNT ZERO' TO WS-ALASAN
003640         GO TO 3100-EXIT
003650     END-IF.
003660     IF REF-BANK OF BANK-RECORD = SPACES
003670         MOVE 'FORM' TO WS-KODE
003680         MOVE 'BANK REFERENCE BLANK' TO WS-ALASAN
003690         GO TO 3100-EXIT
003700     END-IF.
003710     IF TGL-VALUTA OF BANK-RECORD(1:4) NOT NUMERIC
003720         OR TGL-VALUTA OF BANK-RECORD(5:1) NOT = '-'
003730         OR TGL-VALUTA OF BANK-RECORD(6:2) NOT NUMERIC
003740         OR TGL-VALUTA OF BANK-RECORD(8:1) NOT = '-'
003750         OR TGL-VALUTA OF BANK-RECORD(9:2) NOT NUMERIC
003760         MOVE 'FORM' TO WS-KODE
003770         MOVE 'VALUE DATE NOT YYYY-MM-DD' TO WS-ALASAN
003780         GO TO 3100-EXIT
003790     END-IF.
003800     MOVE REF-BANK OF BANK-RECORD TO REF-BANK OF BREF-RECORD.
003810     READ BREF-FILE
003820         INVALID KEY
003830             CONTINUE
003840         NOT INVALID KEY
003850             MOVE 'DUPL' TO WS-KODE
003860             MOVE SPACES TO WS-ALASAN
003870             STRING 'REF SEEN ' TGL-PROSES OF BREF-RECORD
003880                 ' ' STATUS-REF OF BREF-RECORD
003890                 ' KW ' KWIT-NO-REF OF BREF-RECORD
003900                 DELIMITED BY SIZE INTO WS-ALASAN
003910             GO TO 3100-EXIT
003920     END-READ.
003930     MOVE NPM OF BANK-RECORD TO WS-NPM-IN.
003940     MOVE SEMESTER-VA OF BANK-RECORD TO WS-SEMESTER.
003950     MOVE WS-NPM-IN TO NPM OF TAGIHAN-RECORD.
003960     MOVE WS-SEMESTER TO SEMESTER-TAG OF TAGIHAN-RECORD.
003970     READ TAGIHAN-FILE
003980         INVALID KEY
003990             MOVE 'NOAS' TO WS-KODE
004000             MOVE 'NO ASSESSMENT NPM/SEMESTER' TO WS-ALASAN
004010             GO TO 3100-EXIT
004020     END-READ.
004030     COMPUTE WS-SISA = JUMLAH-TAGIHAN OF TAGIHAN-RECORD
004040         - JUMLAH-BAYAR OF TAGIHAN-RECORD.
004050     IF WS-SISA NOT > ZERO
004060         OR JUMLAH-VA-N OF BANK-RECORD > WS-SISA
004070         MOVE 'LEBH' TO WS-KODE
004080         MOVE WS-SISA TO WS-BAYAR-DISP
004090         MOVE SPACES TO WS-ALASAN
004100         STRING 'OVER SISA TAGIHAN ' WS-BAYAR-DISP
004110             DELIMITED BY SIZE INTO WS-ALASAN
004120     END-IF.
004130 3100-EXIT.
004140     EXIT.
004150*-----------------------------------------------------------
004160*3400-POST-BAYAR  -  THE BAYAR POSTING: PAID TOTAL, DATE,
004170*INSTALLMENTS, RECEIPT NUMBER, BAYARLOG, KWITREG - THEN THE
004180*REFERENCE GOES ON BANKREF SO IT CANNOT POST TWICE.
004190*-----------------------------------------------------------
004200 3400-POST-BAYAR.
004210     MOVE JUMLAH-VA-N OF BANK-RECORD TO WS-BAYAR-IN.
004220     ADD WS-BAYAR-IN TO JUMLAH-BAYAR OF TAGIHAN-RECORD.
004230     MOVE TGL-VALUTA OF BANK-RECORD
004240         TO TGL-BAYAR OF TAGIHAN-RECORD.
004250     REWRITE TAGIHAN-RECORD.
004260     IF CICIL-OPEN
004270         PERFORM 3450-POST-CICILAN THRU 3450-EXIT
004280     END-IF.
004290     MOVE WS-BAYAR-IN TO WS-BAYAR-DISP.
004300     CALL 'KWITSEQ' USING WS-KWIT-NO.
004310     PERFORM 3500-WRITE-LOG THRU 3500-EXIT.
004320     PERFORM 3550-WRITE-KWITREG THRU 3550-EXIT.
004330     MOVE SPACES TO BREF-RECORD.
004340     MOVE REF-BANK OF BANK-RECORD TO REF-BANK OF BREF-RECORD.
004350     MOVE WS-RUN-DATE-DISP TO TGL-PROSES OF BREF-RECORD.
004360     MOVE WS-NPM-IN TO NPM OF BREF-RECORD.
004370     MOVE 'P' TO STATUS-REF OF BREF-RECORD.
004380     MOVE WS-KWIT-NO TO KWIT-NO-REF OF BREF-RECORD.
004390     WRITE BREF-RECORD.
004400     ADD 1 TO WS-POST-COUNT.
004410     ADD WS-BAYAR-IN TO WS-TOTAL-POST.
004420     MOVE 'P' TO WS-VERDICT.
004430     MOVE SPACES TO WS-HASIL-TEKS.
004440     STRING 'POSTED KW ' WS-KWIT-NO
004450         DELIMITED BY SIZE INTO WS-HASIL-TEKS.
004460     PERFORM 3700-TULIS-DETAIL THRU 3700-EXIT.
004470     MOVE SPACES TO WS-SUMMARY.
004480     STRING 'PAYMENT NPM=' WS-NPM-IN
004490         ' SMT=' WS-SEMESTER
004500         ' AMT=' WS-BAYAR-DISP
004510         DELIMITED BY SIZE INTO WS-SUMMARY.
004520     CALL 'AUDITLOG' USING 'BANKVA    ' 'PAY  ' WS-SUMMARY.
004530 3400-EXIT.
004540     EXIT.
004550*-----------------------------------------------------------
004560*3450-POST-CICILAN  -  AS BAYAR: OLDEST OPEN INSTALLMENT
004570*FIRST, SPILLING INTO THE NEXT, P WHEN COVERED IN FULL.
004580*-----------------------------------------------------------
004590 3450-POST-CICILAN.
004600     MOVE WS-BAYAR-IN TO WS-APPLY.
004610     MOVE 'N' TO WS-CICIL-EOF-SW.
004620     MOVE WS-NPM-IN TO NPM OF CICIL-RECORD.
004630     MOVE WS-SEMESTER TO SEMESTER-CIC OF CICIL-RECORD.
004640     MOVE ZERO TO CICIL-NO OF CICIL-RECORD.
004650     START CICIL-FILE KEY NOT < CICIL-KEY OF CICIL-RECORD
004660         INVALID KEY
004670             SET CICIL-EOF TO TRUE
004680     END-START.
004690     PERFORM 3460-SATU-CICIL THRU 3460-EXIT
004700         UNTIL CICIL-EOF OR WS-APPLY = ZERO.
004710 3450-EXIT.
004720     EXIT.
004730 3460-SATU-CICIL.
004740     READ CICIL-FILE NEXT RECORD
004750         AT END
004760             SET CICIL-EOF TO TRUE
004770             GO TO 3460-EXIT
004780     END-READ.
004790     IF NPM OF CICIL-RECORD NOT = WS-NPM-IN
004800         OR SEMESTER-CIC OF CICIL-RECORD NOT = WS-SEMESTER
004810         SET CICIL-EOF TO TRUE
004820         GO TO 3460-EXIT
004830     END-IF.
004840     IF STATUS-CIC OF CICIL-RECORD = 'P'
004850         GO TO 3460-EXIT
004860     END-IF.
004870     COMPUTE WS-RUANG-CICIL
004880         = JUMLAH-CICIL OF CICIL-RECORD
004890         - BAYAR-CICIL OF CICIL-RECORD.
004900     IF WS-RUANG-CICIL > WS-APPLY
004910         MOVE WS-APPLY TO WS-RUANG-CICIL
004920     END-IF.
004930     ADD WS-RUANG-CICIL TO BAYAR-CICIL OF CICIL-RECORD.
004940     SUBTRACT WS-RUANG-CICIL FROM WS-APPLY.
004950     IF BAYAR-CICIL OF CICIL-RECORD
004960         NOT < JUMLAH-CICIL OF CICIL-RECORD
004970         MOVE 'P' TO STATUS-CIC OF CICIL-RECORD
004980     END-IF.
004990     REWRITE CICIL-RECORD.
005000 3460-EXIT.
005010     EXIT.
005020*-----------------------------------------------------------
005030*3500-WRITE-LOG  -  THE BAYAR JOURNAL LINE, SAME COLUMNS,
005040*OPERATOR BANK.  OPENED AND CLOSED PER LINE AS BAYAR DOES,
005050*SO AN ABEND LOSES NOTHING ALREADY POSTED.
005060*-----------------------------------------------------------
005070 3500-WRITE-LOG.
005080     OPEN EXTEND BAYAR-LOG.
005090     IF WS-LOG-FS = '35'
005100         OPEN OUTPUT BAYAR-LOG
005110         CLOSE BAYAR-LOG
005120         OPEN EXTEND BAYAR-LOG
005130     END-IF.
005140     MOVE SPACES TO BAYAR-LOG-LINE.
005150     STRING WS-RUN-DATE-DISP
005160         ' ' WS-NPM-IN
005170         ' SMT ' WS-SEMESTER
005180         ' ' WS-BAYAR-DISP
005190         ' KW ' WS-KWIT-NO
005200         ' OP=' WS-OPER-ID
005210         DELIMITED BY SIZE INTO BAYAR-LOG-LINE.
005220     WRITE BAYAR-LOG-LINE.
005230     CLOSE BAYAR-LOG.
005240 3500-EXIT.
005250     EXIT.
005260*-----------------------------------------------------------
005270*3550-WRITE-KWITREG  -  THE ISSUE (I) LINE, AS BAYAR.
005280*-----------------------------------------------------------
005290 3550-WRITE-KWITREG.
005300     OPEN EXTEND KWIT-REG.
005310     IF WS-KREG-FS = '35'
005320         OPEN OUTPUT KWIT-REG
005330         CLOSE KWIT-REG
005340         OPEN EXTEND KWIT-REG
005350     END-IF.
005360     MOVE SPACES TO KREG-LINE.
005370     MOVE WS-KWIT-NO TO KREG-LINE(1:6).
005380     MOVE WS-RUN-DATE-DISP TO KREG-LINE(8:10).
005390     MOVE WS-NPM-IN TO KREG-LINE(19:8).
005400     MOVE WS-SEMESTER TO KREG-LINE(28:2).
005410     MOVE WS-BAYAR-DISP TO KREG-LINE(31:10).
005420     MOVE 'I' TO KREG-LINE(42:1).
005430     WRITE KREG-LINE.
005440     CLOSE KWIT-REG.
005450 3550-EXIT.
005460     EXIT.
005470*-----------------------------------------------------------
005480*3600-TULIS-SUSPENSE  -  THE LINE AS RECEIVED ONTO BANKSUSP
005490*WITH ITS CODE, AN EXCRPT ENTRY, AND - UNLESS IT IS ITSELF
005500*A DUPLICATE - ITS REFERENCE ONTO BANKREF AS SUSPENDED.
005510*-----------------------------------------------------------
005520 3600-TULIS-SUSPENSE.
005530     MOVE SPACES TO SUSP-RECORD.
005540     MOVE WS-RUN-DATE-DISP TO SUSP-TGL OF SUSP-RECORD.
005550     MOVE WS-KODE TO SUSP-KODE OF SUSP-RECORD.
005560     MOVE WS-ALASAN TO SUSP-ALASAN OF SUSP-RECORD.
005570     MOVE BANK-RECORD TO SUSP-IMAGE OF SUSP-RECORD.
005580     WRITE SUSP-RECORD.
005590     IF WS-KODE NOT = 'DUPL'
005600         AND REF-BANK OF BANK-RECORD NOT = SPACES
005610         MOVE SPACES TO BREF-RECORD
005620         MOVE REF-BANK OF BANK-RECORD TO REF-BANK OF BREF-RECORD
005630         MOVE WS-RUN-DATE-DISP TO TGL-PROSES OF BREF-RECORD
005640         MOVE NPM OF BANK-RECORD TO NPM OF BREF-RECORD
005650         MOVE 'S' TO STATUS-REF OF BREF-RECORD
005660         MOVE ZERO TO KWIT-NO-REF OF BREF-RECORD
005670         WRITE BREF-RECORD
005680     END-IF.
005690     ADD 1 TO WS-SUSP-COUNT.
005700     IF JUMLAH-VA OF BANK-RECORD NUMERIC
005710         ADD JUMLAH-VA-N OF BANK-RECORD TO WS-TOTAL-SUSP
005720     END-IF.
005730     MOVE 'REF BANK' TO WS-EXC-FIELD.
005740     MOVE SPACES TO WS-EXC-DETAIL.
005750     STRING WS-KODE ' ' REF-BANK OF BANK-RECORD
005760         ' ' WS-ALASAN
005770         DELIMITED BY SIZE INTO WS-EXC-DETAIL.
005780     MOVE 'W' TO WS-EXC-SEV.
005790     CALL 'EXCPRPT' USING 'BANKVA    '
005800         WS-EXC-FIELD WS-EXC-DETAIL WS-EXC-SEV.
005810     MOVE SPACES TO WS-SUMMARY.
005820     STRING 'SUSPENSE ' WS-KODE
005830         ' REF=' REF-BANK OF BANK-RECORD
005840         ' NPM=' NPM OF BANK-RECORD
005850         DELIMITED BY SIZE INTO WS-SUMMARY.
005860     CALL 'AUDITLOG' USING 'BANKVA    ' 'SUSP ' WS-SUMMARY.
005870     MOVE 'S' TO WS-VERDICT.
005880     MOVE SPACES TO WS-HASIL-TEKS.
005890     STRING WS-KODE ' ' WS-ALASAN
005900         DELIMITED BY SIZE INTO WS-HASIL-TEKS.
005910     PERFORM 3700-TULIS-DETAIL THRU 3700-EXIT.
005920 3600-EXIT.
005930     EXIT.
005940*-----------------------------------------------------------
005950*3700-TULIS-DETAIL  -  ONE REPORT LINE PER PAYMENT LINE,
005960*P(OSTED) OR S(USPENSE) FIRST, AS RECEIVED FROM THE BANK.
005970*-----------------------------------------------------------
005980 3700-TULIS-DETAIL.
005990     IF JUMLAH-VA OF BANK-RECORD NUMERIC
006000         MOVE JUMLAH-VA-N OF BANK-RECORD TO WS-JUMLAH-DISP
006010     ELSE
006020         MOVE ZERO TO WS-JUMLAH-DISP
006030     END-IF.
006040     MOVE SPACES TO RPT-LINE.
006050     STRING WS-VERDICT
006060         ' ' NPM OF BANK-RECORD
006070         ' ' SEMESTER-VA OF BANK-RECORD
006080         ' ' WS-JUMLAH-DISP
006090         ' ' REF-BANK OF BANK-RECORD
006100         ' ' TGL-VALUTA OF BANK-RECORD
006110         ' ' WS-HASIL-TEKS
006120         DELIMITED BY SIZE INTO RPT-LINE.
006130     WRITE RPT-LINE.
006140 3700-EXIT.
006150     EXIT.
006160*-----------------------------------------------------------
006170*8000-CHECKPOINT  -  THE BANKVA LINE ON THE RESTART CONTROL
006180*FILE CARRIES THE LAST BANK FILE LINE PROCESSED, REWRITTEN
006190*AFTER EVERY LINE.  THE STEP'S OWN LINE IS MARKED COMPLETE
006200*BY THE JCL MARK STEP.
006210*-----------------------------------------------------------
006220 8000-CHECKPOINT.
006230     PERFORM 1570-CARI-BANKVA THRU 1570-EXIT.
006240     IF WS-RST-HIT = ZERO
006250         IF WS-RST-MAX < 20
006260             ADD 1 TO WS-RST-MAX
006270             MOVE WS-RST-MAX TO WS-RST-HIT
006280             MOVE SPACES TO WS-RST-ENTRY(WS-RST-HIT)
006290             MOVE 'BANKVA'
006300                 TO WS-RST-ENTRY(WS-RST-HIT)(1:8)
006310         ELSE
006320             GO TO 8000-EXIT
006330         END-IF
006340     END-IF.
006350     MOVE WS-READ-COUNT TO WS-CKPT-COUNT.
006360     MOVE WS-CKPT-COUNT
006370         TO WS-RST-ENTRY(WS-RST-HIT)(12:7).
006380     MOVE WS-RUN-DATE-DISP
006390         TO WS-RST-ENTRY(WS-RST-HIT)(20:10).
006400     OPEN OUTPUT RST-FILE.
006410     PERFORM 8100-SATU-KELUAR THRU 8100-EXIT
006420         VARYING WS-RST-X FROM 1 BY 1
006430         UNTIL WS-RST-X > WS-RST-MAX.
006440     CLOSE RST-FILE.
006450 8000-EXIT.
006460     EXIT.
006470 8100-SATU-KELUAR.
006480     MOVE WS-RST-ENTRY(WS-RST-X) TO RST-LINE.
006490     WRITE RST-LINE.
006500 8100-EXIT.
006510     EXIT.
006520*-----------------------------------------------------------
006530*9000-TERMINATE  -  COUNTS AND AMOUNTS POSTED AND SUSPENDED
006540*THIS RUN (A RESUMED RUN COUNTS ONLY ITS OWN LINES).
006550*-----------------------------------------------------------
006560 9000-TERMINATE.
006570     IF WS-BNK-FS = '00' OR '10'
006580         CLOSE BANK-FILE
006590     END-IF.
006600     CLOSE TAGIHAN-FILE.
006610     IF CICIL-OPEN
006620         CLOSE CICIL-FILE
006630     END-IF.
006640     CLOSE BREF-FILE.
006650     CLOSE SUSP-FILE.
006660     MOVE ALL '-' TO RPT-LINE.
006670     WRITE RPT-LINE.
006680     MOVE WS-POST-COUNT TO WS-COUNT-DISP.
006690     MOVE WS-TOTAL-POST TO WS-TOTAL-DISP.
006700     MOVE SPACES TO RPT-LINE.
006710     STRING 'DIPOSTING / POSTED      : ' WS-COUNT-DISP
006720         '   JUMLAH / AMOUNT : ' WS-TOTAL-DISP
006730         DELIMITED BY SIZE INTO RPT-LINE.
006740     WRITE RPT-LINE.
006750     MOVE WS-SUSP-COUNT TO WS-COUNT-DISP.
006760     MOVE WS-TOTAL-SUSP TO WS-TOTAL-DISP.
006770     MOVE SPACES TO RPT-LINE.
006780     STRING 'DITAHAN / SUSPENSE      : ' WS-COUNT-DISP
006790         '   JUMLAH / AMOUNT : ' WS-TOTAL-DISP
006800         DELIMITED BY SIZE INTO RPT-LINE.
006810     WRITE RPT-LINE.
006820     CLOSE BANK-RPT.
006830     DISPLAY 'BANKVA: POSTED ' WS-POST-COUNT
006840         ' SUSPENSE ' WS-SUSP-COUNT.
006850     MOVE SPACES TO WS-SUMMARY.
006860     STRING 'POSTED=' WS-POST-COUNT
006870         ' SUSPENSE=' WS-SUSP-COUNT
006880         DELIMITED BY SIZE INTO WS-SUMMARY.
006890     CALL 'AUDITLOG' USING 'BANKVA    ' 'END  ' WS-SUMMARY.
006900     STOP RUN.
006910 9000-EXIT.
006920     EXIT.
