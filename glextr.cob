000010*-----------------------------------------------------------
000020*GLEXTR  -  DAILY GENERAL-LEDGER JOURNAL EXTRACT
000030*-----------------------------------------------------------
000040*BUILDS THE DAY'S GLOUT INTERFACE FILE FOR THE FINANCE
000050*SYSTEM: BALANCED DOUBLE-ENTRY JOURNAL LINES (GLJREC), ONE
000060*DEBIT AND ONE CREDIT PER TRANSACTION, FOR ONE DATE READ
000070*FROM SYSIN (BLANK = YESTERDAY).  SOURCES FOR THE DATE -
000080*GLFEED (ASSESSMENTS, WAIVERS AND CREDITS APPLIED FROM
000090*TAGIHAN, LATE FEES FROM DENDA), BAYARLOG (PAYMENTS, BANK
000100*VA PAYMENTS AND REVERSALS, THE KR= PORTION AS STUDENT
000110*CREDIT) AND RFNDREG (CREDIT REFUNDS).  EACH TRANSACTION
000120*TYPE TAKES ITS DEBIT AND CREDIT ACCOUNT FROM THE GLCOA
000130*CHART OF ACCOUNTS, A SMALL CSV FILE FINANCE KEEPS -
000140*JENIS,DEBIT,KREDIT,KETERANGAN - ONE LINE PER TYPE:
000150*ASES  RECEIVABLE       / TUITION REVENUE
000160*WAIV  SCHOLARSHIP EXP  / RECEIVABLE
000170*DEND  RECEIVABLE       / FEE INCOME
000180*BAYR  CASH             / RECEIVABLE
000190*BANK  BANK             / RECEIVABLE      (OPERATOR BANK)
000200*LEBH  CASH             / STUDENT CREDIT  (OVERPAYMENT)
000210*KRPK  STUDENT CREDIT   / RECEIVABLE      (CREDIT APPLIED)
000220*RFND  STUDENT CREDIT   / CASH            (REFUND VOUCHER)
000230*A NEGATIVE BAYARLOG LINE (A VOID) SWAPS THE TWO ACCOUNTS.
000240*THE GLRPT CONTROL REPORT TOTALS DEBITS AND CREDITS BY TYPE,
000250*PROVES THEY BALANCE, AND TIES THE RECEIPTS ISSUED TO THE
000260*KWITDAY DAY REPORT (KWITRPT) AND THE LATE FEES TO DENDARPT
000270*(DENDA) WHEN THOSE WERE RUN FOR THE DATE.  A DATE NOT YET
000280*OVER, A DATE ALREADY ON THE GLCTL CONTROL FILE, OR A CHART
000290*MISSING A TYPE IS REFUSED WITH RETURN CODE 8; AN
000300*UNBALANCED RUN IS NOT RECORDED ON GLCTL AND ENDS RC 8.
000310*-----------------------------------------------------------
000320*MODIFICATION HISTORY
000330*DATE       INIT  DESCRIPTION
000340*10/15/2026 RSD   ORIGINAL.
000350*-----------------------------------------------------------
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. GLEXTR.
000380 AUTHOR. RASYID.
000390 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000400 DATE-WRITTEN. 10/15/2026.
000410 DATE-COMPILED.
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT COA-FILE ASSIGN TO 'GLCOA'
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-COA-FS.
000480     SELECT GL-FEED ASSIGN TO 'GLFEED'
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-GLF-FS.
000510     SELECT BAYAR-LOG ASSIGN TO 'BAYARLOG'
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-LOG-FS.
000540     SELECT RFND-REG ASSIGN TO 'RFNDREG'
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RFR-FS.
000570     SELECT KWIT-DAY ASSIGN TO 'KWITDAY'
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-KWD-FS.
000600     SELECT DENDA-RPT ASSIGN TO 'DENDARPT'
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-DND-FS.
000630     SELECT GL-CTL ASSIGN TO 'GLCTL'
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-GLC-FS.
000660     SELECT GL-OUT ASSIGN TO 'GLOUT'
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-GLO-FS.
000690     SELECT GL-RPT ASSIGN TO 'GLRPT'
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-RPT-FS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  COA-FILE.
000750 01  COA-LINE                    PIC X(80).
000760 FD  GL-FEED.
000770 01  GLF-RECORD.
000780         COPY GLFREC.
000790 FD  BAYAR-LOG.
000800 01  BAYAR-LOG-LINE              PIC X(80).
000810 FD  RFND-REG.
000820 01  RFR-LINE                    PIC X(60).
000830 FD  KWIT-DAY.
000840 01  KWD-LINE                    PIC X(80).
000850 FD  DENDA-RPT.
000860 01  DND-LINE                    PIC X(100).
000870 FD  GL-CTL.
000880 01  GLC-LINE                    PIC X(60).
000890 FD  GL-OUT.
000900 01  GLJ-RECORD.
000910         COPY GLJREC.
000920 FD  GL-RPT.
000930 01  RPT-LINE                    PIC X(100).
000940 WORKING-STORAGE SECTION.
000950 01  WS-COA-FS                   PIC X(02).
000960 01  WS-GLF-FS                   PIC X(02).
000970 01  WS-LOG-FS                   PIC X(02).
000980 01  WS-RFR-FS                   PIC X(02).
000990 01  WS-KWD-FS                   PIC X(02).
001000 01  WS-DND-FS                   PIC X(02).
001010 01  WS-GLC-FS                   PIC X(02).
001020 01  WS-GLO-FS                   PIC X(02).
001030 01  WS-RPT-FS                   PIC X(02).
001040 01  WS-EOF-SW                   PIC X(01).
001050         88  FILE-EOF                     VALUE 'Y'.
001060 01  WS-ADA-SW                   PIC X(01).
001070         88  SUDAH-ADA                    VALUE 'Y'.
001080 01  WS-BALIK-SW                 PIC X(01).
001090         88  JURNAL-BALIK                 VALUE 'Y'.
001100 01  WS-TGL-IN                   PIC X(10).
001110 01  WS-TGL-YY                   PIC 9(04).
001120 01  WS-TGL-MM                   PIC 9(02).
001130 01  WS-TGL-DD                   PIC 9(02).
001140 01  WS-KABISAT-Q                PIC 9(04).
001150 01  WS-KABISAT-R                PIC 9(04).
001160 01  WS-HARI-BULAN-X             PIC X(24)
001170         VALUE '312831303130313130313031'.
001180 01  WS-HARI-BULAN REDEFINES WS-HARI-BULAN-X.
001190         05  WS-HARI-MAKS            PIC 9(02) OCCURS 12 TIMES.
001200 01  WS-JENIS-WAJIB-X            PIC X(32)
001210         VALUE 'ASESWAIVDENDBAYRBANKLEBHKRPKRFND'.
001220 01  WS-JENIS-WAJIB REDEFINES WS-JENIS-WAJIB-X.
001230         05  WS-JW-KODE              PIC X(04) OCCURS 8 TIMES.
001240 01  WS-JENIS-TOTAL.
001250         05  WS-JT-ENTRY OCCURS 8 TIMES.
001260             10  WS-JT-COUNT         PIC 9(05).
001270             10  WS-JT-JUMLAH        PIC 9(11)V99.
001280 01  WS-JW-X                     PIC 9(02) COMP.
001290 01  WS-JW-HIT                   PIC 9(02) COMP.
001300 01  WS-COA-TABEL.
001310         05  WS-COA-ENTRY OCCURS 20 TIMES.
001320             10  WS-COA-JENIS        PIC X(04).
001330             10  WS-COA-DEBIT        PIC X(10).
001340             10  WS-COA-KREDIT       PIC X(10).
001350             10  WS-COA-KET          PIC X(30).
001360 01  WS-COA-X                    PIC 9(02) COMP.
001370 01  WS-COA-MAX                  PIC 9(02) COMP VALUE ZERO.
001380 01  WS-COA-HIT                  PIC 9(02) COMP.
001390 01  WS-COA-IN.
001400         05  WS-CI-JENIS             PIC X(04).
001410         05  WS-CI-DEBIT             PIC X(10).
001420         05  WS-CI-KREDIT            PIC X(10).
001430         05  WS-CI-KET               PIC X(30).
001440 01  WS-JENIS                    PIC X(04).
001450 01  WS-JML                      PIC 9(07)V99.
001460 01  WS-NPM-J                    PIC X(08).
001470 01  WS-REF-J                    PIC X(08).
001480 01  WS-JURNAL-NO                PIC 9(06) VALUE ZERO.
001490 01  WS-TOTAL-DEBIT              PIC 9(11)V99 VALUE ZERO.
001500 01  WS-TOTAL-KREDIT             PIC 9(11)V99 VALUE ZERO.
001510 01  WS-GL-TERBIT                PIC 9(11)V99 VALUE ZERO.
001520 01  WS-GL-BALIK                 PIC 9(11)V99 VALUE ZERO.
001530 01  WS-GL-DENDA                 PIC 9(11)V99 VALUE ZERO.
001540 01  WS-KWD-TERBIT               PIC 9(11)V99 VALUE ZERO.
001550 01  WS-KWD-VOID                 PIC 9(11)V99 VALUE ZERO.
001560 01  WS-DND-TOTAL                PIC 9(11)V99 VALUE ZERO.
001570 01  WS-KWD-SW                   PIC X(01) VALUE 'N'.
001580         88  KWD-ADA                      VALUE 'Y'.
001590 01  WS-DND-SW                   PIC X(01) VALUE 'N'.
001600         88  DND-ADA                      VALUE 'Y'.
001610 01  WS-TIE-SW                   PIC X(01) VALUE 'Y'.
001620         88  SEMUA-COCOK                  VALUE 'Y'.
001630 01  WS-SKIP-COUNT               PIC 9(05) VALUE ZERO.
001640 01  WS-AMT-X                    PIC X(10).
001650 01  WS-AMT-WHOLE                PIC 9(07).
001660 01  WS-AMT-DEC                  PIC 9(02).
001670 01  WS-AMT-WK                   PIC 9(07)V99.
001680 01  WS-NEG-CT                   PIC 9(02).
001690 01  WS-LOG-JUMLAH               PIC 9(07)V99.
001700 01  WS-LOG-KREDIT               PIC 9(07)V99.
001710 01  WS-TOT-X                    PIC X(14).
001720 01  WS-TOT-WHOLE                PIC 9(11).
001730 01  WS-TOT-WK                   PIC 9(11)V99.
001740 01  WS-TOT-DISP                 PIC Z(10)9.99.
001750 01  WS-TOT-DISP2                PIC Z(10)9.99.
001760 01  WS-COUNT-DISP               PIC ZZZZ9.
001770 01  WS-HASIL                    PIC X(40).
001780 01  WS-ALASAN                   PIC X(40).
001790 01  WS-SYSDATE                  PIC 9(08).
001800 01  WS-RUN-DATE-DISP            PIC X(10).
001810 01  WS-SUMMARY                  PIC X(60).
001820 01  WS-EXC-FIELD                PIC X(15).
001830 01  WS-EXC-DETAIL               PIC X(50).
001840 01  WS-EXC-SEV                  PIC X(01).
001850*-----------------------------------------------------------
001860*0000-MAINLINE
001870*-----------------------------------------------------------
001880 PROCEDURE DIVISION.
001890 0000-MAINLINE.
001900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001910     PERFORM 2000-BACA-FEED THRU 2000-EXIT.
001920     PERFORM 3000-BACA-BAYARLOG THRU 3000-EXIT.
001930     PERFORM 4000-BACA-RFNDREG THRU 4000-EXIT.
001940     PERFORM 5000-CEK-TIE THRU 5000-EXIT.
001950     PERFORM 6000-CETAK-KONTROL THRU 6000-EXIT.
001960     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001970*-----------------------------------------------------------
001980*1000-INITIALIZE  -  THE DATE, THE ONCE-ONLY CHECK, THE
001990*CHART OF ACCOUNTS; ANY FAILURE REFUSES THE WHOLE RUN BEFORE
002000*A LINE IS WRITTEN.
002010*-----------------------------------------------------------
002020 1000-INITIALIZE.
002030     ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
002040     MOVE SPACES TO WS-RUN-DATE-DISP.
002050     STRING WS-SYSDATE(1:4) '-' WS-SYSDATE(5:2)
002060         '-' WS-SYSDATE(7:2) DELIMITED BY SIZE
002070         INTO WS-RUN-DATE-DISP.
002080     DISPLAY 'TANGGAL EKSTRAK / EXTRACT DATE (YYYY-MM-DD, '
002090         'KOSONG = KEMARIN / BLANK = YESTERDAY) : '
002100         WITH NO ADVANCING.
002110     MOVE SPACES TO WS-TGL-IN.
002120     ACCEPT WS-TGL-IN.
002130     IF WS-TGL-IN = SPACES
002140         PERFORM 1200-KEMARIN THRU 1200-EXIT
002150     END-IF.
002160     IF WS-TGL-IN(1:4) NOT NUMERIC
002170         OR WS-TGL-IN(5:1) NOT = '-'
002180         OR WS-TGL-IN(6:2) NOT NUMERIC
002190         OR WS-TGL-IN(8:1) NOT = '-'
002200         OR WS-TGL-IN(9:2) NOT NUMERIC
002210         MOVE 'DATE NOT YYYY-MM-DD' TO WS-ALASAN
002220         PERFORM 1900-TOLAK THRU 1900-EXIT
002230     END-IF.
002240     IF WS-TGL-IN NOT < WS-RUN-DATE-DISP
002250         MOVE 'DATE NOT YET OVER' TO WS-ALASAN
002260         PERFORM 1900-TOLAK THRU 1900-EXIT
002270     END-IF.
002280     PERFORM 1300-CEK-GLCTL THRU 1300-EXIT.
002290     IF SUDAH-ADA
002300         MOVE 'DATE ALREADY EXTRACTED' TO WS-ALASAN
002310         PERFORM 1900-TOLAK THRU 1900-EXIT
002320     END-IF.
002330     PERFORM 1500-LOAD-COA THRU 1500-EXIT.
002340     PERFORM 1600-CEK-COA THRU 1600-EXIT.
002350     INITIALIZE WS-JENIS-TOTAL.
002360     OPEN OUTPUT GL-OUT.
002370     OPEN OUTPUT GL-RPT.
002380     MOVE SPACES TO RPT-LINE.
002390     STRING 'EKSTRAK BUKU BESAR / GENERAL-LEDGER EXTRACT  '
002400         'TANGGAL / DATE : ' WS-TGL-IN
002410         DELIMITED BY SIZE INTO RPT-LINE.
002420     WRITE RPT-LINE.
002430     MOVE SPACES TO RPT-LINE.
002440     STRING 'DIJALANKAN / RUN ON : ' WS-RUN-DATE-DISP
002450         DELIMITED BY SIZE INTO RPT-LINE.
002460     WRITE RPT-LINE.
002470     MOVE ALL '-' TO RPT-LINE.
002480     WRITE RPT-LINE.
002490     MOVE SPACES TO WS-SUMMARY.
002500     STRING 'GL EXTRACT STARTED DATE=' WS-TGL-IN
002510         DELIMITED BY SIZE INTO WS-SUMMARY.
002520     CALL 'AUDITLOG' USING 'GLEXTR    ' 'START' WS-SUMMARY.
002530 1000-EXIT.
002540     EXIT.
002550*-----------------------------------------------------------
002560*1200-KEMARIN  -  THE DAY BEFORE THE RUN DATE, ACROSS MONTH
002570*AND YEAR ENDS; FEBRUARY HAS 29 DAYS IN A LEAP YEAR.
002580*-----------------------------------------------------------
002590 1200-KEMARIN.
002600     MOVE WS-SYSDATE(1:4) TO WS-TGL-YY.
002610     MOVE WS-SYSDATE(5:2) TO WS-TGL-MM.
002620     MOVE WS-SYSDATE(7:2) TO WS-TGL-DD.
002630     SUBTRACT 1 FROM WS-TGL-DD.
002640     IF WS-TGL-DD = ZERO
002650         SUBTRACT 1 FROM WS-TGL-MM
002660         IF WS-TGL-MM = ZERO
002670             MOVE 12 TO WS-TGL-MM
002680             SUBTRACT 1 FROM WS-TGL-YY
002690         END-IF
002700         MOVE WS-HARI-MAKS(WS-TGL-MM) TO WS-TGL-DD
002710         IF WS-TGL-MM = 2
002720             DIVIDE WS-TGL-YY BY 4 GIVING WS-KABISAT-Q
002730                 REMAINDER WS-KABISAT-R
002740             IF WS-KABISAT-R = ZERO
002750                 MOVE 29 TO WS-TGL-DD
002760                 DIVIDE WS-TGL-YY BY 100 GIVING WS-KABISAT-Q
002770                     REMAINDER WS-KABISAT-R
002780                 IF WS-KABISAT-R = ZERO
002790                     MOVE 28 TO WS-TGL-DD
002800                     DIVIDE WS-TGL-YY BY 400 GIVING WS-KABISAT-Q
002810                         REMAINDER WS-KABISAT-R
002820                     IF WS-KABISAT-R = ZERO
002830                         MOVE 29 TO WS-TGL-DD
002840                     END-IF
002850                 END-IF
002860             END-IF
002870         END-IF
002880     END-IF.
002890     MOVE SPACES TO WS-TGL-IN.
002900     STRING WS-TGL-YY '-' WS-TGL-MM '-' WS-TGL-DD
002910         DELIMITED BY SIZE INTO WS-TGL-IN.
002920 1200-EXIT.
002930     EXIT.
002940*-----------------------------------------------------------
002950*1300-CEK-GLCTL  -  ONE GLCTL LINE PER DATE EVER EXTRACTED:
002960*DATE (1:10), RUN DATE (12:10), JOURNALS (23:6), TOTAL
002970*DEBIT (30:15).
002980*-----------------------------------------------------------
002990 1300-CEK-GLCTL.
003000     MOVE 'N' TO WS-ADA-SW.
003010     OPEN INPUT GL-CTL.
003020     IF WS-GLC-FS NOT = '00'
003030         GO TO 1300-EXIT
003040     END-IF.
003050     MOVE 'N' TO WS-EOF-SW.
003060     PERFORM 1350-SATU-GLCTL THRU 1350-EXIT
003070         UNTIL FILE-EOF OR SUDAH-ADA.
003080     CLOSE GL-CTL.
003090 1300-EXIT.
003100     EXIT.
003110 1350-SATU-GLCTL.
003120     READ GL-CTL
003130         AT END
003140             SET FILE-EOF TO TRUE
003150             GO TO 1350-EXIT
003160     END-READ.
003170     IF GLC-LINE(1:10) = WS-TGL-IN
003180         MOVE 'Y' TO WS-ADA-SW
003190     END-IF.
003200 1350-EXIT.
003210     EXIT.
003220*-----------------------------------------------------------
003230*1500-LOAD-COA  -  JENIS,DEBIT,KREDIT,KETERANGAN LINES INTO
003240*THE CHART TABLE.  BLANK LINES AND A JENIS HEADING ARE
003250*SKIPPED; A LINE WITH A BLANK ACCOUNT IS NOT TAKEN.
003260*-----------------------------------------------------------
003270 1500-LOAD-COA.
003280     OPEN INPUT COA-FILE.
003290     IF WS-COA-FS NOT = '00'
003300         MOVE 'NO GLCOA CHART OF ACCOUNTS' TO WS-ALASAN
003310         PERFORM 1900-TOLAK THRU 1900-EXIT
003320     END-IF.
003330     MOVE 'N' TO WS-EOF-SW.
003340     PERFORM 1550-SATU-COA THRU 1550-EXIT UNTIL FILE-EOF.
003350     CLOSE COA-FILE.
003360 1500-EXIT.
003370     EXIT.
003380 1550-SATU-COA.
003390     READ COA-FILE
003400         AT END
003410             SET FILE-EOF TO TRUE
003420             GO TO 1550-EXIT
003430     END-READ.
003440     IF COA-LINE = SPACES OR COA-LINE(1:6) = 'JENIS,'
003450         GO TO 1550-EXIT
003460     END-IF.
003470     MOVE SPACES TO WS-COA-IN.
003480     UNSTRING COA-LINE DELIMITED BY ','
003490         INTO WS-CI-JENIS WS-CI-DEBIT WS-CI-KREDIT WS-CI-KET.
003500     IF WS-CI-DEBIT = SPACES OR WS-CI-KREDIT = SPACES
003510         DISPLAY 'GLEXTR: BARIS COA DILEWATI / LINE SKIPPED, '
003520             'AKUN KOSONG / BLANK ACCOUNT: ' COA-LINE
003530         GO TO 1550-EXIT
003540     END-IF.
003550     IF WS-COA-MAX < 20
003560         ADD 1 TO WS-COA-MAX
003570         MOVE WS-COA-IN TO WS-COA-ENTRY(WS-COA-MAX)
003580     END-IF.
003590 1550-EXIT.
003600     EXIT.
003610*-----------------------------------------------------------
003620*1600-CEK-COA  -  EVERY TRANSACTION TYPE MUST HAVE ITS TWO
003630*ACCOUNTS, OR NO JOURNAL COULD BE TRUSTED TO BALANCE.
003640*-----------------------------------------------------------
003650 1600-CEK-COA.
003660     PERFORM 1650-SATU-WAJIB THRU 1650-EXIT
003670         VARYING WS-JW-X FROM 1 BY 1 UNTIL WS-JW-X > 8.
003680 1600-EXIT.
003690     EXIT.
003700 1650-SATU-WAJIB.
003710     MOVE WS-JW-KODE(WS-JW-X) TO WS-JENIS.
003720     PERFORM 7100-CARI-COA THRU 7100-EXIT.
003730     IF WS-COA-HIT = ZERO
003740         MOVE SPACES TO WS-ALASAN
003750         STRING 'GLCOA HAS NO LINE FOR ' WS-JENIS
003760             DELIMITED BY SIZE INTO WS-ALASAN
003770         PERFORM 1900-TOLAK THRU 1900-EXIT
003780     END-IF.
003790 1650-EXIT.
003800     EXIT.
003810*-----------------------------------------------------------
003820*1900-TOLAK  -  THE RUN IS REFUSED: NOTHING EXTRACTED,
003830*NOTHING RECORDED ON GLCTL, RETURN CODE 8.
003840*-----------------------------------------------------------
003850 1900-TOLAK.
003860     DISPLAY 'GLEXTR: DITOLAK / REFUSED - ' WS-ALASAN.
003870     MOVE 'TANGGAL' TO WS-EXC-FIELD.
003880     MOVE SPACES TO WS-EXC-DETAIL.
003890     STRING WS-TGL-IN ' ' WS-ALASAN
003900         DELIMITED BY SIZE INTO WS-EXC-DETAIL.
003910     MOVE 'S' TO WS-EXC-SEV.
003920     CALL 'EXCPRPT' USING 'GLEXTR    '
003930         WS-EXC-FIELD WS-EXC-DETAIL WS-EXC-SEV.
003940     MOVE SPACES TO WS-SUMMARY.
003950     STRING 'REFUSED DATE=' WS-TGL-IN ' ' WS-ALASAN
003960         DELIMITED BY SIZE INTO WS-SUMMARY.
003970     CALL 'AUDITLOG' USING 'GLEXTR    ' 'DENY ' WS-SUMMARY.
003980     MOVE 8 TO RETURN-CODE.
003990     STOP RUN.
004000 1900-EXIT.
004010     EXIT.
004020*-----------------------------------------------------------
004030*2000-BACA-FEED  -  THE DATE'S GLFEED LINES, ONE JOURNAL
004040*EACH.  A TYPE NOT EXPECTED ON THE FEED IS REPORTED AND
004050*LEFT OUT.
004060*-----------------------------------------------------------
004070 2000-BACA-FEED.
004080     OPEN INPUT GL-FEED.
004090     IF WS-GLF-FS NOT = '00'
004100         GO TO 2000-EXIT
004110     END-IF.
004120     MOVE 'N' TO WS-EOF-SW.
004130     PERFORM 2100-SATU-FEED THRU 2100-EXIT UNTIL FILE-EOF.
004140     CLOSE GL-FEED.
004150 2000-EXIT.
004160     EXIT.
004170 2100-SATU-FEED.
004180     READ GL-FEED
004190         AT END
004200             SET FILE-EOF TO TRUE
004210             GO TO 2100-EXIT
004220     END-READ.
004230     IF TGL-GL OF GLF-RECORD NOT = WS-TGL-IN
004240         GO TO 2100-EXIT
004250     END-IF.
004260     MOVE JENIS-GL OF GLF-RECORD TO WS-JENIS.
004270     IF WS-JENIS NOT = 'ASES' AND NOT = 'WAIV'
004280         AND NOT = 'KRPK' AND NOT = 'DEND'
004290         ADD 1 TO WS-SKIP-COUNT
004300         MOVE 'JENIS-GL' TO WS-EXC-FIELD
004310         MOVE SPACES TO WS-EXC-DETAIL
004320         STRING 'UNKNOWN FEED TYPE ' WS-JENIS
004330             ' NPM ' NPM OF GLF-RECORD
004340             DELIMITED BY SIZE INTO WS-EXC-DETAIL
004350         MOVE 'W' TO WS-EXC-SEV
004360         CALL 'EXCPRPT' USING 'GLEXTR    '
004370             WS-EXC-FIELD WS-EXC-DETAIL WS-EXC-SEV
004380         GO TO 2100-EXIT
004390     END-IF.
004400     MOVE JUMLAH-GL OF GLF-RECORD TO WS-JML.
004410     MOVE NPM OF GLF-RECORD TO WS-NPM-J.
004420     MOVE SUMBER-GL OF GLF-RECORD TO WS-REF-J.
004430     MOVE 'N' TO WS-BALIK-SW.
004440     PERFORM 7000-TULIS-JURNAL THRU 7000-EXIT.
004450     IF WS-JENIS = 'DEND'
004460         ADD WS-JML TO WS-GL-DENDA
004470     END-IF.
004480 2100-EXIT.
004490     EXIT.
004500*-----------------------------------------------------------
004510*3000-BACA-BAYARLOG  -  THE DATE'S PAYMENT LINES.  THE PART
004520*APPLIED TO THE BILL IS BAYR (BANK FOR OPERATOR BANK), THE
004530*KR= PART IS LEBH.  A NEGATIVE LINE IS A VOID AND POSTS THE
004540*SAME JOURNALS REVERSED.  POSITIVE LINES ARE THE RECEIPTS
004550*ISSUED THAT KWITDAY SHOWS.
004560*-----------------------------------------------------------
004570 3000-BACA-BAYARLOG.
004580     OPEN INPUT BAYAR-LOG.
004590     IF WS-LOG-FS NOT = '00'
004600         GO TO 3000-EXIT
004610     END-IF.
004620     MOVE 'N' TO WS-EOF-SW.
004630     PERFORM 3100-SATU-LOG THRU 3100-EXIT UNTIL FILE-EOF.
004640     CLOSE BAYAR-LOG.
004650 3000-EXIT.
004660     EXIT.
004670 3100-SATU-LOG.
004680     READ BAYAR-LOG
004690         AT END
004700             SET FILE-EOF TO TRUE
004710             GO TO 3100-EXIT
004720     END-READ.
004730     IF BAYAR-LOG-LINE(1:10) NOT = WS-TGL-IN
004740         GO TO 3100-EXIT
004750     END-IF.
004760     MOVE BAYAR-LOG-LINE(28:10) TO WS-AMT-X.
004770     PERFORM 7500-AMBIL-JUMLAH THRU 7500-EXIT.
004772     IF BAYAR-LOG-LINE(27:1) = '-'
004774         ADD 1 TO WS-NEG-CT
004776     END-IF.
004780     MOVE WS-AMT-WK TO WS-LOG-JUMLAH.
004790     IF WS-NEG-CT > ZERO
004800         MOVE 'Y' TO WS-BALIK-SW
004810         ADD WS-LOG-JUMLAH TO WS-GL-BALIK
004820     ELSE
004830         MOVE 'N' TO WS-BALIK-SW
004840         ADD WS-LOG-JUMLAH TO WS-GL-TERBIT
004850     END-IF.
004860     MOVE ZERO TO WS-LOG-KREDIT.
004870     IF BAYAR-LOG-LINE(60:4) = ' KR='
004880         MOVE BAYAR-LOG-LINE(64:10) TO WS-AMT-X
004890         PERFORM 7500-AMBIL-JUMLAH THRU 7500-EXIT
004900         MOVE WS-AMT-WK TO WS-LOG-KREDIT
004910     END-IF.
004920     MOVE BAYAR-LOG-LINE(12:8) TO WS-NPM-J.
004930     MOVE SPACES TO WS-REF-J.
004940     MOVE BAYAR-LOG-LINE(42:6) TO WS-REF-J.
004950     IF WS-LOG-JUMLAH > WS-LOG-KREDIT
004960         COMPUTE WS-JML = WS-LOG-JUMLAH - WS-LOG-KREDIT
004970         IF BAYAR-LOG-LINE(52:8) = 'BANK'
004980             MOVE 'BANK' TO WS-JENIS
004990         ELSE
005000             MOVE 'BAYR' TO WS-JENIS
005010         END-IF
005020         PERFORM 7000-TULIS-JURNAL THRU 7000-EXIT
005030     END-IF.
005040     IF WS-LOG-KREDIT > ZERO
005050         MOVE WS-LOG-KREDIT TO WS-JML
005060         MOVE 'LEBH' TO WS-JENIS
005070         PERFORM 7000-TULIS-JURNAL THRU 7000-EXIT
005080     END-IF.
005090 3100-EXIT.
005100     EXIT.
005110*-----------------------------------------------------------
005120*4000-BACA-RFNDREG  -  THE DATE'S REFUND VOUCHERS: VOUCHER
005130*(1:6), DATE (8:10), NPM (19:8), AMOUNT (28:10).
005140*-----------------------------------------------------------
005150 4000-BACA-RFNDREG.
005160     OPEN INPUT RFND-REG.
005170     IF WS-RFR-FS NOT = '00'
005180         GO TO 4000-EXIT
005190     END-IF.
005200     MOVE 'N' TO WS-EOF-SW.
005210     PERFORM 4100-SATU-RFND THRU 4100-EXIT UNTIL FILE-EOF.
005220     CLOSE RFND-REG.
005230 4000-EXIT.
005240     EXIT.
005250 4100-SATU-RFND.
005260     READ RFND-REG
005270         AT END
005280             SET FILE-EOF TO TRUE
005290             GO TO 4100-EXIT
005300     END-READ.
005310     IF RFR-LINE(8:10) NOT = WS-TGL-IN
005320         GO TO 4100-EXIT
005330     END-IF.
005340     MOVE RFR-LINE(28:10) TO WS-AMT-X.
005350     PERFORM 7500-AMBIL-JUMLAH THRU 7500-EXIT.
005360     IF WS-AMT-WK = ZERO
005370         GO TO 4100-EXIT
005380     END-IF.
005390     MOVE WS-AMT-WK TO WS-JML.
005400     MOVE 'RFND' TO WS-JENIS.
005410     MOVE RFR-LINE(19:8) TO WS-NPM-J.
005420     MOVE SPACES TO WS-REF-J.
005430     MOVE RFR-LINE(1:6) TO WS-REF-J.
005440     MOVE 'N' TO WS-BALIK-SW.
005450     PERFORM 7000-TULIS-JURNAL THRU 7000-EXIT.
005460 4100-EXIT.
005470     EXIT.
005480*-----------------------------------------------------------
005490*5000-CEK-TIE  -  THE TOTALS OFF THE KWITDAY AND DENDARPT
005500*REPORTS, WHEN EACH WAS PRINTED FOR THIS DATE (HEADING DATE
005510*AT 38 AND 30).  THE AMOUNT LINES CARRY Z(10)9.99 AT 29.
005520*-----------------------------------------------------------
005530 5000-CEK-TIE.
005540     OPEN INPUT KWIT-DAY.
005550     IF WS-KWD-FS = '00'
005560         MOVE 'N' TO WS-EOF-SW
005570         READ KWIT-DAY
005580             AT END
005590                 SET FILE-EOF TO TRUE
005600         END-READ
005610         IF NOT FILE-EOF AND KWD-LINE(38:10) = WS-TGL-IN
005620             MOVE 'Y' TO WS-KWD-SW
005630             PERFORM 5100-SATU-KWD THRU 5100-EXIT
005640                 UNTIL FILE-EOF
005650         END-IF
005660         CLOSE KWIT-DAY
005670     END-IF.
005680     OPEN INPUT DENDA-RPT.
005690     IF WS-DND-FS = '00'
005700         MOVE 'N' TO WS-EOF-SW
005710         READ DENDA-RPT
005720             AT END
005730                 SET FILE-EOF TO TRUE
005740         END-READ
005750         IF NOT FILE-EOF AND DND-LINE(30:10) = WS-TGL-IN
005760             MOVE 'Y' TO WS-DND-SW
005770             PERFORM 5200-SATU-DND THRU 5200-EXIT
005780                 UNTIL FILE-EOF
005790         END-IF
005800         CLOSE DENDA-RPT
005810     END-IF.
005820 5000-EXIT.
005830     EXIT.
005840 5100-SATU-KWD.
005850     READ KWIT-DAY
005860         AT END
005870             SET FILE-EOF TO TRUE
005880             GO TO 5100-EXIT
005890     END-READ.
005900     IF KWD-LINE(1:28) = 'JUMLAH TERBIT / ISSUED    : '
005910         MOVE KWD-LINE(29:14) TO WS-TOT-X
005920         PERFORM 5500-AMBIL-TOTAL THRU 5500-EXIT
005930         MOVE WS-TOT-WK TO WS-KWD-TERBIT
005940     END-IF.
005950     IF KWD-LINE(1:28) = 'JUMLAH VOID / VOIDED      : '
005960         MOVE KWD-LINE(29:14) TO WS-TOT-X
005970         PERFORM 5500-AMBIL-TOTAL THRU 5500-EXIT
005980         MOVE WS-TOT-WK TO WS-KWD-VOID
005990     END-IF.
006000 5100-EXIT.
006010     EXIT.
006020 5200-SATU-DND.
006030     READ DENDA-RPT
006040         AT END
006050             SET FILE-EOF TO TRUE
006060             GO TO 5200-EXIT
006070     END-READ.
006080     IF DND-LINE(1:28) = 'TOTAL DENDA / LATE FEES   : '
006090         MOVE DND-LINE(29:14) TO WS-TOT-X
006100         PERFORM 5500-AMBIL-TOTAL THRU 5500-EXIT
006110         MOVE WS-TOT-WK TO WS-DND-TOTAL
006120     END-IF.
006130 5200-EXIT.
006140     EXIT.
006150*-----------------------------------------------------------
006160*5500-AMBIL-TOTAL  -  A Z(10)9.99 REPORT TOTAL IN WS-TOT-X
006170*BACK TO A NUMBER IN WS-TOT-WK.
006180*-----------------------------------------------------------
006190 5500-AMBIL-TOTAL.
006200     INSPECT WS-TOT-X REPLACING LEADING SPACES BY ZEROS.
006210     MOVE ZERO TO WS-TOT-WK.
006220     IF WS-TOT-X(1:11) NUMERIC AND WS-TOT-X(13:2) NUMERIC
006230         MOVE WS-TOT-X(1:11) TO WS-TOT-WHOLE
006240         MOVE WS-TOT-X(13:2) TO WS-AMT-DEC
006250         COMPUTE WS-TOT-WK = WS-TOT-WHOLE + WS-AMT-DEC / 100
006260     END-IF.
006270 5500-EXIT.
006280     EXIT.
006290*-----------------------------------------------------------
006300*6000-CETAK-KONTROL  -  THE CONTROL REPORT: EACH TYPE'S
006310*JOURNAL COUNT AND AMOUNT, DEBITS AGAINST CREDITS, THEN THE
006320*TIES TO KWITDAY AND DENDARPT.
006330*-----------------------------------------------------------
006340 6000-CETAK-KONTROL.
006350     MOVE SPACES TO RPT-LINE.
006360     STRING 'JENIS  DEBIT      KREDIT     JURNAL'
006370         '         JUMLAH  KETERANGAN'
006380         DELIMITED BY SIZE INTO RPT-LINE.
006390     WRITE RPT-LINE.
006400     PERFORM 6100-SATU-JENIS THRU 6100-EXIT
006410         VARYING WS-JW-X FROM 1 BY 1 UNTIL WS-JW-X > 8.
006420     MOVE ALL '-' TO RPT-LINE.
006430     WRITE RPT-LINE.
006440     MOVE WS-TOTAL-DEBIT TO WS-TOT-DISP.
006450     MOVE SPACES TO RPT-LINE.
006460     STRING 'TOTAL DEBIT               : ' WS-TOT-DISP
006470         DELIMITED BY SIZE INTO RPT-LINE.
006480     WRITE RPT-LINE.
006490     MOVE WS-TOTAL-KREDIT TO WS-TOT-DISP.
006500     MOVE SPACES TO RPT-LINE.
006510     STRING 'TOTAL KREDIT / CREDIT     : ' WS-TOT-DISP
006520         DELIMITED BY SIZE INTO RPT-LINE.
006530     WRITE RPT-LINE.
006540     MOVE SPACES TO RPT-LINE.
006550     IF WS-TOTAL-DEBIT = WS-TOTAL-KREDIT
006560         MOVE 'SEIMBANG / BALANCED' TO RPT-LINE
006570     ELSE
006580         MOVE '*** TIDAK SEIMBANG / OUT OF BALANCE ***'
006590             TO RPT-LINE
006600     END-IF.
006610     WRITE RPT-LINE.
006620     MOVE WS-JURNAL-NO TO WS-COUNT-DISP.
006630     MOVE SPACES TO RPT-LINE.
006640     STRING 'JURNAL / JOURNALS         : ' WS-COUNT-DISP
006650         DELIMITED BY SIZE INTO RPT-LINE.
006660     WRITE RPT-LINE.
006670     IF WS-SKIP-COUNT > ZERO
006680         MOVE WS-SKIP-COUNT TO WS-COUNT-DISP
006690         MOVE SPACES TO RPT-LINE
006700         STRING 'FEED DILEWATI / SKIPPED   : ' WS-COUNT-DISP
006710             DELIMITED BY SIZE INTO RPT-LINE
006720         WRITE RPT-LINE
006730     END-IF.
006740     MOVE ALL '-' TO RPT-LINE.
006750     WRITE RPT-LINE.
006760     PERFORM 6200-TIE-KWITDAY THRU 6200-EXIT.
006770     PERFORM 6300-TIE-DENDA THRU 6300-EXIT.
006780     MOVE ALL '-' TO RPT-LINE.
006790     WRITE RPT-LINE.
006800 6000-EXIT.
006810     EXIT.
006820 6100-SATU-JENIS.
006830     MOVE WS-JW-KODE(WS-JW-X) TO WS-JENIS.
006840     PERFORM 7100-CARI-COA THRU 7100-EXIT.
006850     MOVE WS-JT-COUNT(WS-JW-X) TO WS-COUNT-DISP.
006860     MOVE WS-JT-JUMLAH(WS-JW-X) TO WS-TOT-DISP.
006870     MOVE SPACES TO RPT-LINE.
006880     STRING WS-JENIS
006890         '   ' WS-COA-DEBIT(WS-COA-HIT)
006900         ' ' WS-COA-KREDIT(WS-COA-HIT)
006910         ' ' WS-COUNT-DISP
006920         ' ' WS-TOT-DISP
006930         '  ' WS-COA-KET(WS-COA-HIT)
006940         DELIMITED BY SIZE INTO RPT-LINE.
006950     WRITE RPT-LINE.
006960 6100-EXIT.
006970     EXIT.
006980*-----------------------------------------------------------
006990*6200-TIE-KWITDAY  -  RECEIPTS ISSUED ON THE DATE (POSITIVE
007000*BAYARLOG LINES) AGAINST THE KWITDAY ISSUED AMOUNT.  VOIDS
007010*ARE SHOWN, NOT TIED - KWITDAY DATES A VOID THE DAY IT IS
007020*KEYED, THE LEDGER THE DAY ITS REVERSAL IS DATED.
007030*-----------------------------------------------------------
007040 6200-TIE-KWITDAY.
007050     MOVE WS-GL-TERBIT TO WS-TOT-DISP.
007060     MOVE SPACES TO RPT-LINE.
007070     STRING 'KWITANSI TERBIT (GL)      : ' WS-TOT-DISP
007080         DELIMITED BY SIZE INTO RPT-LINE.
007090     WRITE RPT-LINE.
007100     IF NOT KWD-ADA
007110         MOVE 'TIDAK TERBUKTI / NOT PROVEN - NO KWITDAY FOR DATE'
007120             TO WS-HASIL
007130         MOVE 'N' TO WS-TIE-SW
007140     ELSE
007150         MOVE WS-KWD-TERBIT TO WS-TOT-DISP2
007160         MOVE SPACES TO RPT-LINE
007170         STRING 'KWITDAY ISSUED            : ' WS-TOT-DISP2
007180             DELIMITED BY SIZE INTO RPT-LINE
007190         WRITE RPT-LINE
007200         IF WS-KWD-TERBIT = WS-GL-TERBIT
007210             MOVE 'COCOK / TIES' TO WS-HASIL
007220         ELSE
007230             MOVE 'TIDAK COCOK / DOES NOT TIE' TO WS-HASIL
007240             MOVE 'N' TO WS-TIE-SW
007250         END-IF
007260     END-IF.
007270     MOVE SPACES TO RPT-LINE.
007280     STRING '  KWITDAY : ' WS-HASIL
007290         DELIMITED BY SIZE INTO RPT-LINE.
007300     WRITE RPT-LINE.
007310     MOVE WS-GL-BALIK TO WS-TOT-DISP.
007320     MOVE SPACES TO RPT-LINE.
007330     STRING 'PEMBATALAN / REVERSALS GL : ' WS-TOT-DISP
007340         DELIMITED BY SIZE INTO RPT-LINE.
007350     WRITE RPT-LINE.
007360     IF KWD-ADA
007370         MOVE WS-KWD-VOID TO WS-TOT-DISP
007380         MOVE SPACES TO RPT-LINE
007390         STRING 'KWITDAY VOIDED            : ' WS-TOT-DISP
007400             DELIMITED BY SIZE INTO RPT-LINE
007410         WRITE RPT-LINE
007420     END-IF.
007430 6200-EXIT.
007440     EXIT.
007450*-----------------------------------------------------------
007460*6300-TIE-DENDA  -  LATE FEES ON THE DATE AGAINST THE
007470*DENDARPT TOTAL.  NO DENDA RUN THAT DAY TIES ONLY TO ZERO.
007480*-----------------------------------------------------------
007490 6300-TIE-DENDA.
007500     MOVE WS-GL-DENDA TO WS-TOT-DISP.
007510     MOVE SPACES TO RPT-LINE.
007520     STRING 'DENDA (GL)                : ' WS-TOT-DISP
007530         DELIMITED BY SIZE INTO RPT-LINE.
007540     WRITE RPT-LINE.
007550     IF NOT DND-ADA
007560         IF WS-GL-DENDA = ZERO
007570             MOVE 'COCOK / TIES - NO DENDA RUN ON DATE'
007580                 TO WS-HASIL
007590         ELSE
007600             MOVE 'TIDAK TERBUKTI / NOT PROVEN - NO DENDARPT'
007610                 TO WS-HASIL
007620             MOVE 'N' TO WS-TIE-SW
007630         END-IF
007640     ELSE
007650         MOVE WS-DND-TOTAL TO WS-TOT-DISP2
007660         MOVE SPACES TO RPT-LINE
007670         STRING 'DENDARPT TOTAL            : ' WS-TOT-DISP2
007680             DELIMITED BY SIZE INTO RPT-LINE
007690         WRITE RPT-LINE
007700         IF WS-DND-TOTAL = WS-GL-DENDA
007710             MOVE 'COCOK / TIES' TO WS-HASIL
007720         ELSE
007730             MOVE 'TIDAK COCOK / DOES NOT TIE' TO WS-HASIL
007740             MOVE 'N' TO WS-TIE-SW
007750         END-IF
007760     END-IF.
007770     MOVE SPACES TO RPT-LINE.
007780     STRING '  DENDARPT : ' WS-HASIL
007790         DELIMITED BY SIZE INTO RPT-LINE.
007800     WRITE RPT-LINE.
007810 6300-EXIT.
007820     EXIT.
007830*-----------------------------------------------------------
007840*7000-TULIS-JURNAL  -  ONE JOURNAL, WS-JML UNDER TYPE
007850*WS-JENIS: THE DEBIT LINE THEN THE CREDIT LINE, ACCOUNTS
007860*SWAPPED FOR A REVERSAL.  DEBITS AND CREDITS ARE SUMMED
007870*SEPARATELY FOR THE BALANCE PROOF.
007880*-----------------------------------------------------------
007890 7000-TULIS-JURNAL.
007900     PERFORM 7100-CARI-COA THRU 7100-EXIT.
007910     ADD 1 TO WS-JURNAL-NO.
007920     MOVE SPACES TO GLJ-RECORD.
007930     MOVE WS-TGL-IN TO TGL-JURNAL OF GLJ-RECORD.
007940     MOVE WS-JURNAL-NO TO NO-JURNAL OF GLJ-RECORD.
007950     MOVE WS-JML TO JUMLAH-JURNAL OF GLJ-RECORD.
007960     MOVE WS-JENIS TO JENIS-JURNAL OF GLJ-RECORD.
007970     MOVE WS-NPM-J TO NPM OF GLJ-RECORD.
007980     MOVE WS-REF-J TO REF-JURNAL OF GLJ-RECORD.
007990     MOVE WS-COA-KET(WS-COA-HIT) TO KET-JURNAL OF GLJ-RECORD.
008000     IF JURNAL-BALIK
008010         MOVE 'PEMBATALAN / REVERSAL' TO KET-JURNAL OF GLJ-RECORD
008020     END-IF.
008030     MOVE 'D' TO DK-JURNAL OF GLJ-RECORD.
008040     IF JURNAL-BALIK
008050         MOVE WS-COA-KREDIT(WS-COA-HIT)
008060             TO AKUN-JURNAL OF GLJ-RECORD
008070     ELSE
008080         MOVE WS-COA-DEBIT(WS-COA-HIT)
008090             TO AKUN-JURNAL OF GLJ-RECORD
008100     END-IF.
008110     WRITE GLJ-RECORD.
008120     ADD JUMLAH-JURNAL OF GLJ-RECORD TO WS-TOTAL-DEBIT.
008130     MOVE 'C' TO DK-JURNAL OF GLJ-RECORD.
008140     IF JURNAL-BALIK
008150         MOVE WS-COA-DEBIT(WS-COA-HIT)
008160             TO AKUN-JURNAL OF GLJ-RECORD
008170     ELSE
008180         MOVE WS-COA-KREDIT(WS-COA-HIT)
008190             TO AKUN-JURNAL OF GLJ-RECORD
008200     END-IF.
008210     WRITE GLJ-RECORD.
008220     ADD JUMLAH-JURNAL OF GLJ-RECORD TO WS-TOTAL-KREDIT.
008230     PERFORM 7200-CARI-WAJIB THRU 7200-EXIT.
008240     IF WS-JW-HIT > ZERO
008250         ADD 1 TO WS-JT-COUNT(WS-JW-HIT)
008260         IF JURNAL-BALIK
008270             SUBTRACT WS-JML FROM WS-JT-JUMLAH(WS-JW-HIT)
008280         ELSE
008290             ADD WS-JML TO WS-JT-JUMLAH(WS-JW-HIT)
008300         END-IF
008310     END-IF.
008320 7000-EXIT.
008330     EXIT.
008340 7100-CARI-COA.
008350     MOVE ZERO TO WS-COA-HIT.
008360     IF WS-COA-MAX > ZERO
008370         PERFORM 7150-SATU-COA THRU 7150-EXIT
008380             VARYING WS-COA-X FROM 1 BY 1
008390             UNTIL WS-COA-X > WS-COA-MAX OR WS-COA-HIT > ZERO
008400     END-IF.
008410 7100-EXIT.
008420     EXIT.
008430 7150-SATU-COA.
008440     IF WS-COA-JENIS(WS-COA-X) = WS-JENIS
008450         MOVE WS-COA-X TO WS-COA-HIT
008460     END-IF.
008470 7150-EXIT.
008480     EXIT.
008490 7200-CARI-WAJIB.
008500     MOVE ZERO TO WS-JW-HIT.
008510     PERFORM 7250-SATU-WAJIB THRU 7250-EXIT
008520         VARYING WS-JW-X FROM 1 BY 1
008530         UNTIL WS-JW-X > 8 OR WS-JW-HIT > ZERO.
008540 7200-EXIT.
008550     EXIT.
008560 7250-SATU-WAJIB.
008570     IF WS-JW-KODE(WS-JW-X) = WS-JENIS
008580         MOVE WS-JW-X TO WS-JW-HIT
008590     END-IF.
008600 7250-EXIT.
008610     EXIT.
008620*-----------------------------------------------------------
008630*7500-AMBIL-JUMLAH  -  A Z(6)9.99 OR -(6)9.99 LOG AMOUNT IN
008640*WS-AMT-X BACK TO A NUMBER IN WS-AMT-WK, AS SETTLE READS IT;
008650*WS-NEG-CT ABOVE ZERO MEANS IT WAS NEGATIVE.  A SEVEN-DIGIT
008652*REVERSAL'S SIGN SITS IN BAYARLOG COLUMN 27, OUTSIDE THE
008654*FIELD, AND THE KR= SIGN TRAILS IN COLUMN 74; THE CALLER
008656*LOOKS AT THOSE ITSELF.
008660*-----------------------------------------------------------
008670 7500-AMBIL-JUMLAH.
008680     MOVE ZERO TO WS-NEG-CT.
008690     INSPECT WS-AMT-X TALLYING WS-NEG-CT FOR ALL '-'
008700         REPLACING ALL '-' BY SPACE.
008710     INSPECT WS-AMT-X REPLACING LEADING SPACES BY ZEROS.
008720     MOVE ZERO TO WS-AMT-WK.
008730     IF WS-AMT-X(1:7) NUMERIC AND WS-AMT-X(9:2) NUMERIC
008740         MOVE WS-AMT-X(1:7) TO WS-AMT-WHOLE
008750         MOVE WS-AMT-X(9:2) TO WS-AMT-DEC
008760         COMPUTE WS-AMT-WK = WS-AMT-WHOLE + WS-AMT-DEC / 100
008770     END-IF.
008780 7500-EXIT.
008790     EXIT.
008800*-----------------------------------------------------------
008810*9000-TERMINATE  -  A BALANCED RUN GOES ON GLCTL SO THE DATE
008820*CANNOT BE EXTRACTED AGAIN; AN UNBALANCED ONE IS LEFT OFF
008830*AND ENDS RC 8 - ITS GLOUT MUST NOT BE SENT.
008840*-----------------------------------------------------------
008850 9000-TERMINATE.
008860     CLOSE GL-OUT.
008870     IF WS-TOTAL-DEBIT NOT = WS-TOTAL-KREDIT
008880         MOVE '*** GLOUT TIDAK DIKIRIM / NOT TO BE SENT ***'
008890             TO RPT-LINE
008900         WRITE RPT-LINE
008910         CLOSE GL-RPT
008920         MOVE 'OUT OF BALANCE' TO WS-ALASAN
008930         PERFORM 1900-TOLAK THRU 1900-EXIT
008940     END-IF.
008950     OPEN EXTEND GL-CTL.
008960     IF WS-GLC-FS = '35'
008970         OPEN OUTPUT GL-CTL
008980         CLOSE GL-CTL
008990         OPEN EXTEND GL-CTL
009000     END-IF.
009010     MOVE SPACES TO GLC-LINE.
009020     MOVE WS-TGL-IN TO GLC-LINE(1:10).
009030     MOVE WS-RUN-DATE-DISP TO GLC-LINE(12:10).
009040     MOVE WS-JURNAL-NO TO GLC-LINE(23:6).
009050     MOVE WS-TOTAL-DEBIT TO WS-TOT-DISP.
009060     MOVE WS-TOT-DISP TO GLC-LINE(30:14).
009070     WRITE GLC-LINE.
009080     CLOSE GL-CTL.
009090     IF NOT SEMUA-COCOK
009100         MOVE 'TIE' TO WS-EXC-FIELD
009110         MOVE SPACES TO WS-EXC-DETAIL
009120         STRING WS-TGL-IN ' GL DOES NOT TIE TO KWITDAY/DENDARPT'
009130             DELIMITED BY SIZE INTO WS-EXC-DETAIL
009140         MOVE 'W' TO WS-EXC-SEV
009150         CALL 'EXCPRPT' USING 'GLEXTR    '
009160             WS-EXC-FIELD WS-EXC-DETAIL WS-EXC-SEV
009170     END-IF.
009180     CLOSE GL-RPT.
009190     MOVE WS-JURNAL-NO TO WS-COUNT-DISP.
009200     DISPLAY 'GLEXTR: ' WS-TGL-IN ' ' WS-COUNT-DISP ' JURNAL'.
009210     MOVE SPACES TO WS-SUMMARY.
009220     STRING 'DATE=' WS-TGL-IN
009230         ' JOURNALS=' WS-JURNAL-NO
009240         ' TIE=' WS-TIE-SW
009250         DELIMITED BY SIZE INTO WS-SUMMARY.
009260     CALL 'AUDITLOG' USING 'GLEXTR    ' 'END  ' WS-SUMMARY.
009270     STOP RUN.
009280 9000-EXIT.
009290     EXIT.
