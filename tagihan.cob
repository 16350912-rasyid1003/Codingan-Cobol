000230*BURSAR CAN TIE DISCOUNTS TO GRANT
000240*LETTERS.  NO BEAMAST FILE MEANS NO
000250*WAIVERS, EXACTLY AS BEFORE.
000251*10/15/2026 RSD   A CREDIT BALANCE ON KRDMAST (OVERPAYMENT
000252*TAKEN BY BAYAR) IS NOW USED UP AGAINST
000253*THE NEW NET ASSESSMENT - IT GOES IN AS
000254*JUMLAH-BAYAR AND COMES OFF THE BALANCE -
000255*AND PRINTS ON THE BEAREG REGISTER WITH
000256*ITS OWN RUN TOTAL.  NO KRDMAST FILE
000257*MEANS NO CREDITS.
000258*10/15/2026 RSD   EVERY ASSESSMENT WRITTEN NOW ALSO GOES ON
000259*THE GLFEED GENERAL-LEDGER FEED (GLFREC) -
000260*ASES GROSS, WAIV WAIVED, KRPK CREDIT
000261*APPLIED - FOR THE GLEXTR DAILY EXTRACT.
000262*10/15/2026 RSD   A BLANK SEMESTER TAKES THE CURRENT ONE
000263*FROM THE ACADEMIC CALENDAR.
000264*-----------------------------------------------------------
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. TAGIHAN.
000290 AUTHOR. RASYID.
000540     SELECT BEA-REG ASSIGN TO 'BEAREG'
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-REG-FS.
000561     SELECT KREDIT-FILE ASSIGN TO 'KRDMAST'
000562         ORGANIZATION IS INDEXED
000563         ACCESS MODE IS DYNAMIC
000564         RECORD KEY IS NPM OF KREDIT-RECORD
000565         FILE STATUS IS WS-KRFS.
000566     SELECT GL-FEED ASSIGN TO 'GLFEED'
000567         ORGANIZATION IS LINE SEQUENTIAL
000568         FILE STATUS IS WS-GLF-FS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  TARIF-FILE.
000690         COPY BEAREC.
000700 FD  BEA-REG.
000710 01  REG-LINE                    PIC X(100).
000711 FD  KREDIT-FILE.
000712 01  KREDIT-RECORD.
000713         COPY KRDREC.
000714 FD  GL-FEED.
000715 01  GLF-RECORD.
000716         COPY GLFREC.
000720 WORKING-STORAGE SECTION.
000730 01  WS-TRF-FS                   PIC X(02).
000740 01  WS-FS                       PIC X(02).
000780 01  WS-MHS-EOF-SW               PIC X(01) VALUE 'N'.
000790         88  MHS-EOF                     VALUE 'Y'.
000800 01  WS-SEMESTER                 PIC 9(02).
000802 01  WS-SEMESTER-IN              PIC X(02).
000804 01  WS-KAL-HASIL                PIC X(01).
000806 01  WS-KAL-RECORD.
000808         COPY KALREC.
000810 01  WS-TRF-KELAS                PIC X(05).
000820 01  WS-TRF-AMOUNT-X             PIC X(09).
000830 01  WS-TRF-AMOUNT               PIC 9(07).
001110 01  WS-EXC-FIELD                PIC X(15).
001120 01  WS-EXC-DETAIL               PIC X(50).
001130 01  WS-EXC-SEV                  PIC X(01).
001131 01  WS-KRFS                     PIC X(02).
001132 01  WS-KREDIT-OPEN-SW           PIC X(01) VALUE 'N'.
001133         88  KREDIT-OPEN                  VALUE 'Y'.
001134 01  WS-KREDIT-PAKAI             PIC 9(07)V99.
001135 01  WS-KREDIT-COUNT             PIC 9(05) VALUE ZERO.
001136 01  WS-TOT-KREDIT               PIC 9(09)V99 VALUE ZERO.
001137 01  WS-SYSDATE                  PIC 9(08).
001138 01  WS-RUN-DATE-DISP            PIC X(10).
001139 01  WS-GLF-FS                   PIC X(02).
001140*-----------------------------------------------------------
001150*0000-MAINLINE
001160*-----------------------------------------------------------
001280 1000-INITIALIZE.
001290     DISPLAY 'SEMESTER DITAGIH / SEMESTER TO BILL (01-14) : '
001300         WITH NO ADVANCING.
001310     PERFORM 1050-PILIH-SEMESTER THRU 1050-EXIT.
001320     OPEN INPUT TARIF-FILE.
001330     IF WS-TRF-FS NOT = '00'
001340         DISPLAY 'TAGIHAN: FILE TARIF TIDAK ADA / NOT FOUND'
001510     ELSE
001520         MOVE 'N' TO WS-BEA-OPEN-SW
001530     END-IF.
001531     OPEN I-O KREDIT-FILE.
001532     IF WS-KRFS = '00'
001533         MOVE 'Y' TO WS-KREDIT-OPEN-SW
001534     ELSE
001535         MOVE 'N' TO WS-KREDIT-OPEN-SW
001536     END-IF.
001537     ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
001538     MOVE SPACES TO WS-RUN-DATE-DISP.
001539     STRING WS-SYSDATE(1:4) '-' WS-SYSDATE(5:2)
001540         '-' WS-SYSDATE(7:2) DELIMITED BY SIZE
001541         INTO WS-RUN-DATE-DISP.
001542     OPEN EXTEND GL-FEED.
001543     IF WS-GLF-FS = '35'
001544         OPEN OUTPUT GL-FEED
001545         CLOSE GL-FEED
001546         OPEN EXTEND GL-FEED
001547     END-IF.
001548     OPEN OUTPUT BEA-REG.
001550     MOVE SPACES TO REG-LINE.
001560     MOVE 'REGISTER BEASISWA / WAIVER REGISTER' TO REG-LINE.
001570     WRITE REG-LINE.
001620 1000-EXIT.
001630     EXIT.
001640*-----------------------------------------------------------
001641*1050-PILIH-SEMESTER  -  THE SEMESTER KEYED, OR WHEN LEFT
001642*BLANK (OR 00) THE CURRENT SEMESTER ON THE KALMST ACADEMIC
001643*CALENDAR (SEE KALCEK).  NO CURRENT SEMESTER ENDS THE RUN.
001644*-----------------------------------------------------------
001645 1050-PILIH-SEMESTER.
001646     MOVE SPACES TO WS-SEMESTER-IN.
001647     ACCEPT WS-SEMESTER-IN.
001648     IF WS-SEMESTER-IN(2:1) = SPACE
001649         AND WS-SEMESTER-IN(1:1) NOT = SPACE
001650         MOVE WS-SEMESTER-IN(1:1) TO WS-SEMESTER-IN(2:1)
001651         MOVE '0' TO WS-SEMESTER-IN(1:1)
001652     END-IF.
001653     IF WS-SEMESTER-IN NOT = SPACES
001654         AND WS-SEMESTER-IN NOT = '00'
001655         IF WS-SEMESTER-IN NOT NUMERIC
001656             DISPLAY 'TAGIHAN: SEMESTER TIDAK SAH / BAD SEMESTER'
001657             STOP RUN
001658         END-IF
001659         MOVE WS-SEMESTER-IN TO WS-SEMESTER
001660         GO TO 1050-EXIT
001661     END-IF.
001662     MOVE ZERO TO WS-SEMESTER.
001663     CALL 'KALCEK' USING WS-SEMESTER WS-KAL-RECORD WS-KAL-HASIL.
001664     IF WS-KAL-HASIL NOT = 'Y'
001665         DISPLAY 'TAGIHAN: SEMESTER BERJALAN TIDAK ADA / '
001666             'NO CURRENT SEMESTER ON CALENDAR'
001667         STOP RUN
001668     END-IF.
001669     DISPLAY 'SEMESTER BERJALAN / CURRENT SEMESTER : ' WS-SEMESTER
001670         ' ' KET-KAL OF WS-KAL-RECORD.
001671 1050-EXIT.
001672     EXIT.
001673*-----------------------------------------------------------
001674*1500-LOAD-TARIF  -  KELAS,AMOUNT LINES INTO THE RATE
001675*TABLE.  BLANK LINES ARE SKIPPED.
001676*-----------------------------------------------------------
001680 1500-LOAD-TARIF.
001690     PERFORM 1600-READ-TARIF THRU 1600-EXIT.
001700     PERFORM 1700-STORE-TARIF THRU 1700-EXIT UNTIL TARIF-EOF.
002700     EXIT.
002710*-----------------------------------------------------------
002720*3200-WRITE-TAGIHAN  -  SKIPPED (COUNTED ONLY) WHEN THE
002730*STUDENT ALREADY HAS A RECORD FOR THE SEMESTER.  ANY
002735*CREDIT BALANCE GOES IN AS AN OPENING PAYMENT.
002740*-----------------------------------------------------------
002750 3200-WRITE-TAGIHAN.
002760     MOVE NPM OF MHS-RECORD TO NPM OF TAGIHAN-RECORD.
002860                 TO JUMLAH-TAGIHAN OF TAGIHAN-RECORD
002870             MOVE ZERO TO JUMLAH-BAYAR OF TAGIHAN-RECORD
002880             MOVE SPACES TO TGL-BAYAR OF TAGIHAN-RECORD
002883             MOVE SPACES TO TGL-DENDA OF TAGIHAN-RECORD
002886             PERFORM 3350-PAKAI-KREDIT THRU 3350-EXIT
002890             WRITE TAGIHAN-RECORD
002895             PERFORM 3500-TULIS-GLFEED THRU 3500-EXIT
002900             ADD 1 TO WS-ASSESS-COUNT
002910             ADD WS-GROSS TO WS-TOT-GROSS
002920             ADD WS-WAIVED TO WS-TOT-WAIVED
002930             ADD WS-NET TO WS-TOT-NET
002940             IF WS-WAIVED > ZERO
002950                 ADD 1 TO WS-WAIVE-COUNT
002953             END-IF
002956             IF WS-WAIVED > ZERO OR WS-KREDIT-PAKAI > ZERO
002960                 PERFORM 3400-REG-DETAIL THRU 3400-EXIT
002970             END-IF
002980         NOT INVALID KEY
003330 3300-EXIT.
003340     EXIT.
003350*-----------------------------------------------------------
003351*3350-PAKAI-KREDIT  -  USE THE STUDENT'S CREDIT BALANCE
003352*AGAINST THE NET ASSESSMENT, NEVER MORE THAN IS OWED; WHAT
003353*IS LEFT STAYS ON KRDMAST FOR THE NEXT SEMESTER OR A
003354*REFUND.  THE TAGMAST RECORD IS WRITTEN BY THE CALLER.
003355*-----------------------------------------------------------
003356 3350-PAKAI-KREDIT.
003357     MOVE ZERO TO WS-KREDIT-PAKAI.
003358     IF NOT KREDIT-OPEN OR WS-NET = ZERO
003359         GO TO 3350-EXIT
003360     END-IF.
003361     MOVE NPM OF MHS-RECORD TO NPM OF KREDIT-RECORD.
003362     READ KREDIT-FILE
003363         INVALID KEY
003364             GO TO 3350-EXIT
003365     END-READ.
003366     IF SALDO-KREDIT OF KREDIT-RECORD = ZERO
003367         GO TO 3350-EXIT
003368     END-IF.
003369     MOVE SALDO-KREDIT OF KREDIT-RECORD TO WS-KREDIT-PAKAI.
003370     IF WS-KREDIT-PAKAI > WS-NET
003371         MOVE WS-NET TO WS-KREDIT-PAKAI
003372     END-IF.
003373     SUBTRACT WS-KREDIT-PAKAI FROM SALDO-KREDIT OF KREDIT-RECORD.
003374     MOVE WS-RUN-DATE-DISP TO TGL-KREDIT OF KREDIT-RECORD.
003375     REWRITE KREDIT-RECORD.
003376     MOVE WS-KREDIT-PAKAI TO JUMLAH-BAYAR OF TAGIHAN-RECORD.
003377     MOVE WS-RUN-DATE-DISP TO TGL-BAYAR OF TAGIHAN-RECORD.
003378     ADD 1 TO WS-KREDIT-COUNT.
003379     ADD WS-KREDIT-PAKAI TO WS-TOT-KREDIT.
003380 3350-EXIT.
003381     EXIT.
003382*-----------------------------------------------------------
003383*3400-REG-DETAIL  -  ONE WAIVER REGISTER LINE: GROSS,
003384*WAIVED, NET AND THE GRANT REASON, THEN ANY CREDIT USED
003385*AND WHAT IS LEFT TO PAY.
003386*-----------------------------------------------------------
003390 3400-REG-DETAIL.
003400     MOVE SPACES TO REG-LINE.
003410     STRING NPM OF MHS-RECORD
003470     STRING '  KOTOR/GROSS  : ' WS-AMT-DISP
003480         DELIMITED BY SIZE INTO REG-LINE.
003490     WRITE REG-LINE.
003500     IF WS-WAIVED > ZERO
003510         MOVE WS-WAIVED TO WS-AMT-DISP
003520         MOVE SPACES TO REG-LINE
003530         STRING '  POTONGAN     : ' WS-AMT-DISP
003540             '  (' ALASAN-BEA OF BEA-RECORD ')'
003550             DELIMITED BY SIZE INTO REG-LINE
003553         WRITE REG-LINE
003556     END-IF.
003560     MOVE WS-NET TO WS-AMT-DISP.
003570     MOVE SPACES TO REG-LINE.
003580     STRING '  BERSIH/NET   : ' WS-AMT-DISP
003590         DELIMITED BY SIZE INTO REG-LINE.
003600     WRITE REG-LINE.
003601     IF WS-KREDIT-PAKAI > ZERO
003602         MOVE WS-KREDIT-PAKAI TO WS-AMT-DISP
003603         MOVE SPACES TO REG-LINE
003604         STRING '  KREDIT/CREDIT: ' WS-AMT-DISP
003605             '  (SALDO KREDIT DIPAKAI / CREDIT APPLIED)'
003606             DELIMITED BY SIZE INTO REG-LINE
003607         WRITE REG-LINE
003608         COMPUTE WS-AMT-DISP = WS-NET - WS-KREDIT-PAKAI
003609         MOVE SPACES TO REG-LINE
003610         STRING '  SISA/DUE     : ' WS-AMT-DISP
003611             DELIMITED BY SIZE INTO REG-LINE
003612         WRITE REG-LINE
003613     END-IF.
003614 3400-EXIT.
003615     EXIT.
003616*-----------------------------------------------------------
003617*3500-TULIS-GLFEED  -  THE ASSESSMENT ON THE GL FEED: THE
003618*GROSS FEE, THEN ANY WAIVER AND ANY CREDIT APPLIED, EACH
003619*ITS OWN LINE SO THE CHART OF ACCOUNTS CAN MAP IT.
003620*-----------------------------------------------------------
003621 3500-TULIS-GLFEED.
003622     MOVE SPACES TO GLF-RECORD.
003623     MOVE WS-RUN-DATE-DISP TO TGL-GL OF GLF-RECORD.
003624     MOVE NPM OF MHS-RECORD TO NPM OF GLF-RECORD.
003625     MOVE WS-SEMESTER TO SEMESTER-GL OF GLF-RECORD.
003626     MOVE 'TAGIHAN' TO SUMBER-GL OF GLF-RECORD.
003627     IF WS-GROSS > ZERO
003628         MOVE 'ASES' TO JENIS-GL OF GLF-RECORD
003629         MOVE WS-GROSS TO JUMLAH-GL OF GLF-RECORD
003630         WRITE GLF-RECORD
003631     END-IF.
003632     IF WS-WAIVED > ZERO
003633         MOVE 'WAIV' TO JENIS-GL OF GLF-RECORD
003634         MOVE WS-WAIVED TO JUMLAH-GL OF GLF-RECORD
003635         WRITE GLF-RECORD
003636     END-IF.
003637     IF WS-KREDIT-PAKAI > ZERO
003638         MOVE 'KRPK' TO JENIS-GL OF GLF-RECORD
003639         MOVE WS-KREDIT-PAKAI TO JUMLAH-GL OF GLF-RECORD
003640         WRITE GLF-RECORD
003641     END-IF.
003642 3500-EXIT.
003643     EXIT.
003644*-----------------------------------------------------------
003645*9000-TERMINATE
003650*-----------------------------------------------------------
003660 9000-TERMINATE.
003670     PERFORM 9100-REG-TOTALS THRU 9100-EXIT.
003700     IF BEA-OPEN
003710         CLOSE BEA-FILE
003720     END-IF.
003722     IF KREDIT-OPEN
003724         CLOSE KREDIT-FILE
003726     END-IF.
003730     CLOSE BEA-REG.
003735     CLOSE GL-FEED.
003740     MOVE WS-ASSESS-COUNT TO WS-COUNT-DISP.
003750     DISPLAY 'TAGIHAN: ' WS-COUNT-DISP ' STUDENT(S) ASSESSED'.
003760     MOVE WS-HAVE-COUNT TO WS-COUNT-DISP.
003800     MOVE SPACES TO WS-SUMMARY.
003810     STRING 'ASSESSED=' WS-ASSESS-COUNT
003820         ' SKIPPED=' WS-SKIP-COUNT
003825         ' CREDITED=' WS-KREDIT-COUNT
003830         DELIMITED BY SIZE INTO WS-SUMMARY.
003840     CALL 'AUDITLOG' USING 'TAGIHAN   ' 'END  ' WS-SUMMARY.
003850     STOP RUN.
004130     STRING 'TOTAL BERSIH / NET    : ' WS-TOT-DISP
004140         DELIMITED BY SIZE INTO REG-LINE.
004150     WRITE REG-LINE.
004151     MOVE WS-KREDIT-COUNT TO WS-COUNT-DISP.
004152     MOVE SPACES TO REG-LINE.
004153     STRING 'SALDO KREDIT DIPAKAI / CREDITS APPLIED : '
004154         WS-COUNT-DISP
004155         DELIMITED BY SIZE INTO REG-LINE.
004156     WRITE REG-LINE.
004157     MOVE WS-TOT-KREDIT TO WS-TOT-DISP.
004158     MOVE SPACES TO REG-LINE.
004159     STRING 'TOTAL KREDIT / CREDIT : ' WS-TOT-DISP
004160         DELIMITED BY SIZE INTO REG-LINE.
004161     WRITE REG-LINE.
004162 9100-EXIT.
004170     EXIT.
