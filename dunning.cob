000100*CLEARED DELETES THE DUNMAST ENTRY, SO A RELAPSE STARTS
000110*OVER AT THE FIRST NOTICE.  THE DUNCTL CONTROL REPORT
000120*SHOWS HOW MANY ACCOUNTS SIT AT EACH LEVEL, HOW MANY
000130*MOVED THIS RUN AND HOW MANY CLEARED.  TAGMAST COMES IN NPM
000131*ORDER, SO AFTER EACH STUDENT'S LAST SEMESTER THE FINANCE
000132*HOLD (JENIS K) ON HOLDMST IS SETTLED: A STUDENT WITH ANY
000133*SEMESTER AT LEVEL 3 GETS ONE PLACED IF NONE IS ACTIVE, AND
000134*A STUDENT WITH NOTHING OUTSTANDING HAS THE ONE THIS RUN
000135*PLACED RELEASED.  A FINANCE HOLD THE BURSAR PLACED BY HAND
000136*IN HOLDMNT IS LEFT FOR THE BURSAR TO RELEASE.  A Y ON SYSIN
000137*PRINTS A SECOND COPY OF EACH LEVEL 3 (FINAL) LETTER
000138*ADDRESSED TO THE STUDENT'S PARENT / GUARDIAN ON ORTUMST.
000139*EVERY LETTER IS ALSO QUEUED TO THE STUDENT BY SMS AND EMAIL
000140*THROUGH NTFKIRIM (TEMPLATES DUN1-DUN3).
000141*-----------------------------------------------------------
000150*MODIFICATION HISTORY
000160*DATE       INIT  DESCRIPTION
000170*09/02/2026 RSD   ORIGINAL.
000171*10/15/2026 RSD   FINANCE HOLD PLACED AT LEVEL 3 AND RELEASED
000172*WHEN THE BALANCE CLEARS.
000173*10/15/2026 RSD   OPTIONAL GUARDIAN COPY OF THE FINAL
000174*WARNING (SYSIN Y).
000175*10/15/2026 RSD   EACH NOTICE ALSO QUEUED AS SMS / EMAIL
000176*THROUGH NTFKIRIM.
000180*-----------------------------------------------------------
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DUNNING.
000460     SELECT CTL-RPT ASSIGN TO 'DUNCTL'
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-CTL-FS.
000481     SELECT HOLD-FILE ASSIGN TO 'HOLDMST'
000482         ORGANIZATION IS INDEXED
000483         ACCESS MODE IS DYNAMIC
000484         RECORD KEY IS HOLD-KEY OF HOLD-RECORD
000485         FILE STATUS IS WS-HFS.
000486     SELECT ORTU-FILE ASSIGN TO 'ORTUMST'
000487         ORGANIZATION IS INDEXED
000488         ACCESS MODE IS DYNAMIC
000489         RECORD KEY IS NPM OF ORTU-RECORD
000490         FILE STATUS IS WS-OFS.
000491 DATA DIVISION.
000500 FILE SECTION.
000510 FD  TAGIHAN-FILE.
000520 01  TAGIHAN-RECORD.
000610 01  LTR-LINE                    PIC X(80).
000620 FD  CTL-RPT.
000630 01  CTL-LINE                    PIC X(80).
000631 FD  HOLD-FILE.
000632 01  HOLD-RECORD.
000633         COPY HOLDREC.
000634 FD  ORTU-FILE.
000635 01  ORTU-RECORD.
000636         COPY ORTUREC.
000640 WORKING-STORAGE SECTION.
000650 01  WS-TFS                      PIC X(02).
000660 01  WS-DFS                      PIC X(02).
000670 01  WS-FS                       PIC X(02).
000680 01  WS-LTR-FS                   PIC X(02).
000690 01  WS-CTL-FS                   PIC X(02).
000691 01  WS-HFS                      PIC X(02).
000692 01  WS-OFS                      PIC X(02).
000693 01  WS-ORTU-IN                  PIC X(01).
000694         88  SALINAN-ORTU                VALUE 'Y' 'y'.
000695 01  WS-ORTU-OPEN-SW             PIC X(01) VALUE 'N'.
000696         88  ORTU-OPEN                   VALUE 'Y'.
000697 01  WS-SALINAN-SW               PIC X(01) VALUE 'N'.
000698         88  CETAK-SALINAN               VALUE 'Y'.
000700 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
000710         88  TAG-EOF                     VALUE 'Y'.
000711 01  WS-CUR-NPM                  PIC X(08) VALUE SPACES.
000712 01  WS-NPM-LVL3-SW              PIC X(01) VALUE 'N'.
000713         88  NPM-DI-LEVEL3               VALUE 'Y'.
000714 01  WS-NPM-SISA-SW              PIC X(01) VALUE 'N'.
000715         88  NPM-MASIH-SISA              VALUE 'Y'.
000720 01  WS-SISA                     PIC S9(07)V99.
000730 01  WS-SISA-DISP                PIC -(6)9.99.
000740 01  WS-LEVEL                    PIC 9(01).
000790 01  WS-LVL3-COUNT               PIC 9(05) VALUE ZERO.
000800 01  WS-MOVED-COUNT              PIC 9(05) VALUE ZERO.
000810 01  WS-CLEAR-COUNT              PIC 9(05) VALUE ZERO.
000811 01  WS-HOLD-PASANG-COUNT        PIC 9(05) VALUE ZERO.
000812 01  WS-HOLD-LEPAS-COUNT         PIC 9(05) VALUE ZERO.
000813 01  WS-ORTU-COUNT               PIC 9(05) VALUE ZERO.
000814 01  WS-NTF-COUNT                PIC 9(05) VALUE ZERO.
000815 01  WS-NTF-JUMLAH               PIC 9(01).
000816 01  WS-NTF-TEMPLATE             PIC X(04).
000817 01  WS-NTF-VAR1                 PIC X(40).
000818 01  WS-NTF-VAR2                 PIC X(40).
000819 01  WS-NTF-VAR3                 PIC X(40).
000820 01  WS-LTR-NAMA                 PIC X(35).
000821 01  WS-LTR-ALAMAT               PIC X(50).
000822 01  WS-LTR-EMAIL                PIC X(35).
000823 01  WS-LTR-MHS                  PIC X(35).
000824 01  WS-COUNT-DISP               PIC ZZZZ9.
000830 01  WS-SUMMARY                  PIC X(60).
000840*-----------------------------------------------------------
000850*0000-MAINLINE
000890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000900     PERFORM 2000-READ-TAGIHAN THRU 2000-EXIT.
000910     PERFORM 3000-PROSES-SATU THRU 3000-EXIT UNTIL TAG-EOF.
000915     PERFORM 3700-CEK-HOLD THRU 3700-EXIT.
000920     PERFORM 4000-PRINT-CONTROL THRU 4000-EXIT.
000930     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000940*-----------------------------------------------------------
000950*1000-INITIALIZE  -  THE DUNNING FILE IS CREATED ON FIRST
000960*USE; LETTERS AND CONTROL REPORT REWRITTEN EVERY RUN.
000965*SYSIN ASKS FOR GUARDIAN COPIES, WHICH NEED ORTUMST.
000970*-----------------------------------------------------------
000980 1000-INITIALIZE.
000982     DISPLAY 'SALINAN ORANG TUA / GUARDIAN COPIES? (Y/T) : '
000984         WITH NO ADVANCING.
000986     MOVE SPACE TO WS-ORTU-IN.
000988     ACCEPT WS-ORTU-IN.
000990     OPEN INPUT TAGIHAN-FILE.
001000     IF WS-TFS NOT = '00'
001010         DISPLAY 'DUNNING: FILE TAGIHAN TIDAK ADA / NOT FOUND'
001100     OPEN INPUT MHS-FILE.
001110     OPEN OUTPUT LETTER-FILE.
001120     OPEN OUTPUT CTL-RPT.
001121     OPEN I-O HOLD-FILE.
001122     IF WS-HFS = '35'
001123         OPEN OUTPUT HOLD-FILE
001124         CLOSE HOLD-FILE
001125         OPEN I-O HOLD-FILE
001126     END-IF.
001127     IF SALINAN-ORTU
001128         OPEN INPUT ORTU-FILE
001129         IF WS-OFS = '00'
001130             MOVE 'Y' TO WS-ORTU-OPEN-SW
001131         ELSE
001132             DISPLAY 'DUNNING: ORTUMST TIDAK ADA - TANPA '
001133                 'SALINAN / NOT FOUND - NO GUARDIAN COPIES'
001134         END-IF
001135     END-IF.
001136     ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
001140     MOVE SPACES TO WS-RUN-DATE-DISP.
001150     STRING WS-SYSDATE(1:4) '-' WS-SYSDATE(5:2)
001160         '-' WS-SYSDATE(7:2) DELIMITED BY SIZE
001310*-----------------------------------------------------------
001320*3000-PROSES-SATU  -  STEP AN UNPAID ACCOUNT'S LEVEL AND
001330*LETTER IT; CLEAR A PAID-UP ACCOUNT OFF THE DUNNING FILE.
001335*A NEW NPM SETTLES THE PREVIOUS STUDENT'S FINANCE HOLD.
001340*-----------------------------------------------------------
001350 3000-PROSES-SATU.
001351     IF NPM OF TAGIHAN-RECORD NOT = WS-CUR-NPM
001352         PERFORM 3700-CEK-HOLD THRU 3700-EXIT
001353         MOVE NPM OF TAGIHAN-RECORD TO WS-CUR-NPM
001354         MOVE 'N' TO WS-NPM-LVL3-SW
001355         MOVE 'N' TO WS-NPM-SISA-SW
001356     END-IF.
001360     COMPUTE WS-SISA = JUMLAH-TAGIHAN OF TAGIHAN-RECORD
001370         - JUMLAH-BAYAR OF TAGIHAN-RECORD.
001380     IF WS-SISA > ZERO
001390         PERFORM 3100-STEP-LEVEL THRU 3100-EXIT
001400         PERFORM 3500-CETAK-SURAT THRU 3500-EXIT
001402         SET NPM-MASIH-SISA TO TRUE
001404         IF WS-LEVEL = 3
001406             SET NPM-DI-LEVEL3 TO TRUE
001408         END-IF
001410     ELSE
001420         PERFORM 3300-CLEAR-LEVEL THRU 3300-EXIT
001430     END-IF.
001930     EXIT.
001940*-----------------------------------------------------------
001950*3500-CETAK-SURAT  -  ONE LETTER AT THE ACCOUNT'S LEVEL,
001960*ADDRESS BLOCK (ALAMAT, EMAIL) FROM THE MHS MASTER.  WHEN
001963*GUARDIAN COPIES ARE ON, A LEVEL 3 LETTER IS FOLLOWED BY
001966*A COPY TO THE ORTUMST GUARDIAN; NO GUARDIAN, NO COPY.
001970*-----------------------------------------------------------
001980 3500-CETAK-SURAT.
001990     MOVE NPM OF TAGIHAN-RECORD TO NPM OF MHS-RECORD.
002040             MOVE SPACES TO ALAMAT OF MHS-RECORD
002050             MOVE SPACES TO EMAIL OF MHS-RECORD
002060     END-READ.
002061     MOVE NAMA OF MHS-RECORD TO WS-LTR-MHS.
002062     MOVE NAMA OF MHS-RECORD TO WS-LTR-NAMA.
002063     MOVE ALAMAT OF MHS-RECORD TO WS-LTR-ALAMAT.
002064     MOVE EMAIL OF MHS-RECORD TO WS-LTR-EMAIL.
002065     MOVE 'N' TO WS-SALINAN-SW.
002066     PERFORM 3600-TULIS-SURAT THRU 3600-EXIT.
002067     PERFORM 3550-KIRIM-NOTIF THRU 3550-EXIT.
002068     IF NOT ORTU-OPEN OR WS-LEVEL NOT = 3
002069         GO TO 3500-EXIT
002070     END-IF.
002071     MOVE NPM OF TAGIHAN-RECORD TO NPM OF ORTU-RECORD.
002072     READ ORTU-FILE
002073         INVALID KEY
002074             GO TO 3500-EXIT
002075     END-READ.
002076     MOVE NAMA-ORTU OF ORTU-RECORD TO WS-LTR-NAMA.
002077     MOVE ALAMAT-ORTU OF ORTU-RECORD TO WS-LTR-ALAMAT.
002078     MOVE EMAIL-ORTU OF ORTU-RECORD TO WS-LTR-EMAIL.
002079     MOVE 'Y' TO WS-SALINAN-SW.
002080     PERFORM 3600-TULIS-SURAT THRU 3600-EXIT.
002081     ADD 1 TO WS-ORTU-COUNT.
002082 3500-EXIT.
002083     EXIT.
002084*-----------------------------------------------------------
002085*3550-KIRIM-NOTIF  -  THE SAME NOTICE TO THE STUDENT'S PHONE
002086*AND EMAIL: TEMPLATE DUN1-DUN3 BY LEVEL, SEMESTER AND THE
002087*AMOUNT DUE.
002088*-----------------------------------------------------------
002089 3550-KIRIM-NOTIF.
002090     MOVE SPACES TO WS-NTF-TEMPLATE.
002091     STRING 'DUN' WS-LEVEL DELIMITED BY SIZE
002092         INTO WS-NTF-TEMPLATE.
002093     MOVE SEMESTER-TAG OF TAGIHAN-RECORD TO WS-NTF-VAR1.
002094     MOVE WS-SISA TO WS-SISA-DISP.
002095     MOVE WS-SISA-DISP TO WS-NTF-VAR2.
002096     MOVE SPACES TO WS-NTF-VAR3.
002097     CALL 'NTFKIRIM' USING 'DUNNING   ' NPM OF TAGIHAN-RECORD
002098         'B' WS-NTF-TEMPLATE WS-NTF-VAR1 WS-NTF-VAR2 WS-NTF-VAR3
002099         WS-NTF-JUMLAH.
002100     ADD WS-NTF-JUMLAH TO WS-NTF-COUNT.
002101 3550-EXIT.
002102     EXIT.
002103*-----------------------------------------------------------
002104*3600-TULIS-SURAT  -  THE LETTER ITSELF, TO WS-LTR-NAMA.  A
002105*GUARDIAN COPY SAYS SO AND NAMES THE STUDENT IT IS ABOUT.
002106*-----------------------------------------------------------
002107 3600-TULIS-SURAT.
002108     MOVE ALL '=' TO LTR-LINE.
002109     WRITE LTR-LINE.
002110     IF CETAK-SALINAN
002111         MOVE 'SALINAN UNTUK ORANG TUA / WALI - GUARDIAN COPY'
002112             TO LTR-LINE
002113         WRITE LTR-LINE
002114     END-IF.
002115     MOVE SPACES TO LTR-LINE.
002116     STRING 'TANGGAL : ' WS-RUN-DATE-DISP
002117         DELIMITED BY SIZE INTO LTR-LINE.
002120     WRITE LTR-LINE.
002130     MOVE SPACES TO LTR-LINE.
002140     STRING 'KEPADA : ' WS-LTR-NAMA
002150         DELIMITED BY SIZE INTO LTR-LINE.
002160     WRITE LTR-LINE.
002170     MOVE SPACES TO LTR-LINE.
002180     STRING 'ALAMAT : ' WS-LTR-ALAMAT
002190         DELIMITED BY SIZE INTO LTR-LINE.
002200     WRITE LTR-LINE.
002210     MOVE SPACES TO LTR-LINE.
002220     STRING 'EMAIL  : ' WS-LTR-EMAIL
002230         DELIMITED BY SIZE INTO LTR-LINE.
002240     WRITE LTR-LINE.
002241     IF CETAK-SALINAN
002242         MOVE SPACES TO LTR-LINE
002243         STRING 'PERIHAL / RE : ' WS-LTR-MHS
002244             DELIMITED BY SIZE INTO LTR-LINE
002245         WRITE LTR-LINE
002246     END-IF.
002250     MOVE WS-SISA TO WS-SISA-DISP.
002260     MOVE SPACES TO LTR-LINE.
002270     STRING 'NPM : ' NPM OF TAGIHAN-RECORD
002620     END-EVALUATE.
002630     MOVE ALL '=' TO LTR-LINE.
002640     WRITE LTR-LINE.
002650 3600-EXIT.
002660     EXIT.
002670*-----------------------------------------------------------
002671*3700-CEK-HOLD  -  THE STUDENT JUST FINISHED: LEVEL 3 ON ANY
002672*SEMESTER PLACES THE FINANCE HOLD (A RELEASED ONE IS PUT
002673*BACK IN FORCE); NOTHING OUTSTANDING RELEASES THE ONE THIS
002674*RUN PLACED.  ANYTHING IN BETWEEN LEAVES IT AS IT IS.
002675*-----------------------------------------------------------
002676 3700-CEK-HOLD.
002677     IF WS-CUR-NPM = SPACES
002678         GO TO 3700-EXIT
002679     END-IF.
002680     IF NOT NPM-DI-LEVEL3 AND NPM-MASIH-SISA
002681         GO TO 3700-EXIT
002682     END-IF.
002683     MOVE WS-CUR-NPM TO NPM OF HOLD-RECORD.
002684     MOVE 'K' TO JENIS-HOLD OF HOLD-RECORD.
002685     READ HOLD-FILE
002686         INVALID KEY
002687             IF NPM-DI-LEVEL3
002688                 PERFORM 3750-PASANG-HOLD THRU 3750-EXIT
002689                 WRITE HOLD-RECORD
002690             END-IF
002691             GO TO 3700-EXIT
002692     END-READ.
002693     IF NPM-DI-LEVEL3
002694         IF TGL-LEPAS OF HOLD-RECORD NOT = SPACES
002695             PERFORM 3750-PASANG-HOLD THRU 3750-EXIT
002696             REWRITE HOLD-RECORD
002697         END-IF
002698         GO TO 3700-EXIT
002699     END-IF.
002700     IF TGL-LEPAS OF HOLD-RECORD = SPACES
002701         AND OPER-PASANG OF HOLD-RECORD = 'DUNNING'
002702         MOVE WS-RUN-DATE-DISP TO TGL-LEPAS OF HOLD-RECORD
002703         MOVE 'DUNNING' TO OPER-LEPAS OF HOLD-RECORD
002704         REWRITE HOLD-RECORD
002705         ADD 1 TO WS-HOLD-LEPAS-COUNT
002706         MOVE SPACES TO WS-SUMMARY
002707         STRING 'HOLD RELEASED NPM=' WS-CUR-NPM ' TYPE=K'
002708             DELIMITED BY SIZE INTO WS-SUMMARY
002709         CALL 'AUDITLOG' USING 'DUNNING   ' 'UPD  ' WS-SUMMARY
002710     END-IF.
002711 3700-EXIT.
002712     EXIT.
002713 3750-PASANG-HOLD.
002714     MOVE WS-CUR-NPM TO NPM OF HOLD-RECORD.
002715     MOVE 'K' TO JENIS-HOLD OF HOLD-RECORD.
002716     MOVE 'KEUANGAN / BURSAR' TO KANTOR-HOLD OF HOLD-RECORD.
002717     MOVE 'TUNGGAKAN UANG KULIAH / TUITION ARREARS'
002718         TO ALASAN-HOLD OF HOLD-RECORD.
002719     MOVE WS-RUN-DATE-DISP TO TGL-PASANG OF HOLD-RECORD.
002720     MOVE 'DUNNING' TO OPER-PASANG OF HOLD-RECORD.
002721     MOVE SPACES TO TGL-LEPAS OF HOLD-RECORD.
002722     MOVE SPACES TO OPER-LEPAS OF HOLD-RECORD.
002723     ADD 1 TO WS-HOLD-PASANG-COUNT.
002724     MOVE SPACES TO WS-SUMMARY.
002725     STRING 'HOLD PLACED NPM=' WS-CUR-NPM ' TYPE=K LEVEL 3'
002726         DELIMITED BY SIZE INTO WS-SUMMARY.
002727     CALL 'AUDITLOG' USING 'DUNNING   ' 'NEW  ' WS-SUMMARY.
002728 3750-EXIT.
002729     EXIT.
002730*-----------------------------------------------------------
002731*4000-PRINT-CONTROL  -  THE LADDER AFTER THIS RUN.
002732*-----------------------------------------------------------
002733 4000-PRINT-CONTROL.
002734     MOVE SPACES TO CTL-LINE.
002735     STRING 'KONTROL PENAGIHAN / COLLECTIONS CONTROL '
002736         WS-RUN-DATE-DISP
002740         DELIMITED BY SIZE INTO CTL-LINE.
002750     WRITE CTL-LINE.
002760     MOVE ALL '-' TO CTL-LINE.
003050         WS-COUNT-DISP
003060         DELIMITED BY SIZE INTO CTL-LINE.
003070     WRITE CTL-LINE.
003071     MOVE WS-HOLD-PASANG-COUNT TO WS-COUNT-DISP.
003072     MOVE SPACES TO CTL-LINE.
003073     STRING 'BLOKIR DIPASANG / HOLDS PLACED      : '
003074         WS-COUNT-DISP
003075         DELIMITED BY SIZE INTO CTL-LINE.
003076     WRITE CTL-LINE.
003077     MOVE WS-HOLD-LEPAS-COUNT TO WS-COUNT-DISP.
003078     MOVE SPACES TO CTL-LINE.
003079     STRING 'BLOKIR DILEPAS / HOLDS RELEASED     : '
003080         WS-COUNT-DISP
003081         DELIMITED BY SIZE INTO CTL-LINE.
003082     WRITE CTL-LINE.
003083     IF ORTU-OPEN
003084         MOVE WS-ORTU-COUNT TO WS-COUNT-DISP
003085         MOVE SPACES TO CTL-LINE
003086         STRING 'SALINAN ORANG TUA / GUARDIAN COPIES : '
003087             WS-COUNT-DISP
003088             DELIMITED BY SIZE INTO CTL-LINE
003089         WRITE CTL-LINE
003090     END-IF.
003091     MOVE WS-NTF-COUNT TO WS-COUNT-DISP.
003092     MOVE SPACES TO CTL-LINE.
003093     STRING 'SMS / EMAIL DIANTRIKAN / QUEUED     : '
003094         WS-COUNT-DISP
003095         DELIMITED BY SIZE INTO CTL-LINE.
003096     WRITE CTL-LINE.
003097 4000-EXIT.
003098     EXIT.
003100*-----------------------------------------------------------
003110*9000-TERMINATE
003120*-----------------------------------------------------------
003160     CLOSE MHS-FILE.
003170     CLOSE LETTER-FILE.
003180     CLOSE CTL-RPT.
003182     CLOSE HOLD-FILE.
003184     IF ORTU-OPEN
003186         CLOSE ORTU-FILE
003188     END-IF.
003190     MOVE SPACES TO WS-SUMMARY.
003200     STRING 'L1=' WS-LVL1-COUNT
003210         ' L2=' WS-LVL2-COUNT
003220         ' L3=' WS-LVL3-COUNT
003230         ' CLR=' WS-CLEAR-COUNT
003233         ' HOLD+=' WS-HOLD-PASANG-COUNT
003236         ' HOLD-=' WS-HOLD-LEPAS-COUNT
003240         DELIMITED BY SIZE INTO WS-SUMMARY.
003250     CALL 'AUDITLOG' USING 'DUNNING   ' 'END  ' WS-SUMMARY.
003260     DISPLAY 'DUNNING SELESAI.'.
