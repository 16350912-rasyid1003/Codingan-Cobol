000200*TOTALS AT THE FOOT.  A RECORD WITHOUT A
000210*SCHEDULE (OR NO SCHEDULE FILE AT ALL)
000220*AGES AS LANCAR, EXACTLY AS BEFORE.
000221*10/15/2026 RSD   A RECORD PAID PAST ITS ASSESSMENT IS NO
000222*LONGER COUNTED AS FULLY PAID - IT IS
000223*LISTED AS LEBIH BAYAR (OVERPAID) - AND
000224*A NEW SECTION LISTS EVERY CREDIT
000225*BALANCE ON KRDMAST WITH ITS TOTAL.
000230*-----------------------------------------------------------
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. TUNGGAK.
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS CICIL-KEY OF CICIL-RECORD
000500         FILE STATUS IS WS-CFS.
000501     SELECT KREDIT-FILE ASSIGN TO 'KRDMAST'
000502         ORGANIZATION IS INDEXED
000503         ACCESS MODE IS SEQUENTIAL
000504         RECORD KEY IS NPM OF KREDIT-RECORD
000505         FILE STATUS IS WS-KRFS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  TAGIHAN-FILE.
000610 FD  CICIL-FILE.
000620 01  CICIL-RECORD.
000630         COPY CICREC.
000632 FD  KREDIT-FILE.
000634 01  KREDIT-RECORD.
000636         COPY KRDREC.
000640 WORKING-STORAGE SECTION.
000650 01  WS-TFS                      PIC X(02).
000660 01  WS-FS                       PIC X(02).
001040             10  WS-KLS-KELAS        PIC X(05).
001050             10  WS-KLS-COUNT        PIC 9(05).
001060             10  WS-KLS-SISA         PIC S9(09)V99.
001061 01  WS-KRFS                     PIC X(02).
001062 01  WS-KREDIT-EOF-SW            PIC X(01) VALUE 'N'.
001063         88  KREDIT-EOF                   VALUE 'Y'.
001064 01  WS-LEBIH-COUNT              PIC 9(05) VALUE ZERO.
001065 01  WS-KREDIT-COUNT             PIC 9(05) VALUE ZERO.
001066 01  WS-GRAND-KREDIT             PIC S9(09)V99 VALUE ZERO.
001070*-----------------------------------------------------------
001080*0000-MAINLINE
001090*-----------------------------------------------------------
001130     PERFORM 2000-READ-TAGIHAN THRU 2000-EXIT.
001140     PERFORM 3000-PROSES-TAGIHAN THRU 3000-EXIT UNTIL TAG-EOF.
001150     PERFORM 4000-PRINT-KELAS-TOTALS THRU 4000-EXIT.
001155     PERFORM 4500-SALDO-KREDIT THRU 4500-EXIT.
001160     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001170*-----------------------------------------------------------
001180*1000-INITIALIZE
001630     EXIT.
001640*-----------------------------------------------------------
001650*3000-PROSES-TAGIHAN  -  ONE BILLING RECORD; LIST IT IF A
001660*BALANCE REMAINS AND FEED THE PER-KELAS TABLE.  A RECORD
001665*PAID PAST ITS ASSESSMENT IS LISTED AS OVERPAID, NOT LUNAS.
001670*-----------------------------------------------------------
001680 3000-PROSES-TAGIHAN.
001690     COMPUTE WS-SISA = JUMLAH-TAGIHAN OF TAGIHAN-RECORD
001740         PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT
001750         PERFORM 3200-TALLY-KELAS THRU 3200-EXIT
001760     ELSE
001770         IF WS-SISA < ZERO
001771             ADD 1 TO WS-LEBIH-COUNT
001772             PERFORM 3300-WRITE-LEBIH THRU 3300-EXIT
001773         ELSE
001774             ADD 1 TO WS-LUNAS-COUNT
001775         END-IF
001780     END-IF.
001790     PERFORM 2000-READ-TAGIHAN THRU 2000-EXIT.
001800 3000-EXIT.
002010     WRITE RPT-LINE.
002020 3100-EXIT.
002030     EXIT.
002031 3300-WRITE-LEBIH.
002032     MOVE NPM OF TAGIHAN-RECORD TO NPM OF MHS-RECORD.
002033     READ MHS-FILE
002034         INVALID KEY
002035             MOVE '(TIDAK TERDAFTAR / NOT REGISTERED)'
002036                 TO NAMA OF MHS-RECORD
002037     END-READ.
002038     MOVE WS-SISA TO WS-SISA-DISP.
002039     MOVE SPACES TO RPT-LINE.
002040     STRING NPM OF TAGIHAN-RECORD
002041         ' SMT ' SEMESTER-TAG OF TAGIHAN-RECORD
002042         ' ' KELAS-TAG OF TAGIHAN-RECORD
002043         ' ' NAMA OF MHS-RECORD
002044         ' SISA ' WS-SISA-DISP
002045         ' LEBIH BAYAR / OVERPAID'
002046         DELIMITED BY SIZE INTO RPT-LINE.
002047     WRITE RPT-LINE.
002048 3300-EXIT.
002049     EXIT.
002050*-----------------------------------------------------------
002051*3600-UMUR-TUNGGAK  -  AGE THE RECORD FROM THE EARLIEST
002060*UNPAID INSTALLMENT OF ITS SCHEDULE.  NO SCHEDULE FILE, NO
002070*PLAN, OR NOTHING PAST DUE AGES AS LANCAR (CURRENT).  THE
002080*DAY COUNT USES THE SHOP'S FLAT 365/30 DATE ARITHMETIC -
003420     STRING 'LUNAS / FULLY PAID           : ' WS-COUNT-DISP
003430         DELIMITED BY SIZE INTO RPT-LINE.
003440     WRITE RPT-LINE.
003441     MOVE WS-LEBIH-COUNT TO WS-COUNT-DISP.
003442     MOVE SPACES TO RPT-LINE.
003443     STRING 'LEBIH BAYAR / OVERPAID       : ' WS-COUNT-DISP
003444         DELIMITED BY SIZE INTO RPT-LINE.
003445     WRITE RPT-LINE.
003450 4000-EXIT.
003460     EXIT.
003470 4100-KELAS-LINE.
003790 4200-EXIT.
003800     EXIT.
003810*-----------------------------------------------------------
003811*4500-SALDO-KREDIT  -  EVERY STUDENT HOLDING A CREDIT
003812*BALANCE ON KRDMAST, WITH THE TOTAL.  THESE STUDENTS OWE
003813*NOTHING; THE CREDIT GOES AGAINST THE NEXT ASSESSMENT OR
003814*IS PAID BACK ON A REFUND VOUCHER.  NO KRDMAST FILE
003815*PRINTS AN EMPTY SECTION.
003816*-----------------------------------------------------------
003817 4500-SALDO-KREDIT.
003818     MOVE ALL '-' TO RPT-LINE.
003819     WRITE RPT-LINE.
003820     MOVE SPACES TO RPT-LINE.
003821     MOVE 'SALDO KREDIT / CREDIT BALANCES' TO RPT-LINE.
003822     WRITE RPT-LINE.
003823     OPEN INPUT KREDIT-FILE.
003824     IF WS-KRFS = '00'
003825         PERFORM 4550-READ-KREDIT THRU 4550-EXIT
003826         PERFORM 4600-KREDIT-LINE THRU 4600-EXIT
003827             UNTIL KREDIT-EOF
003828         CLOSE KREDIT-FILE
003829     END-IF.
003830     MOVE WS-KREDIT-COUNT TO WS-COUNT-DISP.
003831     MOVE WS-GRAND-KREDIT TO WS-TOTAL-DISP.
003832     MOVE SPACES TO RPT-LINE.
003833     STRING 'TOTAL PEMEGANG KREDIT / IN CREDIT : ' WS-COUNT-DISP
003834         '   TOTAL KREDIT : ' WS-TOTAL-DISP
003835         DELIMITED BY SIZE INTO RPT-LINE.
003836     WRITE RPT-LINE.
003837 4500-EXIT.
003838     EXIT.
003839 4550-READ-KREDIT.
003840     READ KREDIT-FILE NEXT RECORD
003841         AT END
003842             SET KREDIT-EOF TO TRUE
003843     END-READ.
003844 4550-EXIT.
003845     EXIT.
003846 4600-KREDIT-LINE.
003847     IF SALDO-KREDIT OF KREDIT-RECORD > ZERO
003848         ADD 1 TO WS-KREDIT-COUNT
003849         ADD SALDO-KREDIT OF KREDIT-RECORD TO WS-GRAND-KREDIT
003850         MOVE NPM OF KREDIT-RECORD TO NPM OF MHS-RECORD
003851         READ MHS-FILE
003852             INVALID KEY
003853                 MOVE '(TIDAK TERDAFTAR / NOT REGISTERED)'
003854                     TO NAMA OF MHS-RECORD
003855         END-READ
003856         MOVE SALDO-KREDIT OF KREDIT-RECORD TO WS-SISA-DISP
003857         MOVE SPACES TO RPT-LINE
003858         STRING NPM OF KREDIT-RECORD
003859             ' ' NAMA OF MHS-RECORD
003860             ' KREDIT ' WS-SISA-DISP
003861             ' SEJAK/SINCE ' TGL-KREDIT OF KREDIT-RECORD
003862             DELIMITED BY SIZE INTO RPT-LINE
003863         WRITE RPT-LINE
003864     END-IF.
003865     PERFORM 4550-READ-KREDIT THRU 4550-EXIT.
003866 4600-EXIT.
003867     EXIT.
003868*-----------------------------------------------------------
003869*9000-TERMINATE
003870*-----------------------------------------------------------
003871 9000-TERMINATE.
003872     CLOSE TAGIHAN-FILE.
003873     CLOSE MHS-FILE.
003874     IF CICIL-OPEN
003880         CLOSE CICIL-FILE
003890     END-IF.
003900     CLOSE TUNGGAK-RPT.
