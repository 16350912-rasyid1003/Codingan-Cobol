000090*ALREADY SEE IT.  AN INSTALLMENT IS FEED ONCE - STATUS L
000100*IS NOT RE-FLAGGED - SO THE MONTHLY RUN IS SAFE TO REPEAT.
000110*ONE REPORT LINE PER FEE GOES TO DENDARPT FOR THE BURSAR.
000111*A SECOND PASS (4000) WALKS TAGMAST FOR ASSESSMENTS WITH A
000112*BALANCE AND NO INSTALLMENT PLAN; ONE STILL UNPAID AFTER THE
000113*SEMESTER'S TGL-JATUH-BAYAR ON THE KALMST ACADEMIC CALENDAR
000114*(SEE KALCEK) DRAWS THE SAME FEE ONCE, STAMPED IN TGL-DENDA.
000115*A SEMESTER NOT ON THE CALENDAR HAS NO DUE DATE AND IS
000116*LEFT ALONE.  NO CICMAST FILE SKIPS THE FIRST PASS.
000120*-----------------------------------------------------------
000130*MODIFICATION HISTORY
000140*DATE       INIT  DESCRIPTION
000150*09/02/2026 RSD   ORIGINAL.
000151*10/15/2026 RSD   EVERY FEE NOW ALSO GOES ON THE GLFEED
000152*GENERAL-LEDGER FEED AS A DEND LINE FOR THE
000153*GLEXTR DAILY EXTRACT, AND DENDARPT ENDS
000154*WITH THE RUN'S TOTAL FEE AMOUNT, WHICH THE
000155*GLEXTR CONTROL REPORT TIES TO.
000156*10/15/2026 RSD   LATE FEE ON UNSCHEDULED ASSESSMENTS PAST
000157*THE CALENDAR FEE DUE DATE.
000160*-----------------------------------------------------------
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. DENDA.
000250 FILE-CONTROL.
000260     SELECT CICIL-FILE ASSIGN TO 'CICMAST'
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS CICIL-KEY OF CICIL-RECORD
000300         FILE STATUS IS WS-CFS.
000310     SELECT TAGIHAN-FILE ASSIGN TO 'TAGMAST'
000360     SELECT DENDA-RPT ASSIGN TO 'DENDARPT'
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-RPT-FS.
000382     SELECT GL-FEED ASSIGN TO 'GLFEED'
000384         ORGANIZATION IS LINE SEQUENTIAL
000386         FILE STATUS IS WS-GLF-FS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  CICIL-FILE.
000460         COPY TAGREC.
000470 FD  DENDA-RPT.
000480 01  RPT-LINE                    PIC X(100).
000482 FD  GL-FEED.
000484 01  GLF-RECORD.
000486         COPY GLFREC.
000490 WORKING-STORAGE SECTION.
000500 01  WS-CFS                      PIC X(02).
000510 01  WS-TFS                      PIC X(02).
000520 01  WS-RPT-FS                   PIC X(02).
000525 01  WS-GLF-FS                   PIC X(02).
000530 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
000540         88  CICIL-EOF                   VALUE 'Y'.
000541 01  WS-TAG-EOF-SW               PIC X(01) VALUE 'N'.
000542         88  TAG-EOF                     VALUE 'Y'.
000543 01  WS-CICIL-OPEN-SW            PIC X(01) VALUE 'N'.
000544         88  CICIL-OPEN                  VALUE 'Y'.
000545 01  WS-PLAN-SW                  PIC X(01).
000546         88  ADA-PLAN                    VALUE 'Y'.
000547 01  WS-KAL-SEMESTER             PIC 9(02).
000548 01  WS-KAL-LALU                 PIC 9(02) VALUE ZERO.
000549 01  WS-KAL-HASIL                PIC X(01).
000550 01  WS-KAL-RECORD.
000551         COPY KALREC.
000552 01  WS-DENDA-RATE               PIC 9(07)V99 VALUE 25000.
000560 01  WS-DENDA-DISP               PIC Z(6)9.99.
000570 01  WS-SYSDATE                  PIC 9(08).
000580 01  WS-RUN-DATE-DISP            PIC X(10).
000590 01  WS-READ-COUNT               PIC 9(05) VALUE ZERO.
000600 01  WS-LATE-COUNT               PIC 9(05) VALUE ZERO.
000605 01  WS-TANPA-COUNT              PIC 9(05) VALUE ZERO.
000610 01  WS-COUNT-DISP               PIC ZZZZ9.
000613 01  WS-TOT-DENDA                PIC 9(09)V99 VALUE ZERO.
000616 01  WS-TOT-DISP                 PIC Z(10)9.99.
000620 01  WS-SUMMARY                  PIC X(60).
000630 01  WS-EXC-FIELD                PIC X(15).
000640 01  WS-EXC-DETAIL               PIC X(50).
000690 PROCEDURE DIVISION.
000700 0000-MAINLINE.
000710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000720     IF CICIL-OPEN
000730         PERFORM 2000-READ-CICIL THRU 2000-EXIT
000732         PERFORM 3000-CEK-SATU THRU 3000-EXIT UNTIL CICIL-EOF
000734     END-IF.
000736     PERFORM 4000-TANPA-CICIL THRU 4000-EXIT.
000740     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000750*-----------------------------------------------------------
000760*1000-INITIALIZE  -  TAGMAST MUST EXIST; CICMAST MAY NOT
000765*YET (NO PLAN HAS EVER BEEN SET UP).
000770*-----------------------------------------------------------
000780 1000-INITIALIZE.
000790     OPEN I-O CICIL-FILE.
000800     IF WS-CFS = '00'
000803         SET CICIL-OPEN TO TRUE
000806     ELSE
000810         DISPLAY 'DENDA: FILE CICILAN TIDAK ADA / NOT FOUND'
000830     END-IF.
000840     OPEN I-O TAGIHAN-FILE.
000850     IF WS-TFS NOT = '00'
000860         DISPLAY 'DENDA: FILE TAGIHAN TIDAK ADA / NOT FOUND'
000870         IF CICIL-OPEN
000873             CLOSE CICIL-FILE
000876         END-IF
000880         STOP RUN
000890     END-IF.
000900     OPEN OUTPUT DENDA-RPT.
000901     OPEN EXTEND GL-FEED.
000902     IF WS-GLF-FS = '35'
000903         OPEN OUTPUT GL-FEED
000904         CLOSE GL-FEED
000905         OPEN EXTEND GL-FEED
000906     END-IF.
000910     ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
000920     MOVE SPACES TO WS-RUN-DATE-DISP.
000930     STRING WS-SYSDATE(1:4) '-' WS-SYSDATE(5:2)
001490     ADD WS-DENDA-RATE TO JUMLAH-TAGIHAN OF TAGIHAN-RECORD.
001500     REWRITE TAGIHAN-RECORD.
001510     ADD 1 TO WS-LATE-COUNT.
001511     ADD WS-DENDA-RATE TO WS-TOT-DENDA.
001512     MOVE SPACES TO GLF-RECORD.
001513     MOVE WS-RUN-DATE-DISP TO TGL-GL OF GLF-RECORD.
001514     MOVE 'DEND' TO JENIS-GL OF GLF-RECORD.
001515     MOVE NPM OF CICIL-RECORD TO NPM OF GLF-RECORD.
001516     MOVE SEMESTER-CIC OF CICIL-RECORD
001517         TO SEMESTER-GL OF GLF-RECORD.
001518     MOVE WS-DENDA-RATE TO JUMLAH-GL OF GLF-RECORD.
001519     MOVE 'DENDA' TO SUMBER-GL OF GLF-RECORD.
001520     WRITE GLF-RECORD.
001521     MOVE WS-DENDA-RATE TO WS-DENDA-DISP.
001530     MOVE SPACES TO RPT-LINE.
001540     STRING NPM OF CICIL-RECORD
001550         ' SMT ' SEMESTER-CIC OF CICIL-RECORD
001610 3100-EXIT.
001620     EXIT.
001630*-----------------------------------------------------------
001631*4000-TANPA-CICIL  -  SECOND PASS OVER TAGMAST FOR
001632*ASSESSMENTS NOBODY PUT ON A PLAN.
001633*-----------------------------------------------------------
001634 4000-TANPA-CICIL.
001635     MOVE 'N' TO WS-TAG-EOF-SW.
001636     MOVE LOW-VALUES TO TAGIHAN-KEY OF TAGIHAN-RECORD.
001637     START TAGIHAN-FILE KEY NOT < TAGIHAN-KEY OF TAGIHAN-RECORD
001638         INVALID KEY
001639             SET TAG-EOF TO TRUE
001640     END-START.
001641     PERFORM 4100-CEK-TAGIHAN THRU 4100-EXIT UNTIL TAG-EOF.
001642 4000-EXIT.
001643     EXIT.
001644*-----------------------------------------------------------
001645*4100-CEK-TAGIHAN  -  A BALANCE NOT YET FINED, NO PLAN
001646*(INSTALLMENT 01 NOT ON CICMAST), AND THE CALENDAR DUE DATE
001647*BEFORE THE RUN DATE.  THE CALENDAR ENTRY IS KEPT BETWEEN
001648*RECORDS OF THE SAME SEMESTER.
001649*-----------------------------------------------------------
001650 4100-CEK-TAGIHAN.
001651     READ TAGIHAN-FILE NEXT RECORD
001652         AT END
001653             SET TAG-EOF TO TRUE
001654             GO TO 4100-EXIT
001655     END-READ.
001656     IF JUMLAH-BAYAR OF TAGIHAN-RECORD
001657             NOT < JUMLAH-TAGIHAN OF TAGIHAN-RECORD
001658         OR TGL-DENDA OF TAGIHAN-RECORD NOT = SPACES
001659         GO TO 4100-EXIT
001660     END-IF.
001661     MOVE 'N' TO WS-PLAN-SW.
001662     IF CICIL-OPEN
001663         MOVE NPM OF TAGIHAN-RECORD TO NPM OF CICIL-RECORD
001664         MOVE SEMESTER-TAG OF TAGIHAN-RECORD
001665             TO SEMESTER-CIC OF CICIL-RECORD
001666         MOVE 1 TO CICIL-NO OF CICIL-RECORD
001667         READ CICIL-FILE
001668             INVALID KEY
001669                 CONTINUE
001670             NOT INVALID KEY
001671                 SET ADA-PLAN TO TRUE
001672         END-READ
001673     END-IF.
001674     IF ADA-PLAN
001675         GO TO 4100-EXIT
001676     END-IF.
001677     IF SEMESTER-TAG OF TAGIHAN-RECORD NOT = WS-KAL-LALU
001678         MOVE SEMESTER-TAG OF TAGIHAN-RECORD TO WS-KAL-SEMESTER
001679         MOVE SEMESTER-TAG OF TAGIHAN-RECORD TO WS-KAL-LALU
001680         CALL 'KALCEK' USING WS-KAL-SEMESTER WS-KAL-RECORD
001681             WS-KAL-HASIL
001682     END-IF.
001683     IF WS-KAL-HASIL NOT = 'Y'
001684         OR TGL-JATUH-BAYAR OF WS-KAL-RECORD = SPACES
001685         OR TGL-JATUH-BAYAR OF WS-KAL-RECORD
001686             NOT < WS-RUN-DATE-DISP
001687         GO TO 4100-EXIT
001688     END-IF.
001689     ADD WS-DENDA-RATE TO JUMLAH-TAGIHAN OF TAGIHAN-RECORD.
001690     MOVE WS-RUN-DATE-DISP TO TGL-DENDA OF TAGIHAN-RECORD.
001691     REWRITE TAGIHAN-RECORD.
001692     ADD 1 TO WS-TANPA-COUNT.
001693     ADD WS-DENDA-RATE TO WS-TOT-DENDA.
001694     MOVE SPACES TO GLF-RECORD.
001695     MOVE WS-RUN-DATE-DISP TO TGL-GL OF GLF-RECORD.
001696     MOVE 'DEND' TO JENIS-GL OF GLF-RECORD.
001697     MOVE NPM OF TAGIHAN-RECORD TO NPM OF GLF-RECORD.
001698     MOVE SEMESTER-TAG OF TAGIHAN-RECORD
001699         TO SEMESTER-GL OF GLF-RECORD.
001700     MOVE WS-DENDA-RATE TO JUMLAH-GL OF GLF-RECORD.
001701     MOVE 'DENDA' TO SUMBER-GL OF GLF-RECORD.
001702     WRITE GLF-RECORD.
001703     MOVE WS-DENDA-RATE TO WS-DENDA-DISP.
001704     MOVE SPACES TO RPT-LINE.
001705     STRING NPM OF TAGIHAN-RECORD
001706         ' SMT ' SEMESTER-TAG OF TAGIHAN-RECORD
001707         ' TANPA CICIL'
001708         ' JATUH ' TGL-JATUH-BAYAR OF WS-KAL-RECORD
001709         ' DENDA ' WS-DENDA-DISP
001710         DELIMITED BY SIZE INTO RPT-LINE.
001711     WRITE RPT-LINE.
001712 4100-EXIT.
001713     EXIT.
001714*-----------------------------------------------------------
001715*9000-TERMINATE
001716*-----------------------------------------------------------
001717 9000-TERMINATE.
001718     MOVE ALL '-' TO RPT-LINE.
001719     WRITE RPT-LINE.
001720     MOVE WS-LATE-COUNT TO WS-COUNT-DISP.
001721     MOVE SPACES TO RPT-LINE.
001722     STRING 'CICILAN TERLAMBAT / LATE INSTALLMENTS : '
001723         WS-COUNT-DISP
001730         DELIMITED BY SIZE INTO RPT-LINE.
001740     WRITE RPT-LINE.
001750     MOVE WS-TANPA-COUNT TO WS-COUNT-DISP.
001751     MOVE SPACES TO RPT-LINE.
001752     STRING 'TAGIHAN TANPA CICILAN / UNSCHEDULED   : '
001753         WS-COUNT-DISP
001754         DELIMITED BY SIZE INTO RPT-LINE.
001755     WRITE RPT-LINE.
001756     MOVE WS-TOT-DENDA TO WS-TOT-DISP.
001757     MOVE SPACES TO RPT-LINE.
001758     STRING 'TOTAL DENDA / LATE FEES   : ' WS-TOT-DISP
001759         DELIMITED BY SIZE INTO RPT-LINE.
001760     WRITE RPT-LINE.
001761     IF CICIL-OPEN
001762         CLOSE CICIL-FILE
001763     END-IF.
001764     CLOSE TAGIHAN-FILE.
001770     CLOSE DENDA-RPT.
001775     CLOSE GL-FEED.
001780     MOVE WS-LATE-COUNT TO WS-COUNT-DISP.
001790     DISPLAY 'DENDA: ' WS-COUNT-DISP ' INSTALLMENT(S) LATE'.
001793     MOVE WS-TANPA-COUNT TO WS-COUNT-DISP.
001796     DISPLAY 'DENDA: ' WS-COUNT-DISP ' UNSCHEDULED LATE'.
001800     MOVE SPACES TO WS-SUMMARY.
001810     STRING 'LATE=' WS-LATE-COUNT
001815             ' UNSCHED=' WS-TANPA-COUNT
001820         DELIMITED BY SIZE INTO WS-SUMMARY.
001830     CALL 'AUDITLOG' USING 'DENDA     ' 'END  ' WS-SUMMARY.
001840     STOP RUN.
