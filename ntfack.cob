000010*-----------------------------------------------------------
000020*NTFACK  -  MESSAGING GATEWAY RETURN INTAKE AND FAILED
000030*DELIVERY REPORT
000040*-----------------------------------------------------------
000050*THE RETURN LEG OF THE NTFKIRIM NOTIFICATION QUEUE.  READS
000060*THE FILE THE CAMPUS MESSAGING GATEWAY RETURNS (CSV LINES
000070*ID,CODE,TEXT WHERE CODE OK MEANS DELIVERED AND ANYTHING ELSE
000080*IS A FAILURE) AND MOVES EACH MESSAGE ON NTFMST TO DELIVERED
000090*OR FAILED, KEEPING THE GATEWAY'S REASON.  AN ANSWER FOR AN
000100*ID NOT ON NTFMST IS REPORTED THROUGH EXCPRPT.  THEN PRINTS
000110*THE DAILY FAILED-DELIVERY REPORT: EVERY FAILED MESSAGE WHOSE
000120*NUMBER OR ADDRESS IS STILL THE ONE ON THE MHS MASTER,
000130*GROUPED BY THAT PHONE NUMBER OR EMAIL WITH THE STUDENT AND A
000140*COUNT, SO THE BAD CONTACT DATA IS FIXED IN IDENTITAS.  ONCE
000150*THE MASTER IS CORRECTED THE OLD FAILURES DROP OFF THE REPORT
000160*AND ARE ONLY COUNTED.
000170*-----------------------------------------------------------
000180*MODIFICATION HISTORY
000190*DATE       INIT  DESCRIPTION
000200*10/15/2026 RSD   ORIGINAL.
000210*-----------------------------------------------------------
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. NTFACK.
000240 AUTHOR. RASYID.
000250 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000260 DATE-WRITTEN. 10/15/2026.
000270 DATE-COMPILED.
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT RET-FILE ASSIGN TO 'NTFRET'
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-RET-FS.
000340     SELECT NTF-FILE ASSIGN TO 'NTFMST'
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS ID-NTF OF NTF-RECORD
000380         FILE STATUS IS WS-NFS.
000390     SELECT MHS-FILE ASSIGN TO 'MHSMAST'
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS NPM OF MHS-RECORD
000430         FILE STATUS IS WS-FS.
000440     SELECT SORT-WORK ASSIGN TO 'SRTWK01'.
000450     SELECT NTF-RPT ASSIGN TO 'NTFRPT'
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RPT-FS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  RET-FILE.
000510 01  RET-LINE                    PIC X(80).
000520 FD  NTF-FILE.
000530 01  NTF-RECORD.
000540         COPY NTFREC.
000550 FD  MHS-FILE.
000560 01  MHS-RECORD.
000570         COPY MHSREC.
000580 SD  SORT-WORK.
000590 01  SORT-RECORD.
000600         05  SORT-KANAL              PIC X(01).
000610         05  SORT-TUJUAN             PIC X(35).
000620         05  SORT-NPM                PIC X(08).
000630         05  SORT-ID                 PIC X(14).
000640         05  SORT-NAMA               PIC X(35).
000650         05  SORT-TGL                PIC X(10).
000660         05  SORT-TEMPLATE           PIC X(04).
000670         05  SORT-ALASAN             PIC X(40).
000680 FD  NTF-RPT.
000690 01  RPT-LINE                    PIC X(100).
000700 WORKING-STORAGE SECTION.
000710 01  WS-RET-FS                   PIC X(02).
000720 01  WS-NFS                      PIC X(02).
000730 01  WS-FS                       PIC X(02).
000740 01  WS-RPT-FS                   PIC X(02).
000750 01  WS-MHS-OPEN-SW              PIC X(01) VALUE 'N'.
000760         88  MHS-OPEN                    VALUE 'Y'.
000770 01  WS-RET-EOF-SW               PIC X(01) VALUE 'N'.
000780         88  RET-EOF                     VALUE 'Y'.
000790 01  WS-NTF-EOF-SW               PIC X(01) VALUE 'N'.
000800         88  NTF-EOF                     VALUE 'Y'.
000810 01  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
000820         88  SORT-EOF                    VALUE 'Y'.
000830 01  WS-FIRST-SW                 PIC X(01) VALUE 'Y'.
000840         88  ON-FIRST-GROUP              VALUE 'Y'.
000850 01  WS-RET-ID                   PIC X(14).
000860 01  WS-RET-CODE                 PIC X(02).
000870 01  WS-RET-TEXT                 PIC X(40).
000880 01  WS-PREV-KANAL               PIC X(01) VALUE SPACE.
000890 01  WS-PREV-TUJUAN              PIC X(35) VALUE SPACES.
000900 01  WS-PREV-NPM                 PIC X(08) VALUE SPACES.
000910 01  WS-KANAL-DISP               PIC X(05).
000920 01  WS-SYSDATE                  PIC 9(08).
000930 01  WS-RUN-DATE-DISP            PIC X(10).
000940 01  WS-DLV-COUNT                PIC 9(05) VALUE ZERO.
000950 01  WS-FAIL-COUNT               PIC 9(05) VALUE ZERO.
000960 01  WS-UNK-COUNT                PIC 9(05) VALUE ZERO.
000970 01  WS-ANTRI-COUNT              PIC 9(05) VALUE ZERO.
000980 01  WS-FIXED-COUNT              PIC 9(05) VALUE ZERO.
000990 01  WS-LIST-COUNT               PIC 9(05) VALUE ZERO.
001000 01  WS-TUJUAN-COUNT             PIC 9(05) VALUE ZERO.
001010 01  WS-GROUP-COUNT              PIC 9(05) VALUE ZERO.
001020 01  WS-COUNT-DISP               PIC ZZZZ9.
001030 01  WS-SUMMARY                  PIC X(60).
001040 01  WS-EXC-FIELD                PIC X(15).
001050 01  WS-EXC-DETAIL               PIC X(50).
001060 01  WS-EXC-SEV                  PIC X(01).
001070*-----------------------------------------------------------
001080*0000-MAINLINE
001090*-----------------------------------------------------------
001100 PROCEDURE DIVISION.
001110 0000-MAINLINE.
001120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001130     PERFORM 2000-PROSES-RETURN THRU 2000-EXIT.
001140     PERFORM 5000-FAILED-REPORT THRU 5000-EXIT.
001150     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001160*-----------------------------------------------------------
001170*1000-INITIALIZE  -  NO NTFMST MEANS NOTHING WAS EVER
001180*QUEUED; NOTHING TO DO.
001190*-----------------------------------------------------------
001200 1000-INITIALIZE.
001210     OPEN I-O NTF-FILE.
001220     IF WS-NFS NOT = '00'
001230         DISPLAY 'NTFACK: NTFMST TIDAK ADA / NOT FOUND'
001240         STOP RUN
001250     END-IF.
001260     ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
001270     MOVE SPACES TO WS-RUN-DATE-DISP.
001280     STRING WS-SYSDATE(1:4) '-' WS-SYSDATE(5:2)
001290         '-' WS-SYSDATE(7:2) DELIMITED BY SIZE
001300         INTO WS-RUN-DATE-DISP.
001310     MOVE 'GATEWAY RETURN INTAKE STARTED' TO WS-SUMMARY.
001320     CALL 'AUDITLOG' USING 'NTFACK    ' 'START' WS-SUMMARY.
001330 1000-EXIT.
001340     EXIT.
001350*-----------------------------------------------------------
001360*2000-PROSES-RETURN  -  A MISSING RETURN FILE JUST MEANS THE
001370*GATEWAY HAS NOT ANSWERED YET; THE REPORT STILL RUNS.
001380*-----------------------------------------------------------
001390 2000-PROSES-RETURN.
001400     OPEN INPUT RET-FILE.
001410     IF WS-RET-FS NOT = '00'
001420         DISPLAY 'NTFACK: NTFRET TIDAK ADA / NO RETURN FILE'
001430         SET RET-EOF TO TRUE
001440     ELSE
001450         PERFORM 2100-READ-RET THRU 2100-EXIT
001460         PERFORM 2200-APPLY-RET THRU 2200-EXIT UNTIL RET-EOF
001470         CLOSE RET-FILE
001480     END-IF.
001490 2000-EXIT.
001500     EXIT.
001510 2100-READ-RET.
001520     READ RET-FILE
001530         AT END
001540             SET RET-EOF TO TRUE
001550         NOT AT END
001560             CONTINUE
001570     END-READ.
001580 2100-EXIT.
001590     EXIT.
001600*-----------------------------------------------------------
001610*2200-APPLY-RET  -  ID,CODE,TEXT; OK DELIVERS, ANYTHING ELSE
001620*FAILS WITH THE GATEWAY TEXT KEPT.  A LATER ANSWER FOR THE
001630*SAME ID (A GATEWAY RETRY) REPLACES THE EARLIER ONE.
001640*-----------------------------------------------------------
001650 2200-APPLY-RET.
001660     IF RET-LINE = SPACES OR RET-LINE(1:3) = 'ID,'
001670         GO TO 2200-NEXT
001680     END-IF.
001690     MOVE SPACES TO WS-RET-ID.
001700     MOVE SPACES TO WS-RET-CODE.
001710     MOVE SPACES TO WS-RET-TEXT.
001720     UNSTRING RET-LINE DELIMITED BY ','
001730         INTO WS-RET-ID WS-RET-CODE WS-RET-TEXT.
001740     MOVE WS-RET-ID TO ID-NTF OF NTF-RECORD.
001750     READ NTF-FILE.
001760     IF WS-NFS NOT = '00'
001770         ADD 1 TO WS-UNK-COUNT
001780         MOVE 'ID-NTF' TO WS-EXC-FIELD
001790         MOVE SPACES TO WS-EXC-DETAIL
001800         STRING 'GATEWAY ANSWER FOR UNKNOWN ID ' WS-RET-ID
001810             DELIMITED BY SIZE INTO WS-EXC-DETAIL
001820         MOVE 'W' TO WS-EXC-SEV
001830         CALL 'EXCPRPT' USING 'NTFACK    '
001840             WS-EXC-FIELD WS-EXC-DETAIL WS-EXC-SEV
001850         GO TO 2200-NEXT
001860     END-IF.
001870     IF WS-RET-CODE = 'OK'
001880         MOVE 'D' TO STATUS-NTF OF NTF-RECORD
001890         MOVE SPACES TO ALASAN-NTF OF NTF-RECORD
001900         ADD 1 TO WS-DLV-COUNT
001910     ELSE
001920         MOVE 'F' TO STATUS-NTF OF NTF-RECORD
001930         MOVE WS-RET-TEXT TO ALASAN-NTF OF NTF-RECORD
001940         ADD 1 TO WS-FAIL-COUNT
001950     END-IF.
001960     MOVE WS-RUN-DATE-DISP TO TGL-STAT-NTF OF NTF-RECORD.
001970     REWRITE NTF-RECORD.
001980 2200-NEXT.
001990     PERFORM 2100-READ-RET THRU 2100-EXIT.
002000 2200-EXIT.
002010     EXIT.
002020*-----------------------------------------------------------
002030*5000-FAILED-REPORT  -  FULL PASS OVER NTFMST THROUGH THE
002040*SORT, GROUPED BY CHANNEL AND NUMBER / ADDRESS.
002050*-----------------------------------------------------------
002060 5000-FAILED-REPORT.
002070     CLOSE NTF-FILE.
002080     OPEN INPUT NTF-FILE.
002090     OPEN INPUT MHS-FILE.
002100     IF WS-FS = '00'
002110         MOVE 'Y' TO WS-MHS-OPEN-SW
002120     END-IF.
002130     SORT SORT-WORK
002140         ON ASCENDING KEY SORT-KANAL
002150         SORT-TUJUAN
002160         SORT-NPM
002170         SORT-ID
002180         INPUT PROCEDURE IS 5100-PILIH-GAGAL THRU 5100-EXIT
002190         OUTPUT PROCEDURE IS 6000-PRINT-GAGAL THRU 6000-EXIT.
002200     CLOSE NTF-FILE.
002210     IF MHS-OPEN
002220         CLOSE MHS-FILE
002230     END-IF.
002240 5000-EXIT.
002250     EXIT.
002260*-----------------------------------------------------------
002270*5100-PILIH-GAGAL  -  SORT INPUT PROCEDURE: A FAILED MESSAGE
002280*IS RELEASED WHILE ITS NUMBER OR ADDRESS IS STILL THE ONE ON
002290*THE MASTER (NO MASTER, NOTHING TO COMPARE - EVERY FAILURE
002300*IS LISTED).  QUEUED MESSAGES STILL WAITING ARE COUNTED.
002310*-----------------------------------------------------------
002320 5100-PILIH-GAGAL.
002330     PERFORM 5200-READ-NTF THRU 5200-EXIT.
002340     PERFORM 5300-CEK-SATU THRU 5300-EXIT UNTIL NTF-EOF.
002350 5100-EXIT.
002360     EXIT.
002370 5200-READ-NTF.
002380     READ NTF-FILE NEXT RECORD
002390         AT END
002400             SET NTF-EOF TO TRUE
002410     END-READ.
002420 5200-EXIT.
002430     EXIT.
002440 5300-CEK-SATU.
002450     IF NTF-ANTRI OF NTF-RECORD
002460         ADD 1 TO WS-ANTRI-COUNT
002470         GO TO 5300-NEXT
002480     END-IF.
002490     IF NOT NTF-GAGAL OF NTF-RECORD
002500         GO TO 5300-NEXT
002510     END-IF.
002520     MOVE SPACES TO SORT-NAMA.
002530     IF MHS-OPEN
002540         MOVE NPM OF NTF-RECORD TO NPM OF MHS-RECORD
002550         READ MHS-FILE
002560             INVALID KEY
002570                 MOVE '(TIDAK TERDAFTAR / NOT REGISTERED)'
002580                     TO SORT-NAMA
002590         END-READ
002600         IF WS-FS = '00'
002610             MOVE NAMA OF MHS-RECORD TO SORT-NAMA
002620             IF KANAL-SMS OF NTF-RECORD
002630                 AND NO_HP OF MHS-RECORD
002640                     NOT = TUJUAN-NTF OF NTF-RECORD
002650                 ADD 1 TO WS-FIXED-COUNT
002660                 GO TO 5300-NEXT
002670             END-IF
002680             IF KANAL-EMAIL OF NTF-RECORD
002690                 AND EMAIL OF MHS-RECORD
002700                     NOT = TUJUAN-NTF OF NTF-RECORD
002710                 ADD 1 TO WS-FIXED-COUNT
002720                 GO TO 5300-NEXT
002730             END-IF
002740         END-IF
002750     END-IF.
002760     MOVE KANAL-NTF OF NTF-RECORD TO SORT-KANAL.
002770     MOVE TUJUAN-NTF OF NTF-RECORD TO SORT-TUJUAN.
002780     MOVE NPM OF NTF-RECORD TO SORT-NPM.
002790     MOVE ID-NTF OF NTF-RECORD TO SORT-ID.
002800     MOVE TGL-STAT-NTF OF NTF-RECORD TO SORT-TGL.
002810     MOVE TEMPLATE-NTF OF NTF-RECORD TO SORT-TEMPLATE.
002820     MOVE ALASAN-NTF OF NTF-RECORD TO SORT-ALASAN.
002830     RELEASE SORT-RECORD.
002840 5300-NEXT.
002850     PERFORM 5200-READ-NTF THRU 5200-EXIT.
002860 5300-EXIT.
002870     EXIT.
002880*-----------------------------------------------------------
002890*6000-PRINT-GAGAL  -  SORT OUTPUT PROCEDURE; CONTROL BREAK
002900*ON THE NUMBER / ADDRESS WITH A COUNT PER GROUP; A NUMBER
002910*SHARED BY MORE THAN ONE STUDENT NAMES EACH OF THEM.
002920*-----------------------------------------------------------
002930 6000-PRINT-GAGAL.
002940     OPEN OUTPUT NTF-RPT.
002950     MOVE SPACES TO RPT-LINE.
002960     STRING 'PENGIRIMAN GAGAL / FAILED DELIVERIES  '
002970         WS-RUN-DATE-DISP DELIMITED BY SIZE INTO RPT-LINE.
002980     WRITE RPT-LINE.
002990     MOVE 'PER NOMOR HP / EMAIL - PERBAIKI DI IDENTITAS /'
003000         TO RPT-LINE.
003010     WRITE RPT-LINE.
003020     MOVE 'BY PHONE NUMBER / EMAIL - FIX IN IDENTITAS'
003030         TO RPT-LINE.
003040     WRITE RPT-LINE.
003050     MOVE ALL '-' TO RPT-LINE.
003060     WRITE RPT-LINE.
003070     PERFORM 6100-RETURN-SORTED THRU 6100-EXIT.
003080     PERFORM 6200-HANDLE-GAGAL THRU 6200-EXIT UNTIL SORT-EOF.
003090     IF NOT ON-FIRST-GROUP
003100         PERFORM 6300-WRITE-GROUP-TOTAL THRU 6300-EXIT
003110     END-IF.
003120     PERFORM 6400-WRITE-GRAND-TOTAL THRU 6400-EXIT.
003130     CLOSE NTF-RPT.
003140 6000-EXIT.
003150     EXIT.
003160 6100-RETURN-SORTED.
003170     RETURN SORT-WORK
003180         AT END
003190             SET SORT-EOF TO TRUE
003200         NOT AT END
003210             CONTINUE
003220     END-RETURN.
003230 6100-EXIT.
003240     EXIT.
003250 6200-HANDLE-GAGAL.
003260     IF SORT-KANAL NOT = WS-PREV-KANAL
003270         OR SORT-TUJUAN NOT = WS-PREV-TUJUAN
003280         IF NOT ON-FIRST-GROUP
003290             PERFORM 6300-WRITE-GROUP-TOTAL THRU 6300-EXIT
003300         END-IF
003310         MOVE 'N' TO WS-FIRST-SW
003320         MOVE SORT-KANAL TO WS-PREV-KANAL
003330         MOVE SORT-TUJUAN TO WS-PREV-TUJUAN
003340         MOVE ZERO TO WS-GROUP-COUNT
003350         ADD 1 TO WS-TUJUAN-COUNT
003360         IF SORT-KANAL = 'S'
003370             MOVE 'SMS' TO WS-KANAL-DISP
003380         ELSE
003390             MOVE 'EMAIL' TO WS-KANAL-DISP
003400         END-IF
003410         MOVE SPACES TO RPT-LINE
003420         WRITE RPT-LINE
003430         MOVE SPACES TO RPT-LINE
003440         STRING WS-KANAL-DISP ' : ' SORT-TUJUAN
003450             DELIMITED BY SIZE INTO RPT-LINE
003460         WRITE RPT-LINE
003470         MOVE SPACES TO WS-PREV-NPM
003480     END-IF.
003490     IF SORT-NPM NOT = WS-PREV-NPM
003500         MOVE SORT-NPM TO WS-PREV-NPM
003510         MOVE SPACES TO RPT-LINE
003520         STRING '    NPM ' SORT-NPM '  ' SORT-NAMA
003530             DELIMITED BY SIZE INTO RPT-LINE
003540         WRITE RPT-LINE
003550     END-IF.
003560     MOVE SPACES TO RPT-LINE.
003570     STRING '        ' SORT-ID '  ' SORT-TGL '  ' SORT-TEMPLATE
003580         '  ' SORT-ALASAN DELIMITED BY SIZE INTO RPT-LINE.
003590     WRITE RPT-LINE.
003600     ADD 1 TO WS-GROUP-COUNT.
003610     ADD 1 TO WS-LIST-COUNT.
003620     PERFORM 6100-RETURN-SORTED THRU 6100-EXIT.
003630 6200-EXIT.
003640     EXIT.
003650 6300-WRITE-GROUP-TOTAL.
003660     MOVE WS-GROUP-COUNT TO WS-COUNT-DISP.
003670     MOVE SPACES TO RPT-LINE.
003680     STRING '    GAGAL / FAILED : ' WS-COUNT-DISP
003690         DELIMITED BY SIZE INTO RPT-LINE.
003700     WRITE RPT-LINE.
003710 6300-EXIT.
003720     EXIT.
003730 6400-WRITE-GRAND-TOTAL.
003740     MOVE ALL '-' TO RPT-LINE.
003750     WRITE RPT-LINE.
003760     MOVE WS-TUJUAN-COUNT TO WS-COUNT-DISP.
003770     MOVE SPACES TO RPT-LINE.
003780     STRING 'NOMOR / ALAMAT BERMASALAH / BAD CONTACTS : '
003790         WS-COUNT-DISP DELIMITED BY SIZE INTO RPT-LINE.
003800     WRITE RPT-LINE.
003810     MOVE WS-LIST-COUNT TO WS-COUNT-DISP.
003820     MOVE SPACES TO RPT-LINE.
003830     STRING 'PESAN GAGAL / FAILED MESSAGES            : '
003840         WS-COUNT-DISP DELIMITED BY SIZE INTO RPT-LINE.
003850     WRITE RPT-LINE.
003860     MOVE WS-FIXED-COUNT TO WS-COUNT-DISP.
003870     MOVE SPACES TO RPT-LINE.
003880     STRING 'SUDAH DIPERBAIKI / CONTACT SINCE FIXED   : '
003890         WS-COUNT-DISP DELIMITED BY SIZE INTO RPT-LINE.
003900     WRITE RPT-LINE.
003910     MOVE WS-ANTRI-COUNT TO WS-COUNT-DISP.
003920     MOVE SPACES TO RPT-LINE.
003930     STRING 'MASIH ANTRI / STILL QUEUED               : '
003940         WS-COUNT-DISP DELIMITED BY SIZE INTO RPT-LINE.
003950     WRITE RPT-LINE.
003960 6400-EXIT.
003970     EXIT.
003980*-----------------------------------------------------------
003990*9000-TERMINATE
004000*-----------------------------------------------------------
004010 9000-TERMINATE.
004020     MOVE WS-DLV-COUNT TO WS-COUNT-DISP.
004030     DISPLAY 'NTFACK: ' WS-COUNT-DISP ' DELIVERED'.
004040     MOVE WS-FAIL-COUNT TO WS-COUNT-DISP.
004050     DISPLAY 'NTFACK: ' WS-COUNT-DISP ' FAILED'.
004060     MOVE WS-UNK-COUNT TO WS-COUNT-DISP.
004070     DISPLAY 'NTFACK: ' WS-COUNT-DISP ' UNKNOWN ID(S)'.
004080     MOVE SPACES TO WS-SUMMARY.
004090     STRING 'DELIVERED=' WS-DLV-COUNT
004100         ' FAILED=' WS-FAIL-COUNT
004110         ' BADCONTACT=' WS-TUJUAN-COUNT
004120         DELIMITED BY SIZE INTO WS-SUMMARY.
004130     CALL 'AUDITLOG' USING 'NTFACK    ' 'END  ' WS-SUMMARY.
004140     STOP RUN.
004150 9000-EXIT.
004160     EXIT.
