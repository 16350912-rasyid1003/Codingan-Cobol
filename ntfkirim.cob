000010*-----------------------------------------------------------
000020*NTFKIRIM  -  COMMON SMS / EMAIL NOTIFICATION SUBPROGRAM
000030*-----------------------------------------------------------
000040*QUEUES A MESSAGE TO A STUDENT FOR THE CAMPUS MESSAGING
000050*GATEWAY.  CALLED LIKE -
000060*CALL 'NTFKIRIM' USING LK-PGM-ID LK-NPM LK-KANAL LK-TEMPLATE
000070*LK-VAR1 LK-VAR2 LK-VAR3 LK-JUMLAH.
000080*LK-KANAL IS S = SMS TO NO_HP, E = EMAIL TO EMAIL, B = BOTH.
000090*LK-TEMPLATE IS ONE OF THE GATEWAY TEMPLATE CODES LISTED IN
000100*NTFREC AND LK-VAR1 TO LK-VAR3 THE VALUES IT IS FILLED WITH.
000110*THE NUMBER AND ADDRESS ARE TAKEN FROM THE MHS MASTER AT THE
000120*TIME OF THE CALL; A BLANK ONE IS SIMPLY NOT SENT.  EACH
000130*MESSAGE GETS AN ENTRY ON THE NTFMST MESSAGE FILE (STATUS Q)
000140*AND A LINE ON THE NTFQUE FILE THE GATEWAY PICKS UP; BOTH ARE
000150*CREATED THE FIRST TIME.  LK-JUMLAH COMES BACK WITH THE
000160*NUMBER OF MESSAGES QUEUED (0, 1 OR 2) - ZERO FOR AN NPM NOT
000170*ON THE MASTER OR WITH NOTHING TO SEND TO.
000180*-----------------------------------------------------------
000190*MODIFICATION HISTORY
000200*DATE       INIT  DESCRIPTION
000210*10/15/2026 RSD   ORIGINAL.
000220*-----------------------------------------------------------
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. NTFKIRIM.
000250 AUTHOR. RASYID.
000260 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000270 DATE-WRITTEN. 10/15/2026.
000280 DATE-COMPILED.
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT MHS-FILE ASSIGN TO 'MHSMAST'
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS NPM OF MHS-RECORD
000360         FILE STATUS IS NK-FS.
000370     SELECT NTF-FILE ASSIGN TO 'NTFMST'
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS ID-NTF OF NTF-RECORD
000410         FILE STATUS IS NK-NFS.
000420     SELECT NTF-QUE ASSIGN TO 'NTFQUE'
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS NK-QFS.
000450     SELECT SEQ-FILE ASSIGN TO 'NTFSEQ'
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS NK-SFS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  MHS-FILE.
000510 01  MHS-RECORD.
000520         COPY MHSREC.
000530 FD  NTF-FILE.
000540 01  NTF-RECORD.
000550         COPY NTFREC.
000560 FD  NTF-QUE.
000570 01  NTFQ-RECORD.
000580         COPY NTFQREC.
000590 FD  SEQ-FILE.
000600 01  SEQ-RECORD.
000610         05  SEQ-TGL                 PIC X(08).
000620         05  SEQ-NO                  PIC X(06).
000630 WORKING-STORAGE SECTION.
000640 01  NK-FS                       PIC X(02).
000650 01  NK-NFS                      PIC X(02).
000660 01  NK-QFS                      PIC X(02).
000670 01  NK-SFS                      PIC X(02).
000680 01  NK-SYSDATE                  PIC 9(08).
000690 01  NK-RUN-DATE-DISP            PIC X(10).
000700 01  NK-SEQ                      PIC 9(06).
000710 01  NK-KANAL                    PIC X(01).
000720 01  NK-TUJUAN                   PIC X(35).
000730 LINKAGE SECTION.
000740 01  LK-PGM-ID                   PIC X(10).
000750 01  LK-NPM                      PIC X(08).
000760 01  LK-KANAL                    PIC X(01).
000770 01  LK-TEMPLATE                 PIC X(04).
000780 01  LK-VAR1                     PIC X(40).
000790 01  LK-VAR2                     PIC X(40).
000800 01  LK-VAR3                     PIC X(40).
000810 01  LK-JUMLAH                   PIC 9(01).
000820*-----------------------------------------------------------
000830*0000-MAINLINE
000840*-----------------------------------------------------------
000850 PROCEDURE DIVISION USING LK-PGM-ID LK-NPM LK-KANAL
000860     LK-TEMPLATE LK-VAR1 LK-VAR2 LK-VAR3 LK-JUMLAH.
000870 0000-MAINLINE.
000880     MOVE ZERO TO LK-JUMLAH.
000890     PERFORM 1000-CARI-MHS THRU 1000-EXIT.
000900     IF NK-FS NOT = '00'
000910         GOBACK
000920     END-IF.
000930     IF NO_HP OF MHS-RECORD = SPACES
000940         AND EMAIL OF MHS-RECORD = SPACES
000950         GOBACK
000960     END-IF.
000970     PERFORM 2000-OPEN-ANTRIAN THRU 2000-EXIT.
000980     IF (LK-KANAL = 'S' OR 'B')
000990         AND NO_HP OF MHS-RECORD NOT = SPACES
001000         MOVE 'S' TO NK-KANAL
001010         MOVE NO_HP OF MHS-RECORD TO NK-TUJUAN
001020         PERFORM 3000-ANTRI THRU 3000-EXIT
001030     END-IF.
001040     IF (LK-KANAL = 'E' OR 'B')
001050         AND EMAIL OF MHS-RECORD NOT = SPACES
001060         MOVE 'E' TO NK-KANAL
001070         MOVE EMAIL OF MHS-RECORD TO NK-TUJUAN
001080         PERFORM 3000-ANTRI THRU 3000-EXIT
001090     END-IF.
001100     CLOSE NTF-FILE.
001110     CLOSE NTF-QUE.
001120     GOBACK.
001130*-----------------------------------------------------------
001140*1000-CARI-MHS  -  THE STUDENT'S CURRENT NUMBER AND ADDRESS.
001150*NK-FS NOT 00 (NO MASTER OR NO SUCH NPM) MEANS NOTHING IS
001160*SENT.
001170*-----------------------------------------------------------
001180 1000-CARI-MHS.
001190     OPEN INPUT MHS-FILE.
001200     IF NK-FS NOT = '00'
001210         GO TO 1000-EXIT
001220     END-IF.
001230     MOVE LK-NPM TO NPM OF MHS-RECORD.
001240     READ MHS-FILE
001250         INVALID KEY
001260             CONTINUE
001270     END-READ.
001280     IF NK-FS NOT = '00'
001290         CLOSE MHS-FILE
001300         MOVE '23' TO NK-FS
001310         GO TO 1000-EXIT
001320     END-IF.
001330     CLOSE MHS-FILE.
001340 1000-EXIT.
001350     EXIT.
001360*-----------------------------------------------------------
001370*2000-OPEN-ANTRIAN  -  MESSAGE FILE I-O AND GATEWAY QUEUE
001380*FOR APPEND, EACH CREATED THE FIRST TIME.
001390*-----------------------------------------------------------
001400 2000-OPEN-ANTRIAN.
001410     OPEN I-O NTF-FILE.
001420     IF NK-NFS = '35'
001430         OPEN OUTPUT NTF-FILE
001440         CLOSE NTF-FILE
001450         OPEN I-O NTF-FILE
001460     END-IF.
001470     OPEN EXTEND NTF-QUE.
001480     IF NK-QFS = '35'
001490         OPEN OUTPUT NTF-QUE
001500         CLOSE NTF-QUE
001510         OPEN EXTEND NTF-QUE
001520     END-IF.
001530     ACCEPT NK-SYSDATE FROM DATE YYYYMMDD.
001540     MOVE SPACES TO NK-RUN-DATE-DISP.
001550     STRING NK-SYSDATE(1:4) '-' NK-SYSDATE(5:2)
001560         '-' NK-SYSDATE(7:2) DELIMITED BY SIZE
001570         INTO NK-RUN-DATE-DISP.
001580 2000-EXIT.
001590     EXIT.
001600*-----------------------------------------------------------
001610*3000-ANTRI  -  ONE MESSAGE: NEXT ID, THE NTFMST ENTRY, THEN
001620*THE GATEWAY LINE.  AN ID ALREADY ON FILE (THE COUNTER FILE
001630*LOST OR RESTORED) JUST TAKES THE NEXT ONE.
001640*-----------------------------------------------------------
001650 3000-ANTRI.
001660     PERFORM 3100-NEXT-ID THRU 3100-EXIT.
001670     MOVE NK-SYSDATE TO TGL-ID-NTF OF NTF-RECORD.
001680     MOVE NK-SEQ TO SEQ-ID-NTF OF NTF-RECORD.
001690     MOVE LK-NPM TO NPM OF NTF-RECORD.
001700     MOVE NK-KANAL TO KANAL-NTF OF NTF-RECORD.
001710     MOVE NK-TUJUAN TO TUJUAN-NTF OF NTF-RECORD.
001720     MOVE LK-TEMPLATE TO TEMPLATE-NTF OF NTF-RECORD.
001730     MOVE LK-VAR1 TO VAR1-NTF OF NTF-RECORD.
001740     MOVE LK-VAR2 TO VAR2-NTF OF NTF-RECORD.
001750     MOVE LK-VAR3 TO VAR3-NTF OF NTF-RECORD.
001760     MOVE LK-PGM-ID TO SUMBER-NTF OF NTF-RECORD.
001770     MOVE NK-RUN-DATE-DISP TO TGL-NTF OF NTF-RECORD.
001780     MOVE 'Q' TO STATUS-NTF OF NTF-RECORD.
001790     MOVE SPACES TO TGL-STAT-NTF OF NTF-RECORD.
001800     MOVE SPACES TO ALASAN-NTF OF NTF-RECORD.
001810     WRITE NTF-RECORD
001820         INVALID KEY
001830             GO TO 3000-ANTRI
001840     END-WRITE.
001850     MOVE SPACES TO NTFQ-RECORD.
001860     MOVE ID-NTF OF NTF-RECORD TO ID-NTFQ OF NTFQ-RECORD.
001870     MOVE NK-KANAL TO KANAL-NTFQ OF NTFQ-RECORD.
001880     MOVE NK-TUJUAN TO TUJUAN-NTFQ OF NTFQ-RECORD.
001890     MOVE LK-TEMPLATE TO TEMPLATE-NTFQ OF NTFQ-RECORD.
001900     MOVE LK-VAR1 TO VAR1-NTFQ OF NTFQ-RECORD.
001910     MOVE LK-VAR2 TO VAR2-NTFQ OF NTFQ-RECORD.
001920     MOVE LK-VAR3 TO VAR3-NTFQ OF NTFQ-RECORD.
001930     WRITE NTFQ-RECORD.
001940     ADD 1 TO LK-JUMLAH.
001950 3000-EXIT.
001960     EXIT.
001970*-----------------------------------------------------------
001980*3100-NEXT-ID  -  THE ONE-LINE NTFSEQ FILE HOLDS THE DATE AND
001990*THE LAST NUMBER USED THAT DAY; A NEW DAY (OR NO FILE)
002000*STARTS AGAIN AT 1.
002010*-----------------------------------------------------------
002020 3100-NEXT-ID.
002030     MOVE ZERO TO NK-SEQ.
002040     OPEN INPUT SEQ-FILE.
002050     IF NK-SFS = '00'
002060         READ SEQ-FILE
002070             AT END
002080                 MOVE ZERO TO NK-SEQ
002090             NOT AT END
002100                 IF SEQ-TGL = NK-SYSDATE
002110                     AND SEQ-NO NUMERIC
002120                     MOVE SEQ-NO TO NK-SEQ
002130                 END-IF
002140         END-READ
002150         CLOSE SEQ-FILE
002160     END-IF.
002170     IF NK-SEQ = 999999
002180         MOVE ZERO TO NK-SEQ
002190     END-IF.
002200     ADD 1 TO NK-SEQ.
002210     OPEN OUTPUT SEQ-FILE.
002220     MOVE NK-SYSDATE TO SEQ-TGL.
002230     MOVE NK-SEQ TO SEQ-NO.
002240     WRITE SEQ-RECORD.
002250     CLOSE SEQ-FILE.
002260 3100-EXIT.
002270     EXIT.
