000010*-----------------------------------------------------------
000020*HOLDMNT  -  STUDENT HOLD (BLOKIR) MAINTENANCE
000030*-----------------------------------------------------------
000040*PLACES AND RELEASES HOLDS ON HOLDMST, ONE PER STUDENT PER
000050*HOLD TYPE (K = KEUANGAN, P = PERPUSTAKAAN, A = AKADEMIK,
000060*D = DISIPLIN).  WHILE A HOLD IS ACTIVE KRS, TRREQ, TROFFCL,
000070*GRADCEK AND IDENTITAS REFUSE THE STUDENT WITH ITS REASON
000080*(SEE HOLDCEK).  FUNCTIONS PER STUDENT:
000090*P = PASANG (PLACE - OFFICE AND REASON REQUIRED),
000100*L = LEPAS (RELEASE - STAMPS TGL-LEPAS AND THE OPERATOR),
000110*I = INFO (LIST THE STUDENT'S HOLDS, ACTIVE AND RELEASED).
000120*THE SIGNED-ON OPERSESS IDENTITY IS LOOKED UP ON OPERMAST:
000130*PLACING AND RELEASING NEED A LEVEL-3 SUPERVISOR, AS IN
000140*OPERMNT; ANY OTHER SIGNED-ON OPERATOR (E.G. THE FRONT DESK
000150*CLERK ANSWERING A STUDENT) MAY ONLY LOOK.  A REFUSED
000160*PLACE OR RELEASE AND EVERY CHANGE ARE WRITTEN TO THE
000170*SESSION TRAIL THROUGH AUDITLOG.  HOLDMST IS CREATED ON
000180*FIRST USE.
000190*-----------------------------------------------------------
000200*MODIFICATION HISTORY
000210*DATE       INIT  DESCRIPTION
000220*10/15/2026 RSD   ORIGINAL.
000230*-----------------------------------------------------------
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. HOLDMNT.
000260 AUTHOR. RASYID.
000270 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000280 DATE-WRITTEN. 10/15/2026.
000290 DATE-COMPILED.
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT HOLD-FILE ASSIGN TO 'HOLDMST'
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS HOLD-KEY OF HOLD-RECORD
000370         FILE STATUS IS WS-HFS.
000380     SELECT MHS-FILE ASSIGN TO 'MHSMAST'
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS NPM OF MHS-RECORD
000420         FILE STATUS IS WS-FS.
000430     SELECT OPER-FILE ASSIGN TO 'OPERMAST'
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS USER-ID OF OPER-RECORD
000470         FILE STATUS IS WS-OFS.
000480     SELECT OPER-SESS ASSIGN TO 'OPERSESS'
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-SFS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  HOLD-FILE.
000540 01  HOLD-RECORD.
000550         COPY HOLDREC.
000560 FD  MHS-FILE.
000570 01  MHS-RECORD.
000580         COPY MHSREC.
000590 FD  OPER-FILE.
000600 01  OPER-RECORD.
000610         COPY OPERREC.
000620 FD  OPER-SESS.
000630 01  OPER-SESS-RECORD            PIC X(08).
000640 WORKING-STORAGE SECTION.
000650 01  WS-HFS                      PIC X(02).
000660 01  WS-FS                       PIC X(02).
000670 01  WS-OFS                      PIC X(02).
000680 01  WS-SFS                      PIC X(02).
000690 01  WS-SWITCHES.
000700         05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
000710             88  HOLD-FOUND               VALUE 'Y'.
000720             88  HOLD-NOT-FOUND           VALUE 'N'.
000730         05  WS-VALID-SW             PIC X(01) VALUE 'N'.
000740             88  FIELD-OK                 VALUE 'Y'.
000750             88  FIELD-BAD                VALUE 'N'.
000760         05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000770             88  HOLD-EOF                 VALUE 'Y'.
000780         05  WS-SUPER-SW             PIC X(01) VALUE 'N'.
000790             88  OPER-SUPERVISOR          VALUE 'Y'.
000800 01  WS-LAGI-SW                  PIC X(01) VALUE 'Y'.
000810         88  ENTRI-LAGI                   VALUE 'Y' 'y'.
000820 01  WS-FUNGSI                   PIC X(01).
000830         88  FUNGSI-PASANG                VALUE 'P' 'p'.
000840         88  FUNGSI-LEPAS                 VALUE 'L' 'l'.
000850         88  FUNGSI-INFO                  VALUE 'I' 'i'.
000860 01  WS-JENIS-IN                 PIC X(01).
000870         88  JENIS-VALID                  VALUE 'K' 'P' 'A' 'D'.
000880 01  WS-NPM-IN                   PIC X(08).
000890 01  WS-KANTOR-IN                PIC X(20).
000900 01  WS-ALASAN-IN                PIC X(40).
000910 01  WS-OPER-ID                  PIC X(08).
000920 01  WS-STATUS-DISP              PIC X(07).
000930 01  WS-HOLD-COUNT               PIC 9(03).
000940 01  WS-SYSDATE                  PIC 9(08).
000950 01  WS-RUN-DATE-DISP            PIC X(10).
000960 01  WS-SUMMARY                  PIC X(60).
000970*-----------------------------------------------------------
000980*0000-MAINLINE
000990*-----------------------------------------------------------
001000 PROCEDURE DIVISION.
001010 0000-MAINLINE.
001020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001030     PERFORM 2000-ENTRI-SATU THRU 2000-EXIT
001040         UNTIL NOT ENTRI-LAGI.
001050     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001060*-----------------------------------------------------------
001070*1000-INITIALIZE  -  THE SIGNED-ON OPERATOR MUST BE ON
001080*OPERMAST; LEVEL 3 MAY CHANGE HOLDS, EVERYONE ELSE MAY ONLY
001090*LOOK.
001100*-----------------------------------------------------------
001110 1000-INITIALIZE.
001120     OPEN INPUT OPER-FILE.
001130     IF WS-OFS NOT = '00'
001140         DISPLAY 'HOLDMNT: OPERMAST TIDAK ADA / NOT FOUND'
001150         STOP RUN
001160     END-IF.
001170     MOVE SPACES TO WS-OPER-ID.
001180     OPEN INPUT OPER-SESS.
001190     IF WS-SFS = '00'
001200         READ OPER-SESS
001210             AT END
001220                 CONTINUE
001230             NOT AT END
001240                 MOVE OPER-SESS-RECORD TO WS-OPER-ID
001250         END-READ
001260         CLOSE OPER-SESS
001270     END-IF.
001280     IF WS-OPER-ID = SPACES
001290         DISPLAY 'HOLDMNT: BELUM SIGN-ON / SIGN ON VIA '
001300             'DRIVER FIRST'
001310         CLOSE OPER-FILE
001320         STOP RUN
001330     END-IF.
001340     MOVE WS-OPER-ID TO USER-ID OF OPER-RECORD.
001350     READ OPER-FILE
001360         INVALID KEY
001370             MOVE ZERO TO AUTH-LEVEL OF OPER-RECORD
001380     END-READ.
001390     CLOSE OPER-FILE.
001400     IF AUTH-LEVEL OF OPER-RECORD = ZERO
001410         DISPLAY 'HOLDMNT: OPERATOR TIDAK TERDAFTAR / NOT '
001420             'AUTHORIZED'
001430         MOVE SPACES TO WS-SUMMARY
001440         STRING 'REFUSED USER=' WS-OPER-ID
001450             DELIMITED BY SIZE INTO WS-SUMMARY
001460         CALL 'AUDITLOG' USING 'HOLDMNT   ' 'DENY ' WS-SUMMARY
001470         STOP RUN
001480     END-IF.
001490     IF AUTH-LEVEL OF OPER-RECORD = 3
001500         SET OPER-SUPERVISOR TO TRUE
001510     ELSE
001520         DISPLAY 'HOLDMNT: HANYA INFO / INQUIRY ONLY - '
001530             'PLACE AND RELEASE NEED A SUPERVISOR'
001540     END-IF.
001550     OPEN I-O HOLD-FILE.
001560     IF WS-HFS = '35'
001570         OPEN OUTPUT HOLD-FILE
001580         CLOSE HOLD-FILE
001590         OPEN I-O HOLD-FILE
001600     END-IF.
001610     OPEN INPUT MHS-FILE.
001620     IF WS-FS NOT = '00'
001630         DISPLAY 'HOLDMNT: MHSMAST TIDAK ADA / NOT FOUND'
001640         CLOSE HOLD-FILE
001650         STOP RUN
001660     END-IF.
001670     ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
001680     MOVE SPACES TO WS-RUN-DATE-DISP.
001690     STRING WS-SYSDATE(1:4) '-' WS-SYSDATE(5:2)
001700         '-' WS-SYSDATE(7:2) DELIMITED BY SIZE
001710         INTO WS-RUN-DATE-DISP.
001720     MOVE SPACES TO WS-SUMMARY.
001730     STRING 'SESSION STARTED OPER=' WS-OPER-ID
001740         DELIMITED BY SIZE INTO WS-SUMMARY.
001750     CALL 'AUDITLOG' USING 'HOLDMNT   ' 'START' WS-SUMMARY.
001760 1000-EXIT.
001770     EXIT.
001780*-----------------------------------------------------------
001790*2000-ENTRI-SATU  -  ONE ACTION: FUNCTION, NPM, DO IT.
001800*-----------------------------------------------------------
001810 2000-ENTRI-SATU.
001820     DISPLAY 'FUNGSI (P=PASANG L=LEPAS I=INFO) : '
001830         WITH NO ADVANCING.
001840     MOVE SPACE TO WS-FUNGSI.
001850     ACCEPT WS-FUNGSI.
001860     IF NOT FUNGSI-PASANG AND NOT FUNGSI-LEPAS
001870         AND NOT FUNGSI-INFO
001880         DISPLAY 'PILIH P, L ATAU I / ANSWER P L OR I'
001890         GO TO 2000-TANYA
001900     END-IF.
001910     IF NOT FUNGSI-INFO AND NOT OPER-SUPERVISOR
001920         DISPLAY 'BUKAN SUPERVISOR / NOT AUTHORIZED'
001930         MOVE SPACES TO WS-SUMMARY
001940         STRING 'REFUSED USER=' WS-OPER-ID
001950             ' FUNCTION=' WS-FUNGSI
001960             DELIMITED BY SIZE INTO WS-SUMMARY
001970         CALL 'AUDITLOG' USING 'HOLDMNT   ' 'DENY ' WS-SUMMARY
001980         GO TO 2000-TANYA
001990     END-IF.
002000     DISPLAY 'NPM : ' WITH NO ADVANCING.
002010     MOVE SPACES TO WS-NPM-IN.
002020     ACCEPT WS-NPM-IN.
002030     MOVE WS-NPM-IN TO NPM OF MHS-RECORD.
002040     READ MHS-FILE
002050         INVALID KEY
002060             DISPLAY 'NPM TIDAK TERDAFTAR / NOT ON FILE: '
002070                 WS-NPM-IN
002080             GO TO 2000-TANYA
002090     END-READ.
002100     DISPLAY 'NAMA / NAME : ' NAMA OF MHS-RECORD.
002110     EVALUATE TRUE
002120         WHEN FUNGSI-PASANG
002130             PERFORM 3000-PASANG THRU 3000-EXIT
002140         WHEN FUNGSI-LEPAS
002150             PERFORM 4000-LEPAS THRU 4000-EXIT
002160         WHEN FUNGSI-INFO
002170             PERFORM 5000-INFO THRU 5000-EXIT
002180     END-EVALUATE.
002190 2000-TANYA.
002200     DISPLAY 'ADA MAHASISWA LAGI? / ANOTHER STUDENT? (Y/T)'
002210         ' : ' WITH NO ADVANCING.
002220     ACCEPT WS-LAGI-SW.
002230 2000-EXIT.
002240     EXIT.
002250*-----------------------------------------------------------
002260*2100-ACCEPT-JENIS  -  HOLD TYPE K, P, A OR D, RE-PROMPTED,
002270*THEN THE EXISTING RECORD FOR NPM AND TYPE, IF ANY.
002280*-----------------------------------------------------------
002290 2100-ACCEPT-JENIS.
002300     DISPLAY 'JENIS (K=KEUANGAN P=PERPUSTAKAAN A=AKADEMIK '
002310         'D=DISIPLIN) : ' WITH NO ADVANCING.
002320     MOVE SPACE TO WS-JENIS-IN.
002330     ACCEPT WS-JENIS-IN.
002340     IF NOT JENIS-VALID
002350         SET FIELD-BAD TO TRUE
002360         DISPLAY 'JENIS HARUS K, P, A ATAU D / MUST BE K P A '
002370             'OR D, ULANGI'
002380         GO TO 2100-EXIT
002390     END-IF.
002400     SET FIELD-OK TO TRUE.
002410     MOVE WS-NPM-IN TO NPM OF HOLD-RECORD.
002420     MOVE WS-JENIS-IN TO JENIS-HOLD OF HOLD-RECORD.
002430     READ HOLD-FILE
002440         INVALID KEY
002450             SET HOLD-NOT-FOUND TO TRUE
002460         NOT INVALID KEY
002470             SET HOLD-FOUND TO TRUE
002480     END-READ.
002490 2100-EXIT.
002500     EXIT.
002510 2200-ACCEPT-KANTOR.
002520     DISPLAY 'KANTOR / OFFICE : ' WITH NO ADVANCING.
002530     MOVE SPACES TO WS-KANTOR-IN.
002540     ACCEPT WS-KANTOR-IN.
002550     IF WS-KANTOR-IN = SPACES
002560         SET FIELD-BAD TO TRUE
002570         DISPLAY 'KANTOR KOSONG / BLANK, ULANGI'
002580     ELSE
002590         SET FIELD-OK TO TRUE
002600     END-IF.
002610 2200-EXIT.
002620     EXIT.
002630 2300-ACCEPT-ALASAN.
002640     DISPLAY 'ALASAN / REASON : ' WITH NO ADVANCING.
002650     MOVE SPACES TO WS-ALASAN-IN.
002660     ACCEPT WS-ALASAN-IN.
002670     IF WS-ALASAN-IN = SPACES
002680         SET FIELD-BAD TO TRUE
002690         DISPLAY 'ALASAN KOSONG / BLANK, ULANGI'
002700     ELSE
002710         SET FIELD-OK TO TRUE
002720     END-IF.
002730 2300-EXIT.
002740     EXIT.
002750*-----------------------------------------------------------
002760*3000-PASANG  -  PLACE A HOLD.  A RELEASED HOLD OF THE SAME
002770*TYPE IS OVERWRITTEN BY THE NEW ONE; AN ACTIVE ONE IS LEFT
002780*ALONE.
002790*-----------------------------------------------------------
002800 3000-PASANG.
002810     SET FIELD-BAD TO TRUE.
002820     PERFORM 2100-ACCEPT-JENIS THRU 2100-EXIT UNTIL FIELD-OK.
002830     IF HOLD-FOUND
002840         IF TGL-LEPAS OF HOLD-RECORD = SPACES
002850             DISPLAY 'BLOKIR SUDAH AKTIF / HOLD ALREADY ACTIVE: '
002860                 ALASAN-HOLD OF HOLD-RECORD
002870             GO TO 3000-EXIT
002880         END-IF
002890     END-IF.
002900     SET FIELD-BAD TO TRUE.
002910     PERFORM 2200-ACCEPT-KANTOR THRU 2200-EXIT UNTIL FIELD-OK.
002920     SET FIELD-BAD TO TRUE.
002930     PERFORM 2300-ACCEPT-ALASAN THRU 2300-EXIT UNTIL FIELD-OK.
002940     MOVE WS-NPM-IN TO NPM OF HOLD-RECORD.
002950     MOVE WS-JENIS-IN TO JENIS-HOLD OF HOLD-RECORD.
002960     MOVE WS-KANTOR-IN TO KANTOR-HOLD OF HOLD-RECORD.
002970     MOVE WS-ALASAN-IN TO ALASAN-HOLD OF HOLD-RECORD.
002980     MOVE WS-RUN-DATE-DISP TO TGL-PASANG OF HOLD-RECORD.
002990     MOVE WS-OPER-ID TO OPER-PASANG OF HOLD-RECORD.
003000     MOVE SPACES TO TGL-LEPAS OF HOLD-RECORD.
003010     MOVE SPACES TO OPER-LEPAS OF HOLD-RECORD.
003020     IF HOLD-FOUND
003030         REWRITE HOLD-RECORD
003040     ELSE
003050         WRITE HOLD-RECORD
003060     END-IF.
003070     DISPLAY 'BLOKIR DIPASANG / HOLD PLACED'.
003080     MOVE SPACES TO WS-SUMMARY.
003090     STRING 'HOLD PLACED NPM=' WS-NPM-IN
003100         ' TYPE=' WS-JENIS-IN
003110         ' ' WS-KANTOR-IN
003120         DELIMITED BY SIZE INTO WS-SUMMARY.
003130     CALL 'AUDITLOG' USING 'HOLDMNT   ' 'NEW  ' WS-SUMMARY.
003140 3000-EXIT.
003150     EXIT.
003160*-----------------------------------------------------------
003170*4000-LEPAS  -  RELEASE AN ACTIVE HOLD.  THE RECORD STAYS
003180*ON FILE WITH THE RELEASE DATE AND OPERATOR.
003190*-----------------------------------------------------------
003200 4000-LEPAS.
003210     SET FIELD-BAD TO TRUE.
003220     PERFORM 2100-ACCEPT-JENIS THRU 2100-EXIT UNTIL FIELD-OK.
003230     IF HOLD-NOT-FOUND
003240         DISPLAY 'BLOKIR TIDAK ADA / NO SUCH HOLD'
003250         GO TO 4000-EXIT
003260     END-IF.
003270     IF TGL-LEPAS OF HOLD-RECORD NOT = SPACES
003280         DISPLAY 'BLOKIR SUDAH DILEPAS / ALREADY RELEASED '
003290             TGL-LEPAS OF HOLD-RECORD
003300         GO TO 4000-EXIT
003310     END-IF.
003320     MOVE WS-RUN-DATE-DISP TO TGL-LEPAS OF HOLD-RECORD.
003330     MOVE WS-OPER-ID TO OPER-LEPAS OF HOLD-RECORD.
003340     REWRITE HOLD-RECORD.
003350     DISPLAY 'BLOKIR DILEPAS / HOLD RELEASED'.
003360     MOVE SPACES TO WS-SUMMARY.
003370     STRING 'HOLD RELEASED NPM=' WS-NPM-IN
003380         ' TYPE=' WS-JENIS-IN
003390         DELIMITED BY SIZE INTO WS-SUMMARY.
003400     CALL 'AUDITLOG' USING 'HOLDMNT   ' 'UPD  ' WS-SUMMARY.
003410 4000-EXIT.
003420     EXIT.
003430*-----------------------------------------------------------
003440*5000-INFO  -  EVERY HOLD ON FILE FOR THE NPM.
003450*-----------------------------------------------------------
003460 5000-INFO.
003470     MOVE ZERO TO WS-HOLD-COUNT.
003480     MOVE 'N' TO WS-EOF-SW.
003490     MOVE WS-NPM-IN TO NPM OF HOLD-RECORD.
003500     MOVE LOW-VALUES TO JENIS-HOLD OF HOLD-RECORD.
003510     START HOLD-FILE KEY NOT < HOLD-KEY OF HOLD-RECORD
003520         INVALID KEY
003530             SET HOLD-EOF TO TRUE
003540     END-START.
003550     PERFORM 5100-SATU-HOLD THRU 5100-EXIT
003560         UNTIL HOLD-EOF.
003570     IF WS-HOLD-COUNT = ZERO
003580         DISPLAY 'TIDAK ADA BLOKIR / NO HOLDS ON FILE'
003590     END-IF.
003600 5000-EXIT.
003610     EXIT.
003620 5100-SATU-HOLD.
003630     READ HOLD-FILE NEXT RECORD
003640         AT END
003650             SET HOLD-EOF TO TRUE
003660             GO TO 5100-EXIT
003670     END-READ.
003680     IF NPM OF HOLD-RECORD NOT = WS-NPM-IN
003690         SET HOLD-EOF TO TRUE
003700         GO TO 5100-EXIT
003710     END-IF.
003720     ADD 1 TO WS-HOLD-COUNT.
003730     IF TGL-LEPAS OF HOLD-RECORD = SPACES
003740         MOVE 'AKTIF  ' TO WS-STATUS-DISP
003750     ELSE
003760         MOVE 'DILEPAS' TO WS-STATUS-DISP
003770     END-IF.
003780     DISPLAY JENIS-HOLD OF HOLD-RECORD ' ' WS-STATUS-DISP ' '
003790         KANTOR-HOLD OF HOLD-RECORD ' '
003800         ALASAN-HOLD OF HOLD-RECORD.
003810     DISPLAY '    DIPASANG / PLACED ' TGL-PASANG OF HOLD-RECORD
003820         ' ' OPER-PASANG OF HOLD-RECORD
003830         '  DILEPAS / RELEASED ' TGL-LEPAS OF HOLD-RECORD
003840         ' ' OPER-LEPAS OF HOLD-RECORD.
003850 5100-EXIT.
003860     EXIT.
003870*-----------------------------------------------------------
003880*9000-TERMINATE
003890*-----------------------------------------------------------
003900 9000-TERMINATE.
003910     CLOSE HOLD-FILE.
003920     CLOSE MHS-FILE.
003930     DISPLAY 'PROGRAM SELESAI / PROGRAM FINISHED'.
003940     MOVE 'SESSION ENDED' TO WS-SUMMARY.
003950     CALL 'AUDITLOG' USING 'HOLDMNT   ' 'END  ' WS-SUMMARY.
003960     GOBACK.
003970 9000-EXIT.
003980     EXIT.
