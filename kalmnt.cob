000010*-----------------------------------------------------------
000020*KALMNT  -  ACADEMIC CALENDAR (KALENDER AKADEMIK) MAINTENANCE
000030*-----------------------------------------------------------
000040*KEEPS THE KALMST ACADEMIC CALENDAR, ONE ENTRY PER SEMESTER
000050*(SEE KALREC FOR THE DATES).  FUNCTIONS:
000060*T = TAMBAH/UBAH (ADD OR CHANGE A SEMESTER - ON A CHANGE A
000070*    BLANK ANSWER KEEPS THE DATE ALREADY ON FILE),
000080*H = HAPUS (DELETE A SEMESTER),
000090*I = INFO (LIST THE WHOLE CALENDAR).
000100*EVERY DATE IS YYYY-MM-DD AND THE WINDOWS MUST RUN IN ORDER -
000110*KRS OPENS, KRS CLOSES, ADD/DROP ENDS, SEMESTER ENDS - WITH
000120*THE SCORE DEADLINE NOT BEFORE KRS OPENS.  THE SIGNED-ON
000130*OPERSESS IDENTITY IS LOOKED UP ON OPERMAST: CHANGES NEED A
000140*LEVEL-3 SUPERVISOR, AS IN HOLDMNT; ANY OTHER SIGNED-ON
000150*OPERATOR MAY ONLY LOOK.  EVERY CHANGE AND REFUSAL IS WRITTEN
000160*TO THE SESSION TRAIL THROUGH AUDITLOG.  KALMST IS CREATED ON
000165*FIRST USE.  THE CLOSE STATUS IS SET ONLY BY SMTCLOSE; A
000170*CLOSED SEMESTER SHOWS TUTUP ON THE LISTING AND CANNOT BE
000175*DELETED.
000180*-----------------------------------------------------------
000190*MODIFICATION HISTORY
000200*DATE       INIT  DESCRIPTION
000210*10/15/2026 RSD   ORIGINAL.
000213*10/15/2026 RSD   CLOSE STATUS SHOWN; A CLOSED SEMESTER MAY
000216*NOT BE DELETED.
000220*-----------------------------------------------------------
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. KALMNT.
000250 AUTHOR. RASYID.
000260 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000270 DATE-WRITTEN. 10/15/2026.
000280 DATE-COMPILED.
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT KAL-FILE ASSIGN TO 'KALMST'
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS SEMESTER-KAL OF KAL-RECORD
000360         FILE STATUS IS WS-KFS.
000370     SELECT OPER-FILE ASSIGN TO 'OPERMAST'
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS USER-ID OF OPER-RECORD
000410         FILE STATUS IS WS-OFS.
000420     SELECT OPER-SESS ASSIGN TO 'OPERSESS'
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-SFS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  KAL-FILE.
000480 01  KAL-RECORD.
000490         COPY KALREC.
000500 FD  OPER-FILE.
000510 01  OPER-RECORD.
000520         COPY OPERREC.
000530 FD  OPER-SESS.
000540 01  OPER-SESS-RECORD            PIC X(08).
000550 WORKING-STORAGE SECTION.
000560 01  WS-KFS                      PIC X(02).
000570 01  WS-OFS                      PIC X(02).
000580 01  WS-SFS                      PIC X(02).
000590 01  WS-SWITCHES.
000600         05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
000610             88  KAL-FOUND                VALUE 'Y'.
000620             88  KAL-NOT-FOUND            VALUE 'N'.
000630         05  WS-VALID-SW             PIC X(01) VALUE 'N'.
000640             88  FIELD-OK                 VALUE 'Y'.
000650             88  FIELD-BAD                VALUE 'N'.
000660         05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000670             88  KAL-EOF                  VALUE 'Y'.
000680         05  WS-SUPER-SW             PIC X(01) VALUE 'N'.
000690             88  OPER-SUPERVISOR          VALUE 'Y'.
000700 01  WS-LAGI-SW                  PIC X(01) VALUE 'Y'.
000710         88  ENTRI-LAGI                   VALUE 'Y' 'y'.
000720 01  WS-FUNGSI                   PIC X(01).
000730         88  FUNGSI-TAMBAH                VALUE 'T' 't'.
000740         88  FUNGSI-HAPUS                 VALUE 'H' 'h'.
000750         88  FUNGSI-INFO                  VALUE 'I' 'i'.
000760 01  WS-SEMESTER-IN              PIC 9(02).
000770 01  WS-YAKIN-SW                 PIC X(01).
000780         88  YAKIN                        VALUE 'Y' 'y'.
000790 01  WS-PROMPT                   PIC X(40).
000800 01  WS-TGL-LAMA                 PIC X(10).
000810 01  WS-TGL-IN                   PIC X(10).
000820 01  WS-TGL-PARTS REDEFINES WS-TGL-IN.
000830         05  WS-TGL-YY               PIC X(04).
000840         05  WS-TGL-SEP1             PIC X(01).
000850         05  WS-TGL-MM               PIC X(02).
000860         05  WS-TGL-SEP2             PIC X(01).
000870         05  WS-TGL-DD               PIC X(02).
000880 01  WS-KAL-BARU.
000890         COPY KALREC.
000900 01  WS-KET-IN                   PIC X(20).
000910 01  WS-KAL-COUNT                PIC 9(03).
000920 01  WS-OPER-ID                  PIC X(08).
000930 01  WS-SUMMARY                  PIC X(60).
000940*-----------------------------------------------------------
000950*0000-MAINLINE
000960*-----------------------------------------------------------
000970 PROCEDURE DIVISION.
000980 0000-MAINLINE.
000990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001000     PERFORM 2000-ENTRI-SATU THRU 2000-EXIT
001010         UNTIL NOT ENTRI-LAGI.
001020     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001030*-----------------------------------------------------------
001040*1000-INITIALIZE  -  THE SIGNED-ON OPERATOR MUST BE ON
001050*OPERMAST; LEVEL 3 MAY CHANGE THE CALENDAR, EVERYONE ELSE
001060*MAY ONLY LOOK.
001070*-----------------------------------------------------------
001080 1000-INITIALIZE.
001090     OPEN INPUT OPER-FILE.
001100     IF WS-OFS NOT = '00'
001110         DISPLAY 'KALMNT: OPERMAST TIDAK ADA / NOT FOUND'
001120         STOP RUN
001130     END-IF.
001140     MOVE SPACES TO WS-OPER-ID.
001150     OPEN INPUT OPER-SESS.
001160     IF WS-SFS = '00'
001170         READ OPER-SESS
001180             AT END
001190                 CONTINUE
001200             NOT AT END
001210                 MOVE OPER-SESS-RECORD TO WS-OPER-ID
001220         END-READ
001230         CLOSE OPER-SESS
001240     END-IF.
001250     IF WS-OPER-ID = SPACES
001260         DISPLAY 'KALMNT: BELUM SIGN-ON / SIGN ON VIA '
001270             'DRIVER FIRST'
001280         CLOSE OPER-FILE
001290         STOP RUN
001300     END-IF.
001310     MOVE WS-OPER-ID TO USER-ID OF OPER-RECORD.
001320     READ OPER-FILE
001330         INVALID KEY
001340             MOVE ZERO TO AUTH-LEVEL OF OPER-RECORD
001350     END-READ.
001360     CLOSE OPER-FILE.
001370     IF AUTH-LEVEL OF OPER-RECORD = ZERO
001380         DISPLAY 'KALMNT: OPERATOR TIDAK TERDAFTAR / NOT '
001390             'AUTHORIZED'
001400         MOVE SPACES TO WS-SUMMARY
001410         STRING 'REFUSED USER=' WS-OPER-ID
001420             DELIMITED BY SIZE INTO WS-SUMMARY
001430         CALL 'AUDITLOG' USING 'KALMNT    ' 'DENY ' WS-SUMMARY
001440         STOP RUN
001450     END-IF.
001460     IF AUTH-LEVEL OF OPER-RECORD = 3
001470         SET OPER-SUPERVISOR TO TRUE
001480     ELSE
001490         DISPLAY 'KALMNT: HANYA INFO / INQUIRY ONLY - '
001500             'CHANGES NEED A SUPERVISOR'
001510     END-IF.
001520     OPEN I-O KAL-FILE.
001530     IF WS-KFS = '35'
001540         OPEN OUTPUT KAL-FILE
001550         CLOSE KAL-FILE
001560         OPEN I-O KAL-FILE
001570     END-IF.
001580     MOVE SPACES TO WS-SUMMARY.
001590     STRING 'SESSION STARTED OPER=' WS-OPER-ID
001600         DELIMITED BY SIZE INTO WS-SUMMARY.
001610     CALL 'AUDITLOG' USING 'KALMNT    ' 'START' WS-SUMMARY.
001620 1000-EXIT.
001630     EXIT.
001640*-----------------------------------------------------------
001650*2000-ENTRI-SATU  -  ONE ACTION: FUNCTION, SEMESTER, DO IT.
001660*-----------------------------------------------------------
001670 2000-ENTRI-SATU.
001680     DISPLAY 'FUNGSI (T=TAMBAH/UBAH H=HAPUS I=INFO) : '
001690         WITH NO ADVANCING.
001700     MOVE SPACE TO WS-FUNGSI.
001710     ACCEPT WS-FUNGSI.
001720     IF NOT FUNGSI-TAMBAH AND NOT FUNGSI-HAPUS
001730         AND NOT FUNGSI-INFO
001740         DISPLAY 'PILIH T, H ATAU I / ANSWER T H OR I'
001750         GO TO 2000-TANYA
001760     END-IF.
001770     IF FUNGSI-INFO
001780         PERFORM 5000-INFO THRU 5000-EXIT
001790         GO TO 2000-TANYA
001800     END-IF.
001810     IF NOT OPER-SUPERVISOR
001820         DISPLAY 'BUKAN SUPERVISOR / NOT AUTHORIZED'
001830         MOVE SPACES TO WS-SUMMARY
001840         STRING 'REFUSED USER=' WS-OPER-ID
001850             ' FUNCTION=' WS-FUNGSI
001860             DELIMITED BY SIZE INTO WS-SUMMARY
001870         CALL 'AUDITLOG' USING 'KALMNT    ' 'DENY ' WS-SUMMARY
001880         GO TO 2000-TANYA
001890     END-IF.
001900     DISPLAY 'SEMESTER (01-14) : ' WITH NO ADVANCING.
001910     MOVE ZERO TO WS-SEMESTER-IN.
001920     ACCEPT WS-SEMESTER-IN.
001930     IF WS-SEMESTER-IN < 1 OR WS-SEMESTER-IN > 14
001940         DISPLAY 'SEMESTER HARUS 01-14 / MUST BE 01-14'
001950         GO TO 2000-TANYA
001960     END-IF.
001970     MOVE WS-SEMESTER-IN TO SEMESTER-KAL OF KAL-RECORD.
001980     READ KAL-FILE
001990         INVALID KEY
002000             SET KAL-NOT-FOUND TO TRUE
002010         NOT INVALID KEY
002020             SET KAL-FOUND TO TRUE
002030     END-READ.
002040     IF FUNGSI-TAMBAH
002050         PERFORM 3000-TAMBAH THRU 3000-EXIT
002060     ELSE
002070         PERFORM 4000-HAPUS THRU 4000-EXIT
002080     END-IF.
002090 2000-TANYA.
002100     DISPLAY 'ADA SEMESTER LAGI? / ANOTHER SEMESTER? (Y/T)'
002110         ' : ' WITH NO ADVANCING.
002120     ACCEPT WS-LAGI-SW.
002130 2000-EXIT.
002140     EXIT.
002150*-----------------------------------------------------------
002160*2300-ACCEPT-TGL  -  ONE DATE IN YYYY-MM-DD FORM.  THE
002170*CALLER SETS WS-PROMPT AND WS-TGL-LAMA (THE DATE ON FILE,
002180*BLANK FOR A NEW SEMESTER); A BLANK ANSWER KEEPS WS-TGL-LAMA.
002190*-----------------------------------------------------------
002200 2300-ACCEPT-TGL.
002210     DISPLAY WS-PROMPT ' [' WS-TGL-LAMA '] : '
002220         WITH NO ADVANCING.
002230     MOVE SPACES TO WS-TGL-IN.
002240     ACCEPT WS-TGL-IN.
002250     IF WS-TGL-IN = SPACES
002260         MOVE WS-TGL-LAMA TO WS-TGL-IN
002270     END-IF.
002280     IF WS-TGL-IN = SPACES
002290         SET FIELD-BAD TO TRUE
002300         DISPLAY 'TANGGAL WAJIB / DATE REQUIRED, ULANGI'
002310         GO TO 2300-EXIT
002320     END-IF.
002330     IF WS-TGL-YY NOT NUMERIC OR WS-TGL-MM NOT NUMERIC
002340         OR WS-TGL-DD NOT NUMERIC
002350         OR WS-TGL-SEP1 NOT = '-' OR WS-TGL-SEP2 NOT = '-'
002360         OR WS-TGL-MM < '01' OR WS-TGL-MM > '12'
002370         OR WS-TGL-DD < '01' OR WS-TGL-DD > '31'
002380         SET FIELD-BAD TO TRUE
002390         DISPLAY 'FORMAT TANGGAL YYYY-MM-DD / BAD DATE, ULANGI'
002400     ELSE
002410         SET FIELD-OK TO TRUE
002420     END-IF.
002430 2300-EXIT.
002440     EXIT.
002450*-----------------------------------------------------------
002460*3000-TAMBAH  -  ADD A NEW SEMESTER OR CHANGE ONE ON FILE.
002470*THE DATES ARE COLLECTED IN WS-KAL-BARU AND ONLY WRITTEN
002480*WHEN THE WINDOWS RUN IN ORDER.
002490*-----------------------------------------------------------
002500 3000-TAMBAH.
002510     IF KAL-FOUND
002520         MOVE KAL-RECORD TO WS-KAL-BARU
002530         DISPLAY 'UBAH / CHANGE - KOSONG = TETAP / BLANK KEEPS'
002540     ELSE
002550         MOVE SPACES TO WS-KAL-BARU
002560         MOVE WS-SEMESTER-IN TO SEMESTER-KAL OF WS-KAL-BARU
002570         DISPLAY 'SEMESTER BARU / NEW SEMESTER'
002580     END-IF.
002590     DISPLAY 'KETERANGAN / DESCRIPTION [' KET-KAL OF WS-KAL-BARU
002600         '] : ' WITH NO ADVANCING.
002610     MOVE SPACES TO WS-KET-IN.
002620     ACCEPT WS-KET-IN.
002630     IF WS-KET-IN NOT = SPACES
002640         MOVE WS-KET-IN TO KET-KAL OF WS-KAL-BARU
002650     END-IF.
002660     MOVE 'KRS DIBUKA / KRS OPENS' TO WS-PROMPT.
002670     MOVE TGL-KRS-BUKA OF WS-KAL-BARU TO WS-TGL-LAMA.
002680     SET FIELD-BAD TO TRUE.
002690     PERFORM 2300-ACCEPT-TGL THRU 2300-EXIT UNTIL FIELD-OK.
002700     MOVE WS-TGL-IN TO TGL-KRS-BUKA OF WS-KAL-BARU.
002710     MOVE 'KRS DITUTUP / KRS CLOSES' TO WS-PROMPT.
002720     MOVE TGL-KRS-TUTUP OF WS-KAL-BARU TO WS-TGL-LAMA.
002730     SET FIELD-BAD TO TRUE.
002740     PERFORM 2300-ACCEPT-TGL THRU 2300-EXIT UNTIL FIELD-OK.
002750     MOVE WS-TGL-IN TO TGL-KRS-TUTUP OF WS-KAL-BARU.
002760     MOVE 'BATAS TAMBAH/BATAL / ADD-DROP DEADLINE' TO WS-PROMPT.
002770     MOVE TGL-BATAS-UBAH OF WS-KAL-BARU TO WS-TGL-LAMA.
002780     SET FIELD-BAD TO TRUE.
002790     PERFORM 2300-ACCEPT-TGL THRU 2300-EXIT UNTIL FIELD-OK.
002800     MOVE WS-TGL-IN TO TGL-BATAS-UBAH OF WS-KAL-BARU.
002810     MOVE 'BATAS ENTRI NILAI / SCORE DEADLINE' TO WS-PROMPT.
002820     MOVE TGL-BATAS-NILAI OF WS-KAL-BARU TO WS-TGL-LAMA.
002830     SET FIELD-BAD TO TRUE.
002840     PERFORM 2300-ACCEPT-TGL THRU 2300-EXIT UNTIL FIELD-OK.
002850     MOVE WS-TGL-IN TO TGL-BATAS-NILAI OF WS-KAL-BARU.
002860     MOVE 'JATUH TEMPO BAYAR / FEE DUE DATE' TO WS-PROMPT.
002870     MOVE TGL-JATUH-BAYAR OF WS-KAL-BARU TO WS-TGL-LAMA.
002880     SET FIELD-BAD TO TRUE.
002890     PERFORM 2300-ACCEPT-TGL THRU 2300-EXIT UNTIL FIELD-OK.
002900     MOVE WS-TGL-IN TO TGL-JATUH-BAYAR OF WS-KAL-BARU.
002910     MOVE 'AKHIR SEMESTER / SEMESTER ENDS' TO WS-PROMPT.
002920     MOVE TGL-AKHIR-SMT OF WS-KAL-BARU TO WS-TGL-LAMA.
002930     SET FIELD-BAD TO TRUE.
002940     PERFORM 2300-ACCEPT-TGL THRU 2300-EXIT UNTIL FIELD-OK.
002950     MOVE WS-TGL-IN TO TGL-AKHIR-SMT OF WS-KAL-BARU.
002960     IF TGL-KRS-TUTUP OF WS-KAL-BARU
002970             < TGL-KRS-BUKA OF WS-KAL-BARU
002980         OR TGL-BATAS-UBAH OF WS-KAL-BARU
002990             < TGL-KRS-TUTUP OF WS-KAL-BARU
003000         OR TGL-AKHIR-SMT OF WS-KAL-BARU
003010             < TGL-BATAS-UBAH OF WS-KAL-BARU
003020         OR TGL-BATAS-NILAI OF WS-KAL-BARU
003030             < TGL-KRS-BUKA OF WS-KAL-BARU
003040         DISPLAY 'URUTAN TANGGAL SALAH / DATES OUT OF ORDER - '
003050             'TIDAK DISIMPAN / NOT SAVED'
003060         GO TO 3000-EXIT
003070     END-IF.
003080     MOVE WS-KAL-BARU TO KAL-RECORD.
003090     MOVE SPACES TO WS-SUMMARY.
003100     IF KAL-FOUND
003110         REWRITE KAL-RECORD
003120         STRING 'CALENDAR CHANGED SMT=' WS-SEMESTER-IN
003130             ' KRS ' TGL-KRS-BUKA OF KAL-RECORD
003140             ' TO ' TGL-KRS-TUTUP OF KAL-RECORD
003150             DELIMITED BY SIZE INTO WS-SUMMARY
003160         CALL 'AUDITLOG' USING 'KALMNT    ' 'UPD  ' WS-SUMMARY
003170     ELSE
003180         WRITE KAL-RECORD
003190         STRING 'CALENDAR ADDED SMT=' WS-SEMESTER-IN
003200             ' KRS ' TGL-KRS-BUKA OF KAL-RECORD
003210             ' TO ' TGL-KRS-TUTUP OF KAL-RECORD
003220             DELIMITED BY SIZE INTO WS-SUMMARY
003230         CALL 'AUDITLOG' USING 'KALMNT    ' 'NEW  ' WS-SUMMARY
003240     END-IF.
003250     DISPLAY 'KALENDER DISIMPAN / CALENDAR SAVED'.
003260 3000-EXIT.
003270     EXIT.
003280*-----------------------------------------------------------
003290*4000-HAPUS  -  DELETE A SEMESTER AFTER CONFIRMATION.
003300*-----------------------------------------------------------
003310 4000-HAPUS.
003320     IF KAL-NOT-FOUND
003330         DISPLAY 'SEMESTER TIDAK ADA / NOT ON CALENDAR'
003340         GO TO 4000-EXIT
003350     END-IF.
003351     IF SEMESTER-TUTUP OF KAL-RECORD
003352         DISPLAY 'SEMESTER SUDAH DITUTUP / SEMESTER IS CLOSED '
003353             TGL-TUTUP-SMT OF KAL-RECORD ', TIDAK DIHAPUS'
003354         GO TO 4000-EXIT
003355     END-IF.
003360     DISPLAY 'HAPUS SEMESTER ' WS-SEMESTER-IN ' '
003370         KET-KAL OF KAL-RECORD '? (Y/T) : ' WITH NO ADVANCING.
003380     MOVE SPACE TO WS-YAKIN-SW.
003390     ACCEPT WS-YAKIN-SW.
003400     IF NOT YAKIN
003410         DISPLAY 'DIBATALKAN / CANCELLED'
003420         GO TO 4000-EXIT
003430     END-IF.
003440     DELETE KAL-FILE.
003450     DISPLAY 'SEMESTER DIHAPUS / SEMESTER DELETED'.
003460     MOVE SPACES TO WS-SUMMARY.
003470     STRING 'CALENDAR DELETED SMT=' WS-SEMESTER-IN
003480         DELIMITED BY SIZE INTO WS-SUMMARY.
003490     CALL 'AUDITLOG' USING 'KALMNT    ' 'DEL  ' WS-SUMMARY.
003500 4000-EXIT.
003510     EXIT.
003520*-----------------------------------------------------------
003530*5000-INFO  -  THE WHOLE CALENDAR IN SEMESTER ORDER.
003540*-----------------------------------------------------------
003550 5000-INFO.
003560     MOVE ZERO TO WS-KAL-COUNT.
003570     MOVE 'N' TO WS-EOF-SW.
003580     MOVE ZERO TO SEMESTER-KAL OF KAL-RECORD.
003590     START KAL-FILE KEY NOT < SEMESTER-KAL OF KAL-RECORD
003600         INVALID KEY
003610             SET KAL-EOF TO TRUE
003620     END-START.
003630     IF NOT KAL-EOF
003640         DISPLAY 'SM KETERANGAN           KRS BUKA   KRS TUTUP  '
003650             'TAMBAH/BTL NILAI      BAYAR      AKHIR'
003660     END-IF.
003670     PERFORM 5100-SATU-SEMESTER THRU 5100-EXIT
003680         UNTIL KAL-EOF.
003690     IF WS-KAL-COUNT = ZERO
003700         DISPLAY 'KALENDER KOSONG / CALENDAR IS EMPTY'
003710     END-IF.
003720 5000-EXIT.
003730     EXIT.
003740 5100-SATU-SEMESTER.
003750     READ KAL-FILE NEXT RECORD
003760         AT END
003770             SET KAL-EOF TO TRUE
003780             GO TO 5100-EXIT
003790     END-READ.
003800     ADD 1 TO WS-KAL-COUNT.
003810     DISPLAY SEMESTER-KAL OF KAL-RECORD ' '
003820         KET-KAL OF KAL-RECORD ' '
003830         TGL-KRS-BUKA OF KAL-RECORD ' '
003840         TGL-KRS-TUTUP OF KAL-RECORD ' '
003850         TGL-BATAS-UBAH OF KAL-RECORD ' '
003860         TGL-BATAS-NILAI OF KAL-RECORD ' '
003870         TGL-JATUH-BAYAR OF KAL-RECORD ' '
003880         TGL-AKHIR-SMT OF KAL-RECORD.
003882     IF SEMESTER-TUTUP OF KAL-RECORD
003884         DISPLAY '   TUTUP / CLOSED ' TGL-TUTUP-SMT OF KAL-RECORD
003886     END-IF.
003890 5100-EXIT.
003900     EXIT.
003910*-----------------------------------------------------------
003920*9000-TERMINATE
003930*-----------------------------------------------------------
003940 9000-TERMINATE.
003950     CLOSE KAL-FILE.
003960     DISPLAY 'PROGRAM SELESAI / PROGRAM FINISHED'.
003970     MOVE 'SESSION ENDED' TO WS-SUMMARY.
003980     CALL 'AUDITLOG' USING 'KALMNT    ' 'END  ' WS-SUMMARY.
003990     GOBACK.
004000 9000-EXIT.
004010     EXIT.
