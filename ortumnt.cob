000010*-----------------------------------------------------------
000020*ORTUMNT  -  PARENT / GUARDIAN DETAILS FOR ONE STUDENT
000030*-----------------------------------------------------------
000040*CALLED FROM THE IDENTITAS BIODATA SCREEN, AFTER THE NPM IS
000050*DEALT WITH, WHEN THE OPERATOR ASKS FOR THE GUARDIAN PART -
000060*CALL 'ORTUMNT' USING LK-NPM.
000070*SHOWS THE ORTUMST ENTRY FOR THE NPM, IF THERE IS ONE, AND
000080*CAPTURES OR CHANGES IT: NAMA AND HUBUNGAN (A=AYAH, I=IBU,
000090*W=WALI) ARE REQUIRED, ALAMAT IS REQUIRED, HP AND EMAIL ARE
000100*OPTIONAL BUT CHECKED WITH THE IDENTITAS RULES (HP NUMERIC,
000110*@ IN EMAIL).  ON A CHANGE A BLANK ANSWER KEEPS THE VALUE ON
000120*FILE AND A - CLEARS AN OPTIONAL ONE.  AN ENTRY MAY ALSO BE
000130*DELETED.  THE GUARDIAN FILE IS CREATED ON FIRST USE.  EVERY
000140*SAVE AND DELETE GOES TO THE SESSION TRAIL.
000150*-----------------------------------------------------------
000160*MODIFICATION HISTORY
000170*DATE       INIT  DESCRIPTION
000180*10/15/2026 RSD   ORIGINAL.
000190*-----------------------------------------------------------
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. ORTUMNT.
000220 AUTHOR. RASYID.
000230 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000240 DATE-WRITTEN. 10/15/2026.
000250 DATE-COMPILED.
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT ORTU-FILE ASSIGN TO 'ORTUMST'
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS NPM OF ORTU-RECORD
000330         FILE STATUS IS OT-OFS.
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  ORTU-FILE.
000370 01  ORTU-RECORD.
000380         COPY ORTUREC.
000390 WORKING-STORAGE SECTION.
000400 01  OT-OFS                      PIC X(02).
000410 01  OT-FOUND-SW                 PIC X(01).
000420         88  OT-ADA                      VALUE 'Y'.
000430 01  OT-VALID-SW                 PIC X(01).
000440         88  OT-FIELD-OK                 VALUE 'Y'.
000450         88  OT-FIELD-BAD                VALUE 'N'.
000460 01  OT-FUNGSI                   PIC X(01).
000470         88  OT-UBAH                     VALUE 'U' 'u'.
000480         88  OT-HAPUS                    VALUE 'H' 'h'.
000490         88  OT-KEMBALI                  VALUE 'K' 'k' ' '.
000500 01  OT-WORK.
000510         COPY ORTUREC.
000520 01  OT-NAMA-IN                  PIC X(35).
000530 01  OT-HUB-IN                   PIC X(01).
000540         88  OT-HUB-VALID                VALUE 'A' 'I' 'W'.
000550 01  OT-ALAMAT-IN                PIC X(50).
000560 01  OT-HP-IN                    PIC X(15).
000570 01  OT-EMAIL-IN                 PIC X(35).
000580 01  OT-TRAIL-CT                 PIC 9(02).
000590 01  OT-FLDLEN                   PIC 9(02).
000600 01  OT-AT-COUNT                 PIC 9(02).
000610 01  OT-SYSDATE                  PIC 9(08).
000620 01  OT-RUN-DATE-DISP            PIC X(10).
000630 01  OT-SUMMARY                  PIC X(60).
000640 LINKAGE SECTION.
000650 01  LK-NPM                      PIC X(08).
000660*-----------------------------------------------------------
000670*0000-MAINLINE
000680*-----------------------------------------------------------
000690 PROCEDURE DIVISION USING LK-NPM.
000700 0000-MAINLINE.
000710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000720     PERFORM 2000-TAMPIL THRU 2000-EXIT.
000730     IF OT-KEMBALI
000740         GO TO 0000-SELESAI
000750     END-IF.
000760     IF OT-HAPUS
000770         PERFORM 5000-HAPUS THRU 5000-EXIT
000780         GO TO 0000-SELESAI
000790     END-IF.
000800     PERFORM 3000-ISI-DATA THRU 3000-EXIT.
000810     PERFORM 4000-SIMPAN THRU 4000-EXIT.
000820 0000-SELESAI.
000830     CLOSE ORTU-FILE.
000840     GOBACK.
000850*-----------------------------------------------------------
000860*1000-INITIALIZE  -  THE GUARDIAN FILE IS CREATED ON FIRST
000870*USE.
000880*-----------------------------------------------------------
000890 1000-INITIALIZE.
000900     OPEN I-O ORTU-FILE.
000910     IF OT-OFS = '35'
000920         OPEN OUTPUT ORTU-FILE
000930         CLOSE ORTU-FILE
000940         OPEN I-O ORTU-FILE
000950     END-IF.
000960     ACCEPT OT-SYSDATE FROM DATE YYYYMMDD.
000970     MOVE SPACES TO OT-RUN-DATE-DISP.
000980     STRING OT-SYSDATE(1:4) '-' OT-SYSDATE(5:2)
000990         '-' OT-SYSDATE(7:2) DELIMITED BY SIZE
001000         INTO OT-RUN-DATE-DISP.
001010 1000-EXIT.
001020     EXIT.
001030*-----------------------------------------------------------
001040*2000-TAMPIL  -  THE ENTRY ON FILE, IF ANY, AND WHAT TO DO
001050*WITH IT.  NO ENTRY GOES STRAIGHT TO CAPTURE.
001060*-----------------------------------------------------------
001070 2000-TAMPIL.
001080     DISPLAY ' '.
001090     DISPLAY 'DATA ORANG TUA / WALI - GUARDIAN DETAILS, NPM '
001100         LK-NPM.
001110     MOVE SPACES TO OT-WORK.
001120     MOVE LK-NPM TO NPM OF ORTU-RECORD.
001130     MOVE 'N' TO OT-FOUND-SW.
001140     READ ORTU-FILE
001150         INVALID KEY
001160             DISPLAY 'BELUM ADA DATA / NONE ON FILE YET'
001170             MOVE 'U' TO OT-FUNGSI
001180             GO TO 2000-EXIT
001190     END-READ.
001200     MOVE 'Y' TO OT-FOUND-SW.
001210     MOVE ORTU-RECORD TO OT-WORK.
001220     DISPLAY '  NAMA / NAME         : ' NAMA-ORTU OF OT-WORK.
001230     DISPLAY '  HUBUNGAN / RELATION : ' HUBUNGAN-ORTU OF OT-WORK.
001240     DISPLAY '  ALAMAT / ADDRESS    : ' ALAMAT-ORTU OF OT-WORK.
001250     DISPLAY '  NOMOR HP / PHONE    : ' HP-ORTU OF OT-WORK.
001260     DISPLAY '  EMAIL               : ' EMAIL-ORTU OF OT-WORK.
001270     DISPLAY '  DIUBAH / CHANGED    : ' TGL-ORTU OF OT-WORK.
001280     MOVE 'X' TO OT-FUNGSI.
001290     PERFORM 2100-TANYA-FUNGSI THRU 2100-EXIT
001300         UNTIL OT-UBAH OR OT-HAPUS OR OT-KEMBALI.
001310 2000-EXIT.
001320     EXIT.
001330 2100-TANYA-FUNGSI.
001340     DISPLAY 'U=UBAH/CHANGE H=HAPUS/DELETE K=KEMBALI/BACK : '
001350         WITH NO ADVANCING.
001360     MOVE SPACE TO OT-FUNGSI.
001370     ACCEPT OT-FUNGSI.
001380     IF NOT OT-UBAH AND NOT OT-HAPUS AND NOT OT-KEMBALI
001390         DISPLAY 'PILIH U, H ATAU K / ANSWER U H OR K'
001400         MOVE 'X' TO OT-FUNGSI
001410     END-IF.
001420 2100-EXIT.
001430     EXIT.
001440*-----------------------------------------------------------
001450*3000-ISI-DATA  -  EACH FIELD RE-PROMPTED UNTIL IT PASSES.
001460*-----------------------------------------------------------
001470 3000-ISI-DATA.
001480     IF OT-ADA
001490         DISPLAY '(KOSONG = TETAP / BLANK = KEEP, - = HAPUS / '
001500             'CLEAR HP, EMAIL)'
001510     END-IF.
001520     SET OT-FIELD-BAD TO TRUE.
001530     PERFORM 3100-ACCEPT-NAMA THRU 3100-EXIT UNTIL OT-FIELD-OK.
001540     SET OT-FIELD-BAD TO TRUE.
001550     PERFORM 3200-ACCEPT-HUBUNGAN THRU 3200-EXIT
001560         UNTIL OT-FIELD-OK.
001570     SET OT-FIELD-BAD TO TRUE.
001580     PERFORM 3300-ACCEPT-ALAMAT THRU 3300-EXIT UNTIL OT-FIELD-OK.
001590     SET OT-FIELD-BAD TO TRUE.
001600     PERFORM 3400-ACCEPT-HP THRU 3400-EXIT UNTIL OT-FIELD-OK.
001610     SET OT-FIELD-BAD TO TRUE.
001620     PERFORM 3500-ACCEPT-EMAIL THRU 3500-EXIT UNTIL OT-FIELD-OK.
001630 3000-EXIT.
001640     EXIT.
001650 3100-ACCEPT-NAMA.
001660     DISPLAY 'NAMA ORANG TUA / GUARDIAN NAME : '
001670         WITH NO ADVANCING.
001680     MOVE SPACES TO OT-NAMA-IN.
001690     ACCEPT OT-NAMA-IN.
001700     IF OT-NAMA-IN NOT = SPACES
001710         MOVE OT-NAMA-IN TO NAMA-ORTU OF OT-WORK
001720     END-IF.
001730     IF NAMA-ORTU OF OT-WORK = SPACES
001740         DISPLAY 'NAMA KOSONG / BLANK, ULANGI'
001750         GO TO 3100-EXIT
001760     END-IF.
001770     SET OT-FIELD-OK TO TRUE.
001780 3100-EXIT.
001790     EXIT.
001800 3200-ACCEPT-HUBUNGAN.
001810     DISPLAY 'HUBUNGAN (A=AYAH I=IBU W=WALI) / RELATION : '
001820         WITH NO ADVANCING.
001830     MOVE SPACE TO OT-HUB-IN.
001840     ACCEPT OT-HUB-IN.
001850     INSPECT OT-HUB-IN CONVERTING 'aiw' TO 'AIW'.
001860     IF OT-HUB-IN = SPACE AND OT-ADA
001870         SET OT-FIELD-OK TO TRUE
001880         GO TO 3200-EXIT
001890     END-IF.
001900     IF NOT OT-HUB-VALID
001910         DISPLAY 'HUBUNGAN HARUS A, I ATAU W / MUST BE A I OR W, '
001920             'ULANGI'
001930         GO TO 3200-EXIT
001940     END-IF.
001950     MOVE OT-HUB-IN TO HUBUNGAN-ORTU OF OT-WORK.
001960     SET OT-FIELD-OK TO TRUE.
001970 3200-EXIT.
001980     EXIT.
001990 3300-ACCEPT-ALAMAT.
002000     DISPLAY 'ALAMAT / ADDRESS : ' WITH NO ADVANCING.
002010     MOVE SPACES TO OT-ALAMAT-IN.
002020     ACCEPT OT-ALAMAT-IN.
002030     IF OT-ALAMAT-IN NOT = SPACES
002040         MOVE OT-ALAMAT-IN TO ALAMAT-ORTU OF OT-WORK
002050     END-IF.
002060     IF ALAMAT-ORTU OF OT-WORK = SPACES
002070         DISPLAY 'ALAMAT KOSONG / BLANK, ULANGI'
002080         GO TO 3300-EXIT
002090     END-IF.
002100     SET OT-FIELD-OK TO TRUE.
002110 3300-EXIT.
002120     EXIT.
002130*-----------------------------------------------------------
002140*3400-ACCEPT-HP  -  OPTIONAL; WHEN GIVEN, DIGITS ONLY, THE
002150*SAME RULE IDENTITAS APPLIES TO THE STUDENT'S NO_HP.
002160*-----------------------------------------------------------
002170 3400-ACCEPT-HP.
002180     DISPLAY 'NOMOR HP / PHONE (BOLEH KOSONG / OPTIONAL) : '
002190         WITH NO ADVANCING.
002200     MOVE SPACES TO OT-HP-IN.
002210     ACCEPT OT-HP-IN.
002220     IF OT-HP-IN = '-'
002230         MOVE SPACES TO HP-ORTU OF OT-WORK
002240         SET OT-FIELD-OK TO TRUE
002250         GO TO 3400-EXIT
002260     END-IF.
002270     IF OT-HP-IN = SPACES
002280         SET OT-FIELD-OK TO TRUE
002290         GO TO 3400-EXIT
002300     END-IF.
002310     MOVE ZERO TO OT-TRAIL-CT.
002320     INSPECT OT-HP-IN TALLYING OT-TRAIL-CT FOR TRAILING SPACES.
002330     COMPUTE OT-FLDLEN = 15 - OT-TRAIL-CT.
002340     IF OT-HP-IN(1:OT-FLDLEN) NOT NUMERIC
002350         DISPLAY 'NOMOR HP HARUS ANGKA / PHONE MUST BE NUMERIC, '
002360             'ULANGI'
002370         GO TO 3400-EXIT
002380     END-IF.
002390     MOVE OT-HP-IN TO HP-ORTU OF OT-WORK.
002400     SET OT-FIELD-OK TO TRUE.
002410 3400-EXIT.
002420     EXIT.
002430 3500-ACCEPT-EMAIL.
002440     DISPLAY 'EMAIL (BOLEH KOSONG / OPTIONAL) : '
002450         WITH NO ADVANCING.
002460     MOVE SPACES TO OT-EMAIL-IN.
002470     ACCEPT OT-EMAIL-IN.
002480     IF OT-EMAIL-IN = '-'
002490         MOVE SPACES TO EMAIL-ORTU OF OT-WORK
002500         SET OT-FIELD-OK TO TRUE
002510         GO TO 3500-EXIT
002520     END-IF.
002530     IF OT-EMAIL-IN = SPACES
002540         SET OT-FIELD-OK TO TRUE
002550         GO TO 3500-EXIT
002560     END-IF.
002570     MOVE ZERO TO OT-AT-COUNT.
002580     INSPECT OT-EMAIL-IN TALLYING OT-AT-COUNT FOR ALL '@'.
002590     IF OT-AT-COUNT = 0
002600         DISPLAY 'EMAIL HARUS MEMUAT @ / MUST CONTAIN @, ULANGI'
002610         GO TO 3500-EXIT
002620     END-IF.
002630     MOVE OT-EMAIL-IN TO EMAIL-ORTU OF OT-WORK.
002640     SET OT-FIELD-OK TO TRUE.
002650 3500-EXIT.
002660     EXIT.
002670*-----------------------------------------------------------
002680*4000-SIMPAN  -  ADD OR REPLACE THE ENTRY, DATED TODAY.
002690*-----------------------------------------------------------
002700 4000-SIMPAN.
002710     MOVE LK-NPM TO NPM OF OT-WORK.
002720     MOVE OT-RUN-DATE-DISP TO TGL-ORTU OF OT-WORK.
002730     MOVE OT-WORK TO ORTU-RECORD.
002740     MOVE SPACES TO OT-SUMMARY.
002750     IF OT-ADA
002760         REWRITE ORTU-RECORD
002770         DISPLAY 'DATA ORANG TUA DIPERBARUI / GUARDIAN UPDATED'
002780         STRING 'GUARDIAN UPDATED NPM=' LK-NPM
002790             DELIMITED BY SIZE INTO OT-SUMMARY
002800         CALL 'AUDITLOG' USING 'ORTUMNT   ' 'UPD  ' OT-SUMMARY
002810     ELSE
002820         WRITE ORTU-RECORD
002830         DISPLAY 'DATA ORANG TUA TERSIMPAN / GUARDIAN SAVED'
002840         STRING 'GUARDIAN SAVED NPM=' LK-NPM
002850             DELIMITED BY SIZE INTO OT-SUMMARY
002860         CALL 'AUDITLOG' USING 'ORTUMNT   ' 'NEW  ' OT-SUMMARY
002870     END-IF.
002880 4000-EXIT.
002890     EXIT.
002900 5000-HAPUS.
002910     DELETE ORTU-FILE.
002920     DISPLAY 'DATA ORANG TUA DIHAPUS / GUARDIAN DELETED'.
002930     MOVE SPACES TO OT-SUMMARY.
002940     STRING 'GUARDIAN DELETED NPM=' LK-NPM
002950         DELIMITED BY SIZE INTO OT-SUMMARY.
002960     CALL 'AUDITLOG' USING 'ORTUMNT   ' 'DEL  ' OT-SUMMARY.
002970 5000-EXIT.
002980     EXIT.
