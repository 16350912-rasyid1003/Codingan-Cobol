000010*-----------------------------------------------------------
000020*LULINQ  -  GRADUATE VERIFICATION ENQUIRY
000030*-----------------------------------------------------------
000040*ANSWERS "DID THIS PERSON GRADUATE HERE" FROM THE LULMST
000050*GRADUATES REGISTER THE YUDISIUM RUN KEEPS (SEE LULREC), FOR
000060*AN EMPLOYER OR ANOTHER UNIVERSITY HOLDING A DIPLOMA.  LOOKS
000070*A GRADUATE UP BY NPM (N) OR BY DIPLOMA NUMBER (I) AND SHOWS
000080*THE REGISTER ENTRY - NAME, PERIOD, YUDISIUM DATE, IPK,
000090*PREDICATE AND DIPLOMA NUMBER.  THE REGISTER IS NEVER
000100*CHANGED HERE.  EVERY ENQUIRY IS LOGGED THROUGH AUDITLOG.
000110*-----------------------------------------------------------
000120*MODIFICATION HISTORY
000130*DATE       INIT  DESCRIPTION
000140*10/15/2026 RSD   ORIGINAL.
000150*-----------------------------------------------------------
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. LULINQ.
000180 AUTHOR. RASYID.
000190 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000200 DATE-WRITTEN. 10/15/2026.
000210 DATE-COMPILED.
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT LUL-FILE ASSIGN TO 'LULMST'
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS NPM OF LUL-RECORD
000290         FILE STATUS IS WS-LFS.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  LUL-FILE.
000330 01  LUL-RECORD.
000340         COPY LULREC.
000350 WORKING-STORAGE SECTION.
000360 01  WS-LFS                      PIC X(02).
000370 01  WS-FOUND-SW                 PIC X(01).
000380     88  LUL-FOUND                        VALUE 'Y'.
000390 01  WS-EOF-SW                   PIC X(01).
000400     88  LUL-EOF                          VALUE 'Y'.
000410 01  WS-LAGI-SW                  PIC X(01) VALUE 'Y'.
000420     88  ENTRI-LAGI                       VALUE 'Y' 'y'.
000430 01  WS-FUNGSI                   PIC X(01).
000440     88  CARI-NPM                         VALUE 'N' 'n'.
000450     88  CARI-IJAZAH                      VALUE 'I' 'i'.
000460 01  WS-NPM-IN                   PIC X(08).
000470 01  WS-IJAZAH-IN                PIC X(06).
000480 01  WS-IJAZAH-NUM               PIC 9(06).
000490 01  WS-IPK-DISP                 PIC 9.99.
000500 01  WS-PREDIKAT-TEKS            PIC X(16).
000510 01  WS-SUMMARY                  PIC X(60).
000520*-----------------------------------------------------------
000530*0000-MAINLINE
000540*-----------------------------------------------------------
000550 PROCEDURE DIVISION.
000560 0000-MAINLINE.
000570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000580     PERFORM 2000-ENTRI-SATU THRU 2000-EXIT
000590         UNTIL NOT ENTRI-LAGI.
000600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000610*-----------------------------------------------------------
000620*1000-INITIALIZE  -  NO REGISTER MEANS NO YUDISIUM HAS RUN.
000630*-----------------------------------------------------------
000640 1000-INITIALIZE.
000650     OPEN INPUT LUL-FILE.
000660     IF WS-LFS NOT = '00'
000670         DISPLAY 'LULINQ: BUKU INDUK LULUSAN TIDAK ADA / '
000680             'NO GRADUATES REGISTER'
000690         STOP RUN
000700     END-IF.
000710     MOVE 'SESSION STARTED' TO WS-SUMMARY.
000720     CALL 'AUDITLOG' USING 'LULINQ    ' 'START' WS-SUMMARY.
000730 1000-EXIT.
000740     EXIT.
000750*-----------------------------------------------------------
000760*2000-ENTRI-SATU  -  ONE ENQUIRY.
000770*-----------------------------------------------------------
000780 2000-ENTRI-SATU.
000790     DISPLAY 'CARI (N=NPM I=NO IJAZAH / DIPLOMA NO) : '
000800         WITH NO ADVANCING.
000810     MOVE SPACE TO WS-FUNGSI.
000820     ACCEPT WS-FUNGSI.
000830     MOVE 'N' TO WS-FOUND-SW.
000840     EVALUATE TRUE
000850         WHEN CARI-NPM
000860             PERFORM 2100-CARI-NPM THRU 2100-EXIT
000870         WHEN CARI-IJAZAH
000880             PERFORM 2200-CARI-IJAZAH THRU 2200-EXIT
000890         WHEN OTHER
000900             DISPLAY 'PILIH N ATAU I / ANSWER N OR I'
000910             GO TO 2000-TANYA
000920     END-EVALUATE.
000930     IF LUL-FOUND
000940         PERFORM 3000-TAMPIL THRU 3000-EXIT
000950     ELSE
000960         DISPLAY 'TIDAK TERDAFTAR SEBAGAI LULUSAN / NOT ON THE '
000970             'GRADUATES REGISTER'
000980     END-IF.
000990     CALL 'AUDITLOG' USING 'LULINQ    ' 'INQ  ' WS-SUMMARY.
001000 2000-TANYA.
001010     DISPLAY 'ADA LAGI? / ANOTHER? (Y/T) : ' WITH NO ADVANCING.
001020     ACCEPT WS-LAGI-SW.
001030 2000-EXIT.
001040     EXIT.
001050 2100-CARI-NPM.
001060     DISPLAY 'NPM : ' WITH NO ADVANCING.
001070     MOVE SPACES TO WS-NPM-IN.
001080     ACCEPT WS-NPM-IN.
001090     MOVE SPACES TO WS-SUMMARY.
001100     STRING 'VERIFY NPM=' WS-NPM-IN
001110         DELIMITED BY SIZE INTO WS-SUMMARY.
001120     MOVE WS-NPM-IN TO NPM OF LUL-RECORD.
001130     READ LUL-FILE
001140         INVALID KEY
001150             CONTINUE
001160         NOT INVALID KEY
001170             MOVE 'Y' TO WS-FOUND-SW
001180     END-READ.
001190 2100-EXIT.
001200     EXIT.
001210*-----------------------------------------------------------
001220*2200-CARI-IJAZAH  -  THE REGISTER IS KEYED ON NPM, SO A
001230*DIPLOMA NUMBER IS FOUND BY READING IT THROUGH.
001240*-----------------------------------------------------------
001250 2200-CARI-IJAZAH.
001260     DISPLAY 'NO IJAZAH / DIPLOMA NO : ' WITH NO ADVANCING.
001270     MOVE SPACES TO WS-IJAZAH-IN.
001280     ACCEPT WS-IJAZAH-IN.
001290     MOVE SPACES TO WS-SUMMARY.
001300     STRING 'VERIFY IJAZAH=' WS-IJAZAH-IN
001310         DELIMITED BY SIZE INTO WS-SUMMARY.
001320     IF WS-IJAZAH-IN NOT NUMERIC
001330         DISPLAY 'NO IJAZAH 6 ANGKA / DIPLOMA NO IS 6 DIGITS'
001340         GO TO 2200-EXIT
001350     END-IF.
001360     MOVE WS-IJAZAH-IN TO WS-IJAZAH-NUM.
001370     MOVE 'N' TO WS-EOF-SW.
001380     MOVE LOW-VALUES TO NPM OF LUL-RECORD.
001390     START LUL-FILE KEY NOT < NPM OF LUL-RECORD
001400         INVALID KEY
001410             SET LUL-EOF TO TRUE
001420     END-START.
001430     PERFORM 2250-SATU-LULUSAN THRU 2250-EXIT
001440         UNTIL LUL-EOF OR LUL-FOUND.
001450 2200-EXIT.
001460     EXIT.
001470 2250-SATU-LULUSAN.
001480     READ LUL-FILE NEXT RECORD
001490         AT END
001500             SET LUL-EOF TO TRUE
001510             GO TO 2250-EXIT
001520     END-READ.
001530     IF NO-IJAZAH OF LUL-RECORD = WS-IJAZAH-NUM
001540         MOVE 'Y' TO WS-FOUND-SW
001550     END-IF.
001560 2250-EXIT.
001570     EXIT.
001580*-----------------------------------------------------------
001590*3000-TAMPIL  -  THE REGISTER ENTRY.
001600*-----------------------------------------------------------
001610 3000-TAMPIL.
001620     EVALUATE TRUE
001630         WHEN PREDIKAT-PUJIAN OF LUL-RECORD
001640             MOVE 'DENGAN PUJIAN' TO WS-PREDIKAT-TEKS
001650         WHEN PREDIKAT-SANGAT OF LUL-RECORD
001660             MOVE 'SANGAT MEMUASKAN' TO WS-PREDIKAT-TEKS
001670         WHEN PREDIKAT-MEMUASKAN OF LUL-RECORD
001680             MOVE 'MEMUASKAN' TO WS-PREDIKAT-TEKS
001690         WHEN OTHER
001700             MOVE '-' TO WS-PREDIKAT-TEKS
001710     END-EVALUATE.
001720     MOVE IPK-LUL OF LUL-RECORD TO WS-IPK-DISP.
001730     DISPLAY 'TERDAFTAR SEBAGAI LULUSAN / REGISTERED GRADUATE'.
001740     DISPLAY '  NPM        : ' NPM OF LUL-RECORD.
001750     DISPLAY '  NAMA       : ' NAMA-LUL OF LUL-RECORD.
001760     DISPLAY '  KELAS      : ' KELAS-LUL OF LUL-RECORD.
001770     DISPLAY '  PERIODE    : ' PERIODE-LUL OF LUL-RECORD
001780         '   YUDISIUM : ' TGL-YUDISIUM OF LUL-RECORD.
001790     DISPLAY '  IPK        : ' WS-IPK-DISP
001800         '   SKS : ' SKS-LUL OF LUL-RECORD
001810         '   LAMA STUDI : ' LAMA-STUDI OF LUL-RECORD ' SMT'.
001820     DISPLAY '  PREDIKAT   : ' WS-PREDIKAT-TEKS.
001830     DISPLAY '  NO IJAZAH  : ' NO-IJAZAH OF LUL-RECORD.
001840 3000-EXIT.
001850     EXIT.
001860*-----------------------------------------------------------
001870*9000-TERMINATE
001880*-----------------------------------------------------------
001890 9000-TERMINATE.
001900     CLOSE LUL-FILE.
001910     DISPLAY 'PROGRAM SELESAI / PROGRAM FINISHED'.
001920     MOVE 'SESSION ENDED' TO WS-SUMMARY.
001930     CALL 'AUDITLOG' USING 'LULINQ    ' 'END  ' WS-SUMMARY.
001940     GOBACK.
001950 9000-EXIT.
001960     EXIT.
