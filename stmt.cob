000090*GRADE SCALE, AND THE SEMESTER'S TAGMAST BILLING POSITION
000100*(ASSESSED, PAID, BALANCE).  REPLACES THE THREE SEPARATE
000110*PRINTOUTS THE REGISTRAR USED TO STAPLE TOGETHER BY NPM -
000120*THE STACK COMES OUT ALREADY IN MAILING ORDER.  A Y ON THE
000122*THIRD SYSIN LINE PRINTS A SECOND COPY OF EACH STATEMENT
000124*ADDRESSED TO THE STUDENT'S PARENT / GUARDIAN ON ORTUMST,
000126*RIGHT BEHIND THE STUDENT'S OWN.
000130*-----------------------------------------------------------
000140*MODIFICATION HISTORY
000150*DATE       INIT  DESCRIPTION
000160*09/02/2026 RSD   ORIGINAL.
000161*10/15/2026 RSD   A NEGATIVE SISA PRINTS AS LEBIH BAYAR
000162*(OVERPAID) AND ANY KRDMAST CREDIT
000163*BALANCE PRINTS UNDER THE BILLING
000164*POSITION, SO AN OVERPAYING STUDENT SEES
000165*A CREDIT RATHER THAN A ZERO BALANCE.
000166*10/15/2026 RSD   NILAIMST NOW KEEPS EVERY ATTEMPT.  A
000167*SEMESTER SCORE NILPILIH SAYS DOES NOT
000168*COUNT IS MARKED TIDAK DIHITUNG, AND AN IPK
000169*THROUGH THE SEMESTER, ONE ATTEMPT PER
000170*COURSE UNDER THE NILAICTL RULE, PRINTS
000171*UNDER THE SEMESTER AVERAGE.
000172*10/15/2026 RSD   A BLANK SEMESTER TAKES THE CURRENT ONE
000173*FROM THE ACADEMIC CALENDAR.
000174*10/15/2026 RSD   SECOND SYSIN LINE Y WITHHOLDS EACH SCORE
000175*WHOSE KRS LINE HAS NO EDOM COURSE
000176*EVALUATION YET (DITAHAN), AND THE IPK WITH
000177*IT, UNTIL THE STUDENT HAS ANSWERED.
000178*10/15/2026 RSD   THIRD SYSIN LINE Y ADDS A GUARDIAN COPY.
000179*-----------------------------------------------------------
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. STMT.
000200 AUTHOR. RASYID.
000420     SELECT STMT-RPT ASSIGN TO 'STMTRPT'
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-RPT-FS.
000441     SELECT KREDIT-FILE ASSIGN TO 'KRDMAST'
000442         ORGANIZATION IS INDEXED
000443         ACCESS MODE IS DYNAMIC
000444         RECORD KEY IS NPM OF KREDIT-RECORD
000445         FILE STATUS IS WS-KRFS.
000446     SELECT KRS-FILE ASSIGN TO 'KRSMAST'
000447         ORGANIZATION IS INDEXED
000448         ACCESS MODE IS DYNAMIC
000449         RECORD KEY IS KRS-KEY OF KRS-RECORD
000450         FILE STATUS IS WS-KRSFS.
000451     SELECT ORTU-FILE ASSIGN TO 'ORTUMST'
000452         ORGANIZATION IS INDEXED
000453         ACCESS MODE IS DYNAMIC
000454         RECORD KEY IS NPM OF ORTU-RECORD
000455         FILE STATUS IS WS-OFS.
000456 DATA DIVISION.
000460 FILE SECTION.
000470 FD  MHS-FILE.
000480 01  MHS-RECORD.
000550         COPY TAGREC.
000560 FD  STMT-RPT.
000570 01  RPT-LINE                    PIC X(80).
000571 FD  KREDIT-FILE.
000572 01  KREDIT-RECORD.
000573         COPY KRDREC.
000574 FD  KRS-FILE.
000575 01  KRS-RECORD.
000576         COPY KRSREC.
000577 FD  ORTU-FILE.
000578 01  ORTU-RECORD.
000579         COPY ORTUREC.
000580 WORKING-STORAGE SECTION.
000590 01  WS-FS                       PIC X(02).
000600 01  WS-NFS                      PIC X(02).
000680         88  NILAI-OPEN                   VALUE 'Y'.
000690 01  WS-TAG-OPEN-SW              PIC X(01) VALUE 'N'.
000700         88  TAG-OPEN                     VALUE 'Y'.
000701 01  WS-KRFS                     PIC X(02).
000702 01  WS-KREDIT-OPEN-SW           PIC X(01) VALUE 'N'.
000703         88  KREDIT-OPEN                  VALUE 'Y'.
000704 01  WS-KRSFS                    PIC X(02).
000705 01  WS-KRS-OPEN-SW              PIC X(01) VALUE 'N'.
000706         88  KRS-OPEN                     VALUE 'Y'.
000707 01  WS-EDOM-IN                  PIC X(01).
000708         88  SYARAT-EDOM                  VALUE 'Y' 'y'.
000709 01  WS-TAHAN-SW                 PIC X(01).
000710         88  NILAI-DITAHAN                VALUE 'Y'.
000711 01  WS-TAHAN-COUNT              PIC 9(03).
000712 01  WS-TAHAN-TOTAL              PIC 9(05) VALUE ZERO.
000713 01  WS-OFS                      PIC X(02).
000714 01  WS-ORTU-IN                  PIC X(01).
000715         88  SALINAN-ORTU                VALUE 'Y' 'y'.
000716 01  WS-ORTU-OPEN-SW             PIC X(01) VALUE 'N'.
000717         88  ORTU-OPEN                   VALUE 'Y'.
000718 01  WS-SALINAN-SW               PIC X(01) VALUE 'N'.
000719         88  CETAK-SALINAN               VALUE 'Y'.
000720 01  WS-ORTU-COUNT               PIC 9(05) VALUE ZERO.
000721 01  WS-SEMESTER                 PIC 9(02).
000722 01  WS-SEMESTER-IN              PIC X(02).
000723 01  WS-KAL-HASIL                PIC X(01).
000724 01  WS-KAL-RECORD.
000725         COPY KALREC.
000726 01  WS-HURUF                    PIC X(01).
000730 01  WS-BOBOT                    PIC 9(01).
000740 01  WS-MK-COUNT                 PIC 9(03).
000750 01  WS-SCORE-SUM                PIC 9(06).
000760 01  WS-AVG                      PIC 9(03)V99.
000770 01  WS-AVG-DISP                 PIC ZZ9.99.
000771 01  WS-IPK-COUNT                PIC 9(03).
000772 01  WS-IPK-BOBOT-SUM            PIC 9(04).
000773 01  WS-IPK                      PIC 9V99.
000774 01  WS-IPK-DISP                 PIC 9.99.
000775 01  WS-PILIH                    PIC X(01).
000776         88  NILAI-DIHITUNG               VALUE 'Y'.
000780 01  WS-NILAI-DISP               PIC ZZ9.
000790 01  WS-COUNT-DISP               PIC ZZZZ9.
000800 01  WS-SISA                     PIC S9(07)V99.
000960*-----------------------------------------------------------
000970*1000-INITIALIZE  -  SEMESTER FROM THE OPERATOR; SCORE AND
000980*BILLING FILES ARE OPTIONAL - A MISSING ONE JUST LEAVES
000990*ITS SECTION EMPTY ON EVERY STATEMENT.  THE SECOND SYSIN
000992*LINE, Y, MAKES A COMPLETED EDOM EVALUATION THE CONDITION
000994*FOR RELEASING EACH SCORE; IT NEEDS KRSMAST.  THE THIRD,
000996*Y, ASKS FOR GUARDIAN COPIES, WHICH NEED ORTUMST.
001000*-----------------------------------------------------------
001010 1000-INITIALIZE.
001020     DISPLAY 'SEMESTER LAPORAN / STATEMENT SEMESTER (01-14)'
001030         ' : ' WITH NO ADVANCING.
001040     PERFORM 1050-PILIH-SEMESTER THRU 1050-EXIT.
001041     DISPLAY 'NILAI DITAHAN SAMPAI EDOM DIISI? / WITHHOLD '
001042         'SCORES UNTIL EVALUATION DONE? (Y/T) : '
001043         WITH NO ADVANCING.
001044     MOVE SPACE TO WS-EDOM-IN.
001045     ACCEPT WS-EDOM-IN.
001046     DISPLAY 'SALINAN ORANG TUA / GUARDIAN COPIES? (Y/T) : '
001047         WITH NO ADVANCING.
001048     MOVE SPACE TO WS-ORTU-IN.
001049     ACCEPT WS-ORTU-IN.
001050     OPEN INPUT MHS-FILE.
001060     IF WS-FS NOT = '00'
001070         DISPLAY 'STMT: MASTER MHS TIDAK ADA / NOT FOUND'
001150     IF WS-TFS = '00'
001160         MOVE 'Y' TO WS-TAG-OPEN-SW
001170     END-IF.
001171     OPEN INPUT KREDIT-FILE.
001172     IF WS-KRFS = '00'
001173         MOVE 'Y' TO WS-KREDIT-OPEN-SW
001174     END-IF.
001175     IF SYARAT-EDOM
001176         OPEN INPUT KRS-FILE
001177         IF WS-KRSFS = '00'
001178             MOVE 'Y' TO WS-KRS-OPEN-SW
001179         ELSE
001180             DISPLAY 'STMT: KRSMAST TIDAK ADA - NILAI TIDAK '
001181                 'DITAHAN / NOT FOUND - NO SCORES WITHHELD'
001182         END-IF
001183     END-IF.
001184     IF SALINAN-ORTU
001185         OPEN INPUT ORTU-FILE
001186         IF WS-OFS = '00'
001187             MOVE 'Y' TO WS-ORTU-OPEN-SW
001188         ELSE
001189             DISPLAY 'STMT: ORTUMST TIDAK ADA - TANPA SALINAN / '
001190                 'NOT FOUND - NO GUARDIAN COPIES'
001191         END-IF
001192     END-IF.
001193     OPEN OUTPUT STMT-RPT.
001194     ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
001200     MOVE SPACES TO WS-RUN-DATE-DISP.
001210     STRING WS-SYSDATE(1:4) '-' WS-SYSDATE(5:2)
001220         '-' WS-SYSDATE(7:2) DELIMITED BY SIZE
001250     CALL 'AUDITLOG' USING 'STMT      ' 'START' WS-SUMMARY.
001260 1000-EXIT.
001270     EXIT.
001271*-----------------------------------------------------------
001272*1050-PILIH-SEMESTER  -  THE SEMESTER KEYED, OR WHEN LEFT
001273*BLANK (OR 00) THE CURRENT SEMESTER ON THE KALMST ACADEMIC
001274*CALENDAR (SEE KALCEK).  NO CURRENT SEMESTER ENDS THE RUN.
001275*-----------------------------------------------------------
001276 1050-PILIH-SEMESTER.
001277     MOVE SPACES TO WS-SEMESTER-IN.
001278     ACCEPT WS-SEMESTER-IN.
001279     IF WS-SEMESTER-IN(2:1) = SPACE
001280         AND WS-SEMESTER-IN(1:1) NOT = SPACE
001281         MOVE WS-SEMESTER-IN(1:1) TO WS-SEMESTER-IN(2:1)
001282         MOVE '0' TO WS-SEMESTER-IN(1:1)
001283     END-IF.
001284     IF WS-SEMESTER-IN NOT = SPACES
001285         AND WS-SEMESTER-IN NOT = '00'
001286         IF WS-SEMESTER-IN NOT NUMERIC
001287             DISPLAY 'STMT: SEMESTER TIDAK SAH / BAD SEMESTER'
001288             STOP RUN
001289         END-IF
001290         MOVE WS-SEMESTER-IN TO WS-SEMESTER
001291         GO TO 1050-EXIT
001292     END-IF.
001293     MOVE ZERO TO WS-SEMESTER.
001294     CALL 'KALCEK' USING WS-SEMESTER WS-KAL-RECORD WS-KAL-HASIL.
001295     IF WS-KAL-HASIL NOT = 'Y'
001296         DISPLAY 'STMT: SEMESTER BERJALAN TIDAK ADA / '
001297             'NO CURRENT SEMESTER ON CALENDAR'
001298         STOP RUN
001299     END-IF.
001300     DISPLAY 'SEMESTER BERJALAN / CURRENT SEMESTER : ' WS-SEMESTER
001301         ' ' KET-KAL OF WS-KAL-RECORD.
001302 1050-EXIT.
001303     EXIT.
001304 2000-READ-MHS.
001305     READ MHS-FILE NEXT RECORD
001306         AT END
001310             SET MHS-EOF TO TRUE
001320         NOT AT END
001330             CONTINUE
001350 2000-EXIT.
001360     EXIT.
001370*-----------------------------------------------------------
001380*3000-SATU-MHS  -  ONE STATEMENT PER AKTIF STUDENT, AND
001383*THE GUARDIAN COPY BEHIND IT WHEN ONE IS WANTED AND THE
001386*STUDENT HAS A GUARDIAN ON ORTUMST.
001390*-----------------------------------------------------------
001400 3000-SATU-MHS.
001410     IF STATUS-MHS OF MHS-RECORD = 'A' OR SPACE
001420         ADD 1 TO WS-STU-COUNT
001430         MOVE 'N' TO WS-SALINAN-SW
001440         PERFORM 3050-SATU-LAPORAN THRU 3050-EXIT
001450         IF ORTU-OPEN
001460             MOVE NPM OF MHS-RECORD TO NPM OF ORTU-RECORD
001470             READ ORTU-FILE
001471                 INVALID KEY
001472                     CONTINUE
001473                 NOT INVALID KEY
001474                     MOVE 'Y' TO WS-SALINAN-SW
001475                     PERFORM 3050-SATU-LAPORAN THRU 3050-EXIT
001476                     ADD 1 TO WS-ORTU-COUNT
001477             END-READ
001478         END-IF
001480     END-IF.
001490     PERFORM 2000-READ-MHS THRU 2000-EXIT.
001500 3000-EXIT.
001510     EXIT.
001511 3050-SATU-LAPORAN.
001512     PERFORM 3100-PAGE-HEADING THRU 3100-EXIT.
001513     PERFORM 3300-BAGIAN-NILAI THRU 3300-EXIT.
001514     PERFORM 3500-BAGIAN-TAGIHAN THRU 3500-EXIT.
001515     PERFORM 3550-BAGIAN-KREDIT THRU 3550-EXIT.
001516     MOVE ALL '=' TO RPT-LINE.
001517     WRITE RPT-LINE.
001518 3050-EXIT.
001519     EXIT.
001520 3100-PAGE-HEADING.
001530     ADD 1 TO WS-PAGE-NO.
001540     MOVE ALL '=' TO RPT-LINE.
001560     MOVE 'LAPORAN SEMESTER MAHASISWA / STUDENT STATEMENT'
001570         TO RPT-LINE.
001580     WRITE RPT-LINE.
001581     IF CETAK-SALINAN
001582         MOVE 'SALINAN UNTUK ORANG TUA / WALI - GUARDIAN COPY'
001583             TO RPT-LINE
001584         WRITE RPT-LINE
001585         MOVE SPACES TO RPT-LINE
001586         STRING 'KEPADA: ' NAMA-ORTU OF ORTU-RECORD
001587             DELIMITED BY SIZE INTO RPT-LINE
001588         WRITE RPT-LINE
001589         MOVE SPACES TO RPT-LINE
001590         STRING 'ALAMAT: ' ALAMAT-ORTU OF ORTU-RECORD
001591             DELIMITED BY SIZE INTO RPT-LINE
001592         WRITE RPT-LINE
001593     END-IF.
001594     MOVE SPACES TO RPT-LINE.
001600     STRING 'TANGGAL : ' WS-RUN-DATE-DISP
001610         '   SEMESTER : ' WS-SEMESTER
001620         DELIMITED BY SIZE INTO RPT-LINE.
001810*-----------------------------------------------------------
001820*3300-BAGIAN-NILAI  -  THE SEMESTER'S SCORES FOR THIS NPM,
001830*ON THE NILAIRPT GRADE SCALE, WITH THE SEMESTER AVERAGE.
001835*EARLIER SEMESTERS' SCORES ARE READ TOO, FOR THE IPK.
001840*-----------------------------------------------------------
001850 3300-BAGIAN-NILAI.
001860     MOVE 'NILAI SEMESTER / SEMESTER SCORES' TO RPT-LINE.
001870     WRITE RPT-LINE.
001880     MOVE ZERO TO WS-MK-COUNT.
001890     MOVE ZERO TO WS-SCORE-SUM.
001892     MOVE ZERO TO WS-IPK-COUNT.
001894     MOVE ZERO TO WS-IPK-BOBOT-SUM.
001896     MOVE ZERO TO WS-TAHAN-COUNT.
001900     IF NOT NILAI-OPEN
001910         GO TO 3300-TOTAL
001920     END-IF.
001930     MOVE 'N' TO WS-NILAI-EOF-SW.
001940     MOVE NPM OF MHS-RECORD TO NPM OF NILAI-RECORD.
001950     MOVE LOW-VALUES TO KODE-MK OF NILAI-RECORD.
001955     MOVE ZERO TO SEMESTER-MK OF NILAI-RECORD.
001960     START NILAI-FILE KEY NOT < NILAI-KEY OF NILAI-RECORD
001970         INVALID KEY
001980             SET NILAI-EOF TO TRUE
002000     PERFORM 3350-SATU-NILAI THRU 3350-EXIT UNTIL NILAI-EOF.
002010 3300-TOTAL.
002020     IF WS-MK-COUNT = ZERO
002030         IF WS-TAHAN-COUNT = ZERO
002040             MOVE '  (TIDAK ADA NILAI / NO SCORES)' TO RPT-LINE
002043             WRITE RPT-LINE
002046         END-IF
002050     ELSE
002060         COMPUTE WS-AVG ROUNDED
002070             = WS-SCORE-SUM / WS-MK-COUNT
002130             DELIMITED BY SIZE INTO RPT-LINE
002140         WRITE RPT-LINE
002150     END-IF.
002151     IF WS-TAHAN-COUNT > ZERO
002152         MOVE SPACES TO RPT-LINE
002153         STRING '  IPK DITAHAN SAMPAI EDOM DIISI / GPA WITHHELD '
002154             'UNTIL EVALUATION DONE'
002155             DELIMITED BY SIZE INTO RPT-LINE
002156         WRITE RPT-LINE
002157         GO TO 3300-GARIS
002158     END-IF.
002159     IF WS-IPK-COUNT > ZERO
002160         COMPUTE WS-IPK ROUNDED
002161             = WS-IPK-BOBOT-SUM / WS-IPK-COUNT
002162         MOVE WS-IPK TO WS-IPK-DISP
002163         MOVE SPACES TO RPT-LINE
002164         STRING '  IPK S/D SEMESTER INI / GPA TO DATE : '
002165             WS-IPK-DISP
002166             DELIMITED BY SIZE INTO RPT-LINE
002167         WRITE RPT-LINE
002168     END-IF.
002169 3300-GARIS.
002170     MOVE ALL '-' TO RPT-LINE.
002171     WRITE RPT-LINE.
002180 3300-EXIT.
002190     EXIT.
002200 3350-SATU-NILAI.
002270         SET NILAI-EOF TO TRUE
002280         GO TO 3350-EXIT
002290     END-IF.
002291     IF SEMESTER-MK OF NILAI-RECORD > WS-SEMESTER
002292         GO TO 3350-EXIT
002293     END-IF.
002294     PERFORM 3400-GRADE-OF-SCORE THRU 3400-EXIT.
002295     CALL 'NILPILIH' USING NPM OF NILAI-RECORD
002296         KODE-MK OF NILAI-RECORD SEMESTER-MK OF NILAI-RECORD
002297         WS-SEMESTER WS-PILIH.
002298     IF NILAI-DIHITUNG
002299         ADD 1 TO WS-IPK-COUNT
002300         ADD WS-BOBOT TO WS-IPK-BOBOT-SUM
002301     END-IF.
002302     IF SEMESTER-MK OF NILAI-RECORD NOT = WS-SEMESTER
002310         GO TO 3350-EXIT
002320     END-IF.
002330     PERFORM 3370-CEK-EDOM THRU 3370-EXIT.
002332     IF NILAI-DITAHAN
002334         GO TO 3350-EXIT
002336     END-IF.
002340     MOVE NILAI-ANGKA OF NILAI-RECORD TO WS-NILAI-DISP.
002350     MOVE SPACES TO RPT-LINE.
002360     STRING '  ' KODE-MK OF NILAI-RECORD
002380         '  ' WS-NILAI-DISP
002390         '  ' WS-HURUF
002400         DELIMITED BY SIZE INTO RPT-LINE.
002402     IF NOT NILAI-DIHITUNG
002404         MOVE 'TIDAK DIHITUNG / NOT COUNTED' TO RPT-LINE(48:28)
002406     END-IF.
002410     WRITE RPT-LINE.
002420     ADD 1 TO WS-MK-COUNT.
002430     ADD NILAI-ANGKA OF NILAI-RECORD TO WS-SCORE-SUM.
002440 3350-EXIT.
002450     EXIT.
002460*-----------------------------------------------------------
002461*3370-CEK-EDOM  -  WHEN SCORES ARE WITHHELD FOR THE EDOM
002462*EVALUATION, A SCORE WHOSE KRS LINE IS NOT YET MARKED
002463*EDOM-SELESAI PRINTS AS DITAHAN INSTEAD OF THE SCORE AND IS
002464*LEFT OUT OF THE AVERAGE.  NO KRS LINE (A SCORE FROM BEFORE
002465*KRSMAST) IS NEVER WITHHELD.
002466*-----------------------------------------------------------
002467 3370-CEK-EDOM.
002468     MOVE 'N' TO WS-TAHAN-SW.
002469     IF NOT KRS-OPEN
002470         GO TO 3370-EXIT
002471     END-IF.
002472     MOVE NPM OF NILAI-RECORD TO NPM OF KRS-RECORD.
002473     MOVE WS-SEMESTER TO SEMESTER-KRS OF KRS-RECORD.
002474     MOVE KODE-MK OF NILAI-RECORD TO KODE-MK OF KRS-RECORD.
002475     READ KRS-FILE
002476         INVALID KEY
002477             GO TO 3370-EXIT
002478     END-READ.
002479     IF EDOM-SELESAI OF KRS-RECORD
002480         GO TO 3370-EXIT
002481     END-IF.
002482     MOVE 'Y' TO WS-TAHAN-SW.
002483     ADD 1 TO WS-TAHAN-COUNT.
002484     IF NOT CETAK-SALINAN
002485         ADD 1 TO WS-TAHAN-TOTAL
002486     END-IF.
002487     MOVE SPACES TO RPT-LINE.
002488     STRING '  ' KODE-MK OF NILAI-RECORD
002489         '  ' NAMA-MK OF NILAI-RECORD
002490         DELIMITED BY SIZE INTO RPT-LINE.
002491     MOVE 'DITAHAN - ISI EDOM / WITHHELD' TO RPT-LINE(48:29).
002492     WRITE RPT-LINE.
002493 3370-EXIT.
002494     EXIT.
002495*-----------------------------------------------------------
002496*3400-GRADE-OF-SCORE  -  THE NILAIRPT GRADE SCALE.
002497*-----------------------------------------------------------
002498 3400-GRADE-OF-SCORE.
002500     EVALUATE TRUE
002510         WHEN NILAI-ANGKA OF NILAI-RECORD NOT < 80
002520             MOVE 'A' TO WS-HURUF
003010         - JUMLAH-BAYAR OF TAGIHAN-RECORD.
003020     MOVE WS-SISA TO WS-AMT-DISP.
003030     MOVE SPACES TO RPT-LINE.
003040     IF WS-SISA < ZERO
003041         STRING '  SISA / BALANCE     : ' WS-AMT-DISP
003042             '  (LEBIH BAYAR / OVERPAID)'
003043             DELIMITED BY SIZE INTO RPT-LINE
003044     ELSE
003045         STRING '  SISA / BALANCE     : ' WS-AMT-DISP
003046             DELIMITED BY SIZE INTO RPT-LINE
003047     END-IF.
003048     WRITE RPT-LINE.
003049 3500-EXIT.
003050     EXIT.
003051*-----------------------------------------------------------
003052*3550-BAGIAN-KREDIT  -  THE STUDENT'S CREDIT BALANCE, IF
003053*ANY, CARRIED TO THE NEXT ASSESSMENT OR REFUNDABLE.
003054*-----------------------------------------------------------
003055 3550-BAGIAN-KREDIT.
003056     IF NOT KREDIT-OPEN
003057         GO TO 3550-EXIT
003058     END-IF.
003059     MOVE NPM OF MHS-RECORD TO NPM OF KREDIT-RECORD.
003060     READ KREDIT-FILE
003061         INVALID KEY
003062             GO TO 3550-EXIT
003063     END-READ.
003064     IF SALDO-KREDIT OF KREDIT-RECORD = ZERO
003065         GO TO 3550-EXIT
003066     END-IF.
003067     MOVE SALDO-KREDIT OF KREDIT-RECORD TO WS-AMT-DISP.
003068     MOVE SPACES TO RPT-LINE.
003069     STRING '  SALDO KREDIT / CREDIT BALANCE : ' WS-AMT-DISP
003070         DELIMITED BY SIZE INTO RPT-LINE.
003071     WRITE RPT-LINE.
003072 3550-EXIT.
003080     EXIT.
003090*-----------------------------------------------------------
003100*9000-TERMINATE
003170     IF TAG-OPEN
003180         CLOSE TAGIHAN-FILE
003190     END-IF.
003191     IF KREDIT-OPEN
003192         CLOSE KREDIT-FILE
003193     END-IF.
003194     IF KRS-OPEN
003195         CLOSE KRS-FILE
003196     END-IF.
003197     IF ORTU-OPEN
003198         CLOSE ORTU-FILE
003199     END-IF.
003200     CLOSE STMT-RPT.
003210     MOVE WS-STU-COUNT TO WS-COUNT-DISP.
003220     DISPLAY 'STMT: ' WS-COUNT-DISP ' STATEMENT(S) PRINTED'.
003222     IF ORTU-OPEN
003224         MOVE WS-ORTU-COUNT TO WS-COUNT-DISP
003226         DISPLAY 'STMT: ' WS-COUNT-DISP ' GUARDIAN COPIES'
003228     END-IF.
003230     MOVE SPACES TO WS-SUMMARY.
003240     STRING 'SMT=' WS-SEMESTER
003250         ' STATEMENTS=' WS-STU-COUNT
003255         ' WITHHELD=' WS-TAHAN-TOTAL
003260         DELIMITED BY SIZE INTO WS-SUMMARY.
003270     CALL 'AUDITLOG' USING 'STMT      ' 'END  ' WS-SUMMARY.
003280     STOP RUN.
