000130*AND DEAN'S-LIST LETTERS, WITH THE STUDENT'S ALAMAT FROM
000140*THE MHS MASTER READY FOR MAILING, GO TO THE STNDLTR
000150*FILE.  SAFE TO REPEAT - THE SEMESTER'S STANDING RECORDS
000160*ARE SIMPLY REWRITTEN AND THE LETTERS REPRINTED.  AFTER
000161*THE SEMESTER AN NPM MAY BE KEYED TO RE-RATE THAT ONE
000162*STUDENT (BLANK RATES EVERYONE).  ANSWERING A INSTEAD OF
000163*A SEMESTER IS THE AMENDMENT RUN: EVERY NILAMDH SCORE
000164*AMENDMENT (SEE NILAMD) NOT YET RE-RATED HAS ITS STUDENT
000165*RE-RATED FOR THE AMENDED SEMESTER, AND IS THEN MARKED
000166*DONE.  LATER SEMESTERS' IPK-STND ARE LEFT AS THEY WERE
000167*RATED.  A Y ON THE LAST SYSIN LINE PRINTS A SECOND COPY OF
000168*EACH LETTER ADDRESSED TO THE STUDENT'S PARENT / GUARDIAN
000169*ON ORTUMST, RIGHT AFTER THE STUDENT'S OWN.
000170*EVERY LETTER IS ALSO QUEUED TO THE STUDENT BY SMS AND EMAIL
000171*THROUGH NTFKIRIM (TEMPLATES STDK, PRB1-PRB3).
000172*-----------------------------------------------------------
000180*MODIFICATION HISTORY
000190*DATE       INIT  DESCRIPTION
000200*09/02/2026 RSD   ORIGINAL.
000201*10/15/2026 RSD   NILAIMST NOW KEEPS EVERY ATTEMPT.  THE IPS
000202*STILL COUNTS EVERYTHING TAKEN IN THE SEMESTER; A
000203*NEW CUMULATIVE IPK THROUGH THE SEMESTER, ONE
000204*ATTEMPT PER COURSE UNDER THE NILPILIH RULE, GOES
000205*TO IPK-STND AND ON THE LETTER.
000206*10/15/2026 RSD   A BLANK SEMESTER TAKES THE CURRENT ONE
000207*FROM THE ACADEMIC CALENDAR.
000208*10/15/2026 RSD   ONE-STUDENT RE-RATE BY NPM, AND THE
000209*AMENDMENT RUN (A) FOR NILAMD CORRECTIONS.
000210*10/15/2026 RSD   OPTIONAL GUARDIAN COPY OF EACH LETTER.
000211*10/15/2026 RSD   EACH LETTER ALSO QUEUED AS SMS / EMAIL
000212*THROUGH NTFKIRIM.
000213*-----------------------------------------------------------
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. STANDING.
000240 AUTHOR. RASYID.
000300 FILE-CONTROL.
000310     SELECT NILAI-FILE ASSIGN TO 'NILAIMST'
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS NILAI-KEY OF NILAI-RECORD
000350         FILE STATUS IS WS-NFS.
000360     SELECT MHS-FILE ASSIGN TO 'MHSMAST'
000460     SELECT LETTER-FILE ASSIGN TO 'STNDLTR'
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-LTR-FS.
000481     SELECT AMD-FILE ASSIGN TO 'NILAMDH'
000482         ORGANIZATION IS INDEXED
000483         ACCESS MODE IS DYNAMIC
000484         RECORD KEY IS AMD-KEY OF AMD-RECORD
000485         FILE STATUS IS WS-AFS.
000486     SELECT ORTU-FILE ASSIGN TO 'ORTUMST'
000487         ORGANIZATION IS INDEXED
000488         ACCESS MODE IS DYNAMIC
000489         RECORD KEY IS NPM OF ORTU-RECORD
000490         FILE STATUS IS WS-OFS.
000491 DATA DIVISION.
000500 FILE SECTION.
000510 FD  NILAI-FILE.
000520 01  NILAI-RECORD.
000590         COPY STNDREC.
000600 FD  LETTER-FILE.
000610 01  LTR-LINE                    PIC X(80).
000611 FD  AMD-FILE.
000612 01  AMD-RECORD.
000613         COPY AMDREC.
000614 FD  ORTU-FILE.
000615 01  ORTU-RECORD.
000616         COPY ORTUREC.
000620 WORKING-STORAGE SECTION.
000630 01  WS-NFS                      PIC X(02).
000640 01  WS-FS                       PIC X(02).
000650 01  WS-SFS                      PIC X(02).
000660 01  WS-LTR-FS                   PIC X(02).
000661 01  WS-AFS                      PIC X(02).
000662 01  WS-AMD-EOF-SW               PIC X(01) VALUE 'N'.
000663         88  AMD-EOF                     VALUE 'Y'.
000664 01  WS-MODE-SW                  PIC X(01) VALUE 'S'.
000665         88  MODE-AMANDEMEN              VALUE 'A'.
000666 01  WS-NPM-SATU                 PIC X(08) VALUE SPACES.
000667 01  WS-AMD-KEY                  PIC X(20).
000668 01  WS-AMD-COUNT                PIC 9(05) VALUE ZERO.
000669 01  WS-OFS                      PIC X(02).
000670 01  WS-ORTU-IN                  PIC X(01).
000671         88  SALINAN-ORTU                VALUE 'Y' 'y'.
000672 01  WS-ORTU-OPEN-SW             PIC X(01) VALUE 'N'.
000673         88  ORTU-OPEN                   VALUE 'Y'.
000674 01  WS-SALINAN-SW               PIC X(01) VALUE 'N'.
000675         88  CETAK-SALINAN               VALUE 'Y'.
000676 01  WS-LTR-NAMA                 PIC X(35).
000677 01  WS-LTR-ALAMAT               PIC X(50).
000678 01  WS-LTR-MHS                  PIC X(35).
000679 01  WS-ORTU-COUNT               PIC 9(05) VALUE ZERO.
000680 01  WS-NTF-COUNT                PIC 9(05) VALUE ZERO.
000681 01  WS-NTF-JUMLAH               PIC 9(01).
000682 01  WS-NTF-TEMPLATE             PIC X(04).
000683 01  WS-NTF-VAR1                 PIC X(40).
000684 01  WS-NTF-VAR2                 PIC X(40).
000685 01  WS-NTF-VAR3                 PIC X(40).
000686 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
000687         88  NILAI-EOF                   VALUE 'Y'.
000690 01  WS-FIRST-SW                 PIC X(01) VALUE 'Y'.
000700         88  ON-FIRST-STUDENT            VALUE 'Y'.
000710 01  WS-SEMESTER                 PIC 9(02).
000712 01  WS-SEMESTER-IN              PIC X(02).
000714 01  WS-KAL-HASIL                PIC X(01).
000716 01  WS-KAL-RECORD.
000718         COPY KALREC.
000720 01  WS-PREV-SMT                 PIC 9(02).
000730 01  WS-PREV-NPM                 PIC X(08) VALUE SPACES.
000740 01  WS-BOBOT                    PIC 9(01).
000760 01  WS-STU-BOBOT-SUM            PIC 9(04).
000770 01  WS-IPS                      PIC 9V99.
000780 01  WS-IPS-DISP                 PIC 9.99.
000781 01  WS-IPK-COUNT                PIC 9(03).
000782 01  WS-IPK-BOBOT-SUM            PIC 9(04).
000783 01  WS-IPK                      PIC 9V99.
000784 01  WS-IPK-DISP                 PIC 9.99.
000785 01  WS-PILIH                    PIC X(01).
000786         88  NILAI-DIHITUNG               VALUE 'Y'.
000790 01  WS-PRB-LEVEL                PIC 9(01).
000800 01  WS-RUN-COUNT                PIC 9(05) VALUE ZERO.
000810 01  WS-DEAN-COUNT               PIC 9(05) VALUE ZERO.
000900 PROCEDURE DIVISION.
000910 0000-MAINLINE.
000920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000930     IF MODE-AMANDEMEN
000940         PERFORM 6000-AMANDEMEN THRU 6000-EXIT
000950     ELSE
000960         PERFORM 1500-RATE-SEMESTER THRU 1500-EXIT
000970     END-IF.
000980     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000990*-----------------------------------------------------------
001000*1000-INITIALIZE  -  SEMESTER AND NPM FROM THE OPERATOR (OR
001010*SYSIN ON A BATCH RUN); THE STANDING FILE IS CREATED ON
001020*FIRST USE, THE LETTERS FILE REWRITTEN EVERY RUN.  THE LAST
001025*ANSWER ASKS FOR GUARDIAN COPIES, WHICH NEED ORTUMST.
001030*-----------------------------------------------------------
001040 1000-INITIALIZE.
001050     DISPLAY 'SEMESTER DINILAI / SEMESTER TO RATE (01-14, '
001051         'A=AMANDEMEN) : ' WITH NO ADVANCING.
001052     PERFORM 1050-PILIH-SEMESTER THRU 1050-EXIT.
001053     IF NOT MODE-AMANDEMEN
001054         DISPLAY 'NPM (KOSONG = SEMUA / BLANK = ALL) : '
001055             WITH NO ADVANCING
001056         ACCEPT WS-NPM-SATU
001057     END-IF.
001058     DISPLAY 'SALINAN ORANG TUA / GUARDIAN COPIES? (Y/T) : '
001060         WITH NO ADVANCING.
001070     MOVE SPACE TO WS-ORTU-IN.
001075     ACCEPT WS-ORTU-IN.
001080     OPEN INPUT NILAI-FILE.
001090     IF WS-NFS NOT = '00'
001100         DISPLAY 'STANDING: FILE NILAI TIDAK ADA / NOT FOUND'
001180         OPEN I-O STND-FILE
001190     END-IF.
001200     OPEN OUTPUT LETTER-FILE.
001201     IF SALINAN-ORTU
001202         OPEN INPUT ORTU-FILE
001203         IF WS-OFS = '00'
001204             MOVE 'Y' TO WS-ORTU-OPEN-SW
001205         ELSE
001206             DISPLAY 'STANDING: ORTUMST TIDAK ADA - TANPA '
001207                 'SALINAN / NOT FOUND - NO GUARDIAN COPIES'
001208         END-IF
001209     END-IF.
001210     ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
001220     MOVE SPACES TO WS-RUN-DATE-DISP.
001230     STRING WS-SYSDATE(1:4) '-' WS-SYSDATE(5:2)
001270     CALL 'AUDITLOG' USING 'STANDING  ' 'START' WS-SUMMARY.
001280 1000-EXIT.
001290     EXIT.
001291*-----------------------------------------------------------
001292*1050-PILIH-SEMESTER  -  THE SEMESTER KEYED, OR WHEN LEFT
001293*BLANK (OR 00) THE CURRENT SEMESTER ON THE KALMST ACADEMIC
001294*CALENDAR (SEE KALCEK).  NO CURRENT SEMESTER ENDS THE RUN.
001295*A IS THE AMENDMENT RUN, WHICH TAKES EACH AMENDMENT'S OWN
001296*SEMESTER.
001297*-----------------------------------------------------------
001298 1050-PILIH-SEMESTER.
001299     MOVE SPACES TO WS-SEMESTER-IN.
001300     ACCEPT WS-SEMESTER-IN.
001301     IF WS-SEMESTER-IN = 'A' OR 'a'
001302         MOVE 'A' TO WS-MODE-SW
001303         GO TO 1050-EXIT
001304     END-IF.
001305     IF WS-SEMESTER-IN(2:1) = SPACE
001306         AND WS-SEMESTER-IN(1:1) NOT = SPACE
001307         MOVE WS-SEMESTER-IN(1:1) TO WS-SEMESTER-IN(2:1)
001308         MOVE '0' TO WS-SEMESTER-IN(1:1)
001309     END-IF.
001310     IF WS-SEMESTER-IN NOT = SPACES
001311         AND WS-SEMESTER-IN NOT = '00'
001312         IF WS-SEMESTER-IN NOT NUMERIC
001313             DISPLAY 'STANDING: SEMESTER TIDAK SAH / BAD SEMESTER'
001314             STOP RUN
001315         END-IF
001316         MOVE WS-SEMESTER-IN TO WS-SEMESTER
001317         GO TO 1050-EXIT
001318     END-IF.
001319     MOVE ZERO TO WS-SEMESTER.
001320     CALL 'KALCEK' USING WS-SEMESTER WS-KAL-RECORD WS-KAL-HASIL.
001321     IF WS-KAL-HASIL NOT = 'Y'
001322         DISPLAY 'STANDING: SEMESTER BERJALAN TIDAK ADA / '
001323             'NO CURRENT SEMESTER ON CALENDAR'
001324         STOP RUN
001325     END-IF.
001326     DISPLAY 'SEMESTER BERJALAN / CURRENT SEMESTER : ' WS-SEMESTER
001327         ' ' KET-KAL OF WS-KAL-RECORD.
001328 1050-EXIT.
001329     EXIT.
001330*-----------------------------------------------------------
001331*1500-RATE-SEMESTER  -  ONE PASS OVER NILAIMST FOR
001332*WS-SEMESTER, FROM THE TOP OR FROM WS-NPM-SATU ONLY.
001333*-----------------------------------------------------------
001334 1500-RATE-SEMESTER.
001335     MOVE 'N' TO WS-EOF-SW.
001336     MOVE 'Y' TO WS-FIRST-SW.
001337     MOVE SPACES TO WS-PREV-NPM.
001338     MOVE LOW-VALUES TO NILAI-KEY OF NILAI-RECORD.
001339     IF WS-NPM-SATU NOT = SPACES
001340         MOVE WS-NPM-SATU TO NPM OF NILAI-RECORD
001341     END-IF.
001342     START NILAI-FILE KEY NOT < NILAI-KEY OF NILAI-RECORD
001343         INVALID KEY
001344             SET NILAI-EOF TO TRUE
001345     END-START.
001346     IF NOT NILAI-EOF
001347         PERFORM 2000-READ-NILAI THRU 2000-EXIT
001348     END-IF.
001349     PERFORM 3000-PROSES-NILAI THRU 3000-EXIT UNTIL NILAI-EOF.
001350     IF NOT ON-FIRST-STUDENT
001351         PERFORM 4000-STUDENT-STANDING THRU 4000-EXIT
001352     END-IF.
001353 1500-EXIT.
001354     EXIT.
001355*-----------------------------------------------------------
001356*2000-READ-NILAI  -  NEXT SCORE; ON A ONE-STUDENT RUN THE
001357*NEXT NPM ENDS THE PASS.
001358*-----------------------------------------------------------
001359 2000-READ-NILAI.
001360     READ NILAI-FILE NEXT RECORD
001361         AT END
001362             SET NILAI-EOF TO TRUE
001363             GO TO 2000-EXIT
001364     END-READ.
001365     IF WS-NPM-SATU NOT = SPACES
001366         AND NPM OF NILAI-RECORD NOT = WS-NPM-SATU
001367         SET NILAI-EOF TO TRUE
001368     END-IF.
001370 2000-EXIT.
001380     EXIT.
001390*-----------------------------------------------------------
001400*3000-PROSES-NILAI  -  CONTROL BREAK ON NPM; ONLY SCORES
001410*OF THE CHOSEN SEMESTER FEED THE IPS.  EVERY ATTEMPT UP TO
001413*AND INCLUDING IT THAT COUNTS AS OF THAT SEMESTER FEEDS THE
001416*IPK.
001420*-----------------------------------------------------------
001430 3000-PROSES-NILAI.
001440     IF NPM OF NILAI-RECORD NOT = WS-PREV-NPM
001490         MOVE NPM OF NILAI-RECORD TO WS-PREV-NPM
001500         MOVE ZERO TO WS-STU-COUNT
001510         MOVE ZERO TO WS-STU-BOBOT-SUM
001511         MOVE ZERO TO WS-IPK-COUNT
001512         MOVE ZERO TO WS-IPK-BOBOT-SUM
001513     END-IF.
001514     IF SEMESTER-MK OF NILAI-RECORD > WS-SEMESTER
001515         GO TO 3000-BACA
001516     END-IF.
001517     PERFORM 3300-GRADE-OF-SCORE THRU 3300-EXIT.
001518     CALL 'NILPILIH' USING NPM OF NILAI-RECORD
001519         KODE-MK OF NILAI-RECORD SEMESTER-MK OF NILAI-RECORD
001520         WS-SEMESTER WS-PILIH.
001521     IF NILAI-DIHITUNG
001522         ADD 1 TO WS-IPK-COUNT
001523         ADD WS-BOBOT TO WS-IPK-BOBOT-SUM
001524     END-IF.
001530     IF SEMESTER-MK OF NILAI-RECORD = WS-SEMESTER
001550         ADD 1 TO WS-STU-COUNT
001560         ADD WS-BOBOT TO WS-STU-BOBOT-SUM
001570     END-IF.
001575 3000-BACA.
001580     PERFORM 2000-READ-NILAI THRU 2000-EXIT.
001590 3000-EXIT.
001600     EXIT.
001870     END-IF.
001880     COMPUTE WS-IPS ROUNDED
001890         = WS-STU-BOBOT-SUM / WS-STU-COUNT.
001893     COMPUTE WS-IPK ROUNDED
001896         = WS-IPK-BOBOT-SUM / WS-IPK-COUNT.
001900     ADD 1 TO WS-RUN-COUNT.
001910     MOVE WS-PREV-NPM TO NPM OF STND-RECORD.
001920     MOVE WS-SEMESTER TO SEMESTER-STND OF STND-RECORD.
001930     MOVE WS-IPS TO IPS-STND OF STND-RECORD.
001935     MOVE WS-IPK TO IPK-STND OF STND-RECORD.
001940     MOVE ZERO TO PROBATION-LEVEL OF STND-RECORD.
001950     EVALUATE TRUE
001960         WHEN WS-IPS NOT < 3.50
002432     MOVE WS-PREV-NPM TO NPM OF STND-RECORD.
002434     MOVE WS-SEMESTER TO SEMESTER-STND OF STND-RECORD.
002436     MOVE WS-IPS TO IPS-STND OF STND-RECORD.
002437     MOVE WS-IPK TO IPK-STND OF STND-RECORD.
002438     MOVE 'P' TO STANDING-CODE OF STND-RECORD.
002440 4100-EXIT.
002450     EXIT.
002460*-----------------------------------------------------------
002470*5000-CETAK-SURAT  -  ONE MAILING-READY LETTER, ADDRESS
002480*BLOCK FROM THE MHS MASTER.  A STUDENT GONE FROM THE
002490*MASTER STILL GETS A PAGE, FLAGGED FOR THE OFFICE.  WHEN
002493*GUARDIAN COPIES ARE ON, THE SAME LETTER FOLLOWS ADDRESSED
002496*TO THE ORTUMST GUARDIAN; NO GUARDIAN ON FILE, NO COPY.
002500*-----------------------------------------------------------
002510 5000-CETAK-SURAT.
002520     MOVE WS-PREV-NPM TO NPM OF MHS-RECORD.
002530     READ MHS-FILE
002540         INVALID KEY
002541             MOVE '(TIDAK TERDAFTAR / NOT REGISTERED)'
002542                 TO NAMA OF MHS-RECORD
002543             MOVE SPACES TO ALAMAT OF MHS-RECORD
002544     END-READ.
002545     MOVE NAMA OF MHS-RECORD TO WS-LTR-MHS.
002546     MOVE NAMA OF MHS-RECORD TO WS-LTR-NAMA.
002547     MOVE ALAMAT OF MHS-RECORD TO WS-LTR-ALAMAT.
002548     MOVE 'N' TO WS-SALINAN-SW.
002549     PERFORM 5100-TULIS-SURAT THRU 5100-EXIT.
002550     PERFORM 5050-KIRIM-NOTIF THRU 5050-EXIT.
002551     IF NOT ORTU-OPEN
002552         GO TO 5000-EXIT
002553     END-IF.
002554     MOVE WS-PREV-NPM TO NPM OF ORTU-RECORD.
002555     READ ORTU-FILE
002556         INVALID KEY
002557             GO TO 5000-EXIT
002558     END-READ.
002559     MOVE NAMA-ORTU OF ORTU-RECORD TO WS-LTR-NAMA.
002560     MOVE ALAMAT-ORTU OF ORTU-RECORD TO WS-LTR-ALAMAT.
002561     MOVE 'Y' TO WS-SALINAN-SW.
002562     PERFORM 5100-TULIS-SURAT THRU 5100-EXIT.
002563     ADD 1 TO WS-ORTU-COUNT.
002564 5000-EXIT.
002565     EXIT.
002566*-----------------------------------------------------------
002567*5050-KIRIM-NOTIF  -  THE SAME NEWS TO THE STUDENT'S PHONE
002568*AND EMAIL: TEMPLATE STDK FOR THE DEAN'S LIST, PRB1-PRB3 BY
002569*PROBATION LEVEL, WITH THE SEMESTER, IPS AND IPK.
002570*-----------------------------------------------------------
002571 5050-KIRIM-NOTIF.
002572     MOVE SPACES TO WS-NTF-TEMPLATE.
002573     IF STANDING-CODE OF STND-RECORD = 'D'
002574         MOVE 'STDK' TO WS-NTF-TEMPLATE
002575     ELSE
002576         STRING 'PRB' PROBATION-LEVEL OF STND-RECORD
002577             DELIMITED BY SIZE INTO WS-NTF-TEMPLATE
002578     END-IF.
002579     MOVE WS-SEMESTER TO WS-NTF-VAR1.
002580     MOVE WS-IPS TO WS-IPS-DISP.
002581     MOVE WS-IPS-DISP TO WS-NTF-VAR2.
002582     MOVE WS-IPK TO WS-IPK-DISP.
002583     MOVE WS-IPK-DISP TO WS-NTF-VAR3.
002584     CALL 'NTFKIRIM' USING 'STANDING  ' WS-PREV-NPM
002585         'B' WS-NTF-TEMPLATE WS-NTF-VAR1 WS-NTF-VAR2 WS-NTF-VAR3
002586         WS-NTF-JUMLAH.
002587     ADD WS-NTF-JUMLAH TO WS-NTF-COUNT.
002588 5050-EXIT.
002589     EXIT.
002590*-----------------------------------------------------------
002591*5100-TULIS-SURAT  -  THE LETTER ITSELF, TO WS-LTR-NAMA AT
002592*WS-LTR-ALAMAT.  A GUARDIAN COPY SAYS SO AND NAMES THE
002593*STUDENT IT IS ABOUT.
002594*-----------------------------------------------------------
002595 5100-TULIS-SURAT.
002596     MOVE ALL '=' TO LTR-LINE.
002600     WRITE LTR-LINE.
002601     IF CETAK-SALINAN
002602         MOVE 'SALINAN UNTUK ORANG TUA / WALI - GUARDIAN COPY'
002603             TO LTR-LINE
002604         WRITE LTR-LINE
002605     END-IF.
002610     MOVE SPACES TO LTR-LINE.
002620     STRING 'TANGGAL : ' WS-RUN-DATE-DISP
002630         DELIMITED BY SIZE INTO LTR-LINE.
002640     WRITE LTR-LINE.
002650     MOVE SPACES TO LTR-LINE.
002660     STRING 'KEPADA : ' WS-LTR-NAMA
002670         DELIMITED BY SIZE INTO LTR-LINE.
002680     WRITE LTR-LINE.
002690     MOVE SPACES TO LTR-LINE.
002700     STRING 'ALAMAT : ' WS-LTR-ALAMAT
002710         DELIMITED BY SIZE INTO LTR-LINE.
002720     WRITE LTR-LINE.
002721     IF CETAK-SALINAN
002722         MOVE SPACES TO LTR-LINE
002723         STRING 'PERIHAL / RE : ' WS-LTR-MHS
002724             DELIMITED BY SIZE INTO LTR-LINE
002725         WRITE LTR-LINE
002726     END-IF.
002730     MOVE SPACES TO LTR-LINE.
002740     STRING 'NPM : ' WS-PREV-NPM
002750         '   SEMESTER : ' WS-SEMESTER
002800     STRING 'IPS SEMESTER / SEMESTER GPA : ' WS-IPS-DISP
002810         DELIMITED BY SIZE INTO LTR-LINE.
002820     WRITE LTR-LINE.
002821     MOVE WS-IPK TO WS-IPK-DISP.
002822     MOVE SPACES TO LTR-LINE.
002823     STRING 'IPK KUMULATIF / CUMULATIVE GPA : ' WS-IPK-DISP
002824         DELIMITED BY SIZE INTO LTR-LINE.
002825     WRITE LTR-LINE.
002830     MOVE SPACES TO LTR-LINE.
002840     WRITE LTR-LINE.
002850     IF STANDING-CODE OF STND-RECORD = 'D'
003220     END-IF.
003230     MOVE ALL '=' TO LTR-LINE.
003240     WRITE LTR-LINE.
003250 5100-EXIT.
003260     EXIT.
003270*-----------------------------------------------------------
003271*6000-AMANDEMEN  -  THE AMENDMENT RUN.  EACH NILAMDH ENTRY
003272*NOT YET RE-RATED RE-RATES ITS STUDENT FOR ITS SEMESTER
003273*AND IS MARKED Y WITH TODAY'S DATE.  NO HISTORY FILE MEANS
003274*NOTHING WAS EVER AMENDED.
003275*-----------------------------------------------------------
003276 6000-AMANDEMEN.
003277     OPEN I-O AMD-FILE.
003278     IF WS-AFS NOT = '00'
003279         DISPLAY 'STANDING: TIDAK ADA AMANDEMEN / NO AMENDMENTS'
003280         GO TO 6000-EXIT
003281     END-IF.
003282     MOVE LOW-VALUES TO AMD-KEY OF AMD-RECORD.
003283     START AMD-FILE KEY NOT < AMD-KEY OF AMD-RECORD
003284         INVALID KEY
003285             SET AMD-EOF TO TRUE
003286     END-START.
003287     PERFORM 6100-SATU-AMANDEMEN THRU 6100-EXIT UNTIL AMD-EOF.
003288     CLOSE AMD-FILE.
003289     MOVE WS-AMD-COUNT TO WS-COUNT-DISP.
003290     DISPLAY 'STANDING: ' WS-COUNT-DISP ' AMENDMENT(S) RE-RATED'.
003291 6000-EXIT.
003292     EXIT.
003293 6100-SATU-AMANDEMEN.
003294     READ AMD-FILE NEXT RECORD
003295         AT END
003296             SET AMD-EOF TO TRUE
003297             GO TO 6100-EXIT
003298     END-READ.
003299     IF STND-SUDAH OF AMD-RECORD
003300         GO TO 6100-EXIT
003301     END-IF.
003302     MOVE AMD-KEY OF AMD-RECORD TO WS-AMD-KEY.
003303     MOVE NPM OF AMD-RECORD TO WS-NPM-SATU.
003304     MOVE SEMESTER-AMD OF AMD-RECORD TO WS-SEMESTER.
003305     PERFORM 1500-RATE-SEMESTER THRU 1500-EXIT.
003306     MOVE WS-AMD-KEY TO AMD-KEY OF AMD-RECORD.
003307     READ AMD-FILE
003308         INVALID KEY
003309             SET AMD-EOF TO TRUE
003310             GO TO 6100-EXIT
003311     END-READ.
003312     MOVE 'Y' TO STND-SW OF AMD-RECORD.
003313     MOVE WS-RUN-DATE-DISP TO TGL-STND OF AMD-RECORD.
003314     REWRITE AMD-RECORD.
003315     ADD 1 TO WS-AMD-COUNT.
003316     START AMD-FILE KEY > AMD-KEY OF AMD-RECORD
003317         INVALID KEY
003318             SET AMD-EOF TO TRUE
003319     END-START.
003320 6100-EXIT.
003321     EXIT.
003322*-----------------------------------------------------------
003323*9000-TERMINATE
003324*-----------------------------------------------------------
003325 9000-TERMINATE.
003326     CLOSE NILAI-FILE.
003327     CLOSE MHS-FILE.
003330     CLOSE STND-FILE.
003340     CLOSE LETTER-FILE.
003342     IF ORTU-OPEN
003344         CLOSE ORTU-FILE
003346     END-IF.
003350     MOVE WS-RUN-COUNT TO WS-COUNT-DISP.
003360     DISPLAY 'STANDING: ' WS-COUNT-DISP ' STUDENT(S) RATED'.
003370     MOVE WS-DEAN-COUNT TO WS-COUNT-DISP.
003380     DISPLAY 'STANDING: ' WS-COUNT-DISP ' DEAN''S LIST'.
003390     MOVE WS-PRB-COUNT TO WS-COUNT-DISP.
003400     DISPLAY 'STANDING: ' WS-COUNT-DISP ' ON PROBATION'.
003401     IF ORTU-OPEN
003402         MOVE WS-ORTU-COUNT TO WS-COUNT-DISP
003403         DISPLAY 'STANDING: ' WS-COUNT-DISP ' GUARDIAN COPIES'
003404     END-IF.
003405     MOVE WS-NTF-COUNT TO WS-COUNT-DISP.
003406     DISPLAY 'STANDING: ' WS-COUNT-DISP ' SMS / EMAIL QUEUED'.
003410     MOVE SPACES TO WS-SUMMARY.
003411     IF MODE-AMANDEMEN
003412         STRING 'AMENDED=' WS-AMD-COUNT
003413             ' RATED=' WS-RUN-COUNT
003414             ' DEAN=' WS-DEAN-COUNT
003415             ' PROB=' WS-PRB-COUNT
003416             DELIMITED BY SIZE INTO WS-SUMMARY
003417         CALL 'AUDITLOG' USING 'STANDING  ' 'END  ' WS-SUMMARY
003418         STOP RUN
003419     END-IF.
003420     STRING 'SMT=' WS-SEMESTER
003430         ' RATED=' WS-RUN-COUNT
003440         ' DEAN=' WS-DEAN-COUNT
