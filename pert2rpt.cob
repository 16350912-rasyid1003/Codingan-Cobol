000110*REPORTED ON ITS OWN.  RESULT LINES WRITTEN BEFORE PERT2
000120*STAMPED THE DATE ARE COUNTED ONLY WHEN NO FROM DATE IS
000130*GIVEN, AND ARE TOTALLED SEPARATELY AS UNDATED.
000131*THE PRK LINES PRAKTIK WRITES FOR GRADED PRACTICUM ANSWERS
000132*ARE KEPT OUT OF THE USAGE FIGURES.  A THIRD SYSIN ANSWER
000133*ASKS FOR THE PRACTICUM SECTIONS OVER THE SAME DATE RANGE -
000134*S PER STUDENT (NPM AND SET), E PER EXERCISE (SET AND
000135*QUESTION NUMBER), B BOTH, BLANK NONE.
000140*-----------------------------------------------------------
000150*MODIFICATION HISTORY
000160*DATE       INIT  DESCRIPTION
000170*08/22/2026 RSD   ORIGINAL.
000172*10/15/2026 RSD   PRACTICUM RESULTS PER STUDENT AND PER
000174*EXERCISE FROM THE PRAKTIK PRK LINES;
000176*PRK LINES SKIPPED IN THE USAGE FIGURES.
000180*-----------------------------------------------------------
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PERT2RPT.
000440         88  RES-EOF                     VALUE 'Y'.
000450 01  WS-FROM-DATE                PIC X(10).
000460 01  WS-TO-DATE                  PIC X(10).
000462 01  WS-PRK-OPSI                 PIC X(01).
000464         88  PRK-PER-MHS                 VALUE 'S' 'B'.
000466         88  PRK-PER-SOAL                VALUE 'E' 'B'.
000468         88  PRK-OPSI-OK                 VALUE 'S' 'E' 'B' ' '.
000470 01  WS-LINE-DATE                PIC X(10).
000480 01  WS-LINE-BODY                PIC X(92).
000490 01  WS-PIL-X                    PIC 9(01).
000720 01  WS-PIL-TABEL.
000730         05  WS-PIL-COUNT OCCURS 9 TIMES
000740                                     PIC 9(05) VALUE ZERO.
000741 01  WS-PRK-NPM                  PIC X(08).
000742 01  WS-PRK-SET                  PIC X(06).
000743 01  WS-PRK-NO                   PIC X(02).
000744 01  WS-PRK-OK                   PIC X(01).
000745 01  WS-PRK-COUNT                PIC 9(05) VALUE ZERO.
000746 01  WS-PRK-LEWAT                PIC 9(05) VALUE ZERO.
000747 01  WS-PERSEN                   PIC 9(03).
000748 01  WS-PERSEN-DISP              PIC ZZ9.
000749 01  WS-BENAR-DISP               PIC ZZZZ9.
000750 01  WS-PM-X                     PIC 9(04) COMP.
000751 01  WS-PM-MAX                   PIC 9(04) COMP VALUE ZERO.
000752 01  WS-PM-HIT                   PIC 9(04) COMP.
000753 01  WS-PRK-MHS-TABEL.
000754         05  WS-PM-ENTRY OCCURS 999 TIMES.
000755             10  WS-PM-NPM           PIC X(08).
000756             10  WS-PM-SET           PIC X(06).
000757             10  WS-PM-JAWAB         PIC 9(05).
000758             10  WS-PM-BENAR         PIC 9(05).
000759 01  WS-PS-X                     PIC 9(04) COMP.
000760 01  WS-PS-MAX                   PIC 9(04) COMP VALUE ZERO.
000761 01  WS-PS-HIT                   PIC 9(04) COMP.
000762 01  WS-PRK-SOAL-TABEL.
000763         05  WS-PS-ENTRY OCCURS 500 TIMES.
000764             10  WS-PS-SET           PIC X(06).
000765             10  WS-PS-NO            PIC X(02).
000766             10  WS-PS-JAWAB         PIC 9(05).
000767             10  WS-PS-BENAR         PIC 9(05).
000768*-----------------------------------------------------------
000769*0000-MAINLINE
000770*-----------------------------------------------------------
000780 PROCEDURE DIVISION.
000790 0000-MAINLINE.
000950         WITH NO ADVANCING.
000960     MOVE SPACES TO WS-TO-DATE.
000970     ACCEPT WS-TO-DATE.
000973     MOVE 'X' TO WS-PRK-OPSI.
000976     PERFORM 1100-ASK-PRK THRU 1100-EXIT UNTIL PRK-OPSI-OK.
000980     OPEN INPUT RESULT-FILE.
000990     IF WS-RES-FS NOT = '00'
001000         DISPLAY 'PERT2RPT: PERT2RES TIDAK ADA / NOT FOUND'
001030     OPEN OUTPUT STAT-RPT.
001040 1000-EXIT.
001050     EXIT.
001051 1100-ASK-PRK.
001052     DISPLAY 'SEKSI PRAKTIKUM / PRACTICUM SECTIONS '
001053         '(S=MHS E=SOAL B=KEDUANYA, KOSONG=TIDAK) : '
001054         WITH NO ADVANCING.
001055     MOVE SPACES TO WS-PRK-OPSI.
001056     ACCEPT WS-PRK-OPSI.
001057 1100-EXIT.
001058     EXIT.
001060 2000-READ-RESULT.
001070     READ RESULT-FILE
001080         AT END
001460         AND WS-LINE-DATE > WS-TO-DATE
001470         GO TO 3100-EXIT
001480     END-IF.
001482     IF WS-LINE-BODY(1:4) = 'PRK '
001484         PERFORM 3400-PARSE-PRK THRU 3400-EXIT
001486         GO TO 3100-EXIT
001488     END-IF.
001490     PERFORM 3200-PARSE-BODY THRU 3200-EXIT.
001500 3100-EXIT.
001510     EXIT.
002240 3350-EXIT.
002250     EXIT.
002260*-----------------------------------------------------------
002261*3400-PARSE-PRK  -  PRAKTIK ANSWER LINE, FIXED COLUMNS IN THE
002262*BODY: 'PRK NPM=nnnnnnnn SET=ssssss NO=nn OK=Y ...'.  ONE
002263*ANSWER COUNTS TOWARDS ITS NPM/SET AND ITS SET/QUESTION.
002264*-----------------------------------------------------------
002265 3400-PARSE-PRK.
002266     IF WS-LINE-BODY(5:4) NOT = 'NPM='
002267         OR WS-LINE-BODY(18:4) NOT = 'SET='
002268         OR WS-LINE-BODY(29:3) NOT = 'NO='
002269         OR WS-LINE-BODY(35:3) NOT = 'OK='
002270         ADD 1 TO WS-BAD-COUNT
002271         GO TO 3400-EXIT
002272     END-IF.
002273     MOVE WS-LINE-BODY(9:8) TO WS-PRK-NPM.
002274     MOVE WS-LINE-BODY(22:6) TO WS-PRK-SET.
002275     MOVE WS-LINE-BODY(32:2) TO WS-PRK-NO.
002276     MOVE WS-LINE-BODY(38:1) TO WS-PRK-OK.
002277     ADD 1 TO WS-PRK-COUNT.
002278     PERFORM 3500-TALLY-MHS THRU 3500-EXIT.
002279     PERFORM 3600-TALLY-SOAL THRU 3600-EXIT.
002280 3400-EXIT.
002281     EXIT.
002282*-----------------------------------------------------------
002283*3500-TALLY-MHS / 3600-TALLY-SOAL  -  SERIAL SEARCH AS IN
002284*3300; AN ANSWER THAT FINDS A FULL TABLE IS COUNTED AS NOT
002285*TABULATED AND SHOWN IN THE TOTALS.
002286*-----------------------------------------------------------
002287 3500-TALLY-MHS.
002288     MOVE ZERO TO WS-PM-HIT.
002289     IF WS-PM-MAX > ZERO
002290         PERFORM 3550-CARI-MHS THRU 3550-EXIT
002291             VARYING WS-PM-X FROM 1 BY 1
002292             UNTIL WS-PM-X > WS-PM-MAX OR WS-PM-HIT > ZERO
002293     END-IF.
002294     IF WS-PM-HIT = ZERO
002295         IF WS-PM-MAX < 999
002296             ADD 1 TO WS-PM-MAX
002297             MOVE WS-PRK-NPM TO WS-PM-NPM(WS-PM-MAX)
002298             MOVE WS-PRK-SET TO WS-PM-SET(WS-PM-MAX)
002299             MOVE ZERO TO WS-PM-JAWAB(WS-PM-MAX)
002300             MOVE ZERO TO WS-PM-BENAR(WS-PM-MAX)
002301             MOVE WS-PM-MAX TO WS-PM-HIT
002302         ELSE
002303             ADD 1 TO WS-PRK-LEWAT
002304             GO TO 3500-EXIT
002305         END-IF
002306     END-IF.
002307     ADD 1 TO WS-PM-JAWAB(WS-PM-HIT).
002308     IF WS-PRK-OK = 'Y'
002309         ADD 1 TO WS-PM-BENAR(WS-PM-HIT)
002310     END-IF.
002311 3500-EXIT.
002312     EXIT.
002313 3550-CARI-MHS.
002314     IF WS-PM-NPM(WS-PM-X) = WS-PRK-NPM
002315         AND WS-PM-SET(WS-PM-X) = WS-PRK-SET
002316         MOVE WS-PM-X TO WS-PM-HIT
002317     END-IF.
002318 3550-EXIT.
002319     EXIT.
002320 3600-TALLY-SOAL.
002321     MOVE ZERO TO WS-PS-HIT.
002322     IF WS-PS-MAX > ZERO
002323         PERFORM 3650-CARI-SOAL THRU 3650-EXIT
002324             VARYING WS-PS-X FROM 1 BY 1
002325             UNTIL WS-PS-X > WS-PS-MAX OR WS-PS-HIT > ZERO
002326     END-IF.
002327     IF WS-PS-HIT = ZERO
002328         IF WS-PS-MAX < 500
002329             ADD 1 TO WS-PS-MAX
002330             MOVE WS-PRK-SET TO WS-PS-SET(WS-PS-MAX)
002331             MOVE WS-PRK-NO TO WS-PS-NO(WS-PS-MAX)
002332             MOVE ZERO TO WS-PS-JAWAB(WS-PS-MAX)
002333             MOVE ZERO TO WS-PS-BENAR(WS-PS-MAX)
002334             MOVE WS-PS-MAX TO WS-PS-HIT
002335         ELSE
002336             ADD 1 TO WS-PRK-LEWAT
002337             GO TO 3600-EXIT
002338         END-IF
002339     END-IF.
002340     ADD 1 TO WS-PS-JAWAB(WS-PS-HIT).
002341     IF WS-PRK-OK = 'Y'
002342         ADD 1 TO WS-PS-BENAR(WS-PS-HIT)
002343     END-IF.
002344 3600-EXIT.
002345     EXIT.
002346 3650-CARI-SOAL.
002347     IF WS-PS-SET(WS-PS-X) = WS-PRK-SET
002348         AND WS-PS-NO(WS-PS-X) = WS-PRK-NO
002349         MOVE WS-PS-X TO WS-PS-HIT
002350     END-IF.
002351 3650-EXIT.
002352     EXIT.
002353*-----------------------------------------------------------
002354*4000-PRINT-REPORT
002355*-----------------------------------------------------------
002356 4000-PRINT-REPORT.
002357     MOVE SPACES TO RPT-LINE.
002358     MOVE 'STATISTIK PEMAKAIAN PERT2 / PERT2 USAGE STATISTICS'
002359         TO RPT-LINE.
002360     WRITE RPT-LINE.
002361     MOVE SPACES TO RPT-LINE.
002362     STRING 'RENTANG / RANGE : ' WS-FROM-DATE
002363         ' S/D ' WS-TO-DATE
002370         DELIMITED BY SIZE INTO RPT-LINE.
002380     WRITE RPT-LINE.
002390     MOVE ALL '-' TO RPT-LINE.
002720     STRING 'TIDAK TERURAI / UNPARSABLE LINES     : '
002730         WS-COUNT-DISP DELIMITED BY SIZE INTO RPT-LINE.
002740     WRITE RPT-LINE.
002741     IF PRK-PER-MHS
002742         PERFORM 4500-PRK-MHS THRU 4500-EXIT
002743     END-IF.
002744     IF PRK-PER-SOAL
002745         PERFORM 4600-PRK-SOAL THRU 4600-EXIT
002746     END-IF.
002747     IF WS-PRK-OPSI NOT = SPACE
002748         MOVE ALL '-' TO RPT-LINE
002749         WRITE RPT-LINE
002750         MOVE WS-PRK-COUNT TO WS-COUNT-DISP
002751         MOVE SPACES TO RPT-LINE
002752         STRING 'JAWABAN PRAKTIKUM / PRACTICUM ANSWERS : '
002753             WS-COUNT-DISP DELIMITED BY SIZE INTO RPT-LINE
002754         WRITE RPT-LINE
002755         MOVE WS-PRK-LEWAT TO WS-COUNT-DISP
002756         MOVE SPACES TO RPT-LINE
002757         STRING 'TABEL PENUH / NOT TABULATED (TABLE)  : '
002758             WS-COUNT-DISP DELIMITED BY SIZE INTO RPT-LINE
002759         WRITE RPT-LINE
002760     END-IF.
002761 4000-EXIT.
002762     EXIT.
002770 4100-SHAPE-LINE.
002780     MOVE WS-SHP-COUNT(WS-SHP-X) TO WS-COUNT-DISP.
002790     MOVE SPACES TO RPT-LINE.
003010 4200-EXIT.
003020     EXIT.
003030*-----------------------------------------------------------
003031*4500-PRK-MHS  -  ONE LINE PER STUDENT AND SET, IN THE ORDER
003032*THE SESSIONS WERE TAKEN.
003033*-----------------------------------------------------------
003034 4500-PRK-MHS.
003035     MOVE ALL '-' TO RPT-LINE.
003036     WRITE RPT-LINE.
003037     MOVE 'HASIL PRAKTIKUM PER MAHASISWA / PRACTICUM BY STUDENT'
003038         TO RPT-LINE.
003039     WRITE RPT-LINE.
003040     IF WS-PM-MAX = ZERO
003041         MOVE 'TIDAK ADA DATA / NO PRACTICUM RESULTS IN RANGE'
003042             TO RPT-LINE
003043         WRITE RPT-LINE
003044     ELSE
003045         PERFORM 4550-PRK-MHS-LINE THRU 4550-EXIT
003046             VARYING WS-PM-X FROM 1 BY 1
003047             UNTIL WS-PM-X > WS-PM-MAX
003048     END-IF.
003049 4500-EXIT.
003050     EXIT.
003051 4550-PRK-MHS-LINE.
003052     MOVE WS-PM-JAWAB(WS-PM-X) TO WS-COUNT-DISP.
003053     MOVE WS-PM-BENAR(WS-PM-X) TO WS-BENAR-DISP.
003054     COMPUTE WS-PERSEN ROUNDED =
003055         WS-PM-BENAR(WS-PM-X) * 100 / WS-PM-JAWAB(WS-PM-X).
003056     MOVE WS-PERSEN TO WS-PERSEN-DISP.
003057     MOVE SPACES TO RPT-LINE.
003058     STRING 'NPM : ' WS-PM-NPM(WS-PM-X)
003059         '  SET : ' WS-PM-SET(WS-PM-X)
003060         '  SOAL : ' WS-COUNT-DISP
003061         '  BENAR : ' WS-BENAR-DISP
003062         '  SKOR : ' WS-PERSEN-DISP
003063         DELIMITED BY SIZE INTO RPT-LINE.
003064     WRITE RPT-LINE.
003065 4550-EXIT.
003066     EXIT.
003067*-----------------------------------------------------------
003068*4600-PRK-SOAL  -  ONE LINE PER SET AND QUESTION, SO THE LAB
003069*COORDINATOR CAN SEE WHICH QUESTIONS ARE MISSED MOST.
003070*-----------------------------------------------------------
003071 4600-PRK-SOAL.
003072     MOVE ALL '-' TO RPT-LINE.
003073     WRITE RPT-LINE.
003074     MOVE 'HASIL PRAKTIKUM PER SOAL / PRACTICUM BY EXERCISE'
003075         TO RPT-LINE.
003076     WRITE RPT-LINE.
003077     IF WS-PS-MAX = ZERO
003078         MOVE 'TIDAK ADA DATA / NO PRACTICUM RESULTS IN RANGE'
003079             TO RPT-LINE
003080         WRITE RPT-LINE
003081     ELSE
003082         PERFORM 4650-PRK-SOAL-LINE THRU 4650-EXIT
003083             VARYING WS-PS-X FROM 1 BY 1
003084             UNTIL WS-PS-X > WS-PS-MAX
003085     END-IF.
003086 4600-EXIT.
003087     EXIT.
003088 4650-PRK-SOAL-LINE.
003089     MOVE WS-PS-JAWAB(WS-PS-X) TO WS-COUNT-DISP.
003090     MOVE WS-PS-BENAR(WS-PS-X) TO WS-BENAR-DISP.
003091     COMPUTE WS-PERSEN ROUNDED =
003092         WS-PS-BENAR(WS-PS-X) * 100 / WS-PS-JAWAB(WS-PS-X).
003093     MOVE WS-PERSEN TO WS-PERSEN-DISP.
003094     MOVE SPACES TO RPT-LINE.
003095     STRING 'SET : ' WS-PS-SET(WS-PS-X)
003096         '  NO : ' WS-PS-NO(WS-PS-X)
003097         '  DIJAWAB : ' WS-COUNT-DISP
003098         '  BENAR : ' WS-BENAR-DISP
003099         '  PERSEN BENAR : ' WS-PERSEN-DISP
003100         DELIMITED BY SIZE INTO RPT-LINE.
003101     WRITE RPT-LINE.
003102 4650-EXIT.
003103     EXIT.
003104*-----------------------------------------------------------
003105*9000-TERMINATE
003106*-----------------------------------------------------------
003107 9000-TERMINATE.
003108     CLOSE RESULT-FILE.
003109     CLOSE STAT-RPT.
003110     MOVE WS-READ-COUNT TO WS-COUNT-DISP.
003111     DISPLAY 'PERT2RPT: ' WS-COUNT-DISP ' LINE(S) READ'.
003112     DISPLAY 'PERT2RPT SELESAI.'.
003120     STOP RUN.
003130 9000-EXIT.
003140     EXIT.
