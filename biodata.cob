000070*THE MATCHING RECORD INSTEAD OF WRITING A DUPLICATE.  A
000080*HEADERED, PAGINATED CONFIRMATION FORM IS PRINTED AFTER
000090*EACH SAVE.  SCREEN TEXT IS BILINGUAL (INDONESIAN/ENGLISH)
000100*VIA MSG-TABLE (MSGTAB COPYBOOK).  A STATUS CHANGE TO A OR C
000101*ON A STUDENT WITH AN ACTIVE HOLD ON HOLDMST (SEE HOLDCEK)
000102*IS REFUSED WITH THE HOLD REASON; L IS REFUSED THROUGH THE
000103*GRADCEK AUDIT, WHICH CHECKS HOLDS TOO.  D IS LEFT OPEN SO
000104*A HELD STUDENT CAN STILL BE WITHDRAWN.  ONCE THE NPM IS ON
000105*FILE THE OPERATOR IS OFFERED THE PARENT / GUARDIAN DETAILS
000106*(ORTUMNT, ORTUMST FILE).
000110*-----------------------------------------------------------
000120*MODIFICATION HISTORY
000130*DATE       INIT  DESCRIPTION
000360*REFUSED WITH THE FAILING REASON WHEN THE
000370*AUDIT SAYS NO - NO MORE GRADUATING ON
000380*THE OPERATOR'S SAY-SO.
000382*10/15/2026 RSD   STATUS CHANGE TO A OR C REFUSED WHILE THE
000384*STUDENT HAS AN ACTIVE HOLD.
000386*10/15/2026 RSD   AFTER EACH NPM THE OPERATOR MAY OPEN THE
000388*PARENT / GUARDIAN DETAILS (ORTUMNT).
000390*-----------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. IDENTITAS.
000860         05  WS-VALID-SW             PIC X(01) VALUE 'N'.
000870             88  FIELD-OK                 VALUE 'Y'.
000880             88  FIELD-BAD                VALUE 'N'.
000882         05  WS-ORTU-SW              PIC X(01) VALUE 'N'.
000884             88  WANT-ORTU                VALUE 'Y' 'y'.
000886             88  NO-ORTU                  VALUE 'T' 't' 'N' 'n'.
000890 01  WS-STATUS-IN                PIC X(01).
000900         88  STATUS-IN-AKTIF          VALUE 'A' 'a'.
000910         88  STATUS-IN-CUTI           VALUE 'C' 'c'.
001160 01  WS-EXC-FIELD                PIC X(15).
001170 01  WS-EXC-DETAIL                PIC X(50).
001180 01  WS-EXC-SEV                  PIC X(01).
001182 01  WS-STATUS-BARU              PIC X(01).
001184 01  WS-HOLD-HASIL               PIC X(01).
001186 01  WS-HOLD-ALASAN              PIC X(50).
001190 SCREEN SECTION.
001200 01  CLR-SCR
001210     BLANK SCREEN.
001500         PERFORM 6100-WRITE-RECORD THRU 6100-EXIT
001510         PERFORM 7000-PRINT-CONFIRM THRU 7000-EXIT
001520     END-IF.
001525     PERFORM 1960-TANYA-ORTU THRU 1960-EXIT.
001530     PERFORM 1950-TANYA-LAGI THRU 1950-EXIT.
001540 1900-EXIT.
001550     EXIT.
001720 1950-EXIT.
001730     EXIT.
001740*-----------------------------------------------------------
001741*1960-TANYA-ORTU  -  OFFER THE PARENT / GUARDIAN DETAILS FOR
001742*THE NPM JUST HANDLED.  ONLY AN NPM ON THE MASTER - A NEW
001743*ONE JUST SAVED OR AN EXISTING ONE, CHANGED OR NOT.
001744*-----------------------------------------------------------
001745 1960-TANYA-ORTU.
001746     MOVE 'X' TO WS-ORTU-SW.
001747     PERFORM 1970-ASK-ORTU THRU 1970-EXIT
001748         UNTIL WANT-ORTU OR NO-ORTU.
001749     IF WANT-ORTU
001750         CALL 'ORTUMNT' USING NPM OF MHS-WS
001751     END-IF.
001752 1960-EXIT.
001753     EXIT.
001754 1970-ASK-ORTU.
001755     SET MSG-X TO 106.
001756     PERFORM 1800-GET-MSG THRU 1800-EXIT.
001757     DISPLAY MSG-OUT WITH NO ADVANCING.
001758     ACCEPT WS-ORTU-SW.
001759     IF NOT WANT-ORTU AND NOT NO-ORTU
001760         SET MSG-X TO 6
001761         PERFORM 1800-GET-MSG THRU 1800-EXIT
001762         DISPLAY MSG-OUT
001763     END-IF.
001764 1970-EXIT.
001765     EXIT.
001766*-----------------------------------------------------------
001767*1000-INITIALIZE  -  CLEAR SCREEN, LOAD MESSAGES, PICK
001768*LANGUAGE, OPEN THE MASTER FILE.
001770*-----------------------------------------------------------
001780 1000-INITIALIZE.
001790     DISPLAY CLR-SCR.
002570         TO MSG-TEXT-INDO(104).
002580     MOVE 'DEGREE AUDIT FAILED, STATUS L REFUSED:'
002590         TO MSG-TEXT-ENGL(104).
002591     MOVE 'MAHASISWA DIBLOKIR, STATUS TIDAK DIUBAH:'
002592         TO MSG-TEXT-INDO(105).
002593     MOVE 'STUDENT ON HOLD, STATUS NOT CHANGED:'
002594         TO MSG-TEXT-ENGL(105).
002595     MOVE 'DATA ORANG TUA / WALI? (Y/T) : '
002596         TO MSG-TEXT-INDO(106).
002597     MOVE 'PARENT / GUARDIAN DETAILS? (Y/N) : '
002598         TO MSG-TEXT-ENGL(106).
002600 1050-EXIT.
002610     EXIT.
002620*-----------------------------------------------------------
004870             END-IF
004880             SET FIELD-OK TO TRUE
004890         WHEN STATUS-IN-AKTIF
004900             MOVE 'A' TO WS-STATUS-BARU
004910             PERFORM 5320-CEK-BLOKIR THRU 5320-EXIT
004920         WHEN STATUS-IN-CUTI
004930             MOVE 'C' TO WS-STATUS-BARU
004940             PERFORM 5320-CEK-BLOKIR THRU 5320-EXIT
004950         WHEN STATUS-IN-LULUS
004960             PERFORM 5350-CEK-LULUS THRU 5350-EXIT
004970         WHEN STATUS-IN-DO
005110 5300-EXIT.
005120     EXIT.
005130*-----------------------------------------------------------
005131*5320-CEK-BLOKIR  -  A CHANGE OF STATUS ON A RECORD ALREADY
005132*ON FILE NEEDS A STUDENT WITH NO ACTIVE HOLD.  A NEW RECORD,
005133*OR THE STATUS ALREADY ON FILE KEYED AGAIN, IS NO CHANGE.
005134*A REFUSAL RE-PROMPTS THE STATUS.
005135*-----------------------------------------------------------
005136 5320-CEK-BLOKIR.
005137     IF STATUS-MHS OF MHS-WS = SPACE
005138         OR STATUS-MHS OF MHS-WS = WS-STATUS-BARU
005139         MOVE WS-STATUS-BARU TO STATUS-MHS OF MHS-WS
005140         SET FIELD-OK TO TRUE
005141         GO TO 5320-EXIT
005142     END-IF.
005143     CALL 'HOLDCEK' USING NPM OF MHS-WS
005144         WS-HOLD-HASIL WS-HOLD-ALASAN.
005145     IF WS-HOLD-HASIL = 'Y'
005146         MOVE WS-STATUS-BARU TO STATUS-MHS OF MHS-WS
005147         SET FIELD-OK TO TRUE
005148     ELSE
005149         SET FIELD-BAD TO TRUE
005150         SET MSG-X TO 105
005151         PERFORM 1800-GET-MSG THRU 1800-EXIT
005152         DISPLAY MSG-OUT
005153         DISPLAY '  ' WS-HOLD-ALASAN
005154         MOVE 'STATUS' TO WS-EXC-FIELD
005155         MOVE WS-HOLD-ALASAN TO WS-EXC-DETAIL
005156         MOVE 'W' TO WS-EXC-SEV
005157         CALL 'EXCPRPT' USING 'IDENTITAS '
005158             WS-EXC-FIELD WS-EXC-DETAIL WS-EXC-SEV
005159     END-IF.
005160 5320-EXIT.
005161     EXIT.
005162*-----------------------------------------------------------
005163*5350-CEK-LULUS  -  L (LULUS) MUST CLEAR THE GRADCEK DEGREE
005164*AUDIT: SKS EARNED, NO FAILING WAJIB COURSES, TUITION PAID
005165*UP.  A REFUSED L RE-PROMPTS THE STATUS, SO THE OPERATOR
005170*CAN LEAVE THE STUDENT AKTIF AND SEND THE CASE UPSTAIRS.
005180*-----------------------------------------------------------
005190 5350-CEK-LULUS.
