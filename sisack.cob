000110*PERIOD, PLUS COUNTS PER STATUS, SO A LOST INTERFACE FILE
000120*SHOWS UP BEFORE A STUDENT DOES.  AN ACKNOWLEDGMENT FOR
000130*AN NPM NEVER EXPORTED IS REPORTED THROUGH EXCPRPT.
000132*A STUDENT WHOSE RECORD THE SIS REJECTED IS TOLD BY SMS AND
000134*EMAIL THROUGH NTFKIRIM (TEMPLATE SISR, WITH THE SIS TEXT)
000136*SO THE WRONG BIODATA IS CORRECTED AT THE DESK.
000140*-----------------------------------------------------------
000150*MODIFICATION HISTORY
000160*DATE       INIT  DESCRIPTION
000170*08/22/2026 RSD   ORIGINAL.
000173*10/15/2026 RSD   A REJECTION IS QUEUED TO THE STUDENT AS
000176*SMS / EMAIL THROUGH NTFKIRIM.
000180*-----------------------------------------------------------
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SISACK.
000840 01  WS-EXC-FIELD                PIC X(15).
000850 01  WS-EXC-DETAIL               PIC X(50).
000860 01  WS-EXC-SEV                  PIC X(01).
000861 01  WS-NTF-COUNT                PIC 9(05) VALUE ZERO.
000862 01  WS-NTF-JUMLAH               PIC 9(01).
000863 01  WS-NTF-VAR1                 PIC X(40).
000864 01  WS-NTF-VAR2                 PIC X(40).
000865 01  WS-NTF-VAR3                 PIC X(40).
000870*-----------------------------------------------------------
000880*0000-MAINLINE
000890*-----------------------------------------------------------
002140         MOVE 'R' TO EXP-STATUS OF EXPS-RECORD
002150         MOVE WS-ACK-TEXT TO SIS-ERROR-TEXT OF EXPS-RECORD
002160         ADD 1 TO WS-REJ-COUNT
002165         PERFORM 2300-KIRIM-NOTIF THRU 2300-EXIT
002170     END-IF.
002180     MOVE WS-RUN-DATE-DISP TO TGL-AKU OF EXPS-RECORD.
002190     REWRITE EXPS-RECORD.
002220 2200-EXIT.
002230     EXIT.
002240*-----------------------------------------------------------
002241*2300-KIRIM-NOTIF  -  TELL THE STUDENT THE SIS REJECTED THE
002242*RECORD: TEMPLATE SISR WITH THE SIS ERROR TEXT.
002243*-----------------------------------------------------------
002244 2300-KIRIM-NOTIF.
002245     MOVE WS-ACK-TEXT TO WS-NTF-VAR1.
002246     MOVE SPACES TO WS-NTF-VAR2.
002247     MOVE SPACES TO WS-NTF-VAR3.
002248     CALL 'NTFKIRIM' USING 'SISACK    ' WS-ACK-NPM
002249         'B' 'SISR' WS-NTF-VAR1 WS-NTF-VAR2 WS-NTF-VAR3
002250         WS-NTF-JUMLAH.
002251     ADD WS-NTF-JUMLAH TO WS-NTF-COUNT.
002252 2300-EXIT.
002253     EXIT.
002254*-----------------------------------------------------------
002255*5000-AGING-REPORT  -  FULL PASS OVER EXPSTAT: OVERDUE
002260*SENT ENTRIES LISTED, EVERYTHING COUNTED.
002270*-----------------------------------------------------------
002280 5000-AGING-REPORT.
003160     DISPLAY 'SISACK: ' WS-COUNT-DISP ' REJECTED'.
003170     MOVE WS-UNK-COUNT TO WS-COUNT-DISP.
003180     DISPLAY 'SISACK: ' WS-COUNT-DISP ' UNKNOWN NPM(S)'.
003183     MOVE WS-NTF-COUNT TO WS-COUNT-DISP.
003186     DISPLAY 'SISACK: ' WS-COUNT-DISP ' SMS / EMAIL QUEUED'.
003190     MOVE SPACES TO WS-SUMMARY.
003200     STRING 'CONFIRMED=' WS-CONF-COUNT
003210         ' REJECTED=' WS-REJ-COUNT
