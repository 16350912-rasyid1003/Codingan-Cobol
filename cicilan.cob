000110*RESTATING THE PLAN.  BAYAR POSTS PAYMENTS AGAINST THE
000120*OLDEST OPEN INSTALLMENT, THE MONTHLY DENDA RUN FLAGS
000130*MISSED DUE DATES AND ASSESSES THE LATE FEE, AND TUNGGAK
000140*AGES THE ARREARS FROM THE SCHEDULE.  THE FIRST DUE DATE
000143*DEFAULTS TO THE SEMESTER'S TGL-JATUH-BAYAR ON THE KALMST
000146*ACADEMIC CALENDAR (SEE KALCEK) WHEN IT IS LEFT BLANK.
000150*-----------------------------------------------------------
000160*MODIFICATION HISTORY
000170*DATE       INIT  DESCRIPTION
000180*09/02/2026 RSD   ORIGINAL.
000183*10/15/2026 RSD   FIRST DUE DATE DEFAULTS FROM THE ACADEMIC
000186*CALENDAR FEE DUE DATE.
000190*-----------------------------------------------------------
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. CICILAN.
000660 01  WS-TGL-YY                   PIC 9(04).
000670 01  WS-TGL-MM                   PIC 9(02).
000680 01  WS-TGL-DD                   PIC 9(02).
000681 01  WS-TGL-DEFAULT              PIC X(10).
000682 01  WS-KAL-SEMESTER             PIC 9(02).
000683 01  WS-KAL-HASIL                PIC X(01).
000684 01  WS-KAL-RECORD.
000685         COPY KALREC.
000690 01  WS-SISA                     PIC S9(07)V99.
000700 01  WS-SISA-DISP                PIC -(6)9.99.
000710 01  WS-PER-CICIL                PIC 9(07)V99.
001670     EXIT.
001680*-----------------------------------------------------------
001690*2300-ACCEPT-PLAN  -  1-12 INSTALLMENTS AND A PLAUSIBLE
001700*YYYY-MM-DD FIRST DUE DATE, EACH RE-PROMPTED.  THE
001705*CALENDAR FEE DUE DATE, IF ANY, IS OFFERED AS THE DEFAULT.
001710*-----------------------------------------------------------
001720 2300-ACCEPT-PLAN.
001730     SET FIELD-BAD TO TRUE.
001740     PERFORM 2350-ACCEPT-JUMLAH THRU 2350-EXIT UNTIL FIELD-OK.
001741     MOVE SPACES TO WS-TGL-DEFAULT.
001742     MOVE WS-SEMESTER TO WS-KAL-SEMESTER.
001743     CALL 'KALCEK' USING WS-KAL-SEMESTER WS-KAL-RECORD
001744         WS-KAL-HASIL.
001745     IF WS-KAL-HASIL = 'Y'
001746         MOVE TGL-JATUH-BAYAR OF WS-KAL-RECORD TO WS-TGL-DEFAULT
001747     END-IF.
001750     SET FIELD-BAD TO TRUE.
001760     PERFORM 2370-ACCEPT-TGL THRU 2370-EXIT UNTIL FIELD-OK.
001770 2300-EXIT.
002000 2350-EXIT.
002010     EXIT.
002020 2370-ACCEPT-TGL.
002030     IF WS-TGL-DEFAULT = SPACES
002040         DISPLAY 'JATUH TEMPO PERTAMA / FIRST DUE (YYYY-MM-DD) : '
002041             WITH NO ADVANCING
002042     ELSE
002043         DISPLAY 'JATUH TEMPO PERTAMA / FIRST DUE (YYYY-MM-DD) ['
002044             WS-TGL-DEFAULT '] : ' WITH NO ADVANCING
002045     END-IF.
002050     MOVE SPACES TO WS-TGL-IN.
002060     ACCEPT WS-TGL-IN.
002062     IF WS-TGL-IN = SPACES
002064         MOVE WS-TGL-DEFAULT TO WS-TGL-IN
002066     END-IF.
002070     IF WS-TGL-IN(1:4) NUMERIC
002080         AND WS-TGL-IN(5:1) = '-'
002090         AND WS-TGL-IN(6:2) NUMERIC
