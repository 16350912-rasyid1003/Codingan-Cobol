000140*MODIFICATION HISTORY
000150*DATE       INIT  DESCRIPTION
000160*09/02/2026 RSD   ORIGINAL.
000161*10/15/2026 RSD   A NEGATIVE BAYARLOG AMOUNT (THE REVERSAL
000162*KWITRPR WRITES FOR A VOIDED RECEIPT) NOW
000163*COMES OFF THE SYSTEM TOTAL INSTEAD OF
000164*BEING MISREAD AS A PAYMENT.
000165*10/15/2026 RSD   A MINUS SIGN IN COLUMN 27 (A SEVEN-DIGIT
000166*REVERSAL) ALSO MARKS THE AMOUNT
000167*NEGATIVE.
000170*-----------------------------------------------------------
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. SETTLE.
000610 01  WS-AMT-WHOLE                PIC 9(07).
000620 01  WS-AMT-DEC                  PIC 9(02).
000630 01  WS-AMT-WK                   PIC 9(07)V99.
000640 01  WS-NEG-CT                   PIC 9(02).
000645 01  WS-TOTAL-SISTEM             PIC S9(09)V99 VALUE ZERO.
000650 01  WS-POST-COUNT               PIC 9(05) VALUE ZERO.
000660 01  WS-HITUNG-X                 PIC X(09).
000670 01  WS-HITUNG-NUM               PIC 9(09).
000680 01  WS-HITUNG                   PIC 9(09)V99.
000690 01  WS-SELISIH                  PIC S9(09)V99.
000700 01  WS-TOT-DISP                 PIC Z(8)9.99.
000705 01  WS-SYS-DISP                 PIC -(9)9.99.
000710 01  WS-SEL-DISP                 PIC -(8)9.99.
000720 01  WS-COUNT-DISP               PIC ZZZZ9.
000730 01  WS-TRAIL-CT                 PIC 9(02).
001660*POSTINGS FOR THIS OPERATOR AND COLLECT EARLIER POSTING
001670*DATES STILL TO BE CHECKED AGAINST THE CONTROL FILE.  THE
001680*LOG LINE IS FIXED-COLUMN: AMOUNT IN 28-37, OP= IN 52-59.
001685*A VOID REVERSAL CARRIES A MINUS SIGN AND IS SUBTRACTED;
001687*ON A SEVEN-DIGIT REVERSAL THE SIGN SITS IN COLUMN 27.
001690*-----------------------------------------------------------
001700 3000-TOTAL-HARI.
001710     MOVE 'N' TO WS-EOF-SW.
001900     EVALUATE TRUE
001910         WHEN BAYAR-LOG-LINE(1:10) = WS-TGL-IN
001920             MOVE BAYAR-LOG-LINE(28:10) TO WS-AMT-X
001922             MOVE ZERO TO WS-NEG-CT
001924             INSPECT WS-AMT-X TALLYING WS-NEG-CT FOR ALL '-'
001926                 REPLACING ALL '-' BY SPACE
001927             IF BAYAR-LOG-LINE(27:1) = '-'
001928                 ADD 1 TO WS-NEG-CT
001929             END-IF
001930             INSPECT WS-AMT-X
001940                 REPLACING LEADING SPACES BY ZEROS
001950             MOVE WS-AMT-X(1:7) TO WS-AMT-WHOLE
001960             MOVE WS-AMT-X(9:2) TO WS-AMT-DEC
001970             COMPUTE WS-AMT-WK
001980                 = WS-AMT-WHOLE + WS-AMT-DEC / 100
001990             IF WS-NEG-CT > ZERO
001992                 SUBTRACT WS-AMT-WK FROM WS-TOTAL-SISTEM
001994             ELSE
001996                 ADD WS-AMT-WK TO WS-TOTAL-SISTEM
001998             END-IF
002000             ADD 1 TO WS-POST-COUNT
002010         WHEN BAYAR-LOG-LINE(1:10) < WS-TGL-IN
002020             PERFORM 3200-SIMPAN-TGL THRU 3200-EXIT
002800*SLIP AND THE CONTROL LINE.
002810*-----------------------------------------------------------
002820 5000-TUTUP-HARI.
002830     MOVE WS-TOTAL-SISTEM TO WS-SYS-DISP.
002840     MOVE WS-POST-COUNT TO WS-COUNT-DISP.
002850     DISPLAY 'SETORAN / POSTINGS : ' WS-COUNT-DISP.
002860     DISPLAY 'TOTAL SISTEM / SYSTEM TOTAL : ' WS-SYS-DISP.
002870     SET FIELD-BAD TO TRUE.
002880     PERFORM 5100-ACCEPT-HITUNG THRU 5100-EXIT UNTIL FIELD-OK.
002890     COMPUTE WS-SELISIH = WS-HITUNG - WS-TOTAL-SISTEM.
003370     STRING 'SETORAN / POSTINGS : ' WS-COUNT-DISP
003380         DELIMITED BY SIZE INTO SLIP-LINE.
003390     WRITE SLIP-LINE.
003400     MOVE WS-TOTAL-SISTEM TO WS-SYS-DISP.
003410     MOVE SPACES TO SLIP-LINE.
003420     STRING 'TOTAL SISTEM / SYSTEM  :' WS-SYS-DISP
003430         DELIMITED BY SIZE INTO SLIP-LINE.
003440     WRITE SLIP-LINE.
003450     MOVE WS-HITUNG TO WS-TOT-DISP.
003700     MOVE SPACES TO SETL-LINE.
003710     MOVE WS-TGL-IN TO SETL-LINE(1:10).
003720     MOVE WS-OPER-ID TO SETL-LINE(12:8).
003730     MOVE WS-TOTAL-SISTEM TO WS-SYS-DISP.
003740     MOVE WS-SYS-DISP TO SETL-LINE(20:13).
003750     MOVE WS-HITUNG TO WS-TOT-DISP.
003760     MOVE WS-TOT-DISP TO SETL-LINE(34:12).
003770     MOVE WS-SEL-DISP TO SETL-LINE(47:13).
