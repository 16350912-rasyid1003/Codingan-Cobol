000070*KWITDAY: ONE LINE PER REGISTER ENTRY, THE NUMBER RANGE
000080*ISSUED THAT DAY, AND EVERY VOIDED NUMBER LISTED, SO
000090*FINANCE CAN PROVE THE SEQUENCE RAN GAP-FREE.
000093*THE FOOT ALSO CARRIES THE AMOUNTS ISSUED AND VOIDED, WHICH
000096*THE GLEXTR GENERAL-LEDGER CONTROL REPORT TIES TO.
000100*-----------------------------------------------------------
000110*MODIFICATION HISTORY
000120*DATE       INIT  DESCRIPTION
000130*09/02/2026 RSD   ORIGINAL.
000133*10/15/2026 RSD   ISSUED AND VOIDED AMOUNT TOTALS ADDED TO
000136*THE FOOT OF THE DAY REPORT.
000140*-----------------------------------------------------------
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID. KWITRPT.
000460 01  WS-NO-MAX                   PIC 9(06) VALUE ZERO.
000470 01  WS-NO-WK                    PIC 9(06).
000480 01  WS-COUNT-DISP               PIC ZZZZ9.
000481 01  WS-AMT-X                    PIC X(10).
000482 01  WS-AMT-WHOLE                PIC 9(07).
000483 01  WS-AMT-DEC                  PIC 9(02).
000484 01  WS-AMT-WK                   PIC 9(07)V99.
000485 01  WS-ISSUE-AMT                PIC 9(11)V99 VALUE ZERO.
000486 01  WS-VOID-AMT                 PIC 9(11)V99 VALUE ZERO.
000487 01  WS-TOT-DISP                 PIC Z(10)9.99.
000490*-----------------------------------------------------------
000500*0000-MAINLINE
000510*-----------------------------------------------------------
001060                 IF WS-NO-WK > WS-NO-MAX
001070                     MOVE WS-NO-WK TO WS-NO-MAX
001080                 END-IF
001083                 PERFORM 3200-AMBIL-JUMLAH THRU 3200-EXIT
001086                 ADD WS-AMT-WK TO WS-ISSUE-AMT
001090             WHEN 'D'
001100                 ADD 1 TO WS-DUP-COUNT
001110             WHEN 'V'
001120                 ADD 1 TO WS-VOID-COUNT
001130                 PERFORM 3100-VOID-LINE THRU 3100-EXIT
001133                 PERFORM 3200-AMBIL-JUMLAH THRU 3200-EXIT
001136                 ADD WS-AMT-WK TO WS-VOID-AMT
001140             WHEN OTHER
001150                 CONTINUE
001160         END-EVALUATE
001260 3100-EXIT.
001270     EXIT.
001280*-----------------------------------------------------------
001281*3200-AMBIL-JUMLAH  -  THE Z(6)9.99 REGISTER AMOUNT (31:10)
001282*BACK TO A NUMBER IN WS-AMT-WK, AS SETTLE READS BAYARLOG.
001283*-----------------------------------------------------------
001284 3200-AMBIL-JUMLAH.
001285     MOVE ZERO TO WS-AMT-WK.
001286     MOVE KREG-LINE(31:10) TO WS-AMT-X.
001287     INSPECT WS-AMT-X REPLACING LEADING SPACES BY ZEROS.
001288     IF WS-AMT-X(1:7) NUMERIC AND WS-AMT-X(9:2) NUMERIC
001289         MOVE WS-AMT-X(1:7) TO WS-AMT-WHOLE
001290         MOVE WS-AMT-X(9:2) TO WS-AMT-DEC
001291         COMPUTE WS-AMT-WK = WS-AMT-WHOLE + WS-AMT-DEC / 100
001292     END-IF.
001293 3200-EXIT.
001294     EXIT.
001295*-----------------------------------------------------------
001296*4000-PRINT-TOTALS  -  COUNTS AND THE ISSUED NUMBER RANGE.
001300*-----------------------------------------------------------
001310 4000-PRINT-TOTALS.
001320     MOVE ALL '-' TO RPT-LINE.
001530             DELIMITED BY SIZE INTO RPT-LINE
001540         WRITE RPT-LINE
001550     END-IF.
001551     MOVE WS-ISSUE-AMT TO WS-TOT-DISP.
001552     MOVE SPACES TO RPT-LINE.
001553     STRING 'JUMLAH TERBIT / ISSUED    : ' WS-TOT-DISP
001554         DELIMITED BY SIZE INTO RPT-LINE.
001555     WRITE RPT-LINE.
001556     MOVE WS-VOID-AMT TO WS-TOT-DISP.
001557     MOVE SPACES TO RPT-LINE.
001558     STRING 'JUMLAH VOID / VOIDED      : ' WS-TOT-DISP
001559         DELIMITED BY SIZE INTO RPT-LINE.
001560     WRITE RPT-LINE.
001561 4000-EXIT.
001570     EXIT.
001580*-----------------------------------------------------------
001590*9000-TERMINATE
