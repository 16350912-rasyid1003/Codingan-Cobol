000130*DROPPING A REQUEST ON THE REWRITE - ISSUE WHAT IS THERE
000140*FIRST, THEN RERUN.  TRREGRPT TURNS THE REGISTER INTO THE
000150*LISTING THAT ANSWERS WHO GOT TRANSCRIPT NUMBER SO-AND-SO.
000160*GRADE SCALE AS IN NILAIRPT.  A REQUEST FOR A STUDENT WITH
000162*AN ACTIVE HOLD ON HOLDMST (SEE HOLDCEK) IS NOT ISSUED: IT
000164*STAYS OPEN FOR THE NEXT RUN, THE HOLD REASON GOES TO
000166*EXCPRPT AND THE RUN TOTALS COUNT IT AS HELD.
000170*-----------------------------------------------------------
000180*MODIFICATION HISTORY
000190*DATE       INIT  DESCRIPTION
000200*09/02/2026 RSD   ORIGINAL.
000201*10/15/2026 RSD   NILAIMST NOW KEEPS EVERY ATTEMPT.  ALL ARE
000202*PRINTED; AN ATTEMPT NILPILIH SAYS IS SUPERSEDED
000203*IS MARKED DIULANG / RETAKEN AND LEFT OUT OF
000204*THE COURSE COUNT AND IPK.
000205*10/15/2026 RSD   REQUESTS FOR A STUDENT WITH AN ACTIVE HOLD
000206*LEFT OPEN, NOT ISSUED.
000210*-----------------------------------------------------------
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. TROFFCL.
000940 01  WS-BOBOT-SUM                PIC 9(04).
000950 01  WS-IPK                      PIC 9V99.
000960 01  WS-IPK-DISP                 PIC 9.99.
000962 01  WS-BATAS                    PIC 9(02) VALUE 99.
000964 01  WS-PILIH                    PIC X(01).
000966         88  NILAI-DIHITUNG               VALUE 'Y'.
000970 01  WS-NILAI-DISP               PIC ZZ9.
000980 01  WS-ISSUE-COUNT              PIC 9(05) VALUE ZERO.
000981 01  WS-HOLD-COUNT               PIC 9(05) VALUE ZERO.
000982 01  WS-HOLD-HASIL               PIC X(01).
000983 01  WS-HOLD-ALASAN              PIC X(50).
000984 01  WS-EXC-FIELD                PIC X(15).
000985 01  WS-EXC-DETAIL               PIC X(50).
000986 01  WS-EXC-SEV                  PIC X(01).
000990 01  WS-COUNT-DISP               PIC ZZZZ9.
001000 01  WS-SYSDATE                  PIC 9(08).
001010 01  WS-RUN-DATE-DISP            PIC X(10).
001810*-----------------------------------------------------------
001820*3000-PROSES-QUEUE  -  ONE QUEUE ENTRY: OPEN REQUESTS GET
001830*A CONTROL NUMBER, THE TRANSCRIPT, THE REGISTER LINE AND
001840*STATUS I.  A STUDENT ON HOLD KEEPS THE REQUEST OPEN.
001850*-----------------------------------------------------------
001860 3000-PROSES-QUEUE.
001870     MOVE WS-REQ-ENTRY(WS-REQ-X) TO WS-REQ-WK.
001890         GO TO 3000-EXIT
001900     END-IF.
001910     MOVE WS-REQ-WK(14:8) TO WS-NPM-WK.
001911     CALL 'HOLDCEK' USING WS-NPM-WK WS-HOLD-HASIL
001912         WS-HOLD-ALASAN.
001913     IF WS-HOLD-HASIL = 'N'
001914         ADD 1 TO WS-HOLD-COUNT
001915         MOVE WS-NPM-WK TO WS-EXC-FIELD
001916         MOVE WS-HOLD-ALASAN TO WS-EXC-DETAIL
001917         MOVE 'W' TO WS-EXC-SEV
001918         CALL 'EXCPRPT' USING 'TROFFCL   '
001919             WS-EXC-FIELD WS-EXC-DETAIL WS-EXC-SEV
001920         GO TO 3000-EXIT
001921     END-IF.
001922     PERFORM 3100-AMBIL-NOMOR THRU 3100-EXIT.
001930     PERFORM 4000-CETAK-TRANSKRIP THRU 4000-EXIT.
001940     PERFORM 5000-WRITE-REGISTER THRU 5000-EXIT.
001950     MOVE 'I' TO WS-REQ-WK(1:1).
002750     MOVE 'N' TO WS-NILAI-EOF-SW.
002760     MOVE WS-NPM-WK TO NPM OF NILAI-RECORD.
002770     MOVE LOW-VALUES TO KODE-MK OF NILAI-RECORD.
002775     MOVE ZERO TO SEMESTER-MK OF NILAI-RECORD.
002780     START NILAI-FILE KEY NOT < NILAI-KEY OF NILAI-RECORD
002790         INVALID KEY
002800             SET NILAI-EOF TO TRUE
003210         '  ' WS-NILAI-DISP
003220         '  ' WS-HURUF
003230         DELIMITED BY SIZE INTO OFCL-LINE.
003231     CALL 'NILPILIH' USING NPM OF NILAI-RECORD
003232         KODE-MK OF NILAI-RECORD SEMESTER-MK OF NILAI-RECORD
003233         WS-BATAS WS-PILIH.
003234     IF NOT NILAI-DIHITUNG
003235         MOVE 'DIULANG / RETAKEN' TO OFCL-LINE(57:17)
003236         WRITE OFCL-LINE
003237         GO TO 4100-EXIT
003238     END-IF.
003240     WRITE OFCL-LINE.
003250     ADD 1 TO WS-MK-COUNT.
003260     ADD WS-BOBOT TO WS-BOBOT-SUM.
003980     CLOSE MHS-FILE.
003990     MOVE WS-ISSUE-COUNT TO WS-COUNT-DISP.
004000     DISPLAY 'TROFFCL: ' WS-COUNT-DISP ' TRANSKRIP TERBIT'.
004003     MOVE WS-HOLD-COUNT TO WS-COUNT-DISP.
004006     DISPLAY 'TROFFCL: ' WS-COUNT-DISP ' DITAHAN / HELD (BLOKIR)'.
004010     MOVE SPACES TO WS-SUMMARY.
004020     STRING 'ISSUED=' WS-ISSUE-COUNT
004025         ' HELD=' WS-HOLD-COUNT
004030         DELIMITED BY SIZE INTO WS-SUMMARY.
004040     CALL 'AUDITLOG' USING 'TROFFCL   ' 'END  ' WS-SUMMARY.
004050     STOP RUN.
