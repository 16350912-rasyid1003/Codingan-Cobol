000090*PRINTS THE OFFICIAL TRANSCRIPT AND FLIPS THE LINE TO I.
000100*NO MORE OFFICIAL TRANSCRIPTS STRAIGHT OFF THE NILAIRPT
000110*PRINTER WITH NO RECORD OF WHAT WAS ISSUED TO WHOM.
000113*A STUDENT WITH AN ACTIVE HOLD ON HOLDMST (SEE HOLDCEK) IS
000116*REFUSED WITH THE HOLD REASON AND NOTHING IS QUEUED.
000120*-----------------------------------------------------------
000130*MODIFICATION HISTORY
000140*DATE       INIT  DESCRIPTION
000150*09/02/2026 RSD   ORIGINAL.
000155*10/15/2026 RSD   STUDENT WITH AN ACTIVE HOLD REFUSED.
000160*-----------------------------------------------------------
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. TRREQ.
000560 01  WS-SYSDATE                  PIC 9(08).
000570 01  WS-RUN-DATE-DISP            PIC X(10).
000580 01  WS-SUMMARY                  PIC X(60).
000583 01  WS-HOLD-HASIL               PIC X(01).
000586 01  WS-HOLD-ALASAN              PIC X(50).
000590*-----------------------------------------------------------
000600*0000-MAINLINE
000610*-----------------------------------------------------------
000850     EXIT.
000860*-----------------------------------------------------------
000870*2000-SATU-PERMOHONAN  -  ONE REQUEST: NPM (VERIFIED),
000880*PURPOSE, REQUESTER, THEN THE QUEUE LINE.  AN ACTIVE HOLD
000885*STOPS IT AT THE NPM.
000890*-----------------------------------------------------------
000900 2000-SATU-PERMOHONAN.
000910     SET FIELD-BAD TO TRUE.
000920     PERFORM 2100-ACCEPT-NPM THRU 2100-EXIT UNTIL FIELD-OK.
000921     CALL 'HOLDCEK' USING WS-NPM-IN WS-HOLD-HASIL
000922         WS-HOLD-ALASAN.
000923     IF WS-HOLD-HASIL = 'N'
000924         DISPLAY 'PERMOHONAN DITOLAK / REQUEST REFUSED: '
000925         DISPLAY '    ' WS-HOLD-ALASAN
000926         MOVE SPACES TO WS-SUMMARY
000927         STRING 'REFUSED NPM=' WS-NPM-IN ' ' WS-HOLD-ALASAN
000928             DELIMITED BY SIZE INTO WS-SUMMARY
000929         CALL 'AUDITLOG' USING 'TRREQ     ' 'DENY ' WS-SUMMARY
000930         GO TO 2000-TANYA
000931     END-IF.
000932     DISPLAY 'TUJUAN / PURPOSE : ' WITH NO ADVANCING.
000940     ACCEPT WS-TUJUAN.
000950     DISPLAY 'PEMOHON / REQUESTER : ' WITH NO ADVANCING.
000960     ACCEPT WS-PEMOHON.
000970     PERFORM 3000-WRITE-QUEUE THRU 3000-EXIT.
000975 2000-TANYA.
000980     DISPLAY 'ADA PERMOHONAN LAGI? / ANOTHER REQUEST? (Y/T)'
000990         ' : ' WITH NO ADVANCING.
001000     ACCEPT WS-LAGI-SW.
