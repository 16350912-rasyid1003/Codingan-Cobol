000150*LINE THEY WRITE, AND IS BLANKED AGAIN AT SIGN-OFF.  THE
000160*FIRST EVER SIGN-ON SEEDS OPERMAST WITH ADMIN/ADMIN AT
000170*LEVEL 3 SO THE SHOP CAN GET IN AND REGISTER REAL USERS.
000173*LAB ASSISTANTS ALSO RUN THE GRADED PRACTICUM (PRAKTIK),
000176*WHERE STUDENTS SIGN IN BY NPM AND TAKE AN EXERCISE SET.
000180*-----------------------------------------------------------
000190*MODIFICATION HISTORY
000200*DATE       INIT  DESCRIPTION
000350*CHANGE AT SIGN-ON.  THE ONE-SHOT OPERATOR
000360*ADD IN THE MENU IS REPLACED BY A CALL TO
000370*THE NEW OPERMNT MAINTENANCE PROGRAM.
000371*10/15/2026 RSD   ADDED THE PRAKTIKUM OPTION (PRAKTIK) FOR
000372*LAB ASSISTANTS AND SUPERVISORS; KELUAR
000373*MOVES TO 7.
000374*10/15/2026 RSD   EVERY FAILED SIGN-ON, AND EVERY TRY ON A
000375*LOCKED ACCOUNT, IS NOW WRITTEN TO THE
000376*SESSION TRAIL AS A FAIL EVENT WITH THE
000377*USER ID KEYED, FOR THE AKSREV ACCESS
000378*REVIEW.
000380*-----------------------------------------------------------
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. DRIVER.
001470*ACCOUNT LOCKS IT UNTIL A SUPERVISOR UNLOCKS IT IN
001480*OPERMNT; A GOOD SIGN-ON WITH A PASSWORD OVER 90 DAYS OLD
001490*(OR NEVER CHANGED) FORCES A CHANGE BEFORE THE MENU.
001495*EVERY TRY THAT DOES NOT SIGN ON IS LOGGED AS A FAIL EVENT.
001500*-----------------------------------------------------------
001510 0600-ONE-ATTEMPT.
001520     DISPLAY 'USER ID : ' WITH NO ADVANCING.
001660         ADD 1 TO WS-TRY-COUNT
001670         DISPLAY 'AKUN TERKUNCI / ACCOUNT LOCKED, HUBUNGI '
001680             'SUPERVISOR'
001682         MOVE SPACES TO WS-SUMMARY
001684         STRING 'LOCKED ACCOUNT USER=' WS-USER-IN
001686             DELIMITED BY SIZE INTO WS-SUMMARY
001688         CALL 'AUDITLOG' USING 'DRIVER    ' 'FAIL ' WS-SUMMARY
001690         GO TO 0600-EXIT
001700     END-IF.
001710     IF OPER-ON-FILE
001800         MOVE AUTH-LEVEL OF OPER-RECORD TO WS-OPER-LEVEL
001810         PERFORM 0650-CEK-EXPIRY THRU 0650-EXIT
001820     ELSE
001822         MOVE SPACES TO WS-SUMMARY
001824         STRING 'FAILED SIGN-ON USER=' WS-USER-IN
001826             DELIMITED BY SIZE INTO WS-SUMMARY
001828         CALL 'AUDITLOG' USING 'DRIVER    ' 'FAIL ' WS-SUMMARY
001830         IF OPER-ON-FILE
001840             ADD 1 TO GAGAL-COUNT OF OPER-RECORD
001850             IF GAGAL-COUNT OF OPER-RECORD > 2
003090                 PERFORM 1200-REFUSE THRU 1200-EXIT
003100             END-IF
003110         WHEN 6
003111             IF LEVEL-LAB OR LEVEL-SUPER
003112                 CALL 'PRAKTIK'
003113                 CANCEL 'PRAKTIK'
003114             ELSE
003115                 PERFORM 1200-REFUSE THRU 1200-EXIT
003116             END-IF
003117         WHEN 7
003120             SET PROGRAM-DONE TO TRUE
003130         WHEN OTHER
003140             DISPLAY 'PILIHAN TIDAK DIKENAL.'
003240     DISPLAY '3. GEOMETRI (PERT2)'.
003250     DISPLAY '4. CETAK BINTANG (ACT3)'.
003260     DISPLAY '5. DAFTAR OPERATOR (SUPERVISOR)'.
003270     DISPLAY '6. PRAKTIKUM (LAB)'.
003275     DISPLAY '7. KELUAR'.
003280     DISPLAY '----------------------------------'.
003290     DISPLAY 'PIL [ ] : ' WITH NO ADVANCING.
003300 1100-EXIT.
