000080*ADVISOR AGAINST THIS MASTER AND COPIES THE OFFICIAL NAME,
000090*SO THE SAME ADVISOR STOPS APPEARING AS THREE DIFFERENT
000100*SPELLINGS ACROSS THE CLASS FILE.
000102*THE ACADEMIC RANK BAND (JABATAN FUNGSIONAL, 1-5) IS KEPT
000104*FOR THE HONORARIUM RATE ON THE BEBANRPT TEACHING-LOAD
000106*REPORT.
000110*-----------------------------------------------------------
000120*MODIFICATION HISTORY
000130*DATE       INIT  DESCRIPTION
000140*09/03/2026 RSD   ORIGINAL.
000143*10/15/2026 RSD   ACADEMIC RANK BAND (JABFUNG-DOSEN)
000146*CAPTURED.
000150*-----------------------------------------------------------
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. DOSENMNT.
000490 01  WS-LAGI-SW                  PIC X(01) VALUE 'Y'.
000500         88  ENTRI-LAGI                   VALUE 'Y' 'y'.
000510 01  WS-AT-COUNT                 PIC 9(02).
000515 01  WS-JABFUNG-IN               PIC X(01).
000520 01  WS-SUMMARY                  PIC X(60).
000530*-----------------------------------------------------------
000540*0000-MAINLINE
001160     DISPLAY '  JURUSAN: ' JURUSAN OF DOSEN-RECORD.
001170     DISPLAY '  HP     : ' HP-DOSEN OF DOSEN-RECORD.
001180     DISPLAY '  EMAIL  : ' EMAIL-DOSEN OF DOSEN-RECORD.
001185     DISPLAY '  JABFUNG: ' JABFUNG-DOSEN OF DOSEN-RECORD.
001190     SET WS-UPDATE-SW TO 'X'.
001200     PERFORM 2250-ASK-UPDATE THRU 2250-EXIT
001210         UNTIL WANT-UPDATE OR NO-UPDATE.
001310     EXIT.
001320*-----------------------------------------------------------
001330*2300-CAPTURE-FIELDS  -  NAME, DEPARTMENT, CONTACTS.  THE
001340*EMAIL MUST CARRY AN @, RE-PROMPTED LIKE IDENTITAS; THE
001345*RANK BAND MUST BE 1-5.
001350*-----------------------------------------------------------
001360 2300-CAPTURE-FIELDS.
001370     DISPLAY 'NAMA DOSEN / LECTURER NAME : '
001430     ACCEPT HP-DOSEN OF DOSEN-WS.
001440     SET FIELD-BAD TO TRUE.
001450     PERFORM 2350-ACCEPT-EMAIL THRU 2350-EXIT UNTIL FIELD-OK.
001453     SET FIELD-BAD TO TRUE.
001456     PERFORM 2360-ACCEPT-JABFUNG THRU 2360-EXIT UNTIL FIELD-OK.
001460 2300-EXIT.
001470     EXIT.
001480 2350-ACCEPT-EMAIL.
001590     END-IF.
001600 2350-EXIT.
001610     EXIT.
001611 2360-ACCEPT-JABFUNG.
001612     DISPLAY 'JABATAN FUNGSIONAL (1=TENAGA PENGAJAR 2=ASISTEN '
001613         'AHLI'.
001614     DISPLAY '  3=LEKTOR 4=LEKTOR KEPALA 5=GURU BESAR) : '
001615         WITH NO ADVANCING.
001616     MOVE SPACE TO WS-JABFUNG-IN.
001617     ACCEPT WS-JABFUNG-IN.
001618     MOVE WS-JABFUNG-IN TO JABFUNG-DOSEN OF DOSEN-WS.
001619     IF JABFUNG-SAH OF DOSEN-WS
001620         SET FIELD-OK TO TRUE
001621     ELSE
001622         SET FIELD-BAD TO TRUE
001623         DISPLAY 'JABATAN HARUS 1-5 / MUST BE 1-5, ULANGI'
001624     END-IF.
001625 2360-EXIT.
001626     EXIT.
001627 2400-SAVE-DOSEN.
001630     MOVE DOSEN-WS TO DOSEN-RECORD.
001640     IF DOSEN-FOUND
001650         REWRITE DOSEN-RECORD
