000090*ON BIODATA CAPTURED AGAINST A CODE THAT IS NOT REGISTERED
000100*HERE, AND ROSTER PRINTS THE ADVISOR AND ROOM IN ITS CLASS
000110*HEADINGS AND FLAGS CLASSES OVER THEIR REGISTERED SIZE.
000112*THE ROOM MUST BE AN ACTIVE CODE ON THE RUANGMST ROOM
000114*MASTER (SEE RUANGMNT); A CLASS BIGGER THAN THE ROOM'S
000116*SEATS IS WARNED.  WITH NO ROOM MASTER ON FILE YET THE
000118*FREE-TEXT ROOM IS TAKEN WITH A WARNING.
000120*-----------------------------------------------------------
000130*MODIFICATION HISTORY
000140*DATE       INIT  DESCRIPTION
000210*LECTURER MASTER ON FILE YET THE OLD
000220*FREE-TEXT PROMPT STILL WORKS, WITH A
000230*WARNING.
000232*10/15/2026 RSD   ROOM VALIDATED AGAINST THE NEW RUANGMST
000234*ROOM MASTER; CAPACITY OVER THE ROOM'S
000236*SEATS IS WARNED.
000240*-----------------------------------------------------------
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. KELASMNT.
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS NIDN OF DOSEN-RECORD
000430         FILE STATUS IS WS-DSFS.
000431     SELECT RUANG-FILE ASSIGN TO 'RUANGMST'
000432         ORGANIZATION IS INDEXED
000433         ACCESS MODE IS DYNAMIC
000434         RECORD KEY IS KODE-RUANG OF RUANG-RECORD
000435         FILE STATUS IS WS-RGFS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  KELASM-FILE.
000490 FD  DOSEN-FILE.
000500 01  DOSEN-RECORD.
000510         COPY DOSENREC.
000512 FD  RUANG-FILE.
000514 01  RUANG-RECORD.
000516         COPY RUANGREC.
000520 WORKING-STORAGE SECTION.
000530 01  KELASM-WS.
000540         COPY KLSMREC.
000560 01  WS-DSFS                     PIC X(02).
000570 01  WS-DOSEN-OPEN-SW            PIC X(01) VALUE 'N'.
000580         88  DOSEN-OPEN                   VALUE 'Y'.
000582 01  WS-RGFS                     PIC X(02).
000584 01  WS-RUANG-OPEN-SW            PIC X(01) VALUE 'N'.
000586         88  RUANG-OPEN                   VALUE 'Y'.
000590 01  WS-DOSEN-FOUND-SW           PIC X(01).
000600         88  DOSEN-FOUND                  VALUE 'Y'.
000610         88  DOSEN-NOT-FOUND              VALUE 'N'.
001020     ELSE
001030         MOVE 'N' TO WS-DOSEN-OPEN-SW
001040     END-IF.
001041     OPEN INPUT RUANG-FILE.
001042     IF WS-RGFS = '00'
001043         MOVE 'Y' TO WS-RUANG-OPEN-SW
001044     ELSE
001045         MOVE 'N' TO WS-RUANG-OPEN-SW
001046     END-IF.
001050     MOVE 'SESSION STARTED' TO WS-SUMMARY.
001060     CALL 'AUDITLOG' USING 'KELASMNT  ' 'START' WS-SUMMARY.
001070 1000-EXIT.
001770         ACCEPT DOSEN-WALI OF KELASM-WS
001780         MOVE SPACES TO NIDN-WALI OF KELASM-WS
001790     END-IF.
001800     IF RUANG-OPEN
001810         SET FIELD-BAD TO TRUE
001811         PERFORM 2330-ACCEPT-RUANG THRU 2330-EXIT
001812             UNTIL FIELD-OK
001813     ELSE
001814         DISPLAY 'MASTER RUANG BELUM ADA / NO ROOM MASTER, '
001815             'RUANG BEBAS / FREE-TEXT ROOM'
001816         DISPLAY 'RUANG / ROOM : ' WITH NO ADVANCING
001817         ACCEPT RUANG OF KELASM-WS
001818     END-IF.
001820     SET FIELD-BAD TO TRUE.
001830     PERFORM 2350-ACCEPT-KAPASITAS THRU 2350-EXIT
001840         UNTIL FIELD-OK.
001841     IF RUANG-OPEN
001842         IF KAPASITAS OF KELASM-WS > KURSI-RUANG OF RUANG-RECORD
001843             DISPLAY 'PERINGATAN / WARNING: KAPASITAS MELEBIHI '
001844                 'KURSI RUANG / EXCEEDS ROOM SEATS '
001845                 KURSI-RUANG OF RUANG-RECORD
001846         END-IF
001847     END-IF.
001850 2300-EXIT.
001860     EXIT.
001870*-----------------------------------------------------------
002110     END-IF.
002120 2320-EXIT.
002130     EXIT.
002131*-----------------------------------------------------------
002132*2330-ACCEPT-RUANG  -  AN ACTIVE CODE ON THE ROOM MASTER.
002133*-----------------------------------------------------------
002134 2330-ACCEPT-RUANG.
002135     DISPLAY 'RUANG / ROOM : ' WITH NO ADVANCING.
002136     MOVE SPACES TO RUANG OF KELASM-WS.
002137     ACCEPT RUANG OF KELASM-WS.
002138     MOVE RUANG OF KELASM-WS TO KODE-RUANG OF RUANG-RECORD.
002139     READ RUANG-FILE
002140         INVALID KEY
002141             SET FIELD-BAD TO TRUE
002142             DISPLAY 'RUANG TIDAK TERDAFTAR / ROOM NOT ON '
002143                 'ROOM MASTER, ULANGI'
002144             GO TO 2330-EXIT
002145     END-READ.
002146     IF NOT RUANG-AKTIF OF RUANG-RECORD
002147         SET FIELD-BAD TO TRUE
002148         DISPLAY 'RUANG NONAKTIF / ROOM NOT IN SERVICE, ULANGI'
002149         GO TO 2330-EXIT
002150     END-IF.
002151     DISPLAY 'RUANG: ' GEDUNG OF RUANG-RECORD
002152         ' KURSI / SEATS ' KURSI-RUANG OF RUANG-RECORD.
002153     SET FIELD-OK TO TRUE.
002154 2330-EXIT.
002155     EXIT.
002156 2350-ACCEPT-KAPASITAS.
002157     DISPLAY 'KAPASITAS / CAPACITY : ' WITH NO ADVANCING.
002160     MOVE SPACES TO WS-KAP-IN.
002170     ACCEPT WS-KAP-IN.
002180     MOVE ZERO TO WS-TRAIL-CT.
002610     IF DOSEN-OPEN
002620         CLOSE DOSEN-FILE
002630     END-IF.
002632     IF RUANG-OPEN
002634         CLOSE RUANG-FILE
002636     END-IF.
002640     DISPLAY 'PROGRAM SELESAI / PROGRAM FINISHED'.
002650     MOVE 'SESSION ENDED' TO WS-SUMMARY.
002660     CALL 'AUDITLOG' USING 'KELASMNT  ' 'END  ' WS-SUMMARY.
