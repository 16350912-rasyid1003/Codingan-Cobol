000010*-----------------------------------------------------------
000020*AKSREV  -  OPERATOR ACCESS REVIEW AND DUTIES CONFLICTS
000030*-----------------------------------------------------------
000040*PERIODIC ACCESS REVIEW FOR THE AUDITORS.  FOR A FROM/TO
000050*PERIOD READ FROM SYSIN (YYYY-MM-DD; BLANK FROM IS OPEN,
000060*BLANK TO IS TODAY) IT PRINTS TO AKSRPT, FOR EVERY OPERATOR
000070*ON OPERMAST AND EVERY ID THE LOGS MENTION THAT IS NOT -
000080*LAST SIGN-ON AND SESSIONS IN THE PERIOD (DRIVER START
000090*EVENTS ON SESSLOG), THE PROGRAMS THE OPERATOR RAN AGAINST
000100*WHAT THE AUTH-LEVEL ALLOWS, FAILED AND LOCKED SIGN-ONS
000110*(DRIVER FAIL/LOCK, SPVCEK DENY/LOCK), REFUSED MENU PICKS,
000120*DORMANT ACCOUNTS (NO SIGN-ON IN THE 60 DAYS TO THE TO
000130*DATE, AS FAR BACK AS SESSLOG GOES) AND PASSWORDS PAST THE
000140*90-DAY EXPIRY DRIVER ENFORCES.  A SECOND SECTION LISTS
000150*SEGREGATION-OF-DUTIES CONFLICTS FOR RECEIPTS VOIDED IN THE
000160*PERIOD (KWITREG V LINES): THE SAME OPERATOR POSTED THE
000170*PAYMENT AND VOIDED ITS RECEIPT (THE OP= OF THE BAYARLOG
000180*PAYMENT AND OF THE NEGATIVE REVERSAL LINE KWITRPR WRITES),
000190*OR THE VOIDING OPERATOR THEN SETTLED THE DRAWER DAY THE
000200*REVERSAL WENT INTO (SETLMST).  AT THE END A SUPERVISOR
000210*SIGNS OFF THROUGH SPVCEK - NOT THE OPERATOR RUNNING THE
000220*REVIEW - AND THE SIGN-OFF IS APPENDED TO AKSREG -
000230*  1-10 SIGN-OFF DATE        12-19 TIME HH:MM:SS
000240* 21-30 PERIOD FROM          32-41 PERIOD TO
000250* 43-50 SUPERVISOR           52-59 OPERATOR WHO RAN IT
000260* 61-65 OPERATORS REVIEWED   67-71 WITH EXCEPTIONS
000270* 73-77 DUTIES CONFLICTS
000280*THE LAST SIGN-OFF ON AKSREG IS SHOWN IN THE REPORT HEADING.
000290*DAY ARITHMETIC IS THE SHOP'S FLAT 365/30, AS IN DRIVER.
000300*-----------------------------------------------------------
000310*MODIFICATION HISTORY
000320*DATE       INIT  DESCRIPTION
000330*10/15/2026 RSD   ORIGINAL.
000340*-----------------------------------------------------------
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. AKSREV.
000370 AUTHOR. RASYID.
000380 INSTALLATION. KAMPUS - PUSAT KOMPUTER.
000390 DATE-WRITTEN. 10/15/2026.
000400 DATE-COMPILED.
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT OPER-FILE ASSIGN TO 'OPERMAST'
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS USER-ID OF OPER-RECORD
000480         FILE STATUS IS WS-OFS.
000490     SELECT SESS-FILE ASSIGN TO 'SESSLOG'
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-SESS-FS.
000520     SELECT BAYAR-LOG ASSIGN TO 'BAYARLOG'
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-LOG-FS.
000550     SELECT KWIT-REG ASSIGN TO 'KWITREG'
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-KREG-FS.
000580     SELECT SETL-FILE ASSIGN TO 'SETLMST'
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-SETL-FS.
000610     SELECT OPER-SESS ASSIGN TO 'OPERSESS'
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-OSS-FS.
000640     SELECT AKS-REG ASSIGN TO 'AKSREG'
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-AREG-FS.
000670     SELECT AKS-RPT ASSIGN TO 'AKSRPT'
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-RPT-FS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  OPER-FILE.
000730 01  OPER-RECORD.
000740         COPY OPERREC.
000750 FD  SESS-FILE.
000760 01  SESS-LINE                   PIC X(120).
000770 FD  BAYAR-LOG.
000780 01  BAYAR-LOG-LINE              PIC X(80).
000790 FD  KWIT-REG.
000800 01  KREG-LINE                   PIC X(50).
000810 FD  SETL-FILE.
000820 01  SETL-LINE                   PIC X(60).
000830 FD  OPER-SESS.
000840 01  OPER-SESS-RECORD            PIC X(08).
000850 FD  AKS-REG.
000860 01  AREG-LINE                   PIC X(80).
000870 FD  AKS-RPT.
000880 01  RPT-LINE                    PIC X(132).
000890 WORKING-STORAGE SECTION.
000900 01  WS-OFS                      PIC X(02).
000910 01  WS-SESS-FS                  PIC X(02).
000920 01  WS-LOG-FS                   PIC X(02).
000930 01  WS-KREG-FS                  PIC X(02).
000940 01  WS-SETL-FS                  PIC X(02).
000950 01  WS-OSS-FS                   PIC X(02).
000960 01  WS-AREG-FS                  PIC X(02).
000970 01  WS-RPT-FS                   PIC X(02).
000980 01  WS-EOF-SW                   PIC X(01).
000990         88  FILE-EOF                    VALUE 'Y'.
001000 01  WS-SESS-SW                  PIC X(01) VALUE 'N'.
001010         88  SESS-ADA                    VALUE 'Y'.
001020 01  WS-TTD-SW                   PIC X(01) VALUE 'N'.
001030         88  REVIEW-DITTD                VALUE 'Y'.
001040 01  WS-JAWAB                    PIC X(01).
001050 01  WS-FROM-DATE                PIC X(10).
001060 01  WS-TO-DATE                  PIC X(10).
001070 01  WS-SYSDATE                  PIC 9(08).
001080 01  WS-SYSTIME                  PIC 9(08).
001090 01  WS-RUN-DATE-DISP            PIC X(10).
001100 01  WS-TIME-DISP                PIC X(08).
001110 01  WS-OPER-ID                  PIC X(08).
001120 01  WS-SPV-ID                   PIC X(08).
001130 01  WS-SPV-HASIL                PIC X(01).
001140 01  WS-LAST-REG                 PIC X(80).
001150*-----------------------------------------------------------
001160*DAY NUMBERS, 365/30 AS IN DRIVER 0650-CEK-EXPIRY.
001170*-----------------------------------------------------------
001180 01  WS-TGL-WK                   PIC X(10).
001190 01  WS-TGL-YY                   PIC 9(04).
001200 01  WS-TGL-MM                   PIC 9(02).
001210 01  WS-TGL-DD                   PIC 9(02).
001220 01  WS-HARI-WK                  PIC 9(07).
001230 01  WS-HARI-TO                  PIC 9(07).
001240 01  WS-UMUR                     PIC S9(07).
001250 01  WS-DORMAN-HARI              PIC 9(03) VALUE 60.
001260 01  WS-PW-MAX-HARI              PIC 9(03) VALUE 90.
001270*-----------------------------------------------------------
001280*SESSLOG FIXED COLUMNS (SEE AUDITLOG): DATE 1-10, PROGRAM
001290*28-37, EVENT 39-43, SUMMARY 45-104, OPERATOR 109-116.
001300*-----------------------------------------------------------
001310 01  WS-LN-DATE                  PIC X(10).
001320 01  WS-LN-PGM                   PIC X(10).
001330 01  WS-LN-EVENT                 PIC X(05).
001340 01  WS-LN-SUMMARY               PIC X(60).
001350 01  WS-LN-OPER                  PIC X(08).
001360 01  WS-ID-WK                    PIC X(08).
001370 01  WS-AMT-X                    PIC X(10).
001380 01  WS-NEG-CT                   PIC 9(02).
001390*-----------------------------------------------------------
001400*WHAT EACH LEVEL IS GIVEN BY THE DRIVER MENU; LEVEL 3 MAY
001410*RUN ANYTHING.  ORTUMNT RUNS UNDER IDENTITAS.
001420*-----------------------------------------------------------
001430 01  WS-IZIN-X.
001440         05  FILLER              PIC X(11) VALUE 'IDENTITAS 1'.
001450         05  FILLER              PIC X(11) VALUE 'ORTUMNT   1'.
001460         05  FILLER              PIC X(11) VALUE 'ACT1      2'.
001470         05  FILLER              PIC X(11) VALUE 'PERT2     2'.
001480         05  FILLER              PIC X(11) VALUE 'ACT3      2'.
001490         05  FILLER              PIC X(11) VALUE 'PRAKTIK   2'.
001500 01  WS-IZIN-TABLE REDEFINES WS-IZIN-X.
001510         05  WS-IZIN-ENTRY OCCURS 6 TIMES.
001520             10  WS-IZIN-PGM         PIC X(10).
001530             10  WS-IZIN-LEVEL       PIC 9(01).
001540 01  WS-IZIN-X-SUB               PIC 9(02) COMP.
001550 01  WS-IZIN-SW                  PIC X(01).
001560         88  PGM-DIIZINKAN               VALUE 'Y'.
001570*-----------------------------------------------------------
001580*ONE ENTRY PER OPERATOR; LEVEL 0 IS AN ID THE LOGS NAME THAT
001590*IS NOT (OR NO LONGER) ON OPERMAST.
001600*-----------------------------------------------------------
001610 01  WS-OP-X                     PIC 9(04) COMP.
001620 01  WS-OP-MAX                   PIC 9(04) COMP VALUE ZERO.
001630 01  WS-OP-HIT                   PIC 9(04) COMP.
001640 01  WS-OP-TABEL.
001650         05  WS-OP-ENTRY OCCURS 300 TIMES.
001660             10  WS-OP-ID            PIC X(08).
001670             10  WS-OP-LEVEL         PIC 9(01).
001680             10  WS-OP-KUNCI         PIC X(01).
001690             10  WS-OP-GAGAL-NOW     PIC 9(01).
001700             10  WS-OP-TGL-PW        PIC X(10).
001710             10  WS-OP-LAST-ON       PIC X(10).
001720             10  WS-OP-SESI          PIC 9(05).
001730             10  WS-OP-GAGAL         PIC 9(05).
001740             10  WS-OP-KUNCIAN       PIC 9(05).
001750             10  WS-OP-TOLAK         PIC 9(05).
001760             10  WS-OP-SPV-TOLAK     PIC 9(05).
001770             10  WS-OP-LUAR          PIC 9(05).
001780             10  WS-OP-SOD           PIC 9(05).
001790             10  WS-OP-DORMAN-SW     PIC X(01).
001800             10  WS-OP-PW-SW         PIC X(01).
001810             10  WS-OP-PW-UMUR       PIC 9(05).
001820 01  WS-OP-LEWAT                 PIC 9(05) VALUE ZERO.
001830*-----------------------------------------------------------
001840*PROGRAMS RUN, ONE ENTRY PER OPERATOR AND PROGRAM.
001850*-----------------------------------------------------------
001860 01  WS-US-X                     PIC 9(04) COMP.
001870 01  WS-US-MAX                   PIC 9(04) COMP VALUE ZERO.
001880 01  WS-US-HIT                   PIC 9(04) COMP.
001890 01  WS-US-TABEL.
001900         05  WS-US-ENTRY OCCURS 999 TIMES.
001910             10  WS-US-OP            PIC X(08).
001920             10  WS-US-PGM           PIC X(10).
001930             10  WS-US-START         PIC 9(05).
001940             10  WS-US-EVENT         PIC 9(05).
001950             10  WS-US-LUAR-SW       PIC X(01).
001960 01  WS-US-LEWAT                 PIC 9(05) VALUE ZERO.
001970*-----------------------------------------------------------
001980*RECEIPTS VOIDED IN THE PERIOD, WITH WHO POSTED THEM, WHO
001990*VOIDED THEM, THE DAY THE REVERSAL WENT INTO, AND WHETHER
002000*THE VOIDING OPERATOR SETTLED THAT DAY.
002010*-----------------------------------------------------------
002020 01  WS-VD-X                     PIC 9(04) COMP.
002030 01  WS-VD-MAX                   PIC 9(04) COMP VALUE ZERO.
002040 01  WS-VD-HIT                   PIC 9(04) COMP.
002050 01  WS-VD-TABEL.
002060         05  WS-VD-ENTRY OCCURS 500 TIMES.
002070             10  WS-VD-NO            PIC X(06).
002080             10  WS-VD-TGL           PIC X(10).
002090             10  WS-VD-NPM           PIC X(08).
002100             10  WS-VD-POSTER        PIC X(08).
002110             10  WS-VD-VOIDER        PIC X(08).
002120             10  WS-VD-TGL-BALIK     PIC X(10).
002130             10  WS-VD-SETL-SW       PIC X(01).
002140 01  WS-VD-LEWAT                 PIC 9(05) VALUE ZERO.
002150 01  WS-OPR-COUNT                PIC 9(05) VALUE ZERO.
002160 01  WS-EXC-OP-COUNT             PIC 9(05) VALUE ZERO.
002170 01  WS-SOD-COUNT                PIC 9(05) VALUE ZERO.
002180 01  WS-TANPA-OP-COUNT           PIC 9(05) VALUE ZERO.
002190 01  WS-VOID-COUNT               PIC 9(05) VALUE ZERO.
002200 01  WS-LAIN-SW                  PIC X(01).
002210         88  OP-ADA-TEMUAN               VALUE 'Y'.
002220 01  WS-COUNT-DISP               PIC ZZZZ9.
002230 01  WS-COUNT-DISP2              PIC ZZZZ9.
002240 01  WS-LEVEL-NAMA               PIC X(20).
002250 01  WS-SUMMARY                  PIC X(60).
002260 01  WS-EXC-FIELD                PIC X(15).
002270 01  WS-EXC-DETAIL               PIC X(50).
002280 01  WS-EXC-SEV                  PIC X(01).
002290*-----------------------------------------------------------
002300*0000-MAINLINE
002310*-----------------------------------------------------------
002320 PROCEDURE DIVISION.
002330 0000-MAINLINE.
002340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002350     PERFORM 2000-SCAN-SESSLOG THRU 2000-EXIT.
002360     PERFORM 3000-SCAN-VOID THRU 3000-EXIT.
002370     PERFORM 4000-NILAI-OPERATOR THRU 4000-EXIT
002380         VARYING WS-OP-X FROM 1 BY 1 UNTIL WS-OP-X > WS-OP-MAX.
002390     PERFORM 5000-PRINT-REPORT THRU 5000-EXIT.
002400     PERFORM 6000-SIGN-OFF THRU 6000-EXIT.
002410     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002420*-----------------------------------------------------------
002430*1000-INITIALIZE  -  PERIOD FROM SYSIN, THE OPERATOR RUNNING
002440*THE REVIEW FROM OPERSESS, EVERY OPERMAST ACCOUNT INTO THE
002450*TABLE, AND THE LAST SIGN-OFF FROM AKSREG.
002460*-----------------------------------------------------------
002470 1000-INITIALIZE.
002480     ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
002490     MOVE SPACES TO WS-RUN-DATE-DISP.
002500     STRING WS-SYSDATE(1:4) '-' WS-SYSDATE(5:2)
002510         '-' WS-SYSDATE(7:2) DELIMITED BY SIZE
002520         INTO WS-RUN-DATE-DISP.
002530     DISPLAY 'DARI TANGGAL / FROM DATE (YYYY-MM-DD) : '
002540         WITH NO ADVANCING.
002550     MOVE SPACES TO WS-FROM-DATE.
002560     ACCEPT WS-FROM-DATE.
002570     DISPLAY 'SAMPAI TANGGAL / TO DATE (YYYY-MM-DD) : '
002580         WITH NO ADVANCING.
002590     MOVE SPACES TO WS-TO-DATE.
002600     ACCEPT WS-TO-DATE.
002610     IF WS-TO-DATE = SPACES
002620         MOVE WS-RUN-DATE-DISP TO WS-TO-DATE
002630     END-IF.
002640     MOVE WS-TO-DATE TO WS-TGL-WK.
002650     PERFORM 8000-HARI THRU 8000-EXIT.
002660     MOVE WS-HARI-WK TO WS-HARI-TO.
002670     MOVE '--------' TO WS-OPER-ID.
002680     OPEN INPUT OPER-SESS.
002690     IF WS-OSS-FS = '00'
002700         READ OPER-SESS
002710             AT END
002720                 CONTINUE
002730             NOT AT END
002740                 IF OPER-SESS-RECORD NOT = SPACES
002750                     MOVE OPER-SESS-RECORD TO WS-OPER-ID
002760                 END-IF
002770         END-READ
002780         CLOSE OPER-SESS
002790     END-IF.
002800     OPEN INPUT OPER-FILE.
002810     IF WS-OFS NOT = '00'
002820         DISPLAY 'AKSREV: OPERMAST TIDAK ADA / NOT FOUND'
002830         STOP RUN
002840     END-IF.
002850     MOVE 'N' TO WS-EOF-SW.
002860     PERFORM 1100-LOAD-OPERATOR THRU 1100-EXIT UNTIL FILE-EOF.
002870     CLOSE OPER-FILE.
002880     MOVE SPACES TO WS-LAST-REG.
002890     OPEN INPUT AKS-REG.
002900     IF WS-AREG-FS = '00'
002910         MOVE 'N' TO WS-EOF-SW
002920         PERFORM 1200-LAST-REG THRU 1200-EXIT UNTIL FILE-EOF
002930         CLOSE AKS-REG
002940     END-IF.
002950     OPEN OUTPUT AKS-RPT.
002960     MOVE SPACES TO WS-SUMMARY.
002970     STRING 'ACCESS REVIEW ' WS-FROM-DATE ' TO ' WS-TO-DATE
002980         DELIMITED BY SIZE INTO WS-SUMMARY.
002990     CALL 'AUDITLOG' USING 'AKSREV    ' 'START' WS-SUMMARY.
003000 1000-EXIT.
003010     EXIT.
003020 1100-LOAD-OPERATOR.
003030     READ OPER-FILE NEXT RECORD
003040         AT END
003050             SET FILE-EOF TO TRUE
003060             GO TO 1100-EXIT
003070     END-READ.
003080     IF WS-OP-MAX NOT < 300
003090         ADD 1 TO WS-OP-LEWAT
003100         GO TO 1100-EXIT
003110     END-IF.
003120     ADD 1 TO WS-OP-MAX.
003130     MOVE WS-OP-MAX TO WS-OP-HIT.
003140     PERFORM 1150-CLEAR-OPERATOR THRU 1150-EXIT.
003150     MOVE USER-ID OF OPER-RECORD TO WS-OP-ID(WS-OP-HIT).
003160     MOVE AUTH-LEVEL OF OPER-RECORD TO WS-OP-LEVEL(WS-OP-HIT).
003170     MOVE KUNCI-SW OF OPER-RECORD TO WS-OP-KUNCI(WS-OP-HIT).
003180     MOVE GAGAL-COUNT OF OPER-RECORD
003190         TO WS-OP-GAGAL-NOW(WS-OP-HIT).
003200     MOVE TGL-GANTI-PW OF OPER-RECORD TO WS-OP-TGL-PW(WS-OP-HIT).
003210 1100-EXIT.
003220     EXIT.
003230 1150-CLEAR-OPERATOR.
003240     MOVE SPACES TO WS-OP-ID(WS-OP-HIT).
003250     MOVE ZERO TO WS-OP-LEVEL(WS-OP-HIT).
003260     MOVE SPACE TO WS-OP-KUNCI(WS-OP-HIT).
003270     MOVE ZERO TO WS-OP-GAGAL-NOW(WS-OP-HIT).
003280     MOVE SPACES TO WS-OP-TGL-PW(WS-OP-HIT).
003290     MOVE SPACES TO WS-OP-LAST-ON(WS-OP-HIT).
003300     MOVE ZERO TO WS-OP-SESI(WS-OP-HIT).
003310     MOVE ZERO TO WS-OP-GAGAL(WS-OP-HIT).
003320     MOVE ZERO TO WS-OP-KUNCIAN(WS-OP-HIT).
003330     MOVE ZERO TO WS-OP-TOLAK(WS-OP-HIT).
003340     MOVE ZERO TO WS-OP-SPV-TOLAK(WS-OP-HIT).
003350     MOVE ZERO TO WS-OP-LUAR(WS-OP-HIT).
003360     MOVE ZERO TO WS-OP-SOD(WS-OP-HIT).
003370     MOVE 'N' TO WS-OP-DORMAN-SW(WS-OP-HIT).
003380     MOVE SPACE TO WS-OP-PW-SW(WS-OP-HIT).
003390     MOVE ZERO TO WS-OP-PW-UMUR(WS-OP-HIT).
003400 1150-EXIT.
003410     EXIT.
003420 1200-LAST-REG.
003430     READ AKS-REG
003440         AT END
003450             SET FILE-EOF TO TRUE
003460             GO TO 1200-EXIT
003470     END-READ.
003480     MOVE AREG-LINE TO WS-LAST-REG.
003490 1200-EXIT.
003500     EXIT.
003510*-----------------------------------------------------------
003520*2000-SCAN-SESSLOG  -  ONE PASS.  A SIGN-ON UP TO THE TO DATE
003530*MOVES THE LAST SIGN-ON; EVERYTHING ELSE COUNTS ONLY INSIDE
003540*THE PERIOD.  PRE-TIMESTAMP LINES (NO COLONS IN 14 AND 17)
003550*ARE SKIPPED, AS IN DAYJRNL.  NO SESSLOG IS NOT AN ERROR -
003560*EVERY ACCOUNT SIMPLY SHOWS NO ACTIVITY.
003570*-----------------------------------------------------------
003580 2000-SCAN-SESSLOG.
003590     OPEN INPUT SESS-FILE.
003600     IF WS-SESS-FS NOT = '00'
003610         GO TO 2000-EXIT
003620     END-IF.
003630     SET SESS-ADA TO TRUE.
003640     MOVE 'N' TO WS-EOF-SW.
003650     PERFORM 2100-SATU-SESS THRU 2100-EXIT UNTIL FILE-EOF.
003660     CLOSE SESS-FILE.
003670 2000-EXIT.
003680     EXIT.
003690 2100-SATU-SESS.
003700     READ SESS-FILE
003710         AT END
003720             SET FILE-EOF TO TRUE
003730             GO TO 2100-EXIT
003740     END-READ.
003750     IF SESS-LINE(14:1) NOT = ':'
003760         OR SESS-LINE(17:1) NOT = ':'
003770         GO TO 2100-EXIT
003780     END-IF.
003790     MOVE SESS-LINE(1:10) TO WS-LN-DATE.
003800     IF WS-LN-DATE > WS-TO-DATE
003810         GO TO 2100-EXIT
003820     END-IF.
003830     MOVE SESS-LINE(28:10) TO WS-LN-PGM.
003840     MOVE SESS-LINE(39:5) TO WS-LN-EVENT.
003850     MOVE SESS-LINE(45:60) TO WS-LN-SUMMARY.
003860     MOVE SESS-LINE(109:8) TO WS-LN-OPER.
003870     IF WS-LN-PGM = 'DRIVER    '
003880         AND WS-LN-EVENT = 'START'
003890         AND WS-LN-OPER NOT = '--------'
003900         MOVE WS-LN-OPER TO WS-ID-WK
003910         PERFORM 7000-CARI-OPERATOR THRU 7000-EXIT
003920         IF WS-OP-HIT > ZERO
003930             IF WS-LN-DATE > WS-OP-LAST-ON(WS-OP-HIT)
003940                 MOVE WS-LN-DATE TO WS-OP-LAST-ON(WS-OP-HIT)
003950             END-IF
003960         END-IF
003970     END-IF.
003980     IF WS-FROM-DATE NOT = SPACES
003990         AND WS-LN-DATE < WS-FROM-DATE
004000         GO TO 2100-EXIT
004010     END-IF.
004020     PERFORM 2200-TALLY-SESS THRU 2200-EXIT.
004030 2100-EXIT.
004040     EXIT.
004050*-----------------------------------------------------------
004060*2200-TALLY-SESS  -  A LINE INSIDE THE PERIOD.  SIGN-ON
004070*FAILURES AND LOCKOUTS ARE CHARGED TO THE USER ID KEYED (IN
004080*THE SUMMARY), NOT TO OP=, WHICH NOBODY OWNS YET AT SIGN-ON.
004090*-----------------------------------------------------------
004100 2200-TALLY-SESS.
004110     EVALUATE TRUE
004120         WHEN WS-LN-PGM = 'DRIVER    ' AND WS-LN-EVENT = 'FAIL '
004130             MOVE WS-LN-SUMMARY(21:8) TO WS-ID-WK
004140             PERFORM 7000-CARI-OPERATOR THRU 7000-EXIT
004150             IF WS-OP-HIT > ZERO
004160                 ADD 1 TO WS-OP-GAGAL(WS-OP-HIT)
004170             END-IF
004180         WHEN WS-LN-EVENT = 'LOCK '
004190             AND (WS-LN-PGM = 'DRIVER    '
004200                 OR WS-LN-PGM = 'SPVCEK    ')
004210             MOVE WS-LN-SUMMARY(13:8) TO WS-ID-WK
004220             PERFORM 7000-CARI-OPERATOR THRU 7000-EXIT
004230             IF WS-OP-HIT > ZERO
004240                 ADD 1 TO WS-OP-KUNCIAN(WS-OP-HIT)
004250             END-IF
004260         WHEN WS-LN-PGM = 'SPVCEK    ' AND WS-LN-EVENT = 'DENY '
004270             MOVE WS-LN-SUMMARY(22:8) TO WS-ID-WK
004280             PERFORM 7000-CARI-OPERATOR THRU 7000-EXIT
004290             IF WS-OP-HIT > ZERO
004300                 ADD 1 TO WS-OP-SPV-TOLAK(WS-OP-HIT)
004310             END-IF
004320         WHEN WS-LN-OPER = '--------'
004330             ADD 1 TO WS-TANPA-OP-COUNT
004340         WHEN WS-LN-PGM = 'DRIVER    '
004350             MOVE WS-LN-OPER TO WS-ID-WK
004360             PERFORM 7000-CARI-OPERATOR THRU 7000-EXIT
004370             IF WS-OP-HIT > ZERO
004380                 IF WS-LN-EVENT = 'START'
004390                     ADD 1 TO WS-OP-SESI(WS-OP-HIT)
004400                 END-IF
004410                 IF WS-LN-EVENT = 'DENY '
004420                     ADD 1 TO WS-OP-TOLAK(WS-OP-HIT)
004430                 END-IF
004440             END-IF
004450         WHEN WS-LN-PGM = 'SPVCEK    '
004460             CONTINUE
004470         WHEN OTHER
004480             MOVE WS-LN-OPER TO WS-ID-WK
004490             PERFORM 7000-CARI-OPERATOR THRU 7000-EXIT
004500             IF WS-OP-HIT > ZERO
004510                 PERFORM 2300-TALLY-PROGRAM THRU 2300-EXIT
004520             END-IF
004530     END-EVALUATE.
004540 2200-EXIT.
004550     EXIT.
004560*-----------------------------------------------------------
004570*2300-TALLY-PROGRAM  -  ONE EVENT OF A PROGRAM UNDER AN
004580*OPERATOR, CHECKED AGAINST THE LEVEL TABLE THE FIRST TIME
004590*THE PAIR IS SEEN.
004600*-----------------------------------------------------------
004610 2300-TALLY-PROGRAM.
004620     MOVE ZERO TO WS-US-HIT.
004630     IF WS-US-MAX > ZERO
004640         PERFORM 2350-CARI-USE THRU 2350-EXIT
004650             VARYING WS-US-X FROM 1 BY 1
004660             UNTIL WS-US-X > WS-US-MAX OR WS-US-HIT > ZERO
004670     END-IF.
004680     IF WS-US-HIT = ZERO
004690         IF WS-US-MAX < 999
004700             ADD 1 TO WS-US-MAX
004710             MOVE WS-US-MAX TO WS-US-HIT
004720             MOVE WS-ID-WK TO WS-US-OP(WS-US-HIT)
004730             MOVE WS-LN-PGM TO WS-US-PGM(WS-US-HIT)
004740             MOVE ZERO TO WS-US-START(WS-US-HIT)
004750             MOVE ZERO TO WS-US-EVENT(WS-US-HIT)
004760             PERFORM 2400-CEK-IZIN THRU 2400-EXIT
004770             IF PGM-DIIZINKAN
004780                 MOVE 'N' TO WS-US-LUAR-SW(WS-US-HIT)
004790             ELSE
004800                 MOVE 'Y' TO WS-US-LUAR-SW(WS-US-HIT)
004810             END-IF
004820         ELSE
004830             ADD 1 TO WS-US-LEWAT
004840             GO TO 2300-EXIT
004850         END-IF
004860     END-IF.
004870     ADD 1 TO WS-US-EVENT(WS-US-HIT).
004880     IF WS-LN-EVENT = 'START'
004890         ADD 1 TO WS-US-START(WS-US-HIT)
004900     END-IF.
004910     IF WS-US-LUAR-SW(WS-US-HIT) = 'Y'
004920         ADD 1 TO WS-OP-LUAR(WS-OP-HIT)
004930     END-IF.
004940 2300-EXIT.
004950     EXIT.
004960 2350-CARI-USE.
004970     IF WS-US-OP(WS-US-X) = WS-ID-WK
004980         AND WS-US-PGM(WS-US-X) = WS-LN-PGM
004990         MOVE WS-US-X TO WS-US-HIT
005000     END-IF.
005010 2350-EXIT.
005020     EXIT.
005030*-----------------------------------------------------------
005040*2400-CEK-IZIN  -  LEVEL 3 RUNS ANYTHING; LEVELS 1 AND 2
005050*ONLY WHAT THE TABLE GIVES THEM; AN ID NOT ON OPERMAST
005060*(LEVEL 0) NOTHING.
005070*-----------------------------------------------------------
005080 2400-CEK-IZIN.
005090     MOVE 'N' TO WS-IZIN-SW.
005100     IF WS-OP-LEVEL(WS-OP-HIT) = 3
005110         MOVE 'Y' TO WS-IZIN-SW
005120         GO TO 2400-EXIT
005130     END-IF.
005140     PERFORM 2450-SATU-IZIN THRU 2450-EXIT
005150         VARYING WS-IZIN-X-SUB FROM 1 BY 1
005160         UNTIL WS-IZIN-X-SUB > 6 OR PGM-DIIZINKAN.
005170 2400-EXIT.
005180     EXIT.
005190 2450-SATU-IZIN.
005200     IF WS-IZIN-PGM(WS-IZIN-X-SUB) = WS-LN-PGM
005210         AND WS-IZIN-LEVEL(WS-IZIN-X-SUB) = WS-OP-LEVEL(WS-OP-HIT)
005220         MOVE 'Y' TO WS-IZIN-SW
005230     END-IF.
005240 2450-EXIT.
005250     EXIT.
005260*-----------------------------------------------------------
005270*3000-SCAN-VOID  -  THE PERIOD'S VOIDS FROM KWITREG, THEN
005280*WHO POSTED AND WHO REVERSED EACH FROM BAYARLOG, THEN ANY
005290*SETLMST CLOSE OF THE REVERSAL DAY BY THE VOIDING OPERATOR.
005300*-----------------------------------------------------------
005310 3000-SCAN-VOID.
005320     OPEN INPUT KWIT-REG.
005330     IF WS-KREG-FS NOT = '00'
005340         GO TO 3000-EXIT
005350     END-IF.
005360     MOVE 'N' TO WS-EOF-SW.
005370     PERFORM 3100-SATU-KREG THRU 3100-EXIT UNTIL FILE-EOF.
005380     CLOSE KWIT-REG.
005390     IF WS-VD-MAX = ZERO
005400         GO TO 3000-EXIT
005410     END-IF.
005420     OPEN INPUT BAYAR-LOG.
005430     IF WS-LOG-FS = '00'
005440         MOVE 'N' TO WS-EOF-SW
005450         PERFORM 3200-SATU-LOG THRU 3200-EXIT UNTIL FILE-EOF
005460         CLOSE BAYAR-LOG
005470     END-IF.
005480     OPEN INPUT SETL-FILE.
005490     IF WS-SETL-FS = '00'
005500         MOVE 'N' TO WS-EOF-SW
005510         PERFORM 3300-SATU-SETL THRU 3300-EXIT UNTIL FILE-EOF
005520         CLOSE SETL-FILE
005530     END-IF.
005540     PERFORM 3400-CEK-KONFLIK THRU 3400-EXIT
005550         VARYING WS-VD-X FROM 1 BY 1 UNTIL WS-VD-X > WS-VD-MAX.
005560 3000-EXIT.
005570     EXIT.
005580*-----------------------------------------------------------
005590*3100-SATU-KREG  -  KWITREG FIXED COLUMNS (SEE BAYAR 2700):
005600*NUMBER 1-6, DATE 8-17 (THE VOID DATE ON A V LINE), NPM
005610*19-26, LINE TYPE 42.
005620*-----------------------------------------------------------
005630 3100-SATU-KREG.
005640     READ KWIT-REG
005650         AT END
005660             SET FILE-EOF TO TRUE
005670             GO TO 3100-EXIT
005680     END-READ.
005690     IF KREG-LINE(42:1) NOT = 'V'
005700         GO TO 3100-EXIT
005710     END-IF.
005720     IF KREG-LINE(8:10) > WS-TO-DATE
005730         GO TO 3100-EXIT
005740     END-IF.
005750     IF WS-FROM-DATE NOT = SPACES
005760         AND KREG-LINE(8:10) < WS-FROM-DATE
005770         GO TO 3100-EXIT
005780     END-IF.
005790     ADD 1 TO WS-VOID-COUNT.
005800     IF WS-VD-MAX NOT < 500
005810         ADD 1 TO WS-VD-LEWAT
005820         GO TO 3100-EXIT
005830     END-IF.
005840     ADD 1 TO WS-VD-MAX.
005850     MOVE KREG-LINE(1:6) TO WS-VD-NO(WS-VD-MAX).
005860     MOVE KREG-LINE(8:10) TO WS-VD-TGL(WS-VD-MAX).
005870     MOVE KREG-LINE(19:8) TO WS-VD-NPM(WS-VD-MAX).
005880     MOVE SPACES TO WS-VD-POSTER(WS-VD-MAX).
005890     MOVE SPACES TO WS-VD-VOIDER(WS-VD-MAX).
005900     MOVE SPACES TO WS-VD-TGL-BALIK(WS-VD-MAX).
005910     MOVE 'N' TO WS-VD-SETL-SW(WS-VD-MAX).
005920 3100-EXIT.
005930     EXIT.
005940*-----------------------------------------------------------
005950*3200-SATU-LOG  -  BAYARLOG FIXED COLUMNS: DATE 1-10, AMOUNT
005960*28-37 (NEGATIVE ON A REVERSAL, THE SIGN IN 27 WHEN IT HAS
005965*SEVEN WHOLE DIGITS), RECEIPT 42-47 AFTER ' KW ',
005970*OPERATOR 52-59 AFTER ' OP='.
005980*-----------------------------------------------------------
005990 3200-SATU-LOG.
006000     READ BAYAR-LOG
006010         AT END
006020             SET FILE-EOF TO TRUE
006030             GO TO 3200-EXIT
006040     END-READ.
006050     IF BAYAR-LOG-LINE(38:4) NOT = ' KW '
006060         GO TO 3200-EXIT
006070     END-IF.
006080     MOVE ZERO TO WS-VD-HIT.
006090     PERFORM 3250-CARI-VOID THRU 3250-EXIT
006100         VARYING WS-VD-X FROM 1 BY 1
006110         UNTIL WS-VD-X > WS-VD-MAX OR WS-VD-HIT > ZERO.
006120     IF WS-VD-HIT = ZERO
006130         GO TO 3200-EXIT
006140     END-IF.
006150     MOVE BAYAR-LOG-LINE(28:10) TO WS-AMT-X.
006160     MOVE ZERO TO WS-NEG-CT.
006170     INSPECT WS-AMT-X TALLYING WS-NEG-CT FOR ALL '-'.
006172     IF BAYAR-LOG-LINE(27:1) = '-'
006174         ADD 1 TO WS-NEG-CT
006176     END-IF.
006180     IF WS-NEG-CT = ZERO
006190         MOVE BAYAR-LOG-LINE(52:8) TO WS-VD-POSTER(WS-VD-HIT)
006200     ELSE
006210         MOVE BAYAR-LOG-LINE(52:8) TO WS-VD-VOIDER(WS-VD-HIT)
006220         MOVE BAYAR-LOG-LINE(1:10) TO WS-VD-TGL-BALIK(WS-VD-HIT)
006230     END-IF.
006240 3200-EXIT.
006250     EXIT.
006260 3250-CARI-VOID.
006270     IF WS-VD-NO(WS-VD-X) = BAYAR-LOG-LINE(42:6)
006280         MOVE WS-VD-X TO WS-VD-HIT
006290     END-IF.
006300 3250-EXIT.
006310     EXIT.
006320*-----------------------------------------------------------
006330*3300-SATU-SETL  -  SETLMST: DAY 1-10, OPERATOR 12-19.
006340*-----------------------------------------------------------
006350 3300-SATU-SETL.
006360     READ SETL-FILE
006370         AT END
006380             SET FILE-EOF TO TRUE
006390             GO TO 3300-EXIT
006400     END-READ.
006410     PERFORM 3350-SETL-VOID THRU 3350-EXIT
006420         VARYING WS-VD-X FROM 1 BY 1 UNTIL WS-VD-X > WS-VD-MAX.
006430 3300-EXIT.
006440     EXIT.
006450 3350-SETL-VOID.
006460     IF WS-VD-VOIDER(WS-VD-X) NOT = SPACES
006470         AND WS-VD-VOIDER(WS-VD-X) = SETL-LINE(12:8)
006480         AND WS-VD-TGL-BALIK(WS-VD-X) = SETL-LINE(1:10)
006490         MOVE 'Y' TO WS-VD-SETL-SW(WS-VD-X)
006500     END-IF.
006510 3350-EXIT.
006520     EXIT.
006530*-----------------------------------------------------------
006540*3400-CEK-KONFLIK  -  CHARGE EACH CONFLICT TO THE VOIDING
006550*OPERATOR.  A LINE WITH NO OPERATOR (DASHES) PROVES NOTHING
006560*EITHER WAY AND IS LEFT OUT.
006570*-----------------------------------------------------------
006580 3400-CEK-KONFLIK.
006590     IF WS-VD-VOIDER(WS-VD-X) = SPACES
006600         OR WS-VD-VOIDER(WS-VD-X) = '--------'
006610         GO TO 3400-EXIT
006620     END-IF.
006630     MOVE WS-VD-VOIDER(WS-VD-X) TO WS-ID-WK.
006640     IF WS-VD-POSTER(WS-VD-X) = WS-ID-WK
006650         PERFORM 7000-CARI-OPERATOR THRU 7000-EXIT
006660         IF WS-OP-HIT > ZERO
006670             ADD 1 TO WS-OP-SOD(WS-OP-HIT)
006680         END-IF
006690         ADD 1 TO WS-SOD-COUNT
006700     END-IF.
006710     IF WS-VD-SETL-SW(WS-VD-X) = 'Y'
006720         PERFORM 7000-CARI-OPERATOR THRU 7000-EXIT
006730         IF WS-OP-HIT > ZERO
006740             ADD 1 TO WS-OP-SOD(WS-OP-HIT)
006750         END-IF
006760         ADD 1 TO WS-SOD-COUNT
006770     END-IF.
006780 3400-EXIT.
006790     EXIT.
006800*-----------------------------------------------------------
006810*4000-NILAI-OPERATOR  -  DORMANCY AND PASSWORD AGE AS AT
006820*THE TO DATE.  AN ID NOT ON OPERMAST HAS NEITHER.
006830*-----------------------------------------------------------
006840 4000-NILAI-OPERATOR.
006850     IF WS-OP-LEVEL(WS-OP-X) = ZERO
006860         GO TO 4000-EXIT
006870     END-IF.
006880     IF WS-OP-LAST-ON(WS-OP-X) = SPACES
006890         MOVE 'Y' TO WS-OP-DORMAN-SW(WS-OP-X)
006900     ELSE
006910         MOVE WS-OP-LAST-ON(WS-OP-X) TO WS-TGL-WK
006920         PERFORM 8000-HARI THRU 8000-EXIT
006930         COMPUTE WS-UMUR = WS-HARI-TO - WS-HARI-WK
006940         IF WS-UMUR > WS-DORMAN-HARI
006950             MOVE 'Y' TO WS-OP-DORMAN-SW(WS-OP-X)
006960         END-IF
006970     END-IF.
006980     IF WS-OP-TGL-PW(WS-OP-X) = SPACES
006990         MOVE 'B' TO WS-OP-PW-SW(WS-OP-X)
007000         GO TO 4000-EXIT
007010     END-IF.
007020     MOVE WS-OP-TGL-PW(WS-OP-X) TO WS-TGL-WK.
007030     PERFORM 8000-HARI THRU 8000-EXIT.
007040     COMPUTE WS-UMUR = WS-HARI-TO - WS-HARI-WK.
007050     IF WS-UMUR > WS-PW-MAX-HARI
007060         MOVE 'K' TO WS-OP-PW-SW(WS-OP-X)
007070         MOVE WS-UMUR TO WS-OP-PW-UMUR(WS-OP-X)
007080     END-IF.
007090 4000-EXIT.
007100     EXIT.
007110*-----------------------------------------------------------
007120*5000-PRINT-REPORT
007130*-----------------------------------------------------------
007140 5000-PRINT-REPORT.
007150     MOVE SPACES TO RPT-LINE.
007160     MOVE 'TINJAUAN AKSES OPERATOR / OPERATOR ACCESS REVIEW'
007170         TO RPT-LINE.
007180     WRITE RPT-LINE.
007190     MOVE SPACES TO RPT-LINE.
007200     STRING 'PERIODE / PERIOD : ' WS-FROM-DATE
007210         ' S/D ' WS-TO-DATE
007220         '   DICETAK / RUN : ' WS-RUN-DATE-DISP
007230         '   OLEH / BY : ' WS-OPER-ID
007240         DELIMITED BY SIZE INTO RPT-LINE.
007250     WRITE RPT-LINE.
007260     MOVE SPACES TO RPT-LINE.
007270     IF WS-LAST-REG = SPACES
007280         MOVE 'TINJAUAN TERAKHIR / LAST REVIEW : BELUM ADA / NONE'
007290             TO RPT-LINE
007300     ELSE
007310         STRING 'TINJAUAN TERAKHIR / LAST REVIEW : '
007320             WS-LAST-REG(21:10) ' S/D ' WS-LAST-REG(32:10)
007330             ' DISETUJUI / SIGNED ' WS-LAST-REG(1:10)
007340             ' OLEH / BY ' WS-LAST-REG(43:8)
007350             DELIMITED BY SIZE INTO RPT-LINE
007360     END-IF.
007370     WRITE RPT-LINE.
007380     IF NOT SESS-ADA
007390         MOVE 'SESSLOG TIDAK ADA / NOT FOUND - NO ACTIVITY SHOWN'
007400             TO RPT-LINE
007410         WRITE RPT-LINE
007420     END-IF.
007430     MOVE ALL '=' TO RPT-LINE.
007440     WRITE RPT-LINE.
007450     PERFORM 5100-SATU-OPERATOR THRU 5100-EXIT
007460         VARYING WS-OP-X FROM 1 BY 1 UNTIL WS-OP-X > WS-OP-MAX.
007470     PERFORM 5500-PRINT-SOD THRU 5500-EXIT.
007480     PERFORM 5800-PRINT-TOTAL THRU 5800-EXIT.
007490 5000-EXIT.
007500     EXIT.
007510*-----------------------------------------------------------
007520*5100-SATU-OPERATOR  -  THE OPERATOR'S BLOCK.  ANY LINE
007530*MARKED ** IS A FINDING; AN OPERATOR WITH ONE IS COUNTED
007540*FOR THE SIGN-OFF.
007550*-----------------------------------------------------------
007560 5100-SATU-OPERATOR.
007570     MOVE 'N' TO WS-LAIN-SW.
007580     ADD 1 TO WS-OPR-COUNT.
007590     EVALUATE WS-OP-LEVEL(WS-OP-X)
007600         WHEN 1
007610             MOVE '1 ENTRI DATA' TO WS-LEVEL-NAMA
007620         WHEN 2
007630             MOVE '2 ASISTEN LAB' TO WS-LEVEL-NAMA
007640         WHEN 3
007650             MOVE '3 SUPERVISOR' TO WS-LEVEL-NAMA
007660         WHEN OTHER
007670             MOVE '- NOT ON OPERMAST' TO WS-LEVEL-NAMA
007680     END-EVALUATE.
007690     MOVE SPACES TO RPT-LINE.
007700     STRING 'OPERATOR : ' WS-OP-ID(WS-OP-X)
007710         '   LEVEL : ' WS-LEVEL-NAMA
007720         DELIMITED BY SIZE INTO RPT-LINE.
007730     IF WS-OP-KUNCI(WS-OP-X) = 'Y'
007740         MOVE '** TERKUNCI / LOCKED' TO RPT-LINE(52:20)
007750         MOVE 'Y' TO WS-LAIN-SW
007760     END-IF.
007770     WRITE RPT-LINE.
007780     IF WS-OP-LEVEL(WS-OP-X) = ZERO
007790         MOVE '  ** ID DI LOG TANPA AKUN / ID IN LOGS, NO ACCOUNT'
007800             TO RPT-LINE
007810         WRITE RPT-LINE
007820         MOVE 'Y' TO WS-LAIN-SW
007830     END-IF.
007840     MOVE WS-OP-SESI(WS-OP-X) TO WS-COUNT-DISP.
007850     MOVE SPACES TO RPT-LINE.
007860     IF WS-OP-LAST-ON(WS-OP-X) = SPACES
007870         STRING '  SIGN-ON TERAKHIR / LAST SIGN-ON : TIDAK ADA / '
007880             'NONE    SESI / SESSIONS : ' WS-COUNT-DISP
007890             DELIMITED BY SIZE INTO RPT-LINE
007900     ELSE
007910         STRING '  SIGN-ON TERAKHIR / LAST SIGN-ON : '
007920             WS-OP-LAST-ON(WS-OP-X)
007930             '   SESI / SESSIONS : ' WS-COUNT-DISP
007940             DELIMITED BY SIZE INTO RPT-LINE
007950     END-IF.
007960     WRITE RPT-LINE.
007970     PERFORM 5200-GAGAL-LINE THRU 5200-EXIT.
007980     IF WS-OP-DORMAN-SW(WS-OP-X) = 'Y'
007990         MOVE WS-DORMAN-HARI TO WS-COUNT-DISP
008000         MOVE SPACES TO RPT-LINE
008010         STRING '  ** TIDAK AKTIF / DORMANT - NO SIGN-ON IN'
008020             WS-COUNT-DISP ' DAYS'
008030             DELIMITED BY SIZE INTO RPT-LINE
008040         WRITE RPT-LINE
008050         MOVE 'Y' TO WS-LAIN-SW
008060     END-IF.
008070     IF WS-OP-PW-SW(WS-OP-X) = 'B'
008080         MOVE '  ** PASSWORD BELUM PERNAH DIGANTI / NEVER CHANGED'
008090             TO RPT-LINE
008100         WRITE RPT-LINE
008110         MOVE 'Y' TO WS-LAIN-SW
008120     END-IF.
008130     IF WS-OP-PW-SW(WS-OP-X) = 'K'
008140         MOVE WS-OP-PW-UMUR(WS-OP-X) TO WS-COUNT-DISP
008150         MOVE SPACES TO RPT-LINE
008160         STRING '  ** PASSWORD KEDALUWARSA / EXPIRED - CHANGED '
008170             WS-OP-TGL-PW(WS-OP-X) ', ' WS-COUNT-DISP ' DAYS'
008180             DELIMITED BY SIZE INTO RPT-LINE
008190         WRITE RPT-LINE
008200         MOVE 'Y' TO WS-LAIN-SW
008210     END-IF.
008220     PERFORM 5300-PROGRAM-LINE THRU 5300-EXIT
008230         VARYING WS-US-X FROM 1 BY 1 UNTIL WS-US-X > WS-US-MAX.
008240     IF WS-OP-LUAR(WS-OP-X) > ZERO
008250         MOVE 'Y' TO WS-LAIN-SW
008260     END-IF.
008270     IF WS-OP-SOD(WS-OP-X) > ZERO
008280         MOVE WS-OP-SOD(WS-OP-X) TO WS-COUNT-DISP
008290         MOVE SPACES TO RPT-LINE
008300         STRING '  ** KONFLIK TUGAS / DUTIES CONFLICTS : '
008310             WS-COUNT-DISP ' (SEE BELOW)'
008320             DELIMITED BY SIZE INTO RPT-LINE
008330         WRITE RPT-LINE
008340         MOVE 'Y' TO WS-LAIN-SW
008350     END-IF.
008360     IF OP-ADA-TEMUAN
008370         ADD 1 TO WS-EXC-OP-COUNT
008380     END-IF.
008390     MOVE ALL '-' TO RPT-LINE.
008400     WRITE RPT-LINE.
008410 5100-EXIT.
008420     EXIT.
008430*-----------------------------------------------------------
008440*5200-GAGAL-LINE  -  SIGN-ON FAILURES, LOCKOUTS, REFUSED
008450*MENU PICKS AND REFUSED APPROVALS, ONLY WHEN THERE ARE ANY.
008460*-----------------------------------------------------------
008470 5200-GAGAL-LINE.
008480     IF WS-OP-GAGAL(WS-OP-X) = ZERO
008490         AND WS-OP-KUNCIAN(WS-OP-X) = ZERO
008500         AND WS-OP-GAGAL-NOW(WS-OP-X) = ZERO
008510         GO TO 5210-TOLAK
008520     END-IF.
008530     MOVE WS-OP-GAGAL(WS-OP-X) TO WS-COUNT-DISP.
008540     MOVE WS-OP-KUNCIAN(WS-OP-X) TO WS-COUNT-DISP2.
008550     MOVE SPACES TO RPT-LINE.
008560     STRING '  ** SIGN-ON GAGAL / FAILED : ' WS-COUNT-DISP
008570         '   DIKUNCI / LOCKOUTS : ' WS-COUNT-DISP2
008580         '   GAGAL BERJALAN / CURRENT FAILS : '
008590         WS-OP-GAGAL-NOW(WS-OP-X)
008600         DELIMITED BY SIZE INTO RPT-LINE.
008610     WRITE RPT-LINE.
008620     MOVE 'Y' TO WS-LAIN-SW.
008630 5210-TOLAK.
008640     IF WS-OP-TOLAK(WS-OP-X) = ZERO
008650         AND WS-OP-SPV-TOLAK(WS-OP-X) = ZERO
008660         GO TO 5200-EXIT
008670     END-IF.
008680     MOVE WS-OP-TOLAK(WS-OP-X) TO WS-COUNT-DISP.
008690     MOVE WS-OP-SPV-TOLAK(WS-OP-X) TO WS-COUNT-DISP2.
008700     MOVE SPACES TO RPT-LINE.
008710     STRING '  ** MENU DITOLAK / MENU REFUSALS : ' WS-COUNT-DISP
008720         '   PERSETUJUAN DITOLAK / APPROVALS REFUSED : '
008730         WS-COUNT-DISP2
008740         DELIMITED BY SIZE INTO RPT-LINE.
008750     WRITE RPT-LINE.
008760     MOVE 'Y' TO WS-LAIN-SW.
008770 5200-EXIT.
008780     EXIT.
008790 5300-PROGRAM-LINE.
008800     IF WS-US-OP(WS-US-X) NOT = WS-OP-ID(WS-OP-X)
008810         GO TO 5300-EXIT
008820     END-IF.
008830     MOVE WS-US-START(WS-US-X) TO WS-COUNT-DISP.
008840     MOVE WS-US-EVENT(WS-US-X) TO WS-COUNT-DISP2.
008850     MOVE SPACES TO RPT-LINE.
008860     IF WS-US-LUAR-SW(WS-US-X) = 'Y'
008870         MOVE '  **' TO RPT-LINE(1:4)
008880     END-IF.
008890     STRING ' PROGRAM : ' WS-US-PGM(WS-US-X)
008900         '  JALAN / RUNS : ' WS-COUNT-DISP
008910         '  KEJADIAN / EVENTS : ' WS-COUNT-DISP2
008920         DELIMITED BY SIZE INTO RPT-LINE(5:).
008930     IF WS-US-LUAR-SW(WS-US-X) = 'Y'
008940         MOVE 'DI LUAR WEWENANG / OUTSIDE AUTH-LEVEL'
008950             TO RPT-LINE(77:37)
008960     END-IF.
008970     WRITE RPT-LINE.
008980 5300-EXIT.
008990     EXIT.
009000*-----------------------------------------------------------
009010*5500-PRINT-SOD  -  ONE LINE PER CONFLICT.
009020*-----------------------------------------------------------
009030 5500-PRINT-SOD.
009040     MOVE SPACES TO RPT-LINE.
009050     STRING 'KONFLIK PEMISAHAN TUGAS / '
009060         'SEGREGATION-OF-DUTIES CONFLICTS'
009070         DELIMITED BY SIZE INTO RPT-LINE.
009080     WRITE RPT-LINE.
009090     MOVE ALL '-' TO RPT-LINE.
009100     WRITE RPT-LINE.
009110     IF WS-SOD-COUNT = ZERO
009120         MOVE 'TIDAK ADA / NONE' TO RPT-LINE
009130         WRITE RPT-LINE
009140         GO TO 5500-EXIT
009150     END-IF.
009160     PERFORM 5550-SATU-SOD THRU 5550-EXIT
009170         VARYING WS-VD-X FROM 1 BY 1 UNTIL WS-VD-X > WS-VD-MAX.
009180 5500-EXIT.
009190     EXIT.
009200 5550-SATU-SOD.
009210     IF WS-VD-VOIDER(WS-VD-X) = SPACES
009220         OR WS-VD-VOIDER(WS-VD-X) = '--------'
009230         GO TO 5550-EXIT
009240     END-IF.
009250     IF WS-VD-POSTER(WS-VD-X) = WS-VD-VOIDER(WS-VD-X)
009260         MOVE SPACES TO RPT-LINE
009270         STRING 'KW ' WS-VD-NO(WS-VD-X)
009280             '  NPM ' WS-VD-NPM(WS-VD-X)
009290             '  ' WS-VD-VOIDER(WS-VD-X)
009300             ' MEMBAYAR DAN MEMBATALKAN / POSTED AND VOIDED,'
009310             ' VOID ' WS-VD-TGL(WS-VD-X)
009320             DELIMITED BY SIZE INTO RPT-LINE
009330         WRITE RPT-LINE
009340     END-IF.
009350     IF WS-VD-SETL-SW(WS-VD-X) = 'Y'
009360         MOVE SPACES TO RPT-LINE
009370         STRING 'KW ' WS-VD-NO(WS-VD-X)
009380             '  NPM ' WS-VD-NPM(WS-VD-X)
009390             '  ' WS-VD-VOIDER(WS-VD-X)
009400             ' MEMBATALKAN LALU MENUTUP LACI / '
009410             'VOIDED THEN SETTLED OWN DRAWER '
009420             WS-VD-TGL-BALIK(WS-VD-X)
009430             DELIMITED BY SIZE INTO RPT-LINE
009440         WRITE RPT-LINE
009450     END-IF.
009460 5550-EXIT.
009470     EXIT.
009480*-----------------------------------------------------------
009490*5800-PRINT-TOTAL
009500*-----------------------------------------------------------
009510 5800-PRINT-TOTAL.
009520     MOVE ALL '=' TO RPT-LINE.
009530     WRITE RPT-LINE.
009540     MOVE WS-OPR-COUNT TO WS-COUNT-DISP.
009550     MOVE SPACES TO RPT-LINE.
009560     STRING 'OPERATOR DITINJAU / OPERATORS REVIEWED   : '
009570         WS-COUNT-DISP DELIMITED BY SIZE INTO RPT-LINE.
009580     WRITE RPT-LINE.
009590     MOVE WS-EXC-OP-COUNT TO WS-COUNT-DISP.
009600     MOVE SPACES TO RPT-LINE.
009610     STRING 'DENGAN TEMUAN / WITH FINDINGS (**)       : '
009620         WS-COUNT-DISP DELIMITED BY SIZE INTO RPT-LINE.
009630     WRITE RPT-LINE.
009640     MOVE WS-VOID-COUNT TO WS-COUNT-DISP.
009650     MOVE SPACES TO RPT-LINE.
009660     STRING 'KWITANSI BATAL / RECEIPTS VOIDED         : '
009670         WS-COUNT-DISP DELIMITED BY SIZE INTO RPT-LINE.
009680     WRITE RPT-LINE.
009690     MOVE WS-SOD-COUNT TO WS-COUNT-DISP.
009700     MOVE SPACES TO RPT-LINE.
009710     STRING 'KONFLIK TUGAS / DUTIES CONFLICTS         : '
009720         WS-COUNT-DISP DELIMITED BY SIZE INTO RPT-LINE.
009730     WRITE RPT-LINE.
009740     MOVE WS-TANPA-OP-COUNT TO WS-COUNT-DISP.
009750     MOVE SPACES TO RPT-LINE.
009760     STRING 'KEJADIAN TANPA OPERATOR / NO-OPERATOR EVENTS : '
009770         WS-COUNT-DISP DELIMITED BY SIZE INTO RPT-LINE.
009780     WRITE RPT-LINE.
009790     IF WS-OP-LEWAT > ZERO OR WS-US-LEWAT > ZERO
009800         OR WS-VD-LEWAT > ZERO
009810         MOVE 'TABEL PENUH / TABLE FULL - REPORT INCOMPLETE'
009820             TO RPT-LINE
009830         WRITE RPT-LINE
009840         MOVE 'TABLE' TO WS-EXC-FIELD
009850         MOVE 'ACCESS REVIEW TABLE FULL - REPORT INCOMPLETE'
009860             TO WS-EXC-DETAIL
009870         MOVE 'W' TO WS-EXC-SEV
009880         CALL 'EXCPRPT' USING 'AKSREV    '
009890             WS-EXC-FIELD WS-EXC-DETAIL WS-EXC-SEV
009900     END-IF.
009910 5800-EXIT.
009920     EXIT.
009930*-----------------------------------------------------------
009940*6000-SIGN-OFF  -  A SUPERVISOR OTHER THAN THE OPERATOR WHO
009950*RAN THE REVIEW APPROVES IT THROUGH SPVCEK; THE SIGN-OFF
009960*GOES ON AKSREG AND AT THE FOOT OF THE REPORT.  AN UNSIGNED
009970*REVIEW IS REPORTED TO EXCPRPT.
009980*-----------------------------------------------------------
009990 6000-SIGN-OFF.
010000     MOVE WS-OPR-COUNT TO WS-COUNT-DISP.
010010     MOVE WS-EXC-OP-COUNT TO WS-COUNT-DISP2.
010020     DISPLAY 'AKSREV: ' WS-COUNT-DISP ' OPERATOR, '
010030         WS-COUNT-DISP2 ' DENGAN TEMUAN / WITH FINDINGS'.
010040     DISPLAY 'TANDA TANGAN SUPERVISOR SEKARANG? / SIGN OFF NOW? '
010050         '(Y/T) : ' WITH NO ADVANCING.
010060     MOVE SPACE TO WS-JAWAB.
010070     ACCEPT WS-JAWAB.
010080     IF WS-JAWAB = 'Y' OR WS-JAWAB = 'y'
010090         CALL 'SPVCEK' USING WS-OPER-ID WS-SPV-ID WS-SPV-HASIL
010100         IF WS-SPV-HASIL = 'Y'
010110             PERFORM 6100-WRITE-REG THRU 6100-EXIT
010120         END-IF
010130     END-IF.
010140     MOVE ALL '=' TO RPT-LINE.
010150     WRITE RPT-LINE.
010160     MOVE SPACES TO RPT-LINE.
010170     IF REVIEW-DITTD
010180         STRING 'DITINJAU DAN DISETUJUI / REVIEWED AND SIGNED OFF'
010190             ' BY ' WS-SPV-ID ' ON ' WS-RUN-DATE-DISP
010200             ' ' WS-TIME-DISP
010210             DELIMITED BY SIZE INTO RPT-LINE
010220         WRITE RPT-LINE
010230         DISPLAY 'TINJAUAN DISETUJUI / REVIEW SIGNED OFF'
010240         GO TO 6000-EXIT
010250     END-IF.
010260     MOVE 'BELUM DISETUJUI / NOT SIGNED OFF' TO RPT-LINE.
010270     WRITE RPT-LINE.
010280     DISPLAY 'TINJAUAN BELUM DISETUJUI / REVIEW NOT SIGNED OFF'.
010290     MOVE 'SIGN-OFF' TO WS-EXC-FIELD.
010300     MOVE SPACES TO WS-EXC-DETAIL.
010310     STRING 'REVIEW ' WS-FROM-DATE ' TO ' WS-TO-DATE
010320         ' NOT SIGNED OFF' DELIMITED BY SIZE INTO WS-EXC-DETAIL.
010330     MOVE 'W' TO WS-EXC-SEV.
010340     CALL 'EXCPRPT' USING 'AKSREV    '
010350         WS-EXC-FIELD WS-EXC-DETAIL WS-EXC-SEV.
010360 6000-EXIT.
010370     EXIT.
010380 6100-WRITE-REG.
010390     ACCEPT WS-SYSTIME FROM TIME.
010400     MOVE SPACES TO WS-TIME-DISP.
010410     STRING WS-SYSTIME(1:2) ':' WS-SYSTIME(3:2)
010420         ':' WS-SYSTIME(5:2) DELIMITED BY SIZE
010430         INTO WS-TIME-DISP.
010440     OPEN EXTEND AKS-REG.
010450     IF WS-AREG-FS = '35'
010460         OPEN OUTPUT AKS-REG
010470         CLOSE AKS-REG
010480         OPEN EXTEND AKS-REG
010490     END-IF.
010500     MOVE SPACES TO AREG-LINE.
010510     MOVE WS-RUN-DATE-DISP TO AREG-LINE(1:10).
010520     MOVE WS-TIME-DISP TO AREG-LINE(12:8).
010530     MOVE WS-FROM-DATE TO AREG-LINE(21:10).
010540     MOVE WS-TO-DATE TO AREG-LINE(32:10).
010550     MOVE WS-SPV-ID TO AREG-LINE(43:8).
010560     MOVE WS-OPER-ID TO AREG-LINE(52:8).
010570     MOVE WS-OPR-COUNT TO AREG-LINE(61:5).
010580     MOVE WS-EXC-OP-COUNT TO AREG-LINE(67:5).
010590     MOVE WS-SOD-COUNT TO AREG-LINE(73:5).
010600     WRITE AREG-LINE.
010610     CLOSE AKS-REG.
010620     SET REVIEW-DITTD TO TRUE.
010630     MOVE SPACES TO WS-SUMMARY.
010640     STRING 'REVIEW ' WS-FROM-DATE ' TO ' WS-TO-DATE
010650         ' SIGNED SPV=' WS-SPV-ID
010660         DELIMITED BY SIZE INTO WS-SUMMARY.
010670     CALL 'AUDITLOG' USING 'AKSREV    ' 'SIGN ' WS-SUMMARY.
010680 6100-EXIT.
010690     EXIT.
010700*-----------------------------------------------------------
010710*7000-CARI-OPERATOR  -  WS-ID-WK IN THE OPERATOR TABLE; AN
010720*ID THE LOGS NAME THAT IS NOT ON OPERMAST IS ADDED AT
010730*LEVEL 0 SO IT IS REVIEWED TOO.  WS-OP-HIT ZERO ONLY WHEN
010740*THE TABLE IS FULL.
010750*-----------------------------------------------------------
010760 7000-CARI-OPERATOR.
010770     MOVE ZERO TO WS-OP-HIT.
010780     IF WS-ID-WK = SPACES
010790         GO TO 7000-EXIT
010800     END-IF.
010810     IF WS-OP-MAX > ZERO
010820         PERFORM 7050-SATU-OPERATOR THRU 7050-EXIT
010830             VARYING WS-OP-X FROM 1 BY 1
010840             UNTIL WS-OP-X > WS-OP-MAX OR WS-OP-HIT > ZERO
010850     END-IF.
010860     IF WS-OP-HIT > ZERO
010870         GO TO 7000-EXIT
010880     END-IF.
010890     IF WS-OP-MAX NOT < 300
010900         ADD 1 TO WS-OP-LEWAT
010910         GO TO 7000-EXIT
010920     END-IF.
010930     ADD 1 TO WS-OP-MAX.
010940     MOVE WS-OP-MAX TO WS-OP-HIT.
010950     PERFORM 1150-CLEAR-OPERATOR THRU 1150-EXIT.
010960     MOVE WS-ID-WK TO WS-OP-ID(WS-OP-HIT).
010970 7000-EXIT.
010980     EXIT.
010990 7050-SATU-OPERATOR.
011000     IF WS-OP-ID(WS-OP-X) = WS-ID-WK
011010         MOVE WS-OP-X TO WS-OP-HIT
011020     END-IF.
011030 7050-EXIT.
011040     EXIT.
011050*-----------------------------------------------------------
011060*8000-HARI  -  WS-TGL-WK (YYYY-MM-DD) TO A DAY NUMBER.
011070*-----------------------------------------------------------
011080 8000-HARI.
011090     MOVE ZERO TO WS-HARI-WK.
011100     IF WS-TGL-WK(1:4) NOT NUMERIC
011110         OR WS-TGL-WK(6:2) NOT NUMERIC
011120         OR WS-TGL-WK(9:2) NOT NUMERIC
011130         GO TO 8000-EXIT
011140     END-IF.
011150     MOVE WS-TGL-WK(1:4) TO WS-TGL-YY.
011160     MOVE WS-TGL-WK(6:2) TO WS-TGL-MM.
011170     MOVE WS-TGL-WK(9:2) TO WS-TGL-DD.
011180     COMPUTE WS-HARI-WK = WS-TGL-YY * 365
011190         + WS-TGL-MM * 30 + WS-TGL-DD.
011200 8000-EXIT.
011210     EXIT.
011220*-----------------------------------------------------------
011230*9000-TERMINATE
011240*-----------------------------------------------------------
011250 9000-TERMINATE.
011260     CLOSE AKS-RPT.
011270     MOVE SPACES TO WS-SUMMARY.
011280     STRING 'OPERATORS=' WS-OPR-COUNT ' FINDINGS=' WS-EXC-OP-COUNT
011290         ' CONFLICTS=' WS-SOD-COUNT
011300         DELIMITED BY SIZE INTO WS-SUMMARY.
011310     CALL 'AUDITLOG' USING 'AKSREV    ' 'END  ' WS-SUMMARY.
011320     DISPLAY 'AKSREV SELESAI.'.
011330     STOP RUN.
011340 9000-EXIT.
011350     EXIT.
