000020*NILAI  -  COURSE SCORE ENTRY
000030*-----------------------------------------------------------
000040*CAPTURES ONE COURSE SCORE AT A TIME ONTO THE NILAI FILE,
000050*KEYED ON NPM, COURSE AND SEMESTER.  THE NPM MUST EXIST ON
000060*THE MHS MASTER BEFORE A SCORE IS ACCEPTED - LECTURERS'
000070*PAPER GRADE SHEETS ARE FULL OF MISTYPED NUMBERS AND A SCORE
000080*FOR A STUDENT WE DO NOT KNOW IS WORTHLESS.  AN EXISTING
000090*NPM/COURSE/SEMESTER IS SHOWN AND MAY BE OVERWRITTEN (A
000100*CORRECTED SHEET) OR LEFT ALONE.  SCORES ARE 0-100.  A NEW
000101*SCORE KEYED AFTER THE SEMESTER'S TGL-BATAS-NILAI ON THE
000102*KALMST ACADEMIC CALENDAR (SEE KALCEK) NEEDS A SUPERVISOR
000103*OVERRIDE THROUGH SPVCEK, REPORTED TO EXCPRPT AT SEVERITY S.
000104*ONCE SMTCLOSE HAS CLOSED THE SEMESTER ON THE CALENDAR AN
000105*EXISTING SCORE MAY NOT BE OVERWRITTEN HERE - THE CHANGE
000106*MUST GO THROUGH THE NILAMD AMENDMENT TRANSACTION.
000110*-----------------------------------------------------------
000120*MODIFICATION HISTORY
000130*DATE       INIT  DESCRIPTION
000310*WHEN THE OPERATOR ANSWERS Y TO THE
000320*BLOCKING PROMPT AT STARTUP.  NO
000330*ELIGIBILITY FILE MEANS NO CHECK.
000331*10/15/2026 RSD   THE SEMESTER IS NOW PART OF THE NILAIMST
000332*KEY, SO A SCORE FOR A COURSE ALREADY
000333*GRADED IN AN EARLIER SEMESTER IS SAVED AS
000334*A RETAKE ALONGSIDE THE EARLIER ATTEMPT
000335*(SHOWN TO THE OPERATOR) INSTEAD OF
000336*OVERWRITING IT.  ONLY THE SAME SEMESTER
000337*ASKS TO OVERWRITE.
000338*10/15/2026 RSD   A KRS LINE STILL PENDING OR RETURNED BY
000339*THE CLASS ADVISOR NO LONGER COUNTS AS A
000340*REGISTRATION.
000341*10/15/2026 RSD   NEW SCORES AFTER THE CALENDAR SCORE
000342*DEADLINE NEED A SUPERVISOR OVERRIDE.
000343*10/15/2026 RSD   A SCORE IN A CLOSED SEMESTER IS NO LONGER
000344*OVERWRITTEN; IT IS REFUSED AND SENT TO
000345*NILAMD.
000346*10/15/2026 RSD   THE THESIS COURSE (WAJIB-MK S) IS REFUSED
000347*HERE - ITS SCORE IS THE DEFENSE SCORE
000348*SKRMNT POSTS.
000349*-----------------------------------------------------------
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. NILAI.
000370 AUTHOR. RASYID.
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS ELIG-KEY OF ELIG-RECORD
000680         FILE STATUS IS WS-ELFS.
000682     SELECT OPER-SESS ASSIGN TO 'OPERSESS'
000684         ORGANIZATION IS LINE SEQUENTIAL
000686         FILE STATUS IS WS-SESS-FS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  MHS-FILE.
000830 FD  ELIG-FILE.
000840 01  ELIG-RECORD.
000850         COPY ELIGREC.
000853 FD  OPER-SESS.
000856 01  OPER-SESS-RECORD            PIC X(08).
000860 WORKING-STORAGE SECTION.
000870 01  NILAI-WS.
000880         COPY NILAIREC.
000950 01  WS-ELFS                     PIC X(02).
000960 01  WS-ELIG-OPEN-SW             PIC X(01) VALUE 'N'.
000970         88  ELIG-OPEN                    VALUE 'Y'.
000975 01  WS-SESS-FS                  PIC X(02).
000980 01  WS-BLOKIR-SW                PIC X(01) VALUE 'T'.
000990         88  BLOKIR-MODE                  VALUE 'Y' 'y'.
001000 01  WS-SWITCHES.
001130         05  WS-OVR-SW               PIC X(01) VALUE 'N'.
001140             88  WANT-OVERWRITE           VALUE 'Y' 'y'.
001150             88  NO-OVERWRITE             VALUE 'T' 't' 'N' 'n'.
001152 01  WS-ULANG-SW                 PIC X(01) VALUE 'N'.
001154         88  MK-DIULANG                   VALUE 'Y'.
001156 01  WS-NILAI-EOF-SW             PIC X(01).
001158         88  NILAI-EOF                    VALUE 'Y'.
001160 01  WS-LAGI-SW                  PIC X(01) VALUE 'Y'.
001170         88  ENTRI-LAGI                   VALUE 'Y' 'y'.
001180 01  WS-NILAI-IN                 PIC X(03).
001230 01  WS-EXC-FIELD                PIC X(15).
001240 01  WS-EXC-DETAIL               PIC X(50).
001250 01  WS-EXC-SEV                  PIC X(01).
001251 01  WS-OPER-ID                  PIC X(08).
001252 01  WS-SPV-ID                   PIC X(08).
001253 01  WS-SPV-HASIL                PIC X(01).
001254 01  WS-MINTA-SW                 PIC X(01).
001255         88  MINTA-OVERRIDE               VALUE 'Y' 'y'.
001256 01  WS-SYSDATE                  PIC 9(08).
001257 01  WS-RUN-DATE-DISP            PIC X(10).
001258 01  WS-KAL-SEMESTER             PIC 9(02).
001259 01  WS-KAL-HASIL                PIC X(01).
001260 01  WS-KAL-RECORD.
001261         COPY KALREC.
001262*-----------------------------------------------------------
001270*0000-MAINLINE
001280*-----------------------------------------------------------
001290 PROCEDURE DIVISION.
001750         CLOSE NILAI-FILE
001760         OPEN I-O NILAI-FILE
001770     END-IF.
001771     MOVE '--------' TO WS-OPER-ID.
001772     OPEN INPUT OPER-SESS.
001773     IF WS-SESS-FS = '00'
001774         READ OPER-SESS
001775             AT END
001776                 CONTINUE
001777             NOT AT END
001778                 IF OPER-SESS-RECORD NOT = SPACES
001779                     MOVE OPER-SESS-RECORD TO WS-OPER-ID
001780                 END-IF
001781         END-READ
001782         CLOSE OPER-SESS
001783     END-IF.
001784     ACCEPT WS-SYSDATE FROM DATE YYYYMMDD.
001785     MOVE SPACES TO WS-RUN-DATE-DISP.
001786     STRING WS-SYSDATE(1:4) '-' WS-SYSDATE(5:2)
001787         '-' WS-SYSDATE(7:2) DELIMITED BY SIZE
001788         INTO WS-RUN-DATE-DISP.
001789     MOVE 'SESSION STARTED' TO WS-SUMMARY.
001790     CALL 'AUDITLOG' USING 'NILAI     ' 'START' WS-SUMMARY.
001800 1000-EXIT.
001810     EXIT.
001820*-----------------------------------------------------------
001830*2000-ENTRI-SATU  -  ONE SCORE: NPM (VERIFIED), COURSE,
001840*SEMESTER, SCORE, THEN WRITE OR OVERWRITE.  A NEW SCORE
001843*PAST THE CALENDAR DEADLINE GOES NO FURTHER WITHOUT AN
001846*OVERRIDE.
001850*-----------------------------------------------------------
001860 2000-ENTRI-SATU.
001870     SET FIELD-BAD TO TRUE.
001880     PERFORM 2100-ACCEPT-NPM THRU 2100-EXIT UNTIL FIELD-OK.
001890     SET FIELD-BAD TO TRUE.
001900     PERFORM 2200-ACCEPT-COURSE THRU 2200-EXIT UNTIL FIELD-OK.
001905     MOVE 'N' TO WS-ULANG-SW.
001910     PERFORM 2300-LOOKUP-NILAI THRU 2300-EXIT.
001920     IF NILAI-FOUND
001930         PERFORM 2390-CEK-TUTUP THRU 2390-EXIT
001940     ELSE
001945         PERFORM 2350-CARI-ULANG THRU 2350-EXIT
001950         SET WANT-OVERWRITE TO TRUE
001955         PERFORM 2380-CEK-BATAS THRU 2380-EXIT
001960     END-IF.
001970     IF WANT-OVERWRITE
001980         PERFORM 2500-ACCEPT-SCORE THRU 2500-EXIT
002440*-----------------------------------------------------------
002450*2200-ACCEPT-COURSE  -  THE CODE MUST BE ON THE COURSE
002460*CATALOG; THE OFFICIAL NAME COMES FROM THE CATALOG, NOT
002470*THE OPERATOR.  THE THESIS COURSE IS SCORED IN SKRMNT.
002480*-----------------------------------------------------------
002490 2200-ACCEPT-COURSE.
002500     DISPLAY 'KODE MATA KULIAH / COURSE CODE : '
002680             WS-EXC-FIELD WS-EXC-DETAIL WS-EXC-SEV
002690         GO TO 2200-EXIT
002700     END-IF.
002701     IF MK-SKRIPSI OF MK-RECORD
002702         SET FIELD-BAD TO TRUE
002703         DISPLAY 'NILAI SKRIPSI LEWAT SKRMNT / THESIS SCORE IS '
002704             'POSTED BY SKRMNT, ULANGI'
002705         GO TO 2200-EXIT
002706     END-IF.
002710     DISPLAY 'MATA KULIAH: ' NAMA-MK OF MK-RECORD.
002720     MOVE NAMA-MK OF MK-RECORD TO NAMA-MK OF NILAI-WS.
002730     SET FIELD-OK TO TRUE.
002820*-----------------------------------------------------------
002830*2250-CEK-KRS  -  THE STUDENT MUST HAVE REGISTERED FOR THE
002840*COURSE THAT SEMESTER ON THE KRS FILE.  NO KRS FILE YET
002850*MEANS NO CHECK, LIKE THE KELAS CHECK IN IDENTITAS.  THE
002853*LINE MUST ALSO BE APPROVED BY THE CLASS ADVISOR (STATUS-KRS
002856*A, OR BLANK ON A LINE OLDER THAN THE APPROVAL STEP).
002860*-----------------------------------------------------------
002870 2250-CEK-KRS.
002880     IF NOT KRS-OPEN
003090         NOT INVALID KEY
003100             CONTINUE
003110     END-READ.
003111     IF FIELD-BAD
003112         GO TO 2250-EXIT
003113     END-IF.
003114     IF STATUS-KRS OF KRS-RECORD = 'P' OR 'R'
003115         SET FIELD-BAD TO TRUE
003116         DISPLAY 'KRS BELUM DISETUJUI WALI / KRS NOT APPROVED '
003117             'BY ADVISOR, DITOLAK'
003118         MOVE 'KODE-MK' TO WS-EXC-FIELD
003119         MOVE SPACES TO WS-EXC-DETAIL
003120         STRING 'KRS NOT APPROVED NPM ' NPM OF NILAI-WS
003121             ' SMT ' SEMESTER-MK OF NILAI-WS
003122             ' MK ' KODE-MK OF NILAI-WS
003123             DELIMITED BY SIZE INTO WS-EXC-DETAIL
003124         MOVE 'W' TO WS-EXC-SEV
003125         CALL 'EXCPRPT' USING 'NILAI     '
003126             WS-EXC-FIELD WS-EXC-DETAIL WS-EXC-SEV
003127     END-IF.
003128 2250-EXIT.
003130     EXIT.
003140*-----------------------------------------------------------
003150*2270-CEK-SYARAT  -  A STUDENT THE ABSELIG FILE SAYS WAS
003550 2300-LOOKUP-NILAI.
003560     MOVE NPM OF NILAI-WS TO NPM OF NILAI-RECORD.
003570     MOVE KODE-MK OF NILAI-WS TO KODE-MK OF NILAI-RECORD.
003575     MOVE SEMESTER-MK OF NILAI-WS TO SEMESTER-MK OF NILAI-RECORD.
003580     READ NILAI-FILE
003590         INVALID KEY
003600             SET NILAI-NOT-FOUND TO TRUE
003630     END-READ.
003640 2300-EXIT.
003650     EXIT.
003651*-----------------------------------------------------------
003652*2350-CARI-ULANG  -  A NEW SEMESTER FOR THE COURSE: LIST THE
003653*STUDENT'S OTHER ATTEMPTS SO THE OPERATOR SEES THIS IS A
003654*RETAKE.  EVERY ATTEMPT IS KEPT; NILPILIH DECIDES WHICH
003655*ONE COUNTS.
003656*-----------------------------------------------------------
003657 2350-CARI-ULANG.
003658     MOVE 'N' TO WS-ULANG-SW.
003659     MOVE 'N' TO WS-NILAI-EOF-SW.
003660     MOVE NPM OF NILAI-WS TO NPM OF NILAI-RECORD.
003661     MOVE KODE-MK OF NILAI-WS TO KODE-MK OF NILAI-RECORD.
003662     MOVE ZERO TO SEMESTER-MK OF NILAI-RECORD.
003663     START NILAI-FILE KEY NOT < NILAI-KEY OF NILAI-RECORD
003664         INVALID KEY
003665             SET NILAI-EOF TO TRUE
003666     END-START.
003667     PERFORM 2360-SATU-ULANG THRU 2360-EXIT UNTIL NILAI-EOF.
003668 2350-EXIT.
003669     EXIT.
003670 2360-SATU-ULANG.
003671     READ NILAI-FILE NEXT RECORD
003672         AT END
003673             SET NILAI-EOF TO TRUE
003674             GO TO 2360-EXIT
003675     END-READ.
003676     IF NPM OF NILAI-RECORD NOT = NPM OF NILAI-WS
003677         OR KODE-MK OF NILAI-RECORD NOT = KODE-MK OF NILAI-WS
003678         SET NILAI-EOF TO TRUE
003679         GO TO 2360-EXIT
003680     END-IF.
003681     IF NOT MK-DIULANG
003682         DISPLAY 'MENGULANG / RETAKE - NILAI LAIN / '
003683             'OTHER ATTEMPTS:'
003684         MOVE 'Y' TO WS-ULANG-SW
003685     END-IF.
003686     DISPLAY '  SMT ' SEMESTER-MK OF NILAI-RECORD
003687         '  NILAI ' NILAI-ANGKA OF NILAI-RECORD.
003688 2360-EXIT.
003689     EXIT.
003690*-----------------------------------------------------------
003691*2380-CEK-BATAS  -  A NEW SCORE AFTER THE SEMESTER'S
003692*TGL-BATAS-NILAI NEEDS A SUPERVISOR OVERRIDE.  NO CALENDAR
003693*FILE, OR A SEMESTER NOT ON IT, MEANS NO DEADLINE.  A
003694*REFUSAL TURNS WANT-OVERWRITE OFF SO NOTHING IS SAVED.
003695*-----------------------------------------------------------
003696 2380-CEK-BATAS.
003697     MOVE SEMESTER-MK OF NILAI-WS TO WS-KAL-SEMESTER.
003698     CALL 'KALCEK' USING WS-KAL-SEMESTER WS-KAL-RECORD
003699         WS-KAL-HASIL.
003700     IF WS-KAL-HASIL NOT = 'Y'
003701         GO TO 2380-EXIT
003702     END-IF.
003703     IF WS-RUN-DATE-DISP NOT > TGL-BATAS-NILAI OF WS-KAL-RECORD
003704         GO TO 2380-EXIT
003705     END-IF.
003706     DISPLAY 'BATAS ENTRI NILAI SUDAH LEWAT / SCORE DEADLINE '
003707         'PASSED ' TGL-BATAS-NILAI OF WS-KAL-RECORD.
003708     DISPLAY 'OVERRIDE SUPERVISOR? (Y/T) : ' WITH NO ADVANCING.
003709     MOVE SPACE TO WS-MINTA-SW.
003710     ACCEPT WS-MINTA-SW.
003711     IF MINTA-OVERRIDE
003712         CALL 'SPVCEK' USING WS-OPER-ID WS-SPV-ID WS-SPV-HASIL
003713         IF WS-SPV-HASIL = 'Y'
003714             GO TO 2380-OVERRIDE
003715         END-IF
003716     END-IF.
003717     DISPLAY 'BATAS NILAI / SCORE DEADLINE, DITOLAK'.
003718     MOVE 'N' TO WS-OVR-SW.
003719     MOVE 'BATAS-NILAI' TO WS-EXC-FIELD.
003720     MOVE SPACES TO WS-EXC-DETAIL.
003721     STRING 'LATE SCORE ' KODE-MK OF NILAI-WS
003722         ' NPM ' NPM OF NILAI-WS
003723         ' DEADLINE ' TGL-BATAS-NILAI OF WS-KAL-RECORD
003724         DELIMITED BY SIZE INTO WS-EXC-DETAIL.
003725     MOVE 'W' TO WS-EXC-SEV.
003726     CALL 'EXCPRPT' USING 'NILAI     '
003727         WS-EXC-FIELD WS-EXC-DETAIL WS-EXC-SEV.
003728     GO TO 2380-EXIT.
003729 2380-OVERRIDE.
003730     DISPLAY 'OVERRIDE BATAS NILAI DISETUJUI / OVERRIDE '
003731         'APPROVED'.
003732     MOVE 'BATAS-NILAI' TO WS-EXC-FIELD.
003733     MOVE SPACES TO WS-EXC-DETAIL.
003734     STRING 'OVERRIDE ' KODE-MK OF NILAI-WS
003735         ' NPM ' NPM OF NILAI-WS
003736         ' SPV ' WS-SPV-ID
003737         DELIMITED BY SIZE INTO WS-EXC-DETAIL.
003738     MOVE 'S' TO WS-EXC-SEV.
003739     CALL 'EXCPRPT' USING 'NILAI     '
003740         WS-EXC-FIELD WS-EXC-DETAIL WS-EXC-SEV.
003741     MOVE SPACES TO WS-SUMMARY.
003742     STRING 'LATE SCORE OVERRIDE NPM=' NPM OF NILAI-WS
003743         ' MK=' KODE-MK OF NILAI-WS
003744         ' SPV=' WS-SPV-ID
003745         DELIMITED BY SIZE INTO WS-SUMMARY.
003746     CALL 'AUDITLOG' USING 'NILAI     ' 'OVRD ' WS-SUMMARY.
003747 2380-EXIT.
003748     EXIT.
003749*-----------------------------------------------------------
003750*2390-CEK-TUTUP  -  AN EXISTING SCORE IN A SEMESTER SMTCLOSE
003751*HAS CLOSED IS NOT OVERWRITTEN; THE CORRECTION GOES THROUGH
003752*NILAMD WITH A SUPERVISOR'S APPROVAL.  AN OPEN SEMESTER, OR
003753*ONE NOT ON THE CALENDAR, ASKS TO OVERWRITE AS BEFORE.
003754*-----------------------------------------------------------
003755 2390-CEK-TUTUP.
003756     MOVE SEMESTER-MK OF NILAI-WS TO WS-KAL-SEMESTER.
003757     CALL 'KALCEK' USING WS-KAL-SEMESTER WS-KAL-RECORD
003758         WS-KAL-HASIL.
003759     IF WS-KAL-HASIL NOT = 'Y'
003760         OR NOT SEMESTER-TUTUP OF WS-KAL-RECORD
003761         PERFORM 2400-CONFIRM-OVERWRITE THRU 2400-EXIT
003762         GO TO 2390-EXIT
003763     END-IF.
003764     DISPLAY 'NILAI SUDAH ADA / SCORE EXISTS: '
003765         NILAI-ANGKA OF NILAI-RECORD.
003766     DISPLAY 'SEMESTER SUDAH DITUTUP / SEMESTER CLOSED '
003767         TGL-TUTUP-SMT OF WS-KAL-RECORD ', DITOLAK'.
003768     DISPLAY 'KOREKSI LEWAT NILAMD / USE NILAMD TO AMEND'.
003769     MOVE 'N' TO WS-OVR-SW.
003770     MOVE 'SEMESTER' TO WS-EXC-FIELD.
003771     MOVE SPACES TO WS-EXC-DETAIL.
003772     STRING 'CLOSED SMT ' SEMESTER-MK OF NILAI-WS
003773         ' NPM ' NPM OF NILAI-WS
003774         ' MK ' KODE-MK OF NILAI-WS
003775         DELIMITED BY SIZE INTO WS-EXC-DETAIL.
003776     MOVE 'W' TO WS-EXC-SEV.
003777     CALL 'EXCPRPT' USING 'NILAI     '
003778         WS-EXC-FIELD WS-EXC-DETAIL WS-EXC-SEV.
003779 2390-EXIT.
003780     EXIT.
003781 2400-CONFIRM-OVERWRITE.
003782     DISPLAY 'NILAI SUDAH ADA / SCORE EXISTS: '
003783         NILAI-ANGKA OF NILAI-RECORD.
003784     SET WS-OVR-SW TO 'X'.
003785     PERFORM 2450-ASK-OVERWRITE THRU 2450-EXIT
003786         UNTIL WANT-OVERWRITE OR NO-OVERWRITE.
003787 2400-EXIT.
003788     EXIT.
003789 2450-ASK-OVERWRITE.
003790     DISPLAY 'TIMPA NILAI INI? / OVERWRITE? (Y/T) : '
003791         WITH NO ADVANCING.
003792     ACCEPT WS-OVR-SW.
003793     IF NOT WANT-OVERWRITE AND NOT NO-OVERWRITE
003794         DISPLAY 'PILIH Y ATAU T / ANSWER Y OR N'
003800     END-IF.
003810 2450-EXIT.
003820     EXIT.
004280         MOVE SPACES TO WS-SUMMARY
004290         STRING 'UPDATED NPM=' NPM OF NILAI-WS
004300             ' MK=' KODE-MK OF NILAI-WS
004305             ' SMT=' SEMESTER-MK OF NILAI-WS
004310             DELIMITED BY SIZE INTO WS-SUMMARY
004320         CALL 'AUDITLOG' USING 'NILAI     ' 'UPD  ' WS-SUMMARY
004330     ELSE
004360         MOVE SPACES TO WS-SUMMARY
004370         STRING 'SAVED NPM=' NPM OF NILAI-WS
004380             ' MK=' KODE-MK OF NILAI-WS
004385             ' SMT=' SEMESTER-MK OF NILAI-WS
004390             DELIMITED BY SIZE INTO WS-SUMMARY
004391         IF MK-DIULANG
004392             MOVE SPACES TO WS-SUMMARY
004393             STRING 'RETAKE NPM=' NPM OF NILAI-WS
004394                 ' MK=' KODE-MK OF NILAI-WS
004395                 ' SMT=' SEMESTER-MK OF NILAI-WS
004396                 DELIMITED BY SIZE INTO WS-SUMMARY
004397         END-IF
004400         CALL 'AUDITLOG' USING 'NILAI     ' 'NEW  ' WS-SUMMARY
004410     END-IF.
004420 2600-EXIT.
