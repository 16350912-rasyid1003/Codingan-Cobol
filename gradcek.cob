000140*3. EVERY TAGMAST SEMESTER SHOWS JUMLAH-BAYAR COVERING
000150*JUMLAH-TAGIHAN.  NO TAGMAST FILE, OR NO RECORDS FOR THE
000160*NPM, MEANS NOTHING IS OWED.
000161*4. NO ACTIVE HOLD ON HOLDMST (THE HOLDCEK RULE); LK-ALASAN
000162*CARRIES THE HOLD REASON.
000163*5. THE THESIS ON SKRMST HAS BEEN DEFENDED WITH A PASSING
000164*SCORE (STATUS-SKR S).  NO SKRMST FILE, OR NO RECORD FOR
000165*THE NPM, MEANS NO THESIS AND THE AUDIT FAILS.
000166*CHECKS 1 AND 2 LOOK ONLY AT THE ATTEMPT AT EACH COURSE
000167*THAT NILPILIH SAYS COUNTS, SO A RETAKEN COURSE IS JUDGED
000168*ON THE NILAICTL RULE AND NOT ON EVERY SCORE EVER GIVEN.
000170*CALLED BY IDENTITAS BEFORE STATUS L IS ACCEPTED AND BY
000180*THE GRADAUDT BATCH AUDIT, SO BOTH APPLY ONE RULE BOOK.
000190*-----------------------------------------------------------
000200*MODIFICATION HISTORY
000210*DATE       INIT  DESCRIPTION
000220*09/02/2026 RSD   ORIGINAL.
000222*10/15/2026 RSD   SKIP ATTEMPTS NILPILIH SAYS ARE SUPERSEDED
000224*NOW THAT NILAIMST KEEPS EVERY ATTEMPT.
000226*10/15/2026 RSD   ACTIVE STUDENT HOLD FAILS THE AUDIT.
000228*10/15/2026 RSD   A THESIS NOT YET DEFENDED FAILS THE AUDIT.
000230*-----------------------------------------------------------
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. GRADCEK.
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS TAGIHAN-KEY OF TAGIHAN-RECORD
000470         FILE STATUS IS GC-TFS.
000471     SELECT SKR-FILE ASSIGN TO 'SKRMST'
000472         ORGANIZATION IS INDEXED
000473         ACCESS MODE IS DYNAMIC
000474         RECORD KEY IS NPM OF SKR-RECORD
000475         FILE STATUS IS GC-SKFS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  NILAI-FILE.
000560 FD  TAGIHAN-FILE.
000570 01  TAGIHAN-RECORD.
000580         COPY TAGREC.
000582 FD  SKR-FILE.
000584 01  SKR-RECORD.
000586         COPY SKRREC.
000590 WORKING-STORAGE SECTION.
000600 01  GC-NFS                      PIC X(02).
000610 01  GC-MKFS                     PIC X(02).
000620 01  GC-TFS                      PIC X(02).
000621 01  GC-SKFS                     PIC X(02).
000622 01  GC-NILAI-OPEN-SW            PIC X(01).
000624         88  GC-NILAI-OPEN               VALUE 'Y'.
000626 01  GC-MK-OPEN-SW               PIC X(01).
000680 01  GC-FAIL-SW                  PIC X(01).
000690         88  GC-FAILED                   VALUE 'Y'.
000700 01  GC-SKS-DISP                 PIC ZZZ9.
000702 01  GC-BATAS                    PIC 9(02) VALUE 99.
000704 01  GC-PILIH                    PIC X(01).
000706         88  GC-DIHITUNG                 VALUE 'Y'.
000708 01  GC-HOLD-HASIL               PIC X(01).
000710 LINKAGE SECTION.
000720 01  LK-NPM                      PIC X(08).
000730 01  LK-HASIL                    PIC X(01).
000880         PERFORM 3000-CEK-TAGIHAN THRU 3000-EXIT
000890     END-IF.
000900     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
000901     IF NOT GC-FAILED
000902         PERFORM 4000-CEK-HOLD THRU 4000-EXIT
000903     END-IF.
000904     IF NOT GC-FAILED
000905         PERFORM 5000-CEK-SKRIPSI THRU 5000-EXIT
000906     END-IF.
000910     IF GC-FAILED
000920         MOVE 'N' TO LK-HASIL
000930     END-IF.
001210     MOVE 'N' TO GC-EOF-SW.
001220     MOVE LK-NPM TO NPM OF NILAI-RECORD.
001230     MOVE LOW-VALUES TO KODE-MK OF NILAI-RECORD.
001235     MOVE ZERO TO SEMESTER-MK OF NILAI-RECORD.
001240     START NILAI-FILE KEY NOT < NILAI-KEY OF NILAI-RECORD
001250         INVALID KEY
001260             SET GC-EOF TO TRUE
001490         SET GC-EOF TO TRUE
001500         GO TO 2100-EXIT
001510     END-IF.
001511     CALL 'NILPILIH' USING NPM OF NILAI-RECORD
001512         KODE-MK OF NILAI-RECORD SEMESTER-MK OF NILAI-RECORD
001513         GC-BATAS GC-PILIH.
001514     IF NOT GC-DIHITUNG
001515         GO TO 2100-EXIT
001516     END-IF.
001520     MOVE KODE-MK OF NILAI-RECORD TO KODE-MK OF MK-RECORD.
001530     READ MK-FILE
001540         INVALID KEY
001590         ADD SKS-MK OF MK-RECORD TO GC-SKS-TOTAL
001600     ELSE
001610         IF WAJIB-MK OF MK-RECORD = 'Y'
001615             OR MK-SKRIPSI OF MK-RECORD
001620             SET GC-FAILED TO TRUE
001630             MOVE SPACES TO LK-ALASAN
001640             STRING 'FAILING SCORE IN REQUIRED '
002060             SEMESTER-TAG OF TAGIHAN-RECORD
002070             DELIMITED BY SIZE INTO LK-ALASAN
002080     END-IF.
002081 3100-EXIT.
002082     EXIT.
002083*-----------------------------------------------------------
002084*4000-CEK-HOLD  -  ANY HOLD NOT YET RELEASED STOPS THE
002085*GRADUATION.
002086*-----------------------------------------------------------
002087 4000-CEK-HOLD.
002088     CALL 'HOLDCEK' USING LK-NPM GC-HOLD-HASIL LK-ALASAN.
002089     IF GC-HOLD-HASIL = 'N'
002090         SET GC-FAILED TO TRUE
002091     END-IF.
002092 4000-EXIT.
002093     EXIT.
002094*-----------------------------------------------------------
002095*5000-CEK-SKRIPSI  -  THE THESIS MUST BE DEFENDED AND PASSED.
002096*THE FILE IS OPENED AND CLOSED HERE, AFTER THE OTHER FILES.
002097*-----------------------------------------------------------
002098 5000-CEK-SKRIPSI.
002099     OPEN INPUT SKR-FILE.
002100     IF GC-SKFS NOT = '00'
002101         SET GC-FAILED TO TRUE
002102         MOVE 'NO THESIS ON FILE' TO LK-ALASAN
002103         GO TO 5000-EXIT
002104     END-IF.
002105     MOVE LK-NPM TO NPM OF SKR-RECORD.
002106     READ SKR-FILE
002107         INVALID KEY
002108             SET GC-FAILED TO TRUE
002109             MOVE 'NO THESIS REGISTERED' TO LK-ALASAN
002110         NOT INVALID KEY
002111             IF NOT SKR-SELESAI OF SKR-RECORD
002112                 SET GC-FAILED TO TRUE
002113                 MOVE 'THESIS NOT DEFENDED' TO LK-ALASAN
002114             END-IF
002115     END-READ.
002116     CLOSE SKR-FILE.
002117 5000-EXIT.
002118     EXIT.
002119*-----------------------------------------------------------
002120*8000-CLOSE-FILES  -  CLOSE WHATEVER OPENED CLEANLY.  THE
002122*OPEN SWITCHES, NOT THE FILE STATUS FIELDS, DECIDE - THE
002124*STATUS FIELDS HOLD THE LAST READ ('10' AT END, '23' ON A
