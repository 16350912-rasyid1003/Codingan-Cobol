000010*-----------------------------------------------------------
000020*KALREC.         ACADEMIC CALENDAR (KALENDER AKADEMIK) RECORD
000030*-----------------------------------------------------------
000040*ONE ENTRY PER SEMESTER, KEYED ON SEMESTER-KAL, HOLDING THE
000050*DATES THAT OPEN AND CLOSE EACH PROCESSING WINDOW.  ALL DATES
000060*ARE YYYY-MM-DD SO THEY COMPARE AS TEXT:
000070*TGL-KRS-BUKA    KRS REGISTRATION OPENS
000080*TGL-KRS-TUTUP   LAST DAY FOR A NEW KRS
000090*TGL-BATAS-UBAH  LAST DAY TO ADD OR DROP ON AN EXISTING KRS
000100*TGL-BATAS-NILAI LAST DAY FOR SCORE ENTRY WITHOUT APPROVAL
000110*TGL-JATUH-BAYAR FEE DUE DATE FOR THE SEMESTER'S ASSESSMENT
000120*TGL-AKHIR-SMT   LAST DAY OF THE SEMESTER
000122*STATUS-KAL IS BLANK WHILE THE SEMESTER IS OPEN AND T
000124*(TUTUP) ONCE THE MHSCLOSE STREAM HAS CLOSED IT (SMTCLOSE,
000126*WHICH ALSO STAMPS TGL-TUTUP-SMT); NILAI THEN REFUSES TO
000128*OVERWRITE ITS SCORES AND CORRECTIONS GO THROUGH NILAMD.
000130*THE CURRENT SEMESTER IS THE ONE WITH THE LATEST
000140*TGL-KRS-BUKA NOT AFTER TODAY.  MAINTAINED BY KALMNT AND READ
000150*THROUGH THE KALCEK SUBPROGRAM.  COPY THIS MEMBER UNDER A
000160*01-LEVEL GROUP NAME OF THE CALLER'S CHOOSING, E.G.
000170*01  KAL-RECORD.
000180*COPY KALREC.
000190*-----------------------------------------------------------
000200*DATE       INIT  DESCRIPTION
000210*10/15/2026 RSD   ORIGINAL.
000215*10/15/2026 RSD   STATUS-KAL AND TGL-TUTUP-SMT ADDED.
000220*-----------------------------------------------------------
000230         05  SEMESTER-KAL            PIC 9(02).
000240         05  KET-KAL                 PIC X(20).
000250         05  TGL-KRS-BUKA            PIC X(10).
000260         05  TGL-KRS-TUTUP           PIC X(10).
000270         05  TGL-BATAS-UBAH          PIC X(10).
000280         05  TGL-BATAS-NILAI         PIC X(10).
000290         05  TGL-JATUH-BAYAR         PIC X(10).
000300         05  TGL-AKHIR-SMT           PIC X(10).
000310         05  STATUS-KAL              PIC X(01).
000320             88  SEMESTER-TUTUP              VALUE 'T'.
000330         05  TGL-TUTUP-SMT           PIC X(10).
