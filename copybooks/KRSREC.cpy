000070*NPM AGAINST THE MHS MASTER, THE CODE AGAINST THE MKMAST
000080*CATALOG AND THE PER-COURSE SEAT LIMIT) AND READ BY NILAI,
000090*WHICH REFUSES A SCORE FOR A COURSE THE STUDENT NEVER
000100*REGISTERED FOR.  STATUS-KRS IS P = PENDING THE CLASS
000101*ADVISOR (NIDN-WALI ON KELASMST), A = APPROVED, R = RETURNED TO
000102*THE STUDENT WITH CATATAN-WALI SAYING WHY; KRSAPV SETS IT FOR
000103*EVERY LINE OF THE STUDENT'S SEMESTER AT ONCE, STAMPING
000104*NIDN-SETUJU AND TGL-SETUJU.  BLANK (A RECORD SAVED BEFORE THE
000105*FIELD EXISTED) COUNTS AS APPROVED.  NILAI AND ABSENSI RECOGNISE
000106*ONLY AN APPROVED LINE.  EDOM-KRS IS SET TO Y BY THE EDOM PROGRAM
000107*ONCE THE STUDENT HAS ANSWERED THE COURSE EVALUATION FOR THE LINE
000108*(THE ANSWERS THEMSELVES GO TO EDOMMST WITHOUT THE NPM); BLANK
000109*MEANS NOT YET ANSWERED.  COPY THIS MEMBER UNDER A 01-LEVEL GROUP
000110*NAME OF THE CALLER'S CHOOSING, E.G.
000120*01  KRS-RECORD.
000130*COPY KRSREC.
000140*-----------------------------------------------------------
000150*DATE       INIT  DESCRIPTION
000160*09/02/2026 RSD   ORIGINAL.
000161*10/15/2026 RSD   ADDED SPV-PRASYARAT - THE SUPERVISOR WHO
000162*LET THE COURSE THROUGH WITH A PREREQUISITE
000163*NOT PASSED.  BLANK (INCLUDING A RECORD
000164*SAVED BEFORE THE FIELD EXISTED) MEANS NO
000165*OVERRIDE WAS NEEDED.
000166*10/15/2026 RSD   ADDED STATUS-KRS, NIDN-SETUJU, TGL-SETUJU
000167*AND CATATAN-WALI FOR ADVISOR APPROVAL.
000168*10/15/2026 RSD   ADDED EDOM-KRS, THE COURSE EVALUATION
000169*COMPLETION FLAG.
000170*-----------------------------------------------------------
000180         05  KRS-KEY.
000190             10  NPM                 PIC X(08).
000200             10  SEMESTER-KRS        PIC 9(02).
000210             10  KODE-MK             PIC X(08).
000220         05  TGL-DAFTAR              PIC X(10).
000230         05  SPV-PRASYARAT           PIC X(08).
000240         05  STATUS-KRS              PIC X(01).
000250         05  NIDN-SETUJU             PIC X(10).
000260         05  TGL-SETUJU              PIC X(10).
000270         05  CATATAN-WALI            PIC X(30).
000280         05  EDOM-KRS                PIC X(01).
000290             88  EDOM-SELESAI                VALUE 'Y'.
