000010*-----------------------------------------------------------
000020*NILAIREC.       COURSE GRADE (NILAI) RECORD LAYOUT
000030*-----------------------------------------------------------
000040*ONE ENTRY PER STUDENT PER COURSE PER ATTEMPT, KEYED ON
000050*NPM, COURSE CODE AND THE SEMESTER IT WAS TAKEN, HOLDING
000060*THE COURSE NAME AND THE 0-100 SCORE.  A RETAKEN COURSE
000070*KEEPS EVERY ATTEMPT; WHICH ONE COUNTS TOWARD IPK IS
000080*DECIDED BY NILPILIH UNDER THE NILAICTL RULE.  MAINTAINED
000082*BY NILAI (SCORE ENTRY, WHICH VERIFIES THE NPM AGAINST THE
000084*MHS MASTER) AND READ BY NILAIRPT (TRANSCRIPT AND PER-KELAS
000086*SUMMARY).  COPY
000090*THIS MEMBER UNDER A 01-LEVEL GROUP NAME OF THE CALLER'S
000100*CHOOSING, E.G.
000110*01  NILAI-RECORD.
000130*-----------------------------------------------------------
000140*DATE       INIT  DESCRIPTION
000150*08/22/2026 RSD   ORIGINAL.
000152*10/15/2026 RSD   SEMESTER-MK MOVED INTO NILAI-KEY SO A
000154*RETAKE NO LONGER OVERWRITES THE EARLIER
000156*ATTEMPT.  RELOAD AN OLD FILE WITH NILCONV.
000160*-----------------------------------------------------------
000170         05  NILAI-KEY.
000180             10  NPM                 PIC X(08).
000190             10  KODE-MK             PIC X(08).
000195             10  SEMESTER-MK         PIC 9(02).
000200         05  NAMA-MK                 PIC X(25).
000220         05  NILAI-ANGKA             PIC 9(03).
