000010*-----------------------------------------------------------
000020*PRSREC.         COURSE PREREQUISITE (PRASYARAT) RECORD
000030*-----------------------------------------------------------
000040*ONE ENTRY PER COURSE THAT HAS PREREQUISITES, KEYED ON THE
000050*COURSE CODE, LISTING UP TO FIVE COURSES THAT MUST BE PASSED
000060*FIRST AND THE MINIMUM SCORE EACH MUST BE PASSED WITH.  UNUSED
000070*SLOTS ARE BLANK.  A COURSE WITH NO ENTRY HAS NO
000080*PREREQUISITES.  MAINTAINED FROM MKMNT; CHECKED BY THE PRSCEK
000090*SUBPROGRAM FOR KRS AND THE PRSAUDT REPORT.  COPY THIS MEMBER
000100*UNDER A 01-LEVEL GROUP NAME OF THE CALLER'S CHOOSING, E.G.
000110*01  PRS-RECORD.
000120*COPY PRSREC.
000130*-----------------------------------------------------------
000140*DATE       INIT  DESCRIPTION
000150*10/15/2026 RSD   ORIGINAL.
000160*-----------------------------------------------------------
000170         05  KODE-MK                 PIC X(08).
000180         05  PRASYARAT               OCCURS 5 TIMES.
000190             10  KODE-PRS            PIC X(08).
000200             10  NILAI-MIN-PRS       PIC 9(03).
