000010*-----------------------------------------------------------
000020*PRKMREC.        LAB PRACTICUM SESSION (SESI PRAKTIKUM) RECORD
000030*-----------------------------------------------------------
000040*ONE ENTRY PER STUDENT PER EXERCISE SET, KEYED ON NPM AND
000050*KODE-SET, WRITTEN BY PRAKTIK WHEN THE STUDENT FINISHES THE
000060*SET - A SET IS TAKEN ONCE.  HOLDS THE COURSE AND SEMESTER
000070*THE SCORE BELONGS TO, HOW MANY OF THE QUESTIONS WERE RIGHT
000080*AND THE 0-100 SESSION SCORE.  THE NILAIMST SCORE FOR THE
000090*PRACTICUM COURSE IS THE ROUNDED MEAN OF THE SESSION SCORES
000100*FOR THAT COURSE AND SEMESTER; POST-PRK SAYS WHETHER THIS
000110*SESSION GOT INTO IT (N = NO CURRENT SEMESTER ON THE CALENDAR
000120*OR THE SEMESTER WAS ALREADY CLOSED).  COPY THIS MEMBER UNDER
000130*A 01-LEVEL GROUP NAME OF THE CALLER'S CHOOSING, E.G.
000140*01  PRK-RECORD.
000150*COPY PRKMREC.
000160*-----------------------------------------------------------
000170*DATE       INIT  DESCRIPTION
000180*10/15/2026 RSD   ORIGINAL.
000190*-----------------------------------------------------------
000200         05  PRK-KEY.
000210             10  NPM                 PIC X(08).
000220             10  KODE-SET            PIC X(06).
000230         05  TGL-PRK                 PIC X(10).
000240         05  KODE-MK-PRK             PIC X(08).
000250         05  SEMESTER-PRK            PIC 9(02).
000260         05  JML-SOAL-PRK            PIC 9(02).
000270         05  JML-BENAR-PRK           PIC 9(02).
000280         05  SKOR-PRK                PIC 9(03).
000290         05  POST-PRK                PIC X(01).
000300             88  PRK-DIPOSTING               VALUE 'Y'.
000310             88  PRK-BELUM-POST              VALUE 'N'.
