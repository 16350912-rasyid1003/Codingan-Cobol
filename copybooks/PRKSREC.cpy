000010*-----------------------------------------------------------
000020*PRKSREC.        LAB PRACTICUM EXERCISE SET (SOAL PRAKTIKUM)
000030*-----------------------------------------------------------
000040*ONE ENTRY PER NUMBERED EXERCISE SET, KEYED ON KODE-SET, WITH
000050*THE PRACTICUM COURSE THE SCORE IS POSTED UNDER, THE DECIMAL
000060*TOLERANCE ALLOWED ON AN ANSWER AND UP TO TEN QUESTIONS.  EACH
000070*QUESTION NAMES THE LAB PROGRAM WHOSE COMPUTATION IT TESTS AND
000080*THE INPUTS TO GIVE IT -
000090*PROG-SOAL K  ACT1 CALCULATOR  - OPR-SOAL + - * /, ARG1 AND
000100*             ARG2 SIGNED, TWO DECIMALS
000110*PROG-SOAL G  PERT2 GEOMETRY   - OPR-SOAL THE PERT2 MENU PIL
000120*             2-6, ARG1-ARG3 WHOLE NUMBERS 0-99 (ALAS/TINGGI,
000130*             RADIUS, OR SISI-A/SISI-B/TINGGI)
000140*PROG-SOAL B  ACT3 STAR PRINTER - OPR-SOAL THE ACT3 SHAPE 1-3,
000150*             ARG1 THE SIZE 1-50; THE ANSWER IS THE NUMBER OF
000160*             STARS PRINTED
000170*THE ANSWER KEY AND THE WORDING ARE PRODUCED BY PRKHIT.  A SET
000180*IS TAKEN ONLY WHILE STATUS-SET IS A.  MAINTAINED BY THE LAB
000190*COORDINATOR THROUGH PRKMNT; READ BY PRAKTIK.  COPY THIS
000200*MEMBER UNDER A 01-LEVEL GROUP NAME OF THE CALLER'S CHOOSING,
000210*E.G.
000220*01  SET-RECORD.
000230*COPY PRKSREC.
000240*-----------------------------------------------------------
000250*DATE       INIT  DESCRIPTION
000260*10/15/2026 RSD   ORIGINAL.
000270*-----------------------------------------------------------
000280         05  KODE-SET                PIC X(06).
000290         05  JUDUL-SET               PIC X(30).
000300         05  KODE-MK-SET             PIC X(08).
000310         05  TOLERANSI-SET           PIC 9(01)V99.
000320         05  STATUS-SET              PIC X(01).
000330             88  SET-AKTIF                   VALUE 'A'.
000340             88  SET-TUTUP                   VALUE 'T'.
000350         05  JML-SOAL-SET            PIC 9(02).
000360         05  SOAL-SET                OCCURS 10 TIMES.
000370             10  PROG-SOAL           PIC X(01).
000380                 88  SOAL-KALKULATOR         VALUE 'K'.
000390                 88  SOAL-GEOMETRI           VALUE 'G'.
000400                 88  SOAL-BINTANG            VALUE 'B'.
000410             10  OPR-SOAL            PIC X(01).
000420             10  ARG1-SOAL           PIC S9(05)V99.
000430             10  ARG2-SOAL           PIC S9(05)V99.
000440             10  ARG3-SOAL           PIC S9(05)V99.
