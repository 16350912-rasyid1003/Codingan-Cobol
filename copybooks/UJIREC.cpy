000010*-----------------------------------------------------------
000020*UJIREC.         EXAM SCHEDULE (JADWAL UJIAN) RECORD
000030*-----------------------------------------------------------
000040*ONE ENTRY PER ROOM USED BY AN EXAM, KEYED ON SEMESTER, EXAM
000050*TYPE (T = UTS, MIDTERM; A = UAS, FINAL), COURSE AND ROOM.
000060*A COURSE TOO BIG FOR ONE ROOM HAS ONE ENTRY PER ROOM, ALL
000070*AT THE SAME DAY AND PERIOD.  TGL-UJI IS THE EXAM DAY
000080*(YYYY-MM-DD); SESI-UJI THE PERIOD OF THE DAY (1 = 08.00,
000090*2 = 10.30, 3 = 13.00, 4 = 15.30); KAPASITAS-UJI THE SEATS
000100*SET OUT IN THE ROOM FOR THE EXAM.  MAINTAINED BY UJIMNT,
000110*WHICH REFUSES A ROOM OR STUDENT CLASH; UJIKRT ALLOCATES
000120*THE SEATS AND PRINTS THE EXAM CARDS.  COPY THIS MEMBER
000130*UNDER A 01-LEVEL GROUP NAME OF THE CALLER'S CHOOSING, E.G.
000140*01  UJIAN-RECORD.
000150*COPY UJIREC.
000160*-----------------------------------------------------------
000170*DATE       INIT  DESCRIPTION
000180*10/15/2026 RSD   ORIGINAL.
000190*-----------------------------------------------------------
000200         05  UJIAN-KEY.
000210             10  SEMESTER-UJI        PIC 9(02).
000220             10  JENIS-UJI           PIC X(01).
000230                 88  UJIAN-UTS               VALUE 'T'.
000240                 88  UJIAN-UAS               VALUE 'A'.
000250             10  KODE-MK             PIC X(08).
000260             10  RUANG-UJI           PIC X(08).
000270         05  TGL-UJI                 PIC X(10).
000280         05  SESI-UJI                PIC 9(01).
000290         05  KAPASITAS-UJI           PIC 9(03).
