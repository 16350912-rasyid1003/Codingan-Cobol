000010*-----------------------------------------------------------
000020*RUANGREC.       ROOM MASTER (RUANG) RECORD LAYOUT
000030*-----------------------------------------------------------
000040*ONE ENTRY PER TEACHING ROOM, KEYED ON THE ROOM CODE, WITH
000050*THE BUILDING, THE NUMBER OF SEATS, THE ROOM TYPE (K = RUANG
000060*KULIAH / LECTURE ROOM, L = LAB, A = AULA / HALL) AND AN
000070*ACTIVE FLAG (A = AKTIF, N = NONAKTIF; A ROOM IS RETIRED,
000080*NEVER DELETED, SO OLD BOOKINGS STILL RESOLVE).  THE ONE
000090*SPELLING OF A ROOM CODE: JADWAL, KELASMNT AND UJIMNT TAKE
000100*ONLY ACTIVE CODES ON THIS MASTER, JADWAL WARNS WHEN A
000110*SESSION'S KRS ENROLMENT EXCEEDS THE SEATS, AND RUANGRPT
000120*PRINTS THE WEEKLY ROOM UTILISATION.  MAINTAINED BY
000130*RUANGMNT.  COPY THIS MEMBER UNDER A 01-LEVEL GROUP NAME OF
000140*THE CALLER'S CHOOSING, E.G.
000150*01  RUANG-RECORD.
000160*COPY RUANGREC.
000170*-----------------------------------------------------------
000180*DATE       INIT  DESCRIPTION
000190*10/15/2026 RSD   ORIGINAL.
000200*-----------------------------------------------------------
000210         05  KODE-RUANG              PIC X(08).
000220         05  GEDUNG                  PIC X(20).
000230         05  KURSI-RUANG             PIC 9(05).
000240         05  JENIS-RUANG             PIC X(01).
000250             88  RUANG-KULIAH                VALUE 'K'.
000260             88  RUANG-LAB                   VALUE 'L'.
000270             88  RUANG-AULA                  VALUE 'A'.
000280         05  STATUS-RUANG            PIC X(01).
000290             88  RUANG-AKTIF                 VALUE 'A'.
000300             88  RUANG-NONAKTIF              VALUE 'N'.
