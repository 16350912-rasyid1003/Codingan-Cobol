000010*-----------------------------------------------------------
000020*LULREC.         GRADUATES REGISTER (BUKU INDUK LULUSAN) RECORD
000030*-----------------------------------------------------------
000040*ONE ENTRY PER GRADUATE, KEYED ON NPM, WRITTEN BY THE
000050*YUDISIUM RUN WHEN IT POSTS STATUS-MHS L.  THE NAME AND KELAS
000060*ARE KEPT AS THEY STOOD AT YUDISIUM, SINCE MHSARCH LATER MOVES
000070*THE MASTER RECORD TO THE ARCHIVE.  PERIODE-LUL IS THE
000080*GRADUATION PERIOD THE RUN WAS GIVEN; IPK-LUL, SKS-LUL AND
000090*LAMA-STUDI (SEMESTERS FROM SMT-MASUK TO SMT-LULUS INCLUSIVE)
000100*ARE THE FINAL FIGURES THE PREDICATE WAS DECIDED ON.
000110*PREDIKAT-LUL IS C (DENGAN PUJIAN / CUM LAUDE), S (SANGAT
000120*MEMUASKAN), M (MEMUASKAN) OR - (NONE).  NO-IJAZAH IS THE
000130*DIPLOMA NUMBER FROM THE IJZSEQ COUNTER - GAP-FREE AND NEVER
000140*REUSED.  READ BY LULINQ FOR VERIFICATION ENQUIRIES.  COPY
000150*THIS MEMBER UNDER A 01-LEVEL GROUP NAME OF THE CALLER'S
000160*CHOOSING, E.G.
000170*01  LUL-RECORD.
000180*COPY LULREC.
000190*-----------------------------------------------------------
000200*DATE       INIT  DESCRIPTION
000210*10/15/2026 RSD   ORIGINAL.
000220*-----------------------------------------------------------
000230         05  NPM                     PIC X(08).
000240         05  NAMA-LUL                PIC X(35).
000250         05  KELAS-LUL               PIC X(05).
000260         05  PERIODE-LUL             PIC X(06).
000270         05  TGL-YUDISIUM            PIC X(10).
000280         05  SMT-MASUK               PIC 9(02).
000290         05  SMT-LULUS               PIC 9(02).
000300         05  LAMA-STUDI              PIC 9(02).
000310         05  SKS-LUL                 PIC 9(03).
000320         05  IPK-LUL                 PIC 9V99.
000330         05  PREDIKAT-LUL            PIC X(01).
000340             88  PREDIKAT-PUJIAN             VALUE 'C'.
000350             88  PREDIKAT-SANGAT             VALUE 'S'.
000360             88  PREDIKAT-MEMUASKAN          VALUE 'M'.
000370             88  PREDIKAT-TANPA              VALUE '-'.
000380         05  NO-IJAZAH               PIC 9(06).
