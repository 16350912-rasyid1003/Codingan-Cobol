000080*08-10 AND 10-12 DO NOT CLASH.  MAINTAINED BY JADWAL,
000090*WHICH REFUSES A SESSION OVERLAPPING AN EXISTING BOOKING
000100*FOR THE SAME ROOM OR THE SAME KELAS; PRINTED PER KELAS
000110*AND PER ROOM BY JADRPT.  NIDN-AJAR IS THE TEACHING
000112*LECTURER, VALIDATED ON DOSENMST; JADWAL ALSO REFUSES A
000114*LECTURER BOOKED INTO TWO OVERLAPPING SESSIONS, AND BEBANRPT
000116*PRINTS EACH LECTURER'S TEACHING LOAD.  COPY THIS MEMBER UNDER A
000120*01-LEVEL GROUP NAME OF THE CALLER'S CHOOSING, E.G.
000130*01  JADWAL-RECORD.
000140*COPY JADREC.
000150*-----------------------------------------------------------
000160*DATE       INIT  DESCRIPTION
000170*09/03/2026 RSD   ORIGINAL.
000175*10/15/2026 RSD   ADDED NIDN-AJAR, THE TEACHING LECTURER.
000180*-----------------------------------------------------------
000190         05  JADWAL-KEY.
000200             10  KELAS               PIC X(05).
000230             10  JAM-MULAI           PIC 9(02).
000240         05  JAM-AKHIR               PIC 9(02).
000250         05  RUANG                   PIC X(08).
000260         05  NIDN-AJAR               PIC X(10).
