000070*NIDN-WALI AGAINST IT AND COPIES THE OFFICIAL NAME INTO
000080*DOSEN-WALI, SO ONE ADVISOR NO LONGER APPEARS UNDER THREE
000090*SPELLINGS.  DOSENRPT PRINTS EACH LECTURER'S ADVISING
000100*LOAD.  JABFUNG-DOSEN IS THE LECTURER'S ACADEMIC RANK
000102*(JABATAN FUNGSIONAL) - 1 TENAGA PENGAJAR, 2 ASISTEN AHLI,
000104*3 LEKTOR, 4 LEKTOR KEPALA, 5 GURU BESAR - WHICH SETS THE
000106*TEACHING HONORARIUM RATE ON BEBANRPT.  COPY THIS MEMBER
000108*UNDER A 01-LEVEL GROUP NAME OF THE CALLER'S CHOOSING, E.G.
000120*01  DOSEN-RECORD.
000130*COPY DOSENREC.
000140*-----------------------------------------------------------
000150*DATE       INIT  DESCRIPTION
000160*09/03/2026 RSD   ORIGINAL.
000163*10/15/2026 RSD   ADDED JABFUNG-DOSEN, THE ACADEMIC RANK
000166*BAND FOR THE HONORARIUM RATE.
000170*-----------------------------------------------------------
000180         05  NIDN                    PIC X(10).
000190         05  NAMA-DOSEN              PIC X(35).
000200         05  JURUSAN                 PIC X(20).
000210         05  HP-DOSEN                PIC X(15).
000220         05  EMAIL-DOSEN             PIC X(35).
000230         05  JABFUNG-DOSEN           PIC X(01).
000240             88  JABFUNG-SAH                 VALUE '1' THRU '5'.
