000010*-----------------------------------------------------------
000020*AMDREC.         SCORE AMENDMENT (AMANDEMEN NILAI) RECORD
000030*-----------------------------------------------------------
000040*ONE ENTRY PER APPROVED CORRECTION OF A NILAIMST SCORE,
000050*KEYED ON THE NILAI KEY (NPM, COURSE, SEMESTER) PLUS A
000060*RUNNING AMENDMENT NUMBER, SO THE FILE IS THE BEFORE-IMAGE
000070*HISTORY OF EVERY SCORE CHANGED AFTER ENTRY.  NILAI-LAMA IS
000080*THE SCORE AS IT STOOD, NILAI-BARU THE SCORE POSTED.
000090*NIDN-AMD IS THE LECTURER WHO ASKED FOR THE CHANGE,
000100*OPER-AMD THE OPERATOR WHO KEYED IT AND SPV-AMD THE
000110*SUPERVISOR WHO APPROVED IT (SPVCEK).  STND-SW IS BLANK
000120*UNTIL THE STANDING AMENDMENT RUN HAS RE-RATED THE STUDENT
000130*FOR THE SEMESTER, THEN Y WITH TGL-STND.  WRITTEN BY NILAMD,
000140*RE-RATED BY STANDING, PRINTED BY AMDRPT.  COPY THIS MEMBER
000150*UNDER A 01-LEVEL GROUP NAME OF THE CALLER'S CHOOSING, E.G.
000160*01  AMD-RECORD.
000170*COPY AMDREC.
000180*-----------------------------------------------------------
000190*DATE       INIT  DESCRIPTION
000200*10/15/2026 RSD   ORIGINAL.
000210*-----------------------------------------------------------
000220         05  AMD-KEY.
000230             10  NPM                 PIC X(08).
000240             10  KODE-MK             PIC X(08).
000250             10  SEMESTER-AMD        PIC 9(02).
000260             10  AMD-NO              PIC 9(02).
000270         05  NILAI-LAMA              PIC 9(03).
000280         05  NILAI-BARU              PIC 9(03).
000290         05  NIDN-AMD                PIC X(10).
000300         05  ALASAN-AMD              PIC X(40).
000310         05  TGL-AMD                 PIC X(10).
000320         05  OPER-AMD                PIC X(08).
000330         05  SPV-AMD                 PIC X(08).
000340         05  STND-SW                 PIC X(01).
000350             88  STND-SUDAH                  VALUE 'Y'.
000360         05  TGL-STND                PIC X(10).
