000010*-----------------------------------------------------------
000020*ORTUREC.        PARENT / GUARDIAN (ORANG TUA / WALI) RECORD
000030*-----------------------------------------------------------
000040*ONE ENTRY PER STUDENT, KEYED ON NPM - THE PERSON THE
000050*UNIVERSITY WRITES TO ABOUT THE STUDENT: A = AYAH (FATHER),
000060*I = IBU (MOTHER), W = WALI (OTHER GUARDIAN).  NOT TO BE
000070*CONFUSED WITH THE DOSEN WALI (ACADEMIC ADVISOR) ON KELASMST.
000080*CAPTURED BY ORTUMNT FROM THE IDENTITAS SCREEN AND LOADED BY
000090*CSVLOAD FROM THE ADMISSIONS CSV.  STANDING, DUNNING AND
000100*STMT PRINT A GUARDIAN COPY OF THEIR LETTERS TO THIS
000110*ADDRESS WHEN ASKED; LABELPRT PRINTS GUARDIAN LABELS.  HP AND
000120*EMAIL MAY BE BLANK.  COPY THIS MEMBER UNDER A 01-LEVEL GROUP
000130*NAME OF THE CALLER'S CHOOSING, E.G.
000140*01  ORTU-RECORD.
000150*COPY ORTUREC.
000160*-----------------------------------------------------------
000170*DATE       INIT  DESCRIPTION
000180*10/15/2026 RSD   ORIGINAL.
000190*-----------------------------------------------------------
000200         05  NPM                     PIC X(08).
000210         05  NAMA-ORTU               PIC X(35).
000220         05  HUBUNGAN-ORTU           PIC X(01).
000230             88  ORTU-AYAH                   VALUE 'A'.
000240             88  ORTU-IBU                    VALUE 'I'.
000250             88  ORTU-WALI                   VALUE 'W'.
000260         05  ALAMAT-ORTU             PIC X(50).
000270         05  HP-ORTU                 PIC X(15).
000280         05  EMAIL-ORTU              PIC X(35).
000290         05  TGL-ORTU                PIC X(10).
000300
