000010*-----------------------------------------------------------
000020*SKRREC.         FINAL PROJECT (SKRIPSI) MASTER RECORD LAYOUT
000030*-----------------------------------------------------------
000040*ONE ENTRY PER STUDENT WRITING A THESIS, KEYED ON NPM, WITH
000050*THE TITLE, THE THESIS COURSE ON THE CATALOG (WAJIB-MK S)
000060*THE DEFENSE SCORE POSTS UNDER, THE SEMESTER THE THESIS WAS
000070*REGISTERED, THE FIRST AND SECOND SUPERVISORS AND THE TWO
000080*EXAMINERS (NIDN ON DOSENMST), THE MILESTONE DATES (PROPOSAL
000090*APPROVED, SEMINAR, DEFENSE, YYYY-MM-DD, BLANK UNTIL REACHED)
000100*AND THE DEFENSE SCORE.  STATUS-SKR IS A WHILE THE THESIS IS
000110*IN PROGRESS AND S ONCE A PASSING DEFENSE SCORE HAS BEEN
000120*POSTED - THE GRADCEK DEGREE AUDIT REFUSES ANY STUDENT
000130*WITHOUT AN S.  MAINTAINED BY SKRMNT, WHICH ALSO KEEPS THE
000140*GUIDANCE MEETINGS ON BIMMST (SEE BIMREC); SKRRPT PRINTS THE
000150*SUPERVISION LOAD AND THE OVERDUE LIST.  COPY THIS MEMBER
000160*UNDER A 01-LEVEL GROUP NAME OF THE CALLER'S CHOOSING, E.G.
000170*01  SKR-RECORD.
000180*COPY SKRREC.
000190*-----------------------------------------------------------
000200*DATE       INIT  DESCRIPTION
000210*10/15/2026 RSD   ORIGINAL.
000220*-----------------------------------------------------------
000230         05  NPM                     PIC X(08).
000240         05  JUDUL-SKR               PIC X(60).
000250         05  KODE-MK-SKR             PIC X(08).
000260         05  SMT-MULAI-SKR           PIC 9(02).
000270         05  NIDN-PEMB1              PIC X(10).
000280         05  NIDN-PEMB2              PIC X(10).
000290         05  NIDN-UJI1               PIC X(10).
000300         05  NIDN-UJI2               PIC X(10).
000310         05  TGL-PROPOSAL            PIC X(10).
000320         05  TGL-SEMINAR             PIC X(10).
000330         05  TGL-SIDANG              PIC X(10).
000340         05  NILAI-SKR               PIC 9(03).
000350         05  SMT-NILAI-SKR           PIC 9(02).
000360         05  STATUS-SKR              PIC X(01).
000370             88  SKR-BERJALAN                VALUE 'A'.
000380             88  SKR-SELESAI                 VALUE 'S'.
