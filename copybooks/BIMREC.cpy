000010*-----------------------------------------------------------
000020*BIMREC.         THESIS GUIDANCE (BIMBINGAN) LOG RECORD LAYOUT
000030*-----------------------------------------------------------
000040*ONE ENTRY PER GUIDANCE MEETING BETWEEN A THESIS STUDENT AND
000050*ONE OF THE SUPERVISORS ON SKRMST, KEYED ON NPM AND A
000060*RUNNING MEETING NUMBER, WITH THE MEETING DATE (YYYY-MM-DD),
000070*THE SUPERVISOR'S NIDN AND A SHORT NOTE OF WHAT WAS AGREED.
000080*WRITTEN BY SKRMNT AND NEVER CHANGED; SKRRPT COUNTS THE
000090*MEETINGS PER SUPERVISOR AND SHOWS THE LAST ONE FOR AN
000100*OVERDUE STUDENT.  COPY THIS MEMBER UNDER A 01-LEVEL GROUP
000110*NAME OF THE CALLER'S CHOOSING, E.G.
000120*01  BIM-RECORD.
000130*COPY BIMREC.
000140*-----------------------------------------------------------
000150*DATE       INIT  DESCRIPTION
000160*10/15/2026 RSD   ORIGINAL.
000170*-----------------------------------------------------------
000180         05  BIM-KEY.
000190             10  NPM                 PIC X(08).
000200             10  NO-BIM              PIC 9(03).
000210         05  TGL-BIM                 PIC X(10).
000220         05  NIDN-BIM                PIC X(10).
000230         05  CATATAN-BIM             PIC X(60).
