000150*M - MARK A STEP COMPLETE.
000160*FILE LAYOUT, ONE LINE PER ENTRY: NAME 1-8, STATUS 10,
000170*COUNT 12-18, DATE 20-29.  THE HEADER LINE IS NAMED
000180*RUNDATE, THE RESTART MARKER RESTART.  BIOVALID AND BANKVA
000190*EACH KEEP THEIR OWN LINE'S COUNT CURRENT SO A RERUN
000195*RESUMES MID-FILE.
000200*-----------------------------------------------------------
000210*MODIFICATION HISTORY
000220*DATE       INIT  DESCRIPTION
000230*09/03/2026 RSD   ORIGINAL.
000235*10/15/2026 RSD   BANKVA CHECKPOINT LINE NOTED.
000240*-----------------------------------------------------------
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. RSTCHK.
