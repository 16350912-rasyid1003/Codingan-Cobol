000120*A 01-LEVEL GROUP NAME OF THE CALLER'S CHOOSING, E.G.
000130*01  STND-RECORD.
000140*COPY STNDREC.
000142*IPK-STND IS THE CUMULATIVE GPA THROUGH THIS SEMESTER,
000144*COUNTING ONLY THE ATTEMPT AT EACH COURSE THAT NILPILIH
000146*SAYS COUNTS AS OF THIS SEMESTER.  IPS-STND STAYS THE GPA
000148*OF EVERYTHING TAKEN IN THE SEMESTER ITSELF.
000150*-----------------------------------------------------------
000160*DATE       INIT  DESCRIPTION
000170*09/02/2026 RSD   ORIGINAL.
000175*10/15/2026 RSD   ADDED IPK-STND.
000180*-----------------------------------------------------------
000190         05  STND-KEY.
000200             10  NPM                 PIC X(08).
000220         05  IPS-STND                PIC 9V99.
000230         05  STANDING-CODE           PIC X(01).
000240         05  PROBATION-LEVEL         PIC 9(01).
000250         05  IPK-STND                PIC 9V99.
