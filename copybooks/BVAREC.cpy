000010*-----------------------------------------------------------
000020*BVAREC.         BANK VIRTUAL-ACCOUNT PAYMENT LINE LAYOUT
000030*-----------------------------------------------------------
000040*ONE FIXED-COLUMN DETAIL LINE PER CREDIT TO A STUDENT'S
000050*VIRTUAL ACCOUNT, AS THE BANK SENDS IT NIGHTLY.  THE VA
000060*NUMBER IS THE NPM.  JUMLAH-VA IS DIGITS ONLY WITH TWO
000070*IMPLIED DECIMALS (JUMLAH-VA-N VIEWS IT AS A NUMBER ONCE
000080*CHECKED NUMERIC).  REF-BANK IS THE BANK'S OWN UNIQUE
000090*REFERENCE, TGL-VALUTA THE VALUE DATE YYYY-MM-DD.  A LINE
000100*NOT STARTING WITH D (BANK HEADER/TRAILER) IS SKIPPED.
000110*READ BY BANKVA; THE SAME IMAGE IS CARRIED ON THE BANKSUSP
000120*SUSPENSE FILE (BVSREC).  COPY THIS MEMBER UNDER A 01-LEVEL
000130*GROUP NAME OF THE CALLER'S CHOOSING, E.G.
000140*01  BANK-RECORD.
000150*COPY BVAREC.
000160*-----------------------------------------------------------
000170*DATE       INIT  DESCRIPTION
000180*10/15/2026 RSD   ORIGINAL.
000190*-----------------------------------------------------------
000200         05  JENIS-VA                PIC X(01).
000210         05  FILLER                  PIC X(01).
000220         05  NPM                     PIC X(08).
000230         05  FILLER                  PIC X(01).
000240         05  SEMESTER-VA             PIC X(02).
000250         05  FILLER                  PIC X(01).
000260         05  JUMLAH-VA               PIC X(12).
000270         05  JUMLAH-VA-N REDEFINES JUMLAH-VA
000280                                     PIC 9(10)V99.
000290         05  FILLER                  PIC X(01).
000300         05  REF-BANK                PIC X(16).
000310         05  FILLER                  PIC X(01).
000320         05  TGL-VALUTA              PIC X(10).
000330         05  FILLER                  PIC X(26).
