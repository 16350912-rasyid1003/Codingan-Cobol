000010*-----------------------------------------------------------
000020*GLJREC.         GENERAL-LEDGER INTERFACE JOURNAL LINE
000030*-----------------------------------------------------------
000040*ONE LINE PER DEBIT OR CREDIT IN THE DAILY GLOUT INTERFACE
000050*FILE GLEXTR BUILDS FOR THE FINANCE SYSTEM.  EVERY JOURNAL
000060*(NO-JURNAL, NUMBERED FROM 1 WITHIN THE DATE) IS ONE DEBIT
000070*LINE AND ONE CREDIT LINE FOR THE SAME AMOUNT.  DK-JURNAL IS
000080*D = DEBIT, C = CREDIT.  JENIS-JURNAL IS THE GLCOA TYPE,
000090*REF-JURNAL THE RECEIPT OR VOUCHER NUMBER OR THE SOURCE
000100*PROGRAM.  AMOUNTS ARE NEVER NEGATIVE - A REVERSAL SWAPS
000110*THE DEBIT AND CREDIT ACCOUNTS.  COPY THIS MEMBER UNDER A
000120*01-LEVEL GROUP NAME OF THE CALLER'S CHOOSING, E.G.
000130*01  GLJ-RECORD.
000140*COPY GLJREC.
000150*-----------------------------------------------------------
000160*DATE       INIT  DESCRIPTION
000170*10/15/2026 RSD   ORIGINAL.
000180*-----------------------------------------------------------
000190         05  TGL-JURNAL              PIC X(10).
000200         05  FILLER                  PIC X(01).
000210         05  NO-JURNAL               PIC 9(06).
000220         05  FILLER                  PIC X(01).
000230         05  DK-JURNAL               PIC X(01).
000240         05  FILLER                  PIC X(01).
000250         05  AKUN-JURNAL             PIC X(10).
000260         05  FILLER                  PIC X(01).
000270         05  JUMLAH-JURNAL           PIC 9(09)V99.
000280         05  FILLER                  PIC X(01).
000290         05  JENIS-JURNAL            PIC X(04).
000300         05  FILLER                  PIC X(01).
000310         05  NPM                     PIC X(08).
000320         05  FILLER                  PIC X(01).
000330         05  REF-JURNAL              PIC X(08).
000340         05  FILLER                  PIC X(01).
000350         05  KET-JURNAL              PIC X(30).
