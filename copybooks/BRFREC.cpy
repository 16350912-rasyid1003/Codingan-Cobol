000010*-----------------------------------------------------------
000020*BRFREC.         BANK REFERENCE HISTORY RECORD
000030*-----------------------------------------------------------
000040*ONE ENTRY PER BANK REFERENCE BANKVA HAS EVER PROCESSED,
000050*KEYED ON THE BANK'S REFERENCE, SO A LINE THE BANK SENDS
000060*TWICE IS CAUGHT AS A DUPLICATE INSTEAD OF POSTED AGAIN.
000070*STATUS-REF IS P = POSTED (KWIT-NO-REF IS THE RECEIPT
000080*ISSUED) OR S = SENT TO SUSPENSE.  TGL-PROSES IS THE RUN
000090*DATE.  COPY THIS MEMBER UNDER A 01-LEVEL GROUP NAME OF THE
000100*CALLER'S CHOOSING, E.G.
000110*01  BREF-RECORD.
000120*COPY BRFREC.
000130*-----------------------------------------------------------
000140*DATE       INIT  DESCRIPTION
000150*10/15/2026 RSD   ORIGINAL.
000160*-----------------------------------------------------------
000170         05  REF-BANK                PIC X(16).
000180         05  TGL-PROSES              PIC X(10).
000190         05  NPM                     PIC X(08).
000200         05  STATUS-REF              PIC X(01).
000210         05  KWIT-NO-REF             PIC 9(06).
