000010*-----------------------------------------------------------
000020*NTFREC.         NOTIFICATION (SMS / EMAIL) MESSAGE RECORD
000030*-----------------------------------------------------------
000040*ONE ENTRY PER MESSAGE QUEUED FOR THE CAMPUS MESSAGING
000050*GATEWAY, KEYED ON ID-NTF (QUEUE DATE YYYYMMDD PLUS A
000060*SEQUENCE NUMBER FOR THE DAY).  WRITTEN BY THE NTFKIRIM
000070*SUBPROGRAM AT THE SAME TIME AS THE NTFQUE LINE THE GATEWAY
000080*PICKS UP, AND MOVED ON BY NTFACK WHEN THE GATEWAY'S RETURN
000090*FILE COMES BACK:
000100*STATUS-NTF  Q = QUEUED, NO ANSWER FROM THE GATEWAY YET
000110*            D = DELIVERED
000120*            F = FAILED (GATEWAY REASON KEPT IN ALASAN-NTF)
000130*KANAL-NTF IS S (SMS TO NO_HP) OR E (EMAIL TO EMAIL), AND
000140*TUJUAN-NTF THE NUMBER OR ADDRESS AS IT WAS ON THE MHS MASTER
000150*WHEN THE MESSAGE WAS QUEUED.  TEMPLATE-NTF IS THE GATEWAY
000160*TEXT TEMPLATE, FILLED FROM VAR1-NTF TO VAR3-NTF:
000170*DUN1 DUN2 DUN3  DUNNING NOTICE LEVEL 1-3 (SEMESTER, DUE)
000180*STDK            STANDING - DEAN'S LIST (SEMESTER, IPS, IPK)
000190*PRB1 PRB2 PRB3  STANDING - PROBATION LEVEL 1-3 (SEMESTER,
000200*                IPS, IPK)
000210*KWIT            BAYAR - PAYMENT RECEIPT (RECEIPT NO, AMOUNT,
000220*                BALANCE)
000230*SISR            SISACK - BIODATA REJECTED BY THE SIS (SIS
000240*                ERROR TEXT)
000250*SUMBER-NTF IS THE PROGRAM THAT QUEUED IT.  COPY THIS MEMBER
000260*UNDER A 01-LEVEL GROUP NAME OF THE CALLER'S CHOOSING, E.G.
000270*01  NTF-RECORD.
000280*COPY NTFREC.
000290*-----------------------------------------------------------
000300*DATE       INIT  DESCRIPTION
000310*10/15/2026 RSD   ORIGINAL.
000320*-----------------------------------------------------------
000330         05  ID-NTF.
000340             10  TGL-ID-NTF          PIC 9(08).
000350             10  SEQ-ID-NTF          PIC 9(06).
000360         05  NPM                     PIC X(08).
000370         05  KANAL-NTF               PIC X(01).
000380             88  KANAL-SMS                   VALUE 'S'.
000390             88  KANAL-EMAIL                 VALUE 'E'.
000400         05  TUJUAN-NTF              PIC X(35).
000410         05  TEMPLATE-NTF            PIC X(04).
000420         05  VAR1-NTF                PIC X(40).
000430         05  VAR2-NTF                PIC X(40).
000440         05  VAR3-NTF                PIC X(40).
000450         05  SUMBER-NTF              PIC X(10).
000460         05  TGL-NTF                 PIC X(10).
000470         05  STATUS-NTF              PIC X(01).
000480             88  NTF-ANTRI                   VALUE 'Q'.
000490             88  NTF-TERKIRIM                VALUE 'D'.
000500             88  NTF-GAGAL                   VALUE 'F'.
000510         05  TGL-STAT-NTF            PIC X(10).
000520         05  ALASAN-NTF              PIC X(40).
