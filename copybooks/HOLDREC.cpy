000010*-----------------------------------------------------------
000020*HOLDREC.        STUDENT HOLD (BLOKIR) RECORD LAYOUT
000030*-----------------------------------------------------------
000040*ONE ENTRY PER STUDENT PER HOLD TYPE, KEYED ON NPM PLUS
000050*JENIS-HOLD:
000060*K = KEUANGAN     (FINANCE / BURSAR)
000070*P = PERPUSTAKAAN (LIBRARY)
000080*A = AKADEMIK     (ACADEMIC)
000090*D = DISIPLIN     (DISCIPLINARY)
000100*A HOLD IS ACTIVE WHILE TGL-LEPAS IS BLANK.  KANTOR-HOLD IS
000110*THE OFFICE THAT PLACED IT AND ALASAN-HOLD THE REASON SHOWN
000120*TO THE STUDENT WHEN SOMETHING IS REFUSED.  PLACED AND
000130*RELEASED BY HOLDMNT; DUNNING PLACES AND RELEASES THE
000140*FINANCE HOLD ITSELF (OPER-PASANG = 'DUNNING').  THE
000150*HOLDCEK SUBPROGRAM IS THE ONE PLACE THAT DECIDES WHETHER A
000160*STUDENT IS BLOCKED.  A RELEASED HOLD STAYS ON FILE UNTIL
000170*THE SAME TYPE IS PLACED AGAIN.  COPY THIS MEMBER UNDER A
000180*01-LEVEL GROUP NAME OF THE CALLER'S CHOOSING, E.G.
000190*01  HOLD-RECORD.
000200*COPY HOLDREC.
000210*-----------------------------------------------------------
000220*DATE       INIT  DESCRIPTION
000230*10/15/2026 RSD   ORIGINAL.
000240*-----------------------------------------------------------
000250         05  HOLD-KEY.
000260             10  NPM                 PIC X(08).
000270             10  JENIS-HOLD          PIC X(01).
000280         05  KANTOR-HOLD             PIC X(20).
000290         05  ALASAN-HOLD             PIC X(40).
000300         05  TGL-PASANG              PIC X(10).
000310         05  OPER-PASANG             PIC X(08).
000320         05  TGL-LEPAS               PIC X(10).
000330         05  OPER-LEPAS              PIC X(08).
