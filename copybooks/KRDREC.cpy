000010*-----------------------------------------------------------
000020*KRDREC.         STUDENT CREDIT BALANCE (SALDO KREDIT) RECORD
000030*-----------------------------------------------------------
000040*ONE ENTRY PER STUDENT, KEYED ON NPM, HOLDING MONEY THE
000050*STUDENT HAS PAID OVER AND ABOVE WHAT WAS ASSESSED.  BAYAR
000060*POSTS THE PART OF A PAYMENT THAT EXCEEDS THE SISA TAGIHAN
000070*HERE INSTEAD OF PUSHING JUMLAH-BAYAR PAST JUMLAH-TAGIHAN;
000080*TAGIHAN USES IT UP AGAINST THE NEXT ASSESSMENT; KRDRFND
000090*PAYS IT BACK ON AN APPROVED REFUND VOUCHER.  TGL-KREDIT
000100*IS THE DATE OF THE LAST MOVEMENT.  TUNGGAK AND STMT SHOW
000110*THE BALANCE.  COPY THIS MEMBER UNDER A 01-LEVEL GROUP NAME
000120*OF THE CALLER'S CHOOSING, E.G.
000130*01  KREDIT-RECORD.
000140*COPY KRDREC.
000150*-----------------------------------------------------------
000160*DATE       INIT  DESCRIPTION
000170*10/15/2026 RSD   ORIGINAL.
000180*-----------------------------------------------------------
000190         05  NPM                     PIC X(08).
000200         05  SALDO-KREDIT            PIC 9(07)V99.
000210         05  TGL-KREDIT              PIC X(10).
