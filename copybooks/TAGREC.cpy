000060*THE ASSESSED AMOUNT, THE AMOUNT PAID SO FAR AND THE DATE
000070*OF THE LAST PAYMENT.  BUILT BY TAGIHAN (FEE ASSESSMENT),
000080*UPDATED BY BAYAR (PAYMENT ENTRY) AND READ BY TUNGGAK
000090*(OUTSTANDING-BALANCE REPORT).  TGL-DENDA IS THE DATE DENDA
000092*ASSESSED THE LATE FEE ON AN ASSESSMENT WITH NO INSTALLMENT
000094*PLAN, PAST THE CALENDAR FEE DUE DATE (BLANK = NOT FINED,
000096*SO THE FEE IS ASSESSED ONCE).  COPY THIS MEMBER UNDER A
000100*01-LEVEL GROUP NAME OF THE CALLER'S CHOOSING, E.G.
000110*01  TAGIHAN-RECORD.
000120*COPY TAGREC.
000130*-----------------------------------------------------------
000140*DATE       INIT  DESCRIPTION
000150*08/22/2026 RSD   ORIGINAL.
000155*10/15/2026 RSD   TGL-DENDA ADDED.
000160*-----------------------------------------------------------
000170         05  TAGIHAN-KEY.
000180             10  NPM                 PIC X(08).
000210         05  JUMLAH-TAGIHAN          PIC 9(07)V99.
000220         05  JUMLAH-BAYAR            PIC 9(07)V99.
000230         05  TGL-BAYAR               PIC X(10).
000240         05  TGL-DENDA               PIC X(10).
