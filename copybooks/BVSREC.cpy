000010*-----------------------------------------------------------
000020*BVSREC.         BANK PAYMENT SUSPENSE LINE LAYOUT
000030*-----------------------------------------------------------
000040*ONE LINE PER BANK VA PAYMENT BANKVA COULD NOT POST, FOR
000050*FINANCE TO RESOLVE BY HAND.  SUSP-KODE IS NOAS = NO
000060*ASSESSMENT FOR THE NPM/SEMESTER, DUPL = BANK REFERENCE
000070*ALREADY SEEN, LEBH = MORE THAN THE SISA TAGIHAN, FORM =
000080*LINE NOT READABLE.  SUSP-TGL IS THE RUN DATE THE LINE WAS
000090*SUSPENDED AND SUSP-IMAGE THE BANK LINE AS RECEIVED
000100*(BVAREC).  THE FILE IS APPENDED NIGHT AFTER NIGHT.  COPY
000110*THIS MEMBER UNDER A 01-LEVEL GROUP NAME OF THE CALLER'S
000120*CHOOSING, E.G.
000130*01  SUSP-RECORD.
000140*COPY BVSREC.
000150*-----------------------------------------------------------
000160*DATE       INIT  DESCRIPTION
000170*10/15/2026 RSD   ORIGINAL.
000180*-----------------------------------------------------------
000190         05  SUSP-TGL                PIC X(10).
000200         05  FILLER                  PIC X(01).
000210         05  SUSP-KODE               PIC X(04).
000220         05  FILLER                  PIC X(01).
000230         05  SUSP-ALASAN             PIC X(30).
000240         05  FILLER                  PIC X(01).
000250         05  SUSP-IMAGE              PIC X(80).
