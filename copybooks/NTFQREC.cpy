000010*-----------------------------------------------------------
000020*NTFQREC.        NOTIFICATION GATEWAY QUEUE LINE LAYOUT
000030*-----------------------------------------------------------
000040*ONE FIXED-COLUMN LINE PER MESSAGE, APPENDED TO THE NTFQUE
000050*FILE BY THE NTFKIRIM SUBPROGRAM FOR THE CAMPUS MESSAGING
000060*GATEWAY TO PICK UP.  THE GATEWAY SENDS KANAL-NTFQ S AS AN
000070*SMS AND E AS AN EMAIL TO TUJUAN-NTFQ, USING ITS OWN TEXT FOR
000080*TEMPLATE-NTFQ FILLED FROM THE THREE VARIABLES (SEE NTFREC
000090*FOR THE TEMPLATE CODES), AND ANSWERS EACH ID-NTFQ ON ITS
000100*RETURN FILE (READ BY NTFACK).  COPY THIS MEMBER UNDER A
000110*01-LEVEL GROUP NAME OF THE CALLER'S CHOOSING, E.G.
000120*01  NTFQ-RECORD.
000130*COPY NTFQREC.
000140*-----------------------------------------------------------
000150*DATE       INIT  DESCRIPTION
000160*10/15/2026 RSD   ORIGINAL.
000170*-----------------------------------------------------------
000180         05  ID-NTFQ                 PIC X(14).
000190         05  FILLER                  PIC X(01).
000200         05  KANAL-NTFQ              PIC X(01).
000210         05  FILLER                  PIC X(01).
000220         05  TUJUAN-NTFQ             PIC X(35).
000230         05  FILLER                  PIC X(01).
000240         05  TEMPLATE-NTFQ           PIC X(04).
000250         05  FILLER                  PIC X(01).
000260         05  VAR1-NTFQ               PIC X(40).
000270         05  FILLER                  PIC X(01).
000280         05  VAR2-NTFQ               PIC X(40).
000290         05  FILLER                  PIC X(01).
000300         05  VAR3-NTFQ               PIC X(40).
