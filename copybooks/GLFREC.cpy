000010*-----------------------------------------------------------
000020*GLFREC.         GENERAL-LEDGER FEED LINE LAYOUT
000030*-----------------------------------------------------------
000040*ONE LINE PER BILLING EVENT THAT HAS NO DATED TRAIL OF ITS
000050*OWN, APPENDED TO THE GLFEED FILE BY THE PROGRAM THAT
000060*POSTS IT, FOR THE GLEXTR DAILY JOURNAL EXTRACT.  JENIS-GL
000070*IS THE TRANSACTION TYPE THE GLCOA CHART OF ACCOUNTS MAPS -
000080*ASES = GROSS ASSESSMENT AND WAIV = SCHOLARSHIP WAIVER
000090*(TAGIHAN), KRPK = CREDIT BALANCE APPLIED TO AN ASSESSMENT
000100*(TAGIHAN), DEND = LATE FEE (DENDA).  PAYMENTS AND REFUNDS
000110*ARE NOT FED HERE - GLEXTR READS THEM FROM BAYARLOG AND
000120*RFNDREG.  TGL-GL IS THE RUN DATE, SUMBER-GL THE PROGRAM.
000130*COPY THIS MEMBER UNDER A 01-LEVEL GROUP NAME OF THE
000140*CALLER'S CHOOSING, E.G.
000150*01  GLF-RECORD.
000160*COPY GLFREC.
000170*-----------------------------------------------------------
000180*DATE       INIT  DESCRIPTION
000190*10/15/2026 RSD   ORIGINAL.
000200*-----------------------------------------------------------
000210         05  TGL-GL                  PIC X(10).
000220         05  FILLER                  PIC X(01).
000230         05  JENIS-GL                PIC X(04).
000240         05  FILLER                  PIC X(01).
000250         05  NPM                     PIC X(08).
000260         05  FILLER                  PIC X(01).
000270         05  SEMESTER-GL             PIC 9(02).
000280         05  FILLER                  PIC X(01).
000290         05  JUMLAH-GL               PIC 9(07)V99.
000300         05  FILLER                  PIC X(01).
000310         05  SUMBER-GL               PIC X(08).
