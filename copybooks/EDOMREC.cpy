000010*-----------------------------------------------------------
000020*EDOMREC.        COURSE EVALUATION (EDOM) RESPONSE LAYOUT
000030*-----------------------------------------------------------
000040*ONE ENTRY PER ANSWERED END-OF-TERM LECTURER EVALUATION
000050*QUESTIONNAIRE, KEYED ON SEMESTER, COURSE, THE STUDENT'S
000060*KELAS AND A RESPONSE NUMBER RUNNING FROM 1 WITHIN THE
000070*SEMESTER, COURSE AND KELAS.  THE RESPONSE CARRIES NO NPM -
000080*WHO HAS ANSWERED IS KEPT ONLY AS THE EDOM-KRS FLAG ON THE
000090*STUDENT'S KRSMAST LINE, SO NO REPORT CAN PUT A STUDENT NEXT
000100*TO THEIR ANSWERS.  JAWABAN-EDOM HOLDS THE SCORE 1-5 FOR EACH
000110*QUESTION ON THE EDOMQTAB LIST, IN LIST ORDER.  WRITTEN BY
000120*EDOM; SUMMARISED PER QUESTION AND PER LECTURER BY EDOMRPT.
000130*COPY THIS MEMBER UNDER A 01-LEVEL GROUP NAME OF THE
000140*CALLER'S CHOOSING, E.G.
000150*01  EDOM-RECORD.
000160*COPY EDOMREC.
000170*-----------------------------------------------------------
000180*DATE       INIT  DESCRIPTION
000190*10/15/2026 RSD   ORIGINAL.
000200*-----------------------------------------------------------
000210         05  EDOM-KEY.
000220             10  SEMESTER-EDOM       PIC 9(02).
000230             10  KODE-MK             PIC X(08).
000240             10  KELAS               PIC X(05).
000250             10  NO-RESPON           PIC 9(05).
000260         05  JAWABAN-EDOM            PIC 9(01) OCCURS 10 TIMES.
000270         05  KOMENTAR-EDOM           PIC X(60).
