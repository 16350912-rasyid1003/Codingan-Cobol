000010*-----------------------------------------------------------
000020*EDOMQTAB.       COURSE EVALUATION (EDOM) QUESTION LIST
000030*-----------------------------------------------------------
000040*THE FIXED LIST OF TEN QUESTIONS ON THE END-OF-TERM LECTURER
000050*EVALUATION, EACH SCORED 1 (SANGAT KURANG / VERY POOR) TO 5
000060*(SANGAT BAIK / VERY GOOD).  EDOM ASKS THEM IN THIS ORDER AND
000070*EDOMRPT PRINTS THEIR AVERAGES; JAWABAN-EDOM(N) ON EDOMREC IS
000080*THE ANSWER TO QUESTION N.  A CHANGE TO THE LIST TAKES EFFECT
000090*FROM THE NEXT SEMESTER - DO NOT REORDER IT MID-TERM.  COPY
000100*THIS MEMBER INTO WORKING-STORAGE AS IT STANDS; IT DEFINES
000110*EDOM-SOAL-TAB AND EDOM-SOAL(1) - EDOM-SOAL(10), EACH X(50).
000120*-----------------------------------------------------------
000130*DATE       INIT  DESCRIPTION
000140*10/15/2026 RSD   ORIGINAL.
000150*-----------------------------------------------------------
000160 01  EDOM-SOAL-NILAI.
000170         05  FILLER                  PIC X(50) VALUE
000180             'RPS DIJELASKAN DI AWAL / SYLLABUS EXPLAINED EARLY'.
000190         05  FILLER                  PIC X(50) VALUE
000200             'MATERI SESUAI RPS / MATERIAL FOLLOWS THE SYLLABUS'.
000210         05  FILLER                  PIC X(50) VALUE
000220             'DOSEN HADIR TEPAT WAKTU / LECTURER IS PUNCTUAL'.
000230         05  FILLER                  PIC X(50) VALUE
000240             'PENJELASAN MUDAH DIPAHAMI / CLEAR EXPLANATIONS'.
000250         05  FILLER                  PIC X(50) VALUE
000260             'DOSEN MEMBERI WAKTU BERTANYA / INVITES QUESTIONS'.
000270         05  FILLER                  PIC X(50) VALUE
000280             'TUGAS DIBAHAS DGN UMPAN BALIK / FEEDBACK GIVEN'.
000290         05  FILLER                  PIC X(50) VALUE
000300             'PENILAIAN ADIL DAN TRANSPARAN / FAIR ASSESSMENT'.
000310         05  FILLER                  PIC X(50) VALUE
000320             'BAHAN AJAR TERSEDIA / MATERIALS AVAILABLE'.
000330         05  FILLER                  PIC X(50) VALUE
000340             'DOSEN MUDAH DIHUBUNGI / LECTURER IS REACHABLE'.
000350         05  FILLER                  PIC X(50) VALUE
000360             'SECARA UMUM DOSEN BAIK / OVERALL RATING'.
000370 01  EDOM-SOAL-TAB REDEFINES EDOM-SOAL-NILAI.
000380         05  EDOM-SOAL               PIC X(50) OCCURS 10 TIMES.
