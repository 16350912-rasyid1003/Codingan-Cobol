000174*TO GRADUATE A FAILING SCORE IN.  ANYTHING
000176*ELSE (INCLUDING BLANK ON OLDER RECORDS)
000178*MEANS ELECTIVE.
000180*10/15/2026 RSD   WAJIB-MK S MARKS THE THESIS (SKRIPSI)
000182*COURSE - REQUIRED, AND SCORED ONLY
000184*THROUGH SKRMNT.
000186*-----------------------------------------------------------
000188         05  KODE-MK                 PIC X(08).
000190         05  NAMA-MK                 PIC X(25).
000200         05  SKS-MK                  PIC 9(02).
000210         05  SEMESTER-MK             PIC 9(02).
000220         05  KAPASITAS-MK            PIC 9(05).
000230         05  WAJIB-MK                PIC X(01).
000240             88  MK-SKRIPSI                  VALUE 'S'.
