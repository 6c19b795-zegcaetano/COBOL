      ******************************************************************
      * Record layout for DISCIPLINA-FILE (LIMITE-FALTAS-DISC is the
      * limit of unjustified absences for the disciplina; zero means
      * the school's general limit)
      ******************************************************************
       FD  DISCIPLINA-FILE.
       01  REG-DISCIPLINA.
           05  CODDISC                 PIC 9(3).
           05  NOMEDISC                PIC A(20).
           05  PROFDISC                PIC A(20).
           05  LIMITE-FALTAS-DISC      PIC 9(3).
