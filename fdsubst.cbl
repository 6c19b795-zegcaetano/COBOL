      ******************************************************************
      * Record layout for SUBSTITUICAO-FILE (one record with tempo 00
      * per day a teacher is absent, carrying the motivo, plus one
      * record per tempo letivo the teacher was due to give that day
      * according to horarios.dat; SUB-CODPROF-SUBST is the teacher
      * covering the tempo, zero while no substitute is assigned)
      ******************************************************************
       FD  SUBSTITUICAO-FILE.
       01  REG-SUBSTITUICAO.
           05  CHAVE-SUBSTITUICAO.
               10  SUB-CODPROF         PIC 9(3).
               10  SUB-DATA            PIC 9(8).
               10  SUB-TEMPO           PIC 9(2).
           05  SUB-DIA                 PIC 9(1).
           05  SUB-CODTURMA            PIC 9(3).
           05  SUB-CODDISC             PIC 9(3).
           05  SUB-CODPROF-SUBST       PIC 9(3).
           05  SUB-MOTIVO              PIC X(20).
