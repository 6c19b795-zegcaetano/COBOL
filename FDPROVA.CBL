      ******************************************************************
      * Record layout for PROVA-FILE (one test booked for a turma and
      * disciplina on a date; the tempo and the teacher come from the
      * turma's horarios.dat entry for that weekday, and the ano and
      * periodo from the calendario escolar)
      ******************************************************************
       FD  PROVA-FILE.
       01  REG-PROVA.
           05  CHAVE-PROVA.
               10  PROVA-CODTURMA      PIC 9(3).
               10  PROVA-CODDISC       PIC 9(3).
               10  PROVA-DATA          PIC 9(8).
           05  PROVA-TEMPO             PIC 9(2).
           05  PROVA-CODPROF           PIC 9(3).
           05  PROVA-ANO               PIC 9(4).
           05  PROVA-PERIODO           PIC 9(1).
           05  PROVA-DESCRICAO         PIC X(20).
