      ******************************************************************
      * Select clause for PROVA-FILE (test calendar per turma,
      * alternate indexed by the teacher who sets the test)
      ******************************************************************
       SELECT PROVA-FILE ASSIGN TO "provas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-PROVA
           ALTERNATE RECORD KEY IS PROVA-CODPROF WITH DUPLICATES
           FILE STATUS IS WS-PROVA-STATUS.
