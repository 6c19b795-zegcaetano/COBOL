      ******************************************************************
      * Record layout for FALTAULA-FILE (one record per student absent
      * from one tempo letivo, marked in the chamada; the disciplina
      * and the teacher come from horarios.dat; FA-JUSTIFICADA is 'N'
      * until the secretaria records the guardian's justification;
      * FA-OPERADOR is whoever marked the absence or, once justified,
      * whoever recorded the justification)
      ******************************************************************
       FD  FALTAULA-FILE.
       01  REG-FALTA-AULA.
           05  CHAVE-FALTA-AULA.
               10  FA-NUMBER           PIC 9(5).
               10  FA-DATA             PIC 9(8).
               10  FA-TEMPO            PIC 9(2).
           05  FA-CODDISC              PIC 9(3).
           05  FA-CODTURMA             PIC 9(3).
           05  FA-CODPROF              PIC 9(3).
           05  FA-JUSTIFICADA          PIC X.
           05  FA-DATA-JUSTIF          PIC 9(8).
           05  FA-OPERADOR             PIC X(10).
