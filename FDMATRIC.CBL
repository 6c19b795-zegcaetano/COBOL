      ******************************************************************
      * Record layout for MATRICULA-FILE (enrollment master kept by
      * the registrar; one record per student number in NOTAS-FILE;
      * estado A = ativo, T = transferido, S = saiu; codenc is the
      * number of the encarregado in encarregados.dat, zero while
      * not linked, in which case the name in MATRIC-ENCARREGADO and
      * the morada of the student are used)
      ******************************************************************
       FD  MATRICULA-FILE.
       01  REG-MATRICULA.
           05  MATRIC-CONTACTO         PIC X(15).
           05  MATRIC-ENCARREGADO      PIC A(20).
           05  MATRIC-ESTADO           PIC X.
           05  MATRIC-CODENC           PIC 9(5).
