      ******************************************************************
      * Record layout for ENCARREGADO-FILE (one record per encarregado
      * de educacao, shared by all the siblings whose matricula points
      * to it through MATRIC-CODENC; NIF zero = not given)
      ******************************************************************
       FD  ENCARREGADO-FILE.
       01  REG-ENCARREGADO.
           05  ENC-NUMBER              PIC 9(5).
           05  ENC-NOME                PIC A(40).
           05  ENC-MORADA              PIC X(40).
           05  ENC-TELEFONE            PIC X(15).
           05  ENC-EMAIL               PIC X(40).
           05  ENC-NIF                 PIC 9(9).
