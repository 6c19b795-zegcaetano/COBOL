      ******************************************************************
      * Record layout for CANDIDATURA-FILE (one record per application
      * for a new student; CAND-ANO-PEDIDO is the ano de escolaridade
      * requested; priority criteria S/N: irmao already enrolled,
      * residence in the school area, necessidades educativas
      * especiais; estado P = pendente, C = colocada (proposta at
      * CAND-CODTURMA, waiting for the direction's sign-off), E = lista
      * de espera, M = matriculada as student CAND-ALUNO, D = desistiu;
      * CAND-ORDEM is the place in the ranking of the requested year)
      ******************************************************************
       FD  CANDIDATURA-FILE.
       01  REG-CANDIDATURA.
           05  CAND-NUMBER             PIC 9(5).
           05  CAND-NOME               PIC A(20).
           05  CAND-DATA-NASC          PIC 9(8).
           05  CAND-MORADA             PIC X(40).
           05  CAND-CONTACTO           PIC X(15).
           05  CAND-CODENC             PIC 9(5).
           05  CAND-ENCARREGADO        PIC A(20).
           05  CAND-ANO-PEDIDO         PIC 9(2).
           05  CAND-IRMAO              PIC X.
           05  CAND-AREA               PIC X.
           05  CAND-NEE                PIC X.
           05  CAND-DATA-ENTRADA       PIC 9(8).
           05  CAND-ESTADO             PIC X.
           05  CAND-CODTURMA           PIC 9(3).
           05  CAND-ORDEM              PIC 9(4).
           05  CAND-ALUNO              PIC 9(5).
