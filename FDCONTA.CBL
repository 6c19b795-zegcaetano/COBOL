      ******************************************************************
      * Record layout for CONTA-FILE (one movement of the conta
      * corrente of a student number; tipo D = debito (encargo a
      * pagar, due by MOV-DATA-LIMITE), C = credito (pagamento);
      * MOV-SEQ tells apart movements of the same student and day;
      * MOV-OPERADOR is the operator who posted it)
      ******************************************************************
       FD  CONTA-FILE.
       01  REG-MOVIMENTO.
           05  CHAVE-MOVIMENTO.
               10  MOV-NUMBER          PIC 9(5).
               10  MOV-DATA            PIC 9(8).
               10  MOV-SEQ             PIC 9(3).
           05  MOV-TIPO                PIC X.
           05  MOV-DESCRICAO           PIC X(20).
           05  MOV-VALOR               PIC 9(5)V99.
           05  MOV-DATA-LIMITE         PIC 9(8).
           05  MOV-OPERADOR            PIC X(10).
