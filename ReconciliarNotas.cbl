               MOVE MEDIAALUNO        TO AIX-MEDIA-DEPOIS
               MOVE ZERO              TO AIX-TURMA-ANTES
               MOVE ZERO              TO AIX-TURMA-DEPOIS
               MOVE ZERO              TO AIX-CODDISC
               MOVE 'N' TO WS-AUD-GRAVADO
               PERFORM UNTIL WS-AUD-GRAVADO = 'S' OR AIX-SEQ > 998
               WRITE REG-AUDITORIA-IDX
