               DISPLAY "  TURMA " AIX-TURMA-ANTES " > "
                   AIX-TURMA-DEPOIS
           END-IF
           IF AIX-CODDISC NOT = ZERO
               DISPLAY "  DISCIPLINA " AIX-CODDISC
           END-IF
           DISPLAY "  ANTES : " AIX-NOME-ANTES " "
               AIX-NOTA1-ANTES " " AIX-NOTA2-ANTES " "
               AIX-NOTA3-ANTES " MEDIA " AIX-MEDIA-ANTES
