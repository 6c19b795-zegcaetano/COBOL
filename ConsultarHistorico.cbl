      * Author:
      * Date:
      * Purpose: look up a student's closed periods in the permanent
      *          archive written by FechoPeriodo, with the archived
      *          per-discipline results under each period
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "slhist.cbl".
           COPY "slhdisc.cbl".
           COPY "sldisc.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "fdhist.cbl".
           COPY "fdhdisc.cbl".
           COPY "fddisc.cbl".
       WORKING-STORAGE SECTION.
       77 WS-HIST-STATUS            PIC XX.
       77 WS-NUMERO-ALUNO           PIC 9(5) VALUE ZERO.
       77 WS-FIM-HIST               PIC X VALUE 'N'.
       77 WS-ENCONTRADOS            PIC 9(5) VALUE ZERO.
       77 WS-HISTDISC-STATUS        PIC XX.
       77 WS-HISTDISC-OK            PIC X VALUE 'N'.
       77 WS-DISC-STATUS            PIC XX.
       77 WS-DISC-OK                PIC X VALUE 'N'.
       77 WS-FIM-HISTDISC           PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
                   "PERIODO PRIMEIRO"
               MOVE ZERO TO WS-NUMERO-ALUNO
           ELSE
               MOVE 'N' TO WS-HISTDISC-OK
               OPEN INPUT HISTDISC-FILE
               IF WS-HISTDISC-STATUS = "00"
                   MOVE 'S' TO WS-HISTDISC-OK
               END-IF
               MOVE 'N' TO WS-DISC-OK
               OPEN INPUT DISCIPLINA-FILE
               IF WS-DISC-STATUS = "00"
                   MOVE 'S' TO WS-DISC-OK
               END-IF
               MOVE ZERO TO WS-ENCONTRADOS
               MOVE 'N' TO WS-FIM-HIST
               PERFORM UNTIL WS-FIM-HIST = 'S'
                               " MEDIA " HIST-MEDIA
                               " " HIST-SITUACAO
                               " TURMA " HIST-CODTURMA
                           IF WS-HISTDISC-OK = 'S'
                               PERFORM LISTAR-DISCIPLINAS-PERIODO
                           END-IF
                       END-IF
               END-READ
               END-PERFORM
                   DISPLAY "SEM PERIODOS FECHADOS PARA ESTE ALUNO."
               END-IF
               CLOSE HISTORICO-FILE
               IF WS-HISTDISC-OK = 'S'
                   CLOSE HISTDISC-FILE
               END-IF
               IF WS-DISC-OK = 'S'
                   CLOSE DISCIPLINA-FILE
               END-IF
           END-IF
           .

      ******************************************************************
      * Resultados por disciplina arquivados para o ano+periodo+aluno
      * do registo de historico corrente.
      ******************************************************************
           LISTAR-DISCIPLINAS-PERIODO.
           MOVE HIST-ANO     TO HD-ANO
           MOVE HIST-PERIODO TO HD-PERIODO
           MOVE HIST-NUMBER  TO HD-NUMBER
           MOVE ZERO         TO HD-CODDISC
           MOVE 'N' TO WS-FIM-HISTDISC
           START HISTDISC-FILE KEY IS >= CHAVE-HIST-DISC
               INVALID KEY
                   MOVE 'S' TO WS-FIM-HISTDISC
           END-START
           PERFORM UNTIL WS-FIM-HISTDISC = 'S'
           READ HISTDISC-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-HISTDISC
               NOT AT END
                   IF HD-ANO NOT = HIST-ANO
                           OR HD-PERIODO NOT = HIST-PERIODO
                           OR HD-NUMBER NOT = HIST-NUMBER
                       MOVE 'S' TO WS-FIM-HISTDISC
                   ELSE
                       MOVE SPACE TO NOMEDISC
                       IF WS-DISC-OK = 'S'
                           MOVE HD-CODDISC TO CODDISC
                           READ DISCIPLINA-FILE KEY IS CODDISC
                               INVALID KEY
                                   MOVE "DESCONHECIDA" TO NOMEDISC
                           END-READ
                       END-IF
                       DISPLAY "    " HD-CODDISC " " NOMEDISC
                           " " HD-NOTA1 " " HD-NOTA2 " " HD-NOTA3
                           " MEDIA " HD-MEDIA
                   END-IF
           END-READ
           END-PERFORM
           .
