      ******************************************************************
      * Author:
      * Date:
      * Purpose: one-off conversion of disciplinas.dat from the old
      *          layout (codigo, nome, professor) to the current layout
      *          with LIMITE-FALTAS-DISC, which enters as zero (limite
      *          geral da escola) until the secretaria preenche na
      *          opcao 10 de NotasIndexado. Reads the live old-format
      *          file and writes disciplinasnovo.dat; when the totals
      *          conferem, substitua disciplinas.dat por
      *          disciplinasnovo.dat e guarde o antigo como copia
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConverterDisciplinas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISC-ANT-FILE ASSIGN TO "disciplinas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-CODDISC
               FILE STATUS IS WS-ANT-STATUS.
           SELECT DISC-NOVA-FILE ASSIGN TO "disciplinasnovo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOV-CODDISC
               FILE STATUS IS WS-NOVA-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Imagem do registo de disciplina ANTES desta conversao
      * (43 bytes).
      ******************************************************************
       FD  DISC-ANT-FILE.
       01  REG-DISC-ANT.
           05  ANT-CODDISC             PIC 9(3).
           05  ANT-NOMEDISC            PIC A(20).
           05  ANT-PROFDISC            PIC A(20).
      ******************************************************************
      * Registo de disciplina no layout corrente (ver FDDISC.CBL).
      ******************************************************************
       FD  DISC-NOVA-FILE.
       01  REG-DISC-NOVA.
           05  NOV-CODDISC             PIC 9(3).
           05  NOV-NOMEDISC            PIC A(20).
           05  NOV-PROFDISC            PIC A(20).
           05  NOV-LIMITE-FALTAS       PIC 9(3).

       WORKING-STORAGE SECTION.
       77 WS-ANT-STATUS              PIC XX.
       77 WS-NOVA-STATUS             PIC XX.
       77 WS-FIM-CONVERSAO           PIC X VALUE 'N'.
       77 WS-TOTAL-CONVERTIDAS       PIC 9(5) VALUE ZERO.
       77 WS-RESPOSTA                PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "*** CONVERSAO DE disciplinas.dat PARA O LAYOUT "
               "NOVO ***"
           DISPLAY "LE disciplinas.dat NO LAYOUT ANTIGO E GRAVA "
               "disciplinasnovo.dat NO LAYOUT NOVO."
           DISPLAY "CONTINUAR? (S PARA CONFIRMAR): "
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT = 'S'
               DISPLAY "CONVERSAO CANCELADA PELO OPERADOR."
               STOP RUN
           END-IF

           OPEN INPUT DISC-ANT-FILE
           IF WS-ANT-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL ABRIR disciplinas.dat "
                   "NO LAYOUT ANTIGO (STATUS " WS-ANT-STATUS ")."
               DISPLAY "SE O FICHEIRO JA ESTA NO LAYOUT NOVO, NAO HA "
                   "NADA A CONVERTER."
               STOP RUN
           END-IF
           OPEN OUTPUT DISC-NOVA-FILE
           IF WS-NOVA-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL CRIAR "
                   "disciplinasnovo.dat"
               CLOSE DISC-ANT-FILE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-FIM-CONVERSAO
           PERFORM UNTIL WS-FIM-CONVERSAO = 'S'
           READ DISC-ANT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CONVERSAO
               NOT AT END
                   PERFORM CONVERTER-DISCIPLINA
           END-READ
           END-PERFORM

           CLOSE DISC-ANT-FILE
           CLOSE DISC-NOVA-FILE
           DISPLAY "CONVERSAO CONCLUIDA."
           DISPLAY "DISCIPLINAS CONVERTIDAS: " WS-TOTAL-CONVERTIDAS
           DISPLAY "CONFIRA O TOTAL E DEPOIS SUBSTITUA disciplinas.dat "
               "POR disciplinasnovo.dat, GUARDANDO O ANTIGO COMO COPIA."
           .

           PROGRAM-DONE.
           STOP RUN.

           CONVERTER-DISCIPLINA.
           MOVE ANT-CODDISC   TO NOV-CODDISC
           MOVE ANT-NOMEDISC  TO NOV-NOMEDISC
           MOVE ANT-PROFDISC  TO NOV-PROFDISC
           MOVE ZERO          TO NOV-LIMITE-FALTAS
           WRITE REG-DISC-NOVA
               INVALID KEY
                   DISPLAY "AVISO: DISCIPLINA " ANT-CODDISC
                       " DUPLICADA, IGNORADA."
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-CONVERTIDAS
           END-WRITE
           .
