      * Author:
      * Date:
      * Purpose: end-of-term batch closing run; recomputes and
      *          validates every MEDIAALUNO, writes the final
      *          transcripts for the registrar and archives the
      *          overall and the per-discipline results of the period
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "slhist.cbl".
           COPY "slrunctl.cbl".
           COPY "slsessao.cbl".
           COPY "slcalen.cbl".
           COPY "slhdisc.cbl".
           COPY "slhorar.cbl".
           SELECT TRANSCRICAO-FILE ASSIGN TO "transcricoes.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSCRICAO-STATUS.
           COPY "fdhist.cbl".
           COPY "fdrunctl.cbl".
           COPY "fdsessao.cbl".
           COPY "fdcalen.cbl".
           COPY "fdhdisc.cbl".
           COPY "fdhorar.cbl".
       FD  TRANSCRICAO-FILE.
       01  LINHA-TRANSCRICAO            PIC X(80).
      ******************************************************************
       77 WS-DESDE-NUMBER            PIC 9(5) VALUE ZERO.
       77 WS-INTERVALO-CHECKPOINT    PIC 9(3) VALUE 100.
       77 WS-DESDE-CHECKPOINT        PIC 9(3) VALUE ZERO.
       77 WS-CALENDARIO-STATUS       PIC XX.
       77 WS-FIM-CALENDARIO          PIC X VALUE 'N'.
       77 WS-DATA-HOJE               PIC 9(8).
       77 WS-CAL-ANO-CORRENTE        PIC 9(4) VALUE ZERO.
       77 WS-CAL-PER-CORRENTE        PIC 9(1) VALUE ZERO.
       77 WS-CAL-INICIO-CORRENTE     PIC 9(8) VALUE ZERO.
       77 WS-CAL-FIM-CORRENTE        PIC 9(8) VALUE ZERO.
       77 WS-CAL-ANO-TERMINADO       PIC 9(4) VALUE ZERO.
       77 WS-CAL-PER-TERMINADO       PIC 9(1) VALUE ZERO.
       77 WS-CAL-FIM-TERMINADO       PIC 9(8) VALUE ZERO.
       77 WS-HISTDISC-STATUS         PIC XX.
       77 WS-HORARIO-STATUS          PIC XX.
       77 WS-HORARIO-OK              PIC X VALUE 'N'.
       77 WS-FIM-HORARIO             PIC X VALUE 'N'.
       77 WS-TOTAL-DISC-ARQUIVADAS   PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "A INICIAR O FECHO DE PERIODO..."
           PERFORM IDENTIFICAR-PERIODO-A-FECHAR
           DISPLAY "PERIODO A FECHAR: " WS-PERIODO " DE "
               WS-ANO-LETIVO

           PERFORM VERIFICAR-SESSAO-ATIVA
           PERFORM LER-CHECKPOINT
               PERFORM REGISTAR-EXECUCAO
               STOP RUN
           END-IF
           OPEN I-O HISTDISC-FILE
           IF WS-HISTDISC-STATUS NOT = "00"
               DISPLAY "ERRO: SEM historicodisc.dat, CORRA "
                   "CriarHistDiscIndexado"
               CLOSE NOTAS-FILE
               CLOSE TRANSCRICAO-FILE
               CLOSE HISTORICO-FILE
               MOVE "ABENDADO" TO WS-RUN-ESTADO
               PERFORM REGISTAR-EXECUCAO
               STOP RUN
           END-IF
           OPEN INPUT HORARIO-FILE
           IF WS-HORARIO-STATUS = "00"
               MOVE 'S' TO WS-HORARIO-OK
           ELSE
               DISPLAY "AVISO: SEM horarios.dat, ARQUIVO POR "
                   "DISCIPLINA SEM PROFESSOR"
           END-IF

           MOVE 'N' TO WS-FIM-FECHO
           IF WS-RETOMA = 'S'
           PERFORM ESCREVER-RESUMO

           CLOSE HISTORICO-FILE
           CLOSE HISTDISC-FILE
           IF WS-HORARIO-OK = 'S'
               CLOSE HORARIO-FILE
           END-IF
           IF WS-NOTASDISC-OK = 'S'
               CLOSE NOTASDISC-FILE
           END-IF
           DISPLAY "APROVADOS:           " WS-TOTAL-APROVADOS
           DISPLAY "REPROVADOS:          " WS-TOTAL-REPROVADOS
           DISPLAY "MEDIAS DIVERGENTES:  " WS-TOTAL-DIVERGENCIAS
           DISPLAY "DISCIPLINAS ARQUIVADAS: " WS-TOTAL-DISC-ARQUIVADAS
           .

           PROGRAM-DONE.

      ******************************************************************
      * Colhe as notas por disciplina do aluno corrente, formata uma
      * linha de transcricao por disciplina, acumula a soma das
      * medias para a media global e arquiva cada disciplina no
      * arquivo permanente por disciplina.
      ******************************************************************
           LER-DISCIPLINAS-ALUNO.
           MOVE ZERO TO WS-NUM-DISC WS-SOMA-DISC
                       MOVE 'S' TO WS-FIM-DISC
                   ELSE
                       PERFORM FORMATAR-LINHA-DISC
                       PERFORM ARQUIVAR-DISCIPLINA
                   END-IF
           END-READ
           END-PERFORM
           END-IF
           .

      ******************************************************************
      * Grava o resultado da disciplina corrente no arquivo por
      * disciplina, com a turma do aluno e o professor que o horario
      * da turma tem para a disciplina; um novo fecho do mesmo periodo
      * substitui o registo anterior.
      ******************************************************************
           ARQUIVAR-DISCIPLINA.
           MOVE WS-ANO-LETIVO   TO HD-ANO
           MOVE WS-PERIODO      TO HD-PERIODO
           MOVE ND-NUMBER       TO HD-NUMBER
           MOVE ND-CODDISC      TO HD-CODDISC
           MOVE ND-NOTA1        TO HD-NOTA1
           MOVE ND-NOTA2        TO HD-NOTA2
           MOVE ND-NOTA3        TO HD-NOTA3
           MOVE ND-MEDIA        TO HD-MEDIA
           MOVE CODTURMA-ALUNO  TO HD-CODTURMA
           MOVE ZERO            TO HD-CODPROF
           IF WS-HORARIO-OK = 'S' AND CODTURMA-ALUNO NOT = ZERO
               PERFORM PROCURAR-PROF-DISCIPLINA
           END-IF
           WRITE REG-HIST-DISC
               INVALID KEY
                   REWRITE REG-HIST-DISC
           END-WRITE
           ADD 1 TO WS-TOTAL-DISC-ARQUIVADAS
           .

           PROCURAR-PROF-DISCIPLINA.
           MOVE CODTURMA-ALUNO TO HOR-CODTURMA
           MOVE ZERO TO HOR-DIA HOR-TEMPO
           MOVE 'N' TO WS-FIM-HORARIO
           START HORARIO-FILE KEY IS >= CHAVE-HORARIO
               INVALID KEY
                   MOVE 'S' TO WS-FIM-HORARIO
           END-START
           PERFORM UNTIL WS-FIM-HORARIO = 'S'
           READ HORARIO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-HORARIO
               NOT AT END
                   IF HOR-CODTURMA NOT = CODTURMA-ALUNO
                       MOVE 'S' TO WS-FIM-HORARIO
                   ELSE
                       IF HOR-CODDISC = ND-CODDISC
                           MOVE HOR-CODPROF TO HD-CODPROF
                           MOVE 'S' TO WS-FIM-HORARIO
                       END-IF
                   END-IF
           END-READ
           END-PERFORM
           .

           ESCREVER-RESUMO.
           MOVE SPACE TO LINHA-TRANSCRICAO
           WRITE LINHA-TRANSCRICAO
           END-IF
           .

      ******************************************************************
      * O periodo a fechar sai do calendario escolar: e o periodo
      * corrente (o ultimo ja iniciado) se a data de fim ja chegou.
      * Enquanto o periodo corrente decorre, so se aceita fechar em
      * atraso o periodo anterior, se ainda nao tiver sido fechado;
      * fora disso o fecho e recusado.
      ******************************************************************
           IDENTIFICAR-PERIODO-A-FECHAR.
           PERFORM OBTER-PERIODO-CALENDARIO
           IF WS-CAL-INICIO-CORRENTE = ZERO
               DISPLAY "ERRO! NENHUM PERIODO DO calendario.dat JA "
                   "COMECOU; ATUALIZE-O EM GerirCalendario."
               STOP RUN
           END-IF
           IF WS-CAL-FIM-CORRENTE NOT > WS-DATA-HOJE
               MOVE WS-CAL-ANO-CORRENTE TO WS-ANO-LETIVO
               MOVE WS-CAL-PER-CORRENTE TO WS-PERIODO
           ELSE
               MOVE 'S' TO WS-FECHO-ANTERIOR
               IF WS-CAL-FIM-TERMINADO > ZERO
                   MOVE WS-CAL-ANO-TERMINADO TO WS-ANO-LETIVO
                   MOVE WS-CAL-PER-TERMINADO TO WS-PERIODO
                   PERFORM PROCURAR-FECHO-ANTERIOR
               END-IF
               IF WS-FECHO-ANTERIOR = 'S'
                   DISPLAY "ERRO! O PERIODO " WS-CAL-PER-CORRENTE
                       " DE " WS-CAL-ANO-CORRENTE " SO TERMINA EM "
                       WS-CAL-FIM-CORRENTE "; FECHO RECUSADO."
                   STOP RUN
               END-IF
               DISPLAY "AVISO: FECHO EM ATRASO DO PERIODO "
                   WS-PERIODO " DE " WS-ANO-LETIVO
                   " (TERMINOU EM " WS-CAL-FIM-TERMINADO ")."
           END-IF
           .

      ******************************************************************
      * Percorre os periodos letivos do calendario e guarda o periodo
      * corrente (maior data de inicio ate hoje) e o ultimo periodo ja
      * terminado (maior data de fim ate hoje).
      ******************************************************************
           OBTER-PERIODO-CALENDARIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT CALENDARIO-FILE
           IF WS-CALENDARIO-STATUS NOT = "00"
               DISPLAY "ERRO: SEM calendario.dat, CORRA "
                   "CriarCalendarioIndexado E GerirCalendario"
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIM-CALENDARIO
           PERFORM UNTIL WS-FIM-CALENDARIO = 'S'
           READ CALENDARIO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CALENDARIO
               NOT AT END
                   IF CAL-TIPO = 'P'
                           AND CAL-DATA-INICIO NOT > WS-DATA-HOJE
                           AND CAL-DATA-INICIO > WS-CAL-INICIO-CORRENTE
                       MOVE CAL-ANO         TO WS-CAL-ANO-CORRENTE
                       MOVE CAL-PERIODO     TO WS-CAL-PER-CORRENTE
                       MOVE CAL-DATA-INICIO TO WS-CAL-INICIO-CORRENTE
                       MOVE CAL-DATA-FIM    TO WS-CAL-FIM-CORRENTE
                   END-IF
                   IF CAL-TIPO = 'P'
                           AND CAL-DATA-FIM NOT > WS-DATA-HOJE
                           AND CAL-DATA-FIM > WS-CAL-FIM-TERMINADO
                       MOVE CAL-ANO         TO WS-CAL-ANO-TERMINADO
                       MOVE CAL-PERIODO     TO WS-CAL-PER-TERMINADO
                       MOVE CAL-DATA-FIM    TO WS-CAL-FIM-TERMINADO
                   END-IF
           END-READ
           END-PERFORM
           CLOSE CALENDARIO-FILE
           .

      ******************************************************************
      * Recusa fechar um periodo ja marcado como CONCLUIDO no registo
      * de execucoes, a nao ser que o operador confirme explicitamente
      * que quer fechar de novo.
      ******************************************************************
           VERIFICAR-FECHO-ANTERIOR.
           PERFORM PROCURAR-FECHO-ANTERIOR
           IF WS-FECHO-ANTERIOR = 'S'
               DISPLAY "AVISO: O PERIODO " WS-PERIODO " DE "
                   WS-ANO-LETIVO " JA FOI FECHADO."
               DISPLAY "FECHAR DE NOVO? (S PARA CONFIRMAR): "
               ACCEPT WS-RESPOSTA-FECHO
               IF WS-RESPOSTA-FECHO NOT = 'S'
                   DISPLAY "FECHO CANCELADO PELO OPERADOR."
                   STOP RUN
               END-IF
           END-IF
           .

           PROCURAR-FECHO-ANTERIOR.
           MOVE 'N' TO WS-FECHO-ANTERIOR
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS = "00"
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF
           .

           REGISTAR-EXECUCAO.
