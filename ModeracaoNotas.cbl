      ******************************************************************
      * Author:
      * Date:
      * Purpose: grade moderation report for the pedagogical council;
      *          for every disciplina the school-wide figures (students,
      *          average of the disciplina medias, pass rate and the
      *          distribution in bands) and, beside them, the same
      *          figures for each teacher giving it, flagging a teacher
      *          whose average deviates from the school average by more
      *          than the threshold keyed in. The teacher of a student
      *          is the one horarios.dat has for the student's turma and
      *          disciplina. Runs on the current period (notasdisc.dat)
      *          or on a closed period from historicodisc.dat, where the
      *          teacher archived at closing time is used
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ModeracaoNotas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "slnotdis.cbl".
           COPY "slnotas.cbl".
           COPY "slhdisc.cbl".
           COPY "sldisc.cbl".
           COPY "slhorar.cbl".
           COPY "slprof.cbl".
           SELECT MODERACAO-FILE ASSIGN TO "moderacao.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODERACAO-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY "fdnotdis.cbl".
           COPY "fdnotas.cbl".
           COPY "fdhdisc.cbl".
           COPY "fddisc.cbl".
           COPY "fdhorar.cbl".
           COPY "fdprof.cbl".
       FD  MODERACAO-FILE.
       01  LINHA-MODERACAO              PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-NOTASDISC-STATUS        PIC XX.
       77 WS-NOTAS-STATUS            PIC XX.
       77 WS-HISTDISC-STATUS         PIC XX.
       77 WS-DISC-STATUS             PIC XX.
       77 WS-HORARIO-STATUS          PIC XX.
       77 WS-PROF-STATUS             PIC XX.
       77 WS-MODERACAO-STATUS        PIC XX.
       77 WS-NOTAS-OK                PIC X VALUE 'N'.
       77 WS-HORARIO-OK              PIC X VALUE 'N'.
       77 WS-DISC-OK                 PIC X VALUE 'N'.
       77 WS-PROF-OK                 PIC X VALUE 'N'.
       77 WS-FIM-LEITURA             PIC X VALUE 'N'.
       77 WS-FIM-HORARIO             PIC X VALUE 'N'.
       77 WS-FONTE                   PIC 9 VALUE ZERO.
       77 WS-ANO-LETIVO              PIC 9(4) VALUE ZERO.
       77 WS-PERIODO                 PIC 9(1) VALUE ZERO.
       77 WS-LIMIAR                  PIC 9V99 VALUE ZERO.
       77 WS-COD                     PIC 9(4).
       77 WS-CODDISC                 PIC 9(3).
       77 WS-CODPROF                 PIC 9(3).
       77 WS-CODTURMA                PIC 9(3).
       77 WS-MEDIA-LIDA              PIC 99V99.
       77 WS-IND-PAR                 PIC 9(4).
       77 WS-TOTAL-PARES             PIC 9(4) VALUE ZERO.
       77 WS-IND-BANDA               PIC 9.
       77 WS-MEDIA-ESCOLA            PIC 99V99.
       77 WS-MEDIA-PROF              PIC 99V99.
       77 WS-PCT-ESCOLA              PIC 9(3).
       77 WS-PCT-PROF                PIC 9(3).
       77 WS-DESVIO                  PIC S99V99.
       77 WS-DESVIO-EDIT             PIC -99.99.
       77 WS-TOTAL-LIDOS             PIC 9(6) VALUE ZERO.
       77 WS-TOTAL-SINALIZADOS       PIC 9(4) VALUE ZERO.
       77 WS-PARES-A-MAIS            PIC X VALUE 'N'.
       77 WS-NOME-PROF               PIC A(20).
      ******************************************************************
      * Totais da escola por codigo de disciplina.
      ******************************************************************
       01 WS-TAB-DISCIPLINA.
           05 WS-TD-ENTRADA          OCCURS 999 TIMES.
               10 WS-TD-ALUNOS       PIC 9(5).
               10 WS-TD-SOMA         PIC 9(7)V99.
               10 WS-TD-APROVADOS    PIC 9(5).
               10 WS-TD-BANDA        PIC 9(5) OCCURS 5 TIMES.
      ******************************************************************
      * Totais por professor + disciplina, pela ordem em que aparecem;
      * professor 000 reune os alunos sem professor no horario.
      ******************************************************************
       01 WS-TAB-PARES.
           05 WS-TP-ENTRADA          OCCURS 2000 TIMES.
               10 WS-TP-CODPROF      PIC 9(3).
               10 WS-TP-CODDISC      PIC 9(3).
               10 WS-TP-ALUNOS       PIC 9(5).
               10 WS-TP-SOMA         PIC 9(7)V99.
               10 WS-TP-APROVADOS    PIC 9(5).
               10 WS-TP-BANDA        PIC 9(5) OCCURS 5 TIMES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "*** RELATORIO DE MODERACAO DE NOTAS ***"
           DISPLAY "1-PERIODO CORRENTE (notasdisc.dat)"
           DISPLAY "2-PERIODO FECHADO (historicodisc.dat)"
           PERFORM UNTIL WS-FONTE = 1 OR WS-FONTE = 2
           ACCEPT WS-FONTE
           IF WS-FONTE NOT = 1 AND WS-FONTE NOT = 2
               DISPLAY "OPCAO INVALIDA, INSIRA 1 OU 2!"
           END-IF
           END-PERFORM
           IF WS-FONTE = 2
               DISPLAY "ANO LETIVO (ANO DE INICIO, EX. 2024): "
               PERFORM UNTIL WS-ANO-LETIVO > ZERO
               ACCEPT WS-ANO-LETIVO
               IF WS-ANO-LETIVO = ZERO
                   DISPLAY "ANO INVALIDO, INSIRA NOVAMENTE!"
               END-IF
               END-PERFORM
               DISPLAY "PERIODO (1-3, 9 = ANUAL): "
               PERFORM UNTIL (WS-PERIODO >= 1 AND WS-PERIODO <= 3)
                       OR WS-PERIODO = 9
               ACCEPT WS-PERIODO
               IF (WS-PERIODO < 1 OR WS-PERIODO > 3)
                       AND WS-PERIODO NOT = 9
                   DISPLAY "PERIODO INVALIDO, INSIRA NOVAMENTE!"
               END-IF
               END-PERFORM
           END-IF
           DISPLAY "LIMIAR DE DESVIO DA MEDIA DA ESCOLA (0 = 2.00): "
           ACCEPT WS-LIMIAR
           IF WS-LIMIAR = ZERO
               MOVE 2.00 TO WS-LIMIAR
           END-IF

           INITIALIZE WS-TAB-DISCIPLINA WS-TAB-PARES
           IF WS-FONTE = 1
               PERFORM ACUMULAR-PERIODO-CORRENTE
           ELSE
               PERFORM ACUMULAR-PERIODO-FECHADO
           END-IF

           OPEN OUTPUT MODERACAO-FILE
           IF WS-MODERACAO-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL CRIAR moderacao.lst"
               STOP RUN
           END-IF
           OPEN INPUT DISCIPLINA-FILE
           IF WS-DISC-STATUS = "00"
               MOVE 'S' TO WS-DISC-OK
           ELSE
               DISPLAY "AVISO: SEM disciplinas.dat, CABECALHOS SEM "
                   "NOME"
           END-IF
           OPEN INPUT PROFESSOR-FILE
           IF WS-PROF-STATUS = "00"
               MOVE 'S' TO WS-PROF-OK
           END-IF

           PERFORM IMPRIMIR-CABECALHO
           MOVE 1 TO WS-COD
           PERFORM UNTIL WS-COD > 999
               IF WS-TD-ALUNOS(WS-COD) > ZERO
                   PERFORM IMPRIMIR-BLOCO-DISCIPLINA
               END-IF
               ADD 1 TO WS-COD
           END-PERFORM
           PERFORM IMPRIMIR-RESUMO

           IF WS-PROF-OK = 'S'
               CLOSE PROFESSOR-FILE
           END-IF
           IF WS-DISC-OK = 'S'
               CLOSE DISCIPLINA-FILE
           END-IF
           CLOSE MODERACAO-FILE
           IF WS-PARES-A-MAIS = 'S'
               DISPLAY "AVISO: MAIS DE 2000 PARES PROFESSOR/DISCIPLINA,"
                   " OS EXCEDENTES FICARAM SO NOS TOTAIS DA ESCOLA."
           END-IF
           DISPLAY "PROFESSORES SINALIZADOS: " WS-TOTAL-SINALIZADOS
           DISPLAY "RELATORIO GRAVADO EM moderacao.lst"
           .

           PROGRAM-DONE.
           STOP RUN.

      ******************************************************************
      * Periodo corrente: notasdisc.dat, com a turma do aluno em
      * notas.dat e o professor da turma+disciplina em horarios.dat.
      ******************************************************************
           ACUMULAR-PERIODO-CORRENTE.
           OPEN INPUT NOTASDISC-FILE
           IF WS-NOTASDISC-STATUS NOT = "00"
               DISPLAY "ERRO: SEM notasdisc.dat, CORRA "
                   "CriarNotasDiscIndexado"
               STOP RUN
           END-IF
           OPEN INPUT NOTAS-FILE
           IF WS-NOTAS-STATUS = "00"
               MOVE 'S' TO WS-NOTAS-OK
           ELSE
               DISPLAY "AVISO: SEM notas.dat, ALUNOS SEM TURMA NEM "
                   "PROFESSOR"
           END-IF
           OPEN INPUT HORARIO-FILE
           IF WS-HORARIO-STATUS = "00"
               MOVE 'S' TO WS-HORARIO-OK
           ELSE
               DISPLAY "AVISO: SEM horarios.dat, ALUNOS SEM PROFESSOR"
           END-IF
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM UNTIL WS-FIM-LEITURA = 'S'
           READ NOTASDISC-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   MOVE ND-CODDISC TO WS-CODDISC
                   MOVE ND-MEDIA   TO WS-MEDIA-LIDA
                   PERFORM OBTER-TURMA-ALUNO
                   PERFORM OBTER-PROF-DISCIPLINA
                   PERFORM ACUMULAR-RESULTADO
           END-READ
           END-PERFORM
           IF WS-HORARIO-OK = 'S'
               CLOSE HORARIO-FILE
           END-IF
           IF WS-NOTAS-OK = 'S'
               CLOSE NOTAS-FILE
           END-IF
           CLOSE NOTASDISC-FILE
           .

           OBTER-TURMA-ALUNO.
           MOVE ZERO TO WS-CODTURMA
           IF WS-NOTAS-OK = 'S'
               MOVE ND-NUMBER TO NOTAS-NUMBER
               READ NOTAS-FILE KEY IS NOTAS-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CODTURMA-ALUNO TO WS-CODTURMA
               END-READ
           END-IF
           .

           OBTER-PROF-DISCIPLINA.
           MOVE ZERO TO WS-CODPROF
           IF WS-HORARIO-OK = 'S' AND WS-CODTURMA NOT = ZERO
               MOVE WS-CODTURMA TO HOR-CODTURMA
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
                       IF HOR-CODTURMA NOT = WS-CODTURMA
                           MOVE 'S' TO WS-FIM-HORARIO
                       ELSE
                           IF HOR-CODDISC = WS-CODDISC
                               MOVE HOR-CODPROF TO WS-CODPROF
                               MOVE 'S' TO WS-FIM-HORARIO
                           END-IF
                       END-IF
               END-READ
               END-PERFORM
           END-IF
           .

      ******************************************************************
      * Periodo fechado: historicodisc.dat ja traz o professor que o
      * horario tinha no fecho.
      ******************************************************************
           ACUMULAR-PERIODO-FECHADO.
           OPEN INPUT HISTDISC-FILE
           IF WS-HISTDISC-STATUS NOT = "00"
               DISPLAY "ERRO: SEM historicodisc.dat, CORRA "
                   "CriarHistDiscIndexado E UM FECHO DE PERIODO"
               STOP RUN
           END-IF
           MOVE WS-ANO-LETIVO TO HD-ANO
           MOVE WS-PERIODO    TO HD-PERIODO
           MOVE ZERO          TO HD-NUMBER HD-CODDISC
           MOVE 'N' TO WS-FIM-LEITURA
           START HISTDISC-FILE KEY IS >= CHAVE-HIST-DISC
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
           END-START
           PERFORM UNTIL WS-FIM-LEITURA = 'S'
           READ HISTDISC-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   IF HD-ANO NOT = WS-ANO-LETIVO
                           OR HD-PERIODO NOT = WS-PERIODO
                       MOVE 'S' TO WS-FIM-LEITURA
                   ELSE
                       MOVE HD-CODDISC TO WS-CODDISC
                       MOVE HD-CODPROF TO WS-CODPROF
                       MOVE HD-MEDIA   TO WS-MEDIA-LIDA
                       PERFORM ACUMULAR-RESULTADO
                   END-IF
           END-READ
           END-PERFORM
           CLOSE HISTDISC-FILE
           IF WS-TOTAL-LIDOS = ZERO
               DISPLAY "AVISO: PERIODO " WS-PERIODO " DE "
                   WS-ANO-LETIVO " SEM RESULTADOS ARQUIVADOS"
           END-IF
           .

           ACUMULAR-RESULTADO.
           IF WS-CODDISC NOT = ZERO
               ADD 1 TO WS-TOTAL-LIDOS
               PERFORM CLASSIFICAR-BANDA
               ADD 1 TO WS-TD-ALUNOS(WS-CODDISC)
               ADD WS-MEDIA-LIDA TO WS-TD-SOMA(WS-CODDISC)
               IF WS-MEDIA-LIDA >= 10
                   ADD 1 TO WS-TD-APROVADOS(WS-CODDISC)
               END-IF
               ADD 1 TO WS-TD-BANDA(WS-CODDISC, WS-IND-BANDA)
               PERFORM PROCURAR-PAR
               IF WS-IND-PAR NOT > WS-TOTAL-PARES
                   ADD 1 TO WS-TP-ALUNOS(WS-IND-PAR)
                   ADD WS-MEDIA-LIDA TO WS-TP-SOMA(WS-IND-PAR)
                   IF WS-MEDIA-LIDA >= 10
                       ADD 1 TO WS-TP-APROVADOS(WS-IND-PAR)
                   END-IF
                   ADD 1 TO WS-TP-BANDA(WS-IND-PAR, WS-IND-BANDA)
               END-IF
           END-IF
           .

      ******************************************************************
      * Posiciona WS-IND-PAR no par professor+disciplina corrente,
      * criando-o se ainda nao existe; com a tabela cheia fica alem
      * do ultimo par e o resultado so conta para a escola.
      ******************************************************************
           PROCURAR-PAR.
           MOVE 1 TO WS-IND-PAR
           PERFORM UNTIL WS-IND-PAR > WS-TOTAL-PARES
                   OR (WS-TP-CODPROF(WS-IND-PAR) = WS-CODPROF
                   AND WS-TP-CODDISC(WS-IND-PAR) = WS-CODDISC)
               ADD 1 TO WS-IND-PAR
           END-PERFORM
           IF WS-IND-PAR > WS-TOTAL-PARES
               IF WS-TOTAL-PARES = 2000
                   MOVE 'S' TO WS-PARES-A-MAIS
               ELSE
                   ADD 1 TO WS-TOTAL-PARES
                   MOVE WS-TOTAL-PARES TO WS-IND-PAR
                   MOVE WS-CODPROF TO WS-TP-CODPROF(WS-IND-PAR)
                   MOVE WS-CODDISC TO WS-TP-CODDISC(WS-IND-PAR)
               END-IF
           END-IF
           .

      ******************************************************************
      * Bandas de media como em EstatisticasTurma:
      * 1=0-4  2=5-9  3=10-13  4=14-17  5=18-20
      ******************************************************************
           CLASSIFICAR-BANDA.
           IF WS-MEDIA-LIDA < 5
               MOVE 1 TO WS-IND-BANDA
           ELSE
               IF WS-MEDIA-LIDA < 10
                   MOVE 2 TO WS-IND-BANDA
               ELSE
                   IF WS-MEDIA-LIDA < 14
                       MOVE 3 TO WS-IND-BANDA
                   ELSE
                       IF WS-MEDIA-LIDA < 18
                           MOVE 4 TO WS-IND-BANDA
                       ELSE
                           MOVE 5 TO WS-IND-BANDA
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

           IMPRIMIR-CABECALHO.
           MOVE SPACE TO LINHA-MODERACAO
           STRING "MODERACAO DE NOTAS POR PROFESSOR E DISCIPLINA"
               DELIMITED BY SIZE INTO LINHA-MODERACAO
           WRITE LINHA-MODERACAO
           MOVE SPACE TO LINHA-MODERACAO
           IF WS-FONTE = 1
               STRING "PERIODO CORRENTE (notasdisc.dat)"
                   DELIMITED BY SIZE INTO LINHA-MODERACAO
           ELSE
               STRING "PERIODO FECHADO " DELIMITED BY SIZE
                      WS-PERIODO         DELIMITED BY SIZE
                      " DE "             DELIMITED BY SIZE
                      WS-ANO-LETIVO      DELIMITED BY SIZE
                      " (historicodisc.dat)" DELIMITED BY SIZE
                      INTO LINHA-MODERACAO
           END-IF
           WRITE LINHA-MODERACAO
           MOVE SPACE TO LINHA-MODERACAO
           STRING "LIMIAR DE DESVIO: " DELIMITED BY SIZE
                  WS-LIMIAR            DELIMITED BY SIZE
                  "  (*** = DESVIO ACIMA DO LIMIAR)" DELIMITED BY SIZE
                  INTO LINHA-MODERACAO
           WRITE LINHA-MODERACAO
           .

      ******************************************************************
      * Bloco da disciplina: linha da escola e, por baixo, uma linha
      * por professor com o desvio da sua media face a da escola.
      ******************************************************************
           IMPRIMIR-BLOCO-DISCIPLINA.
           MOVE SPACE TO NOMEDISC
           IF WS-DISC-OK = 'S'
               MOVE WS-COD TO CODDISC
               READ DISCIPLINA-FILE KEY IS CODDISC
                   INVALID KEY
                       MOVE "DESCONHECIDA" TO NOMEDISC
               END-READ
           END-IF
           COMPUTE WS-MEDIA-ESCOLA ROUNDED =
               WS-TD-SOMA(WS-COD) / WS-TD-ALUNOS(WS-COD)
           COMPUTE WS-PCT-ESCOLA ROUNDED =
               WS-TD-APROVADOS(WS-COD) * 100 / WS-TD-ALUNOS(WS-COD)

           MOVE SPACE TO LINHA-MODERACAO
           WRITE LINHA-MODERACAO
           MOVE SPACE TO LINHA-MODERACAO
           STRING "DISCIPLINA " DELIMITED BY SIZE
                  WS-COD(2:3)   DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  NOMEDISC      DELIMITED BY SIZE
                  INTO LINHA-MODERACAO
           WRITE LINHA-MODERACAO
           MOVE SPACE TO LINHA-MODERACAO
           STRING "  ESCOLA                   ALUNOS "
                      DELIMITED BY SIZE
                  WS-TD-ALUNOS(WS-COD) DELIMITED BY SIZE
                  "  MEDIA "           DELIMITED BY SIZE
                  WS-MEDIA-ESCOLA      DELIMITED BY SIZE
                  "  APROV "           DELIMITED BY SIZE
                  WS-PCT-ESCOLA        DELIMITED BY SIZE
                  "%"                  DELIMITED BY SIZE
                  INTO LINHA-MODERACAO
           WRITE LINHA-MODERACAO
           MOVE SPACE TO LINHA-MODERACAO
           STRING "    BANDAS 0-4:"    DELIMITED BY SIZE
                  WS-TD-BANDA(WS-COD, 1) DELIMITED BY SIZE
                  " 5-9:"              DELIMITED BY SIZE
                  WS-TD-BANDA(WS-COD, 2) DELIMITED BY SIZE
                  " 10-13:"            DELIMITED BY SIZE
                  WS-TD-BANDA(WS-COD, 3) DELIMITED BY SIZE
                  " 14-17:"            DELIMITED BY SIZE
                  WS-TD-BANDA(WS-COD, 4) DELIMITED BY SIZE
                  " 18-20:"            DELIMITED BY SIZE
                  WS-TD-BANDA(WS-COD, 5) DELIMITED BY SIZE
                  INTO LINHA-MODERACAO
           WRITE LINHA-MODERACAO

           MOVE 1 TO WS-IND-PAR
           PERFORM UNTIL WS-IND-PAR > WS-TOTAL-PARES
               IF WS-TP-CODDISC(WS-IND-PAR) = WS-COD
                   PERFORM IMPRIMIR-LINHA-PROFESSOR
               END-IF
               ADD 1 TO WS-IND-PAR
           END-PERFORM
           .

           IMPRIMIR-LINHA-PROFESSOR.
           MOVE SPACE TO WS-NOME-PROF
           IF WS-TP-CODPROF(WS-IND-PAR) = ZERO
               MOVE "SEM PROFESSOR" TO WS-NOME-PROF
           ELSE IF WS-PROF-OK = 'S'
               MOVE WS-TP-CODPROF(WS-IND-PAR) TO CODPROF
               READ PROFESSOR-FILE KEY IS CODPROF
                   INVALID KEY
                       MOVE "DESCONHECIDO" TO WS-NOME-PROF
                   NOT INVALID KEY
                       MOVE NOMEPROF TO WS-NOME-PROF
               END-READ
           END-IF
           END-IF
           COMPUTE WS-MEDIA-PROF ROUNDED =
               WS-TP-SOMA(WS-IND-PAR) / WS-TP-ALUNOS(WS-IND-PAR)
           COMPUTE WS-PCT-PROF ROUNDED =
               WS-TP-APROVADOS(WS-IND-PAR) * 100
               / WS-TP-ALUNOS(WS-IND-PAR)
           COMPUTE WS-DESVIO = WS-MEDIA-PROF - WS-MEDIA-ESCOLA
           MOVE WS-DESVIO TO WS-DESVIO-EDIT

           MOVE SPACE TO LINHA-MODERACAO
           STRING "  "                      DELIMITED BY SIZE
                  WS-TP-CODPROF(WS-IND-PAR) DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-NOME-PROF              DELIMITED BY SIZE
                  " ALUNOS "                DELIMITED BY SIZE
                  WS-TP-ALUNOS(WS-IND-PAR)  DELIMITED BY SIZE
                  "  MEDIA "                DELIMITED BY SIZE
                  WS-MEDIA-PROF             DELIMITED BY SIZE
                  "  APROV "                DELIMITED BY SIZE
                  WS-PCT-PROF               DELIMITED BY SIZE
                  "% DESV "                 DELIMITED BY SIZE
                  WS-DESVIO-EDIT            DELIMITED BY SIZE
                  INTO LINHA-MODERACAO
           IF WS-DESVIO > WS-LIMIAR OR WS-DESVIO < (0 - WS-LIMIAR)
               MOVE "***" TO LINHA-MODERACAO(77:3)
               ADD 1 TO WS-TOTAL-SINALIZADOS
           END-IF
           WRITE LINHA-MODERACAO
           MOVE SPACE TO LINHA-MODERACAO
           STRING "    BANDAS 0-4:"    DELIMITED BY SIZE
                  WS-TP-BANDA(WS-IND-PAR, 1) DELIMITED BY SIZE
                  " 5-9:"              DELIMITED BY SIZE
                  WS-TP-BANDA(WS-IND-PAR, 2) DELIMITED BY SIZE
                  " 10-13:"            DELIMITED BY SIZE
                  WS-TP-BANDA(WS-IND-PAR, 3) DELIMITED BY SIZE
                  " 14-17:"            DELIMITED BY SIZE
                  WS-TP-BANDA(WS-IND-PAR, 4) DELIMITED BY SIZE
                  " 18-20:"            DELIMITED BY SIZE
                  WS-TP-BANDA(WS-IND-PAR, 5) DELIMITED BY SIZE
                  INTO LINHA-MODERACAO
           WRITE LINHA-MODERACAO
           .

           IMPRIMIR-RESUMO.
           MOVE SPACE TO LINHA-MODERACAO
           WRITE LINHA-MODERACAO
           MOVE SPACE TO LINHA-MODERACAO
           STRING "RESULTADOS LIDOS: "     DELIMITED BY SIZE
                  WS-TOTAL-LIDOS           DELIMITED BY SIZE
                  "  PROFESSOR/DISCIPLINA: " DELIMITED BY SIZE
                  WS-TOTAL-PARES           DELIMITED BY SIZE
                  "  SINALIZADOS: "        DELIMITED BY SIZE
                  WS-TOTAL-SINALIZADOS     DELIMITED BY SIZE
                  INTO LINHA-MODERACAO
           WRITE LINHA-MODERACAO
           .
