      * Date:
      * Purpose: year-end promotion run; after the three periods of a
      *          year are closed, reads the archived period results of
      *          every student, applies the promotion rule (no more
      *          than the allowed number of disciplines with a negative
      *          yearly media, or, for students with no per-discipline
      *          archive, a yearly media of at least 10; unjustified
      *          absences in faltasaula.dat within the limit of every
      *          disciplina), archives the year-result records,
      *          rolls promoted students into the next year's
      *          turma and resets notas.dat and faltas.dat for the new
      *          year
      * Tectonics: cobc
           COPY "slfaltas.cbl".
           COPY "slrunctl.cbl".
           COPY "slsessao.cbl".
           COPY "slcalen.cbl".
           COPY "slhdisc.cbl".
           COPY "sldisc.cbl".
           COPY "slfaula.cbl".
           SELECT PROMOCAO-FILE ASSIGN TO "promocao.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMOCAO-STATUS.
           COPY "fdfaltas.cbl".
           COPY "fdrunctl.cbl".
           COPY "fdsessao.cbl".
           COPY "fdcalen.cbl".
           COPY "fdhdisc.cbl".
           COPY "fddisc.cbl".
           COPY "fdfaula.cbl".
       FD  PROMOCAO-FILE.
       01  LINHA-PROMOCAO               PIC X(100).

       77 WS-RUN-ESTADO              PIC X(10).
       77 WS-DATA-EXECUCAO           PIC 9(8).
       77 WS-HORA-EXECUCAO           PIC 9(8).
       77 WS-CALENDARIO-STATUS       PIC XX.
       77 WS-FIM-CALENDARIO          PIC X VALUE 'N'.
       77 WS-DATA-HOJE               PIC 9(8).
       77 WS-CAL-FIM-ANO             PIC 9(8) VALUE ZERO.
       77 WS-HISTDISC-STATUS         PIC XX.
       77 WS-HISTDISC-OK             PIC X VALUE 'N'.
       77 WS-DISC-STATUS             PIC XX.
       77 WS-DISC-OK                 PIC X VALUE 'N'.
       77 WS-FIM-HISTDISC            PIC X VALUE 'N'.
       77 WS-MAX-NEGATIVAS           PIC 9(2) VALUE 2.
       77 WS-NEGATIVAS               PIC 9(2) VALUE ZERO.
       77 WS-NUM-DISC-ANO            PIC 9(2) VALUE ZERO.
       77 WS-IND-DISC                PIC 9(2) VALUE ZERO.
       77 WS-DISC-ACHADA             PIC X VALUE 'N'.
       77 WS-APROVEITAMENTO          PIC X VALUE 'N'.
       77 WS-FALTAULA-STATUS         PIC XX.
       77 WS-FALTAULA-OK             PIC X VALUE 'N'.
       77 WS-FIM-FALTAULA            PIC X VALUE 'N'.
       77 WS-INICIO-ANO-LETIVO       PIC 9(8).
       77 WS-FIM-ANO-LETIVO          PIC 9(8).
       77 WS-FALTAS-EXCEDIDAS        PIC X VALUE 'N'.
       77 WS-NUM-DISC-FALTAS         PIC 9(2) VALUE ZERO.
       77 WS-IND-FALTAS              PIC 9(2).
       77 WS-DISC-FALTAS-ACHADA      PIC X.
      ******************************************************************
      * Faltas injustificadas do aluno no ano letivo, por disciplina,
      * com o limite de cada disciplina (disciplinas.dat ou o geral).
      ******************************************************************
       01 WS-TAB-FALTAS-DISC.
           05 WS-FALTAS-DISC OCCURS 20 TIMES.
               10 WS-FD-CODDISC      PIC 9(3).
               10 WS-FD-TOTAL        PIC 9(3).
               10 WS-FD-LIMITE       PIC 9(3).
      ******************************************************************
      * Disciplinas do aluno corrente no ano: soma das medias dos
      * periodos arquivados e media anual de cada disciplina.
      ******************************************************************
       01 WS-TAB-DISC-ANO.
           05 WS-DA-ENTRADA          OCCURS 20 TIMES.
               10 WS-DA-CODDISC      PIC 9(3).
               10 WS-DA-SOMA         PIC 9(3)V99.
               10 WS-DA-PERIODOS     PIC 9(1).
               10 WS-DA-MEDIA        PIC 99V99.
               10 WS-DA-CODTURMA     PIC 9(3).
               10 WS-DA-CODPROF      PIC 9(3).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "*** PROMOCAO DE FIM DE ANO ***"
           PERFORM OBTER-ANO-CALENDARIO
           DISPLAY "ANO LETIVO A ENCERRAR: " WS-ANO-LETIVO
               " (3. PERIODO TERMINOU EM " WS-CAL-FIM-ANO ")"

           PERFORM VERIFICAR-SESSAO-ATIVA
           PERFORM VERIFICAR-PERIODOS-FECHADOS
           OPEN I-O FALTAS-FILE
           IF WS-FALTAS-STATUS = "00"
               MOVE 'S' TO WS-FALTAS-OK
           END-IF
           PERFORM CALCULAR-JANELA-ANO-LETIVO
           OPEN INPUT FALTAULA-FILE
           IF WS-FALTAULA-STATUS = "00"
               MOVE 'S' TO WS-FALTAULA-OK
           ELSE
               DISPLAY "AVISO: SEM faltasaula.dat, PROMOCAO SO POR "
                   "APROVEITAMENTO"
           END-IF
           OPEN I-O HISTDISC-FILE
           IF WS-HISTDISC-STATUS = "00"
               MOVE 'S' TO WS-HISTDISC-OK
           ELSE
               DISPLAY "AVISO: SEM historicodisc.dat, PROMOCAO PELA "
                   "MEDIA ANUAL GLOBAL"
           END-IF
           OPEN INPUT DISCIPLINA-FILE
           IF WS-DISC-STATUS = "00"
               MOVE 'S' TO WS-DISC-OK
           END-IF
           OPEN OUTPUT PROMOCAO-FILE
           IF WS-PROMOCAO-STATUS NOT = "00"
                  INTO LINHA-PROMOCAO
           WRITE LINHA-PROMOCAO
           MOVE SPACE TO LINHA-PROMOCAO
           STRING "REGRA: RETIDO COM MAIS DE " DELIMITED BY SIZE
                  WS-MAX-NEGATIVAS    DELIMITED BY SIZE
                  " DISCIPLINAS COM MEDIA ANUAL NEGATIVA OU FALTAS "
                  DELIMITED BY SIZE
                  "INJUSTIFICADAS ACIMA DO LIMITE NUMA DISCIPLINA"
                  DELIMITED BY SIZE
                  INTO LINHA-PROMOCAO
           WRITE LINHA-PROMOCAO
           MOVE SPACE TO LINHA-PROMOCAO
           STRING "NR ALUNO  NOME DO ALUNO         P1    P2    P3  "
                  "  ANUAL FALTAS RESULTADO  TURMA"
               DELIMITED BY SIZE INTO LINHA-PROMOCAO
           IF WS-FALTAS-OK = 'S'
               CLOSE FALTAS-FILE
           END-IF
           IF WS-FALTAULA-OK = 'S'
               CLOSE FALTAULA-FILE
           END-IF
           IF WS-HISTDISC-OK = 'S'
               CLOSE HISTDISC-FILE
           END-IF
           IF WS-DISC-OK = 'S'
               CLOSE DISCIPLINA-FILE
           END-IF
           CLOSE PROMOCAO-FILE
           MOVE "CONCLUIDO" TO WS-RUN-ESTADO
           PERFORM REGISTAR-EXECUCAO
               ADD 1 TO WS-IND-PERIODO
           END-PERFORM

           PERFORM APURAR-DISCIPLINAS-ANO
           PERFORM LER-FALTAS-ALUNO
           IF WS-PERIODOS-LIDOS < 3
               ADD 1 TO WS-TOTAL-SEM-FECHO
               MOVE WS-TURMA-ANTIGA TO WS-TURMA-NOVA
           ELSE
               COMPUTE WS-MEDIA-ANUAL ROUNDED = WS-SOMA-PERIODOS / 3
               IF WS-NUM-DISC-ANO > ZERO
                   IF WS-NEGATIVAS <= WS-MAX-NEGATIVAS
                       MOVE 'S' TO WS-APROVEITAMENTO
                   ELSE
                       MOVE 'N' TO WS-APROVEITAMENTO
                   END-IF
               ELSE
                   IF WS-MEDIA-ANUAL >= 10
                       MOVE 'S' TO WS-APROVEITAMENTO
                   ELSE
                       MOVE 'N' TO WS-APROVEITAMENTO
                   END-IF
               END-IF
               IF WS-APROVEITAMENTO = 'S'
                       AND WS-FALTAS-EXCEDIDAS = 'N'
                   MOVE "TRANSITA" TO WS-RESULTADO
                   ADD 1 TO WS-TOTAL-TRANSITADOS
                   PERFORM APURAR-TURMA-SEGUINTE
                   MOVE WS-TURMA-ANTIGA TO WS-TURMA-NOVA
               END-IF
               PERFORM ARQUIVAR-RESULTADO-ANUAL
               PERFORM ARQUIVAR-DISCIPLINAS-ANO
               PERFORM PREPARAR-ANO-NOVO
           END-IF

           END-READ
           .

      ******************************************************************
      * Junta as disciplinas arquivadas nos tres periodos do ano para
      * o aluno corrente, calcula a media anual de cada uma e conta as
      * negativas (media anual abaixo de 10).
      ******************************************************************
           APURAR-DISCIPLINAS-ANO.
           MOVE ZERO TO WS-NUM-DISC-ANO WS-NEGATIVAS
           IF WS-HISTDISC-OK = 'S'
               MOVE 1 TO WS-IND-PERIODO
               PERFORM UNTIL WS-IND-PERIODO > 3
                   PERFORM LER-DISCIPLINAS-PERIODO
                   ADD 1 TO WS-IND-PERIODO
               END-PERFORM
           END-IF
           MOVE 1 TO WS-IND-DISC
           PERFORM UNTIL WS-IND-DISC > WS-NUM-DISC-ANO
               COMPUTE WS-DA-MEDIA(WS-IND-DISC) ROUNDED =
                   WS-DA-SOMA(WS-IND-DISC) / WS-DA-PERIODOS(WS-IND-DISC)
               IF WS-DA-MEDIA(WS-IND-DISC) < 10
                   ADD 1 TO WS-NEGATIVAS
               END-IF
               ADD 1 TO WS-IND-DISC
           END-PERFORM
           .

           LER-DISCIPLINAS-PERIODO.
           MOVE WS-ANO-LETIVO  TO HD-ANO
           MOVE WS-IND-PERIODO TO HD-PERIODO
           MOVE NOTAS-NUMBER   TO HD-NUMBER
           MOVE ZERO           TO HD-CODDISC
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
                   IF HD-ANO NOT = WS-ANO-LETIVO
                           OR HD-PERIODO NOT = WS-IND-PERIODO
                           OR HD-NUMBER NOT = NOTAS-NUMBER
                       MOVE 'S' TO WS-FIM-HISTDISC
                   ELSE
                       PERFORM SOMAR-DISCIPLINA-ANO
                   END-IF
           END-READ
           END-PERFORM
           .

           SOMAR-DISCIPLINA-ANO.
           MOVE 'N' TO WS-DISC-ACHADA
           MOVE 1 TO WS-IND-DISC
           PERFORM UNTIL WS-IND-DISC > WS-NUM-DISC-ANO
                   OR WS-DISC-ACHADA = 'S'
               IF WS-DA-CODDISC(WS-IND-DISC) = HD-CODDISC
                   MOVE 'S' TO WS-DISC-ACHADA
               ELSE
                   ADD 1 TO WS-IND-DISC
               END-IF
           END-PERFORM
           IF WS-DISC-ACHADA = 'N'
               IF WS-NUM-DISC-ANO < 20
                   ADD 1 TO WS-NUM-DISC-ANO
                   MOVE WS-NUM-DISC-ANO TO WS-IND-DISC
                   MOVE HD-CODDISC TO WS-DA-CODDISC(WS-IND-DISC)
                   MOVE ZERO TO WS-DA-SOMA(WS-IND-DISC)
                       WS-DA-PERIODOS(WS-IND-DISC)
                       WS-DA-MEDIA(WS-IND-DISC)
                   MOVE 'S' TO WS-DISC-ACHADA
               ELSE
                   DISPLAY "AVISO: MAIS DE 20 DISCIPLINAS NO NR "
                       NOTAS-NUMBER ", EXCEDENTES IGNORADAS"
               END-IF
           END-IF
           IF WS-DISC-ACHADA = 'S'
               ADD HD-MEDIA TO WS-DA-SOMA(WS-IND-DISC)
               ADD 1 TO WS-DA-PERIODOS(WS-IND-DISC)
               MOVE HD-CODTURMA TO WS-DA-CODTURMA(WS-IND-DISC)
               MOVE HD-CODPROF TO WS-DA-CODPROF(WS-IND-DISC)
           END-IF
           .

      ******************************************************************
      * Arquiva a media anual de cada disciplina como periodo 9 no
      * arquivo por disciplina, ao lado do resultado anual global.
      ******************************************************************
           ARQUIVAR-DISCIPLINAS-ANO.
           MOVE 1 TO WS-IND-DISC
           PERFORM UNTIL WS-IND-DISC > WS-NUM-DISC-ANO
               MOVE WS-ANO-LETIVO TO HD-ANO
               MOVE 9             TO HD-PERIODO
               MOVE NOTAS-NUMBER  TO HD-NUMBER
               MOVE WS-DA-CODDISC(WS-IND-DISC) TO HD-CODDISC
               MOVE ZERO TO HD-NOTA1 HD-NOTA2 HD-NOTA3
               MOVE WS-DA-MEDIA(WS-IND-DISC) TO HD-MEDIA
               MOVE WS-DA-CODTURMA(WS-IND-DISC) TO HD-CODTURMA
               MOVE WS-DA-CODPROF(WS-IND-DISC) TO HD-CODPROF
               WRITE REG-HIST-DISC
                   INVALID KEY
                       REWRITE REG-HIST-DISC
               END-WRITE
               ADD 1 TO WS-IND-DISC
           END-PERFORM
           .

      ******************************************************************
      * Conta as faltas injustificadas do aluno no ano letivo (limites
      * do calendario escolar), por disciplina. WS-FALTAS-ALUNO fica
      * com o total e WS-FALTAS-EXCEDIDAS com S se alguma disciplina
      * passa o seu limite.
      ******************************************************************
           LER-FALTAS-ALUNO.
           MOVE ZERO TO WS-FALTAS-ALUNO
           MOVE ZERO TO WS-NUM-DISC-FALTAS
           MOVE 'N' TO WS-FALTAS-EXCEDIDAS
           IF WS-FALTAULA-OK = 'S'
               MOVE NOTAS-NUMBER         TO FA-NUMBER
               MOVE WS-INICIO-ANO-LETIVO TO FA-DATA
               MOVE ZERO                 TO FA-TEMPO
               MOVE 'N' TO WS-FIM-FALTAULA
               START FALTAULA-FILE KEY IS >= CHAVE-FALTA-AULA
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-FALTAULA
               END-START
               PERFORM UNTIL WS-FIM-FALTAULA = 'S'
               READ FALTAULA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-FALTAULA
                   NOT AT END
                       IF FA-NUMBER NOT = NOTAS-NUMBER
                               OR FA-DATA > WS-FIM-ANO-LETIVO
                           MOVE 'S' TO WS-FIM-FALTAULA
                       ELSE
                           IF FA-JUSTIFICADA NOT = 'S'
                               PERFORM SOMAR-FALTA-DISCIPLINA
                           END-IF
                       END-IF
               END-READ
               END-PERFORM
           END-IF
           MOVE 1 TO WS-IND-FALTAS
           PERFORM UNTIL WS-IND-FALTAS > WS-NUM-DISC-FALTAS
               IF WS-FD-TOTAL(WS-IND-FALTAS)
                       > WS-FD-LIMITE(WS-IND-FALTAS)
                   MOVE 'S' TO WS-FALTAS-EXCEDIDAS
               END-IF
               ADD 1 TO WS-IND-FALTAS
           END-PERFORM
           .

           SOMAR-FALTA-DISCIPLINA.
           ADD 1 TO WS-FALTAS-ALUNO
           MOVE 'N' TO WS-DISC-FALTAS-ACHADA
           MOVE 1 TO WS-IND-FALTAS
           PERFORM UNTIL WS-IND-FALTAS > WS-NUM-DISC-FALTAS
                      OR WS-DISC-FALTAS-ACHADA = 'S'
               IF WS-FD-CODDISC(WS-IND-FALTAS) = FA-CODDISC
                   ADD 1 TO WS-FD-TOTAL(WS-IND-FALTAS)
                   MOVE 'S' TO WS-DISC-FALTAS-ACHADA
               END-IF
               ADD 1 TO WS-IND-FALTAS
           END-PERFORM
           IF WS-DISC-FALTAS-ACHADA = 'N'
               IF WS-NUM-DISC-FALTAS < 20
                   ADD 1 TO WS-NUM-DISC-FALTAS
                   MOVE WS-NUM-DISC-FALTAS TO WS-IND-FALTAS
                   MOVE FA-CODDISC TO WS-FD-CODDISC(WS-IND-FALTAS)
                   MOVE 1          TO WS-FD-TOTAL(WS-IND-FALTAS)
                   MOVE WS-LIMITE-FALTAS
                       TO WS-FD-LIMITE(WS-IND-FALTAS)
                   IF WS-DISC-OK = 'S'
                       MOVE FA-CODDISC TO CODDISC
                       READ DISCIPLINA-FILE KEY IS CODDISC
                           NOT INVALID KEY
                               IF LIMITE-FALTAS-DISC > ZERO
                                   MOVE LIMITE-FALTAS-DISC
                                       TO WS-FD-LIMITE(WS-IND-FALTAS)
                               END-IF
                       END-READ
                   END-IF
               ELSE
                   DISPLAY "AVISO: MAIS DE 20 DISCIPLINAS NO NR "
                       FA-NUMBER ", EXCEDENTES IGNORADAS"
               END-IF
           END-IF
           .

                  WS-TURMA-NOVA   DELIMITED BY SIZE
                  INTO LINHA-PROMOCAO
           WRITE LINHA-PROMOCAO
           IF WS-RESULTADO = "RETIDO"
               MOVE 1 TO WS-IND-DISC
               PERFORM UNTIL WS-IND-DISC > WS-NUM-DISC-ANO
                   IF WS-DA-MEDIA(WS-IND-DISC) < 10
                       PERFORM ESCREVER-LINHA-NEGATIVA
                   END-IF
                   ADD 1 TO WS-IND-DISC
               END-PERFORM
               MOVE 1 TO WS-IND-FALTAS
               PERFORM UNTIL WS-IND-FALTAS > WS-NUM-DISC-FALTAS
                   IF WS-FD-TOTAL(WS-IND-FALTAS)
                           > WS-FD-LIMITE(WS-IND-FALTAS)
                       PERFORM ESCREVER-LINHA-FALTAS
                   END-IF
                   ADD 1 TO WS-IND-FALTAS
               END-PERFORM
           END-IF
           .

           ESCREVER-LINHA-FALTAS.
           MOVE SPACE TO NOMEDISC
           IF WS-DISC-OK = 'S'
               MOVE WS-FD-CODDISC(WS-IND-FALTAS) TO CODDISC
               READ DISCIPLINA-FILE KEY IS CODDISC
                   INVALID KEY
                       MOVE "DESCONHECIDA" TO NOMEDISC
               END-READ
           END-IF
           MOVE SPACE TO LINHA-PROMOCAO
           STRING "          FALTAS   " DELIMITED BY SIZE
                  WS-FD-CODDISC(WS-IND-FALTAS) DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  NOMEDISC        DELIMITED BY SIZE
                  " INJUSTIFICADAS " DELIMITED BY SIZE
                  WS-FD-TOTAL(WS-IND-FALTAS) DELIMITED BY SIZE
                  " LIMITE "      DELIMITED BY SIZE
                  WS-FD-LIMITE(WS-IND-FALTAS) DELIMITED BY SIZE
                  INTO LINHA-PROMOCAO
           WRITE LINHA-PROMOCAO
           .

           ESCREVER-LINHA-NEGATIVA.
           MOVE SPACE TO NOMEDISC
           IF WS-DISC-OK = 'S'
               MOVE WS-DA-CODDISC(WS-IND-DISC) TO CODDISC
               READ DISCIPLINA-FILE KEY IS CODDISC
                   INVALID KEY
                       MOVE "DESCONHECIDA" TO NOMEDISC
               END-READ
           END-IF
           MOVE SPACE TO LINHA-PROMOCAO
           STRING "          NEGATIVA " DELIMITED BY SIZE
                  WS-DA-CODDISC(WS-IND-DISC) DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  NOMEDISC        DELIMITED BY SIZE
                  " MEDIA ANUAL " DELIMITED BY SIZE
                  WS-DA-MEDIA(WS-IND-DISC) DELIMITED BY SIZE
                  INTO LINHA-PROMOCAO
           WRITE LINHA-PROMOCAO
           .

      ******************************************************************
               CLOSE SESSAO-FILE
           END-IF
           .

      ******************************************************************
      * O ano a encerrar sai do calendario escolar: o ultimo ano letivo
      * cujo 3. periodo ja terminou. Sem nenhum ano nessas condicoes o
      * programa recusa correr.
      ******************************************************************
           OBTER-ANO-CALENDARIO.
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
                   IF CAL-TIPO = 'P' AND CAL-PERIODO = 3
                           AND CAL-DATA-FIM NOT > WS-DATA-HOJE
                           AND CAL-DATA-FIM > WS-CAL-FIM-ANO
                       MOVE CAL-ANO      TO WS-ANO-LETIVO
                       MOVE CAL-DATA-FIM TO WS-CAL-FIM-ANO
                   END-IF
           END-READ
           END-PERFORM
           CLOSE CALENDARIO-FILE
           IF WS-ANO-LETIVO = ZERO
               DISPLAY "ERRO! NENHUM ANO LETIVO DO calendario.dat TEM "
                   "O 3. PERIODO TERMINADO; PROMOCAO RECUSADA."
               STOP RUN
           END-IF
           .

      ******************************************************************
      * Limites do ano letivo WS-ANO-LETIVO pelo calendario
      * escolar: do inicio do 1. periodo ao fim do 3. periodo desse
      * ano. O limite que o calendario nao tiver segue a regra de 1 de
      * setembro a 31 de agosto.
      ******************************************************************
           CALCULAR-JANELA-ANO-LETIVO.
           MOVE ZERO TO WS-INICIO-ANO-LETIVO WS-FIM-ANO-LETIVO
           OPEN INPUT CALENDARIO-FILE
           IF WS-CALENDARIO-STATUS = "00"
               MOVE WS-ANO-LETIVO TO CAL-ANO
               MOVE 'P'  TO CAL-TIPO
               MOVE ZERO TO CAL-DATA-INICIO
               MOVE 'N' TO WS-FIM-CALENDARIO
               START CALENDARIO-FILE KEY IS >= CHAVE-CALENDARIO
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-CALENDARIO
               END-START
               PERFORM UNTIL WS-FIM-CALENDARIO = 'S'
               READ CALENDARIO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-CALENDARIO
                   NOT AT END
                       IF CAL-ANO NOT = WS-ANO-LETIVO
                               OR CAL-TIPO NOT = 'P'
                           MOVE 'S' TO WS-FIM-CALENDARIO
                       ELSE
                           IF CAL-PERIODO = 1
                                   AND WS-INICIO-ANO-LETIVO = ZERO
                               MOVE CAL-DATA-INICIO
                                   TO WS-INICIO-ANO-LETIVO
                           END-IF
                           IF CAL-PERIODO = 3
                                   AND CAL-DATA-FIM > WS-FIM-ANO-LETIVO
                               MOVE CAL-DATA-FIM TO WS-FIM-ANO-LETIVO
                           END-IF
                       END-IF
               END-READ
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF
           IF WS-INICIO-ANO-LETIVO = ZERO
               COMPUTE WS-INICIO-ANO-LETIVO =
                   WS-ANO-LETIVO * 10000 + 901
           END-IF
           IF WS-FIM-ANO-LETIVO = ZERO
               COMPUTE WS-FIM-ANO-LETIVO =
                   (WS-ANO-LETIVO + 1) * 10000 + 831
           END-IF
           .
