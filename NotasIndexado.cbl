           COPY "SLPAUTA.CBL".
           COPY "SLSESSAO.CBL".
           COPY "SLINSC.CBL".
           COPY "SLCALEN.CBL".
           COPY "SLFAULA.CBL".
           COPY "SLHORAR.CBL".
           COPY "SLCONTA.CBL".
           COPY "SLENCAR.CBL".
           SELECT SORT-CLASSIFICACAO ASSIGN TO "sortclass.tmp".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPAUTA.CBL".
           COPY "FDSESSAO.CBL".
           COPY "FDINSC.CBL".
           COPY "FDCALEN.CBL".
           COPY "FDFAULA.CBL".
           COPY "FDHORAR.CBL".
           COPY "FDCONTA.CBL".
           COPY "FDENCAR.CBL".
       SD  SORT-CLASSIFICACAO.
       01  SORT-REG-CLASSIFICACAO.
           05  SORT-MEDIAALUNO         PIC 99V99.
       77 WS-AUD-GRAVADO       PIC X.
       77 WS-AUD-TURMA-ANTES   PIC 9(3) VALUE ZERO.
       77 WS-AUD-TURMA-DEPOIS  PIC 9(3) VALUE ZERO.
       77 WS-AUD-CODDISC       PIC 9(3) VALUE ZERO.
       01 WS-REG-AUDITORIA.
           05 WS-AUD-OPERACAO      PIC X(7).
           05 WS-AUD-NUMBER        PIC 9(5).
       77 WS-PARCELA3          PIC 99V99.
       77 WS-FALTAS-STATUS     PIC XX.
       77 WS-FALTAS-OK         PIC X VALUE 'N'.
       77 WS-FALTAS-ALUNO      PIC 9(3).
       77 WS-LIMITE-FALTAS     PIC 9(3) VALUE 15.
       77 WS-MARCA-MEDIA       PIC X.
       77 WS-MATRIC-CONTACTO   PIC X(15).
       77 WS-MATRIC-ENCARREG   PIC A(20).
       77 WS-MATRIC-ESTADO     PIC X.
       77 WS-MATRIC-CODENC     PIC 9(5).
       77 WS-ENC-STATUS        PIC XX.
       77 WS-ENC-VALIDO        PIC X VALUE 'N'.
       77 WS-ESTADO-DESCR      PIC X(12).
       77 WS-RUNCTL-STATUS     PIC XX.
       77 WS-ANO-CORRENTE      PIC 9(4) VALUE ZERO.
       77 WS-PERIODO-CORRENTE  PIC 9(1) VALUE ZERO.
       77 WS-PERIODO-FECHADO   PIC X VALUE 'N'.
       77 WS-CALENDARIO-STATUS PIC XX.
       77 WS-CAL-ENCONTRADO    PIC X VALUE 'N'.
       77 WS-CAL-INICIO        PIC 9(8) VALUE ZERO.
       77 WS-CAL-FIM           PIC 9(8) VALUE ZERO.
       77 WS-FIM-CALENDARIO    PIC X VALUE 'N'.
       77 WS-FIM-RUNCTL        PIC X VALUE 'N'.
       77 WS-RESPOSTA-FORCAR   PIC X.
       77 WS-PAUTA-STATUS      PIC XX.
       77 WS-TURMA-MAXIMO      PIC 9(3).
       77 WS-ALUNOS-NA-TURMA   PIC 9(3).
       77 WS-FIM-CONTAGEM      PIC X VALUE 'N'.
       77 WS-FALTAULA-STATUS   PIC XX.
       77 WS-FALTAULA-OK       PIC X VALUE 'N'.
       77 WS-HORARIO-STATUS    PIC XX.
       77 WS-DISC-OK           PIC X VALUE 'N'.
       77 WS-DATA-CHAMADA      PIC 9(8).
       77 WS-TEMPO-CHAMADA     PIC 9(2).
       77 WS-DIA-SEMANA        PIC 9(1).
       77 WS-RESPOSTA-CHAMADA  PIC X.
       77 WS-FIM-CHAMADA       PIC X VALUE 'N'.
       77 WS-ALUNOS-CHAMADA    PIC 9(3) VALUE ZERO.
       77 WS-FALTAS-MARCADAS   PIC 9(3) VALUE ZERO.
       77 WS-FALTAS-JUSTIFICADAS PIC 9(3) VALUE ZERO.
       77 WS-INICIO-ANO-LETIVO PIC 9(8).
       77 WS-FIM-ANO-LETIVO    PIC 9(8).
       77 WS-FIM-FALTAULA      PIC X VALUE 'N'.
       77 WS-NUM-DISC-FALTAS   PIC 9(2) VALUE ZERO.
       77 WS-IND-FALTAS        PIC 9(2).
       77 WS-DISC-FALTAS-ACHADA PIC X.
       77 WS-CONTA-STATUS      PIC XX.
       77 WS-FIM-CONTA         PIC X VALUE 'N'.
       77 WS-SALDO-CONTA       PIC S9(7)V99 VALUE ZERO.
       77 WS-EDIT-SALDO-CONTA  PIC -(7)9.99.
       77 WS-SALDO-PENDENTE    PIC X VALUE 'N'.
       77 WS-RESPOSTA-SALDO    PIC X.
       77 WS-CODPROF-OPERADOR  PIC 9(3) VALUE ZERO.
       77 WS-PROF-AUTORIZADO   PIC X VALUE 'S'.
       77 WS-DISC-NO-HORARIO   PIC X VALUE 'N'.
       77 WS-FIM-HORARIO       PIC X VALUE 'N'.
       77 WS-PROFDISC-VERIF    PIC A(20).
      ******************************************************************
      * Faltas injustificadas do aluno no ano letivo, por disciplina,
      * com o limite de cada disciplina (disciplinas.dat ou o geral).
      ******************************************************************
       01 WS-TAB-FALTAS-DISC.
           05 WS-FALTAS-DISC OCCURS 20 TIMES.
               10 WS-FD-CODDISC    PIC 9(3).
               10 WS-FD-TOTAL      PIC 9(3).
               10 WS-FD-LIMITE     PIC 9(3).
       01 WS-GUARDA-ALUNO      PIC X(44).

       PROCEDURE DIVISION.
           IF WS-AUTENTICADO = 'S' AND WS-PERFIL-OPERADOR = 'S'
               DISPLAY "*** 13-APROVAR ALTERACOES ***"
           END-IF
           DISPLAY "*** 14-CHAMADA (FALTAS) ***".
           DISPLAY "*** 15-GERIR MATRICULAS ***".
           IF WS-AUTENTICADO = 'S'
               DISPLAY "*** 16-TRANSFERIR ALUNO ***"
           END-IF
           DISPLAY "*** 17-QUEM ESTA NO SISTEMA ***".
           DISPLAY "*** 18-GERIR INSCRICOES ***".
           IF WS-AUTENTICADO = 'S' AND WS-PERFIL-OPERADOR NOT = 'P'
               DISPLAY "*** 19-JUSTIFICAR FALTAS ***"
           END-IF
           DISPLAY "***     0-SAIR      ***".

           ACCEPT OPCAO
                   AND WS-PERFIL-OPERADOR = 'S'
               PERFORM APROVAR-PENDENTES
           ELSE IF OPCAO = 14
               PERFORM REGISTAR-CHAMADA
           ELSE IF OPCAO = 15
               PERFORM MENU-MATRICULAS
           ELSE IF OPCAO = 16 AND WS-AUTENTICADO = 'S'
               PERFORM MOSTRAR-SESSAO
           ELSE IF OPCAO = 18
               PERFORM MENU-INSCRICOES
           ELSE IF OPCAO = 19 AND WS-AUTENTICADO = 'S'
                   AND WS-PERFIL-OPERADOR NOT = 'P'
               PERFORM JUSTIFICAR-FALTAS
           ELSE IF OPCAO = 0
               PERFORM FIM
           ELSE
           MOVE NOTA2 TO WS-AUD-NOTA2-DEPOIS
           MOVE NOTA3 TO WS-AUD-NOTA3-DEPOIS
           MOVE MEDIAALUNO TO WS-AUD-MEDIA-DEPOIS
           MOVE CODTURMA-ALUNO TO WS-AUD-TURMA-DEPOIS
           PERFORM REGISTAR-AUDITORIA

           CLOSE NOTAS-FILE
                   CLOSE NOTAS-FILE
                   PERFORM APAGAR
               NOT INVALID KEY
                   PERFORM VERIFICAR-SALDO-SAIDA
                   IF WS-SALDO-PENDENTE = 'S'
                       DISPLAY "CONFIRMA A REMOCAO MESMO ASSIM? (S/N): "
                       ACCEPT WS-RESPOSTA-SALDO
                       IF WS-RESPOSTA-SALDO NOT = 'S'
                           DISPLAY "REMOCAO CANCELADA."
                           CLOSE NOTAS-FILE
                           PERFORM MENU-PRINCIPAL
                       END-IF
                   END-IF
                   MOVE NOMEALUNO TO WS-AUD-NOME-ANTES
                   MOVE NOTA1 TO WS-AUD-NOTA1-ANTES
                   MOVE NOTA2 TO WS-AUD-NOTA2-ANTES
               CLOSE NOTAS-FILE
               PERFORM MENU-PRINCIPAL
           END-IF
           PERFORM ABRIR-FALTAS-ANO-LETIVO

           DISPLAY "FILTRAR POR CODIGO DE TURMA (0 = TODAS): "
           ACCEPT WS-CODTURMA

           MOVE SPACE TO LINHA-RISCO
           STRING "ALUNOS EM RISCO (M=MEDIA INFERIOR A 10, "
                  "F=FALTAS INJUSTIFICADAS ACIMA DO LIMITE "
                  "NUMA DISCIPLINA)"
               DELIMITED BY SIZE INTO LINHA-RISCO
           WRITE LINHA-RISCO


           CLOSE NOTAS-FILE
           CLOSE RISCO-FILE
           PERFORM FECHAR-FALTAS-ANO-LETIVO
           DISPLAY "RELATORIO GRAVADO EM alunosrisco.lst"
           PERFORM MENU-PRINCIPAL
           .

      ******************************************************************
      * Risco combinado: media baixa, faltas em excesso ou ambos,
      * cada criterio com a sua coluna de marca na listagem. A coluna
      * FALTAS e o total de faltas injustificadas do ano letivo; a
      * marca F sai quando alguma disciplina passa o seu limite, e
      * essas disciplinas ficam listadas por baixo do aluno.
      ******************************************************************
           AVALIAR-RISCO-ALUNO.
           MOVE SPACE TO WS-MARCA-MEDIA WS-MARCA-FALTAS
           PERFORM CONTAR-FALTAS-ALUNO
           IF MEDIAALUNO < 10
               MOVE 'M' TO WS-MARCA-MEDIA
           END-IF

           IF WS-MARCA-MEDIA = 'M' OR WS-MARCA-FALTAS = 'F'
               MOVE SPACE TO LINHA-RISCO
                      WS-MARCA-FALTAS  DELIMITED BY SIZE
                      INTO LINHA-RISCO
               WRITE LINHA-RISCO
               MOVE 1 TO WS-IND-FALTAS
               PERFORM UNTIL WS-IND-FALTAS > WS-NUM-DISC-FALTAS
                   IF WS-FD-TOTAL (WS-IND-FALTAS)
                           > WS-FD-LIMITE (WS-IND-FALTAS)
                       MOVE SPACE TO LINHA-RISCO
                       STRING "          DISCIPLINA "
                                   DELIMITED BY SIZE
                              WS-FD-CODDISC (WS-IND-FALTAS)
                                   DELIMITED BY SIZE
                              "  FALTAS "  DELIMITED BY SIZE
                              WS-FD-TOTAL (WS-IND-FALTAS)
                                   DELIMITED BY SIZE
                              "  LIMITE "  DELIMITED BY SIZE
                              WS-FD-LIMITE (WS-IND-FALTAS)
                                   DELIMITED BY SIZE
                              INTO LINHA-RISCO
                       WRITE LINHA-RISCO
                   END-IF
                   ADD 1 TO WS-IND-FALTAS
               END-PERFORM
           END-IF
           .

      ******************************************************************
      * Abre faltasaula.dat e disciplinas.dat para a contagem de
      * faltas e fixa os limites do ano letivo corrente no calendario
      * escolar. Sem faltasaula.dat o risco fica so pela media.
      ******************************************************************
           ABRIR-FALTAS-ANO-LETIVO.
           PERFORM CALCULAR-JANELA-ANO-LETIVO
           OPEN INPUT FALTAULA-FILE
           IF WS-FALTAULA-STATUS = "00"
               MOVE 'S' TO WS-FALTAULA-OK
           ELSE
               MOVE 'N' TO WS-FALTAULA-OK
               DISPLAY "AVISO: SEM faltasaula.dat, RISCO SO POR MEDIA"
           END-IF
           OPEN INPUT DISCIPLINA-FILE
           IF WS-DISC-STATUS = "00"
               MOVE 'S' TO WS-DISC-OK
           ELSE
               MOVE 'N' TO WS-DISC-OK
               DISPLAY "AVISO: SEM disciplinas.dat, APLICADO O LIMITE "
                   "GERAL DE FALTAS"
           END-IF
           .

           FECHAR-FALTAS-ANO-LETIVO.
           IF WS-FALTAULA-OK = 'S'
               CLOSE FALTAULA-FILE
           END-IF
           IF WS-DISC-OK = 'S'
               CLOSE DISCIPLINA-FILE
           END-IF
           .

      ******************************************************************
      * Limites do ano letivo WS-ANO-CORRENTE pelo calendario
      * escolar: do inicio do 1. periodo ao fim do 3. periodo desse
      * ano. O limite que o calendario nao tiver segue a regra de 1 de
      * setembro a 31 de agosto.
      ******************************************************************
           CALCULAR-JANELA-ANO-LETIVO.
           MOVE ZERO TO WS-INICIO-ANO-LETIVO WS-FIM-ANO-LETIVO
           OPEN INPUT CALENDARIO-FILE
           IF WS-CALENDARIO-STATUS = "00"
               MOVE WS-ANO-CORRENTE TO CAL-ANO
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
                       IF CAL-ANO NOT = WS-ANO-CORRENTE
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
                   WS-ANO-CORRENTE * 10000 + 901
           END-IF
           IF WS-FIM-ANO-LETIVO = ZERO
               COMPUTE WS-FIM-ANO-LETIVO =
                   (WS-ANO-CORRENTE + 1) * 10000 + 831
           END-IF
           .

      ******************************************************************
      * Conta as faltas injustificadas do aluno NOTAS-NUMBER no ano
      * letivo, por disciplina. WS-FALTAS-ALUNO fica com o total e
      * WS-MARCA-FALTAS com F se alguma disciplina passa o limite.
      ******************************************************************
           CONTAR-FALTAS-ALUNO.
           MOVE ZERO TO WS-FALTAS-ALUNO
           MOVE ZERO TO WS-NUM-DISC-FALTAS
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
               IF WS-FD-TOTAL (WS-IND-FALTAS)
                       > WS-FD-LIMITE (WS-IND-FALTAS)
                   MOVE 'F' TO WS-MARCA-FALTAS
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
               IF WS-FD-CODDISC (WS-IND-FALTAS) = FA-CODDISC
                   ADD 1 TO WS-FD-TOTAL (WS-IND-FALTAS)
                   MOVE 'S' TO WS-DISC-FALTAS-ACHADA
               END-IF
               ADD 1 TO WS-IND-FALTAS
           END-PERFORM
           IF WS-DISC-FALTAS-ACHADA = 'N'
               IF WS-NUM-DISC-FALTAS < 20
                   ADD 1 TO WS-NUM-DISC-FALTAS
                   MOVE WS-NUM-DISC-FALTAS TO WS-IND-FALTAS
                   MOVE FA-CODDISC TO WS-FD-CODDISC (WS-IND-FALTAS)
                   MOVE 1          TO WS-FD-TOTAL (WS-IND-FALTAS)
                   MOVE WS-LIMITE-FALTAS
                       TO WS-FD-LIMITE (WS-IND-FALTAS)
                   IF WS-DISC-OK = 'S'
                       MOVE FA-CODDISC TO CODDISC
                       READ DISCIPLINA-FILE KEY IS CODDISC
                           NOT INVALID KEY
                               IF LIMITE-FALTAS-DISC > ZERO
                                   MOVE LIMITE-FALTAS-DISC
                                       TO WS-FD-LIMITE (WS-IND-FALTAS)
                               END-IF
                       END-READ
                   END-IF
               ELSE
                   DISPLAY "AVISO: MAIS DE 20 DISCIPLINAS NO NR "
                       FA-NUMBER ", EXCEDENTES IGNORADAS"
               END-IF
           END-IF
           .

               MOVE WS-AUD-MEDIA-DEPOIS TO AIX-MEDIA-DEPOIS
               MOVE WS-AUD-TURMA-ANTES  TO AIX-TURMA-ANTES
               MOVE WS-AUD-TURMA-DEPOIS TO AIX-TURMA-DEPOIS
               MOVE WS-AUD-CODDISC      TO AIX-CODDISC
               MOVE 'N' TO WS-AUD-GRAVADO
               PERFORM UNTIL WS-AUD-GRAVADO = 'S' OR AIX-SEQ > 998
               WRITE REG-AUDITORIA-IDX
               CLOSE AUDITIDX-FILE
           END-IF
           MOVE ZERO TO WS-AUD-TURMA-ANTES WS-AUD-TURMA-DEPOIS
               WS-AUD-CODDISC
           .

      ******************************************************************
      * Movimentos em notasdisc.dat: o registo de auditoria leva a
      * disciplina em AIX-CODDISC e as notas da disciplina antes e
      * depois. GUARDAR-NOTA-DISC-ANTES copia o registo lido antes de
      * ser alterado; numa insercao as notas anteriores ficam a zero.
      ******************************************************************
           GUARDAR-NOTA-DISC-ANTES.
           MOVE ND-NOTA1 TO WS-AUD-NOTA1-ANTES
           MOVE ND-NOTA2 TO WS-AUD-NOTA2-ANTES
           MOVE ND-NOTA3 TO WS-AUD-NOTA3-ANTES
           MOVE ND-MEDIA TO WS-AUD-MEDIA-ANTES
           .

           REGISTAR-AUDITORIA-DISC.
           MOVE "NOTADIS" TO WS-AUD-OPERACAO
           MOVE ND-NUMBER TO WS-AUD-NUMBER
           MOVE ND-CODDISC TO WS-AUD-CODDISC
           MOVE SPACE TO WS-AUD-NOME-ANTES WS-AUD-NOME-DEPOIS
           MOVE ND-NOTA1 TO WS-AUD-NOTA1-DEPOIS
           MOVE ND-NOTA2 TO WS-AUD-NOTA2-DEPOIS
           MOVE ND-NOTA3 TO WS-AUD-NOTA3-DEPOIS
           MOVE ND-MEDIA TO WS-AUD-MEDIA-DEPOIS
           MOVE WS-CODTURMA TO WS-AUD-TURMA-ANTES
               WS-AUD-TURMA-DEPOIS
           PERFORM REGISTAR-AUDITORIA
           .

           CARREGAR-PESOS.
           .

      ******************************************************************
      * Ano letivo e periodo em que a escola esta a trabalhar, tirados
      * do calendario escolar pela data de hoje; so sem calendario (ou
      * sem periodo ja iniciado) se pedem ao operador. Se o fecho desse
      * periodo ja consta como CONCLUIDO no registo de execucoes, as
      * alteracoes de notas ficam bloqueadas.
      ******************************************************************
           IDENTIFICAR-PERIODO-CORRENTE.
           PERFORM OBTER-PERIODO-CALENDARIO
           IF WS-CAL-ENCONTRADO = 'S'
               DISPLAY "ANO LETIVO " WS-ANO-CORRENTE " PERIODO "
                   WS-PERIODO-CORRENTE " (CALENDARIO ESCOLAR, "
                   WS-CAL-INICIO " A " WS-CAL-FIM ")"
           ELSE
               DISPLAY "AVISO: SEM PERIODO NO calendario.dat PARA A "
                   "DATA DE HOJE; INDIQUE-O MANUALMENTE."
               PERFORM PEDIR-PERIODO-CORRENTE
           END-IF
           PERFORM VERIFICAR-PERIODO-FECHADO
           IF WS-PERIODO-FECHADO = 'S'
               DISPLAY "AVISO: O PERIODO " WS-PERIODO-CORRENTE " DE "
                   WS-ANO-CORRENTE " JA FOI FECHADO; ALTERACOES DE "
                   "NOTAS BLOQUEADAS."
           END-IF
           .

      ******************************************************************
      * Periodo corrente = o ultimo periodo letivo do calendario cuja
      * data de inicio ja passou; nas interrupcoes entre periodos
      * continua corrente o periodo que acabou, ate ao seu fecho.
      ******************************************************************
           OBTER-PERIODO-CALENDARIO.
           MOVE 'N' TO WS-CAL-ENCONTRADO
           MOVE ZERO TO WS-CAL-INICIO WS-CAL-FIM
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT CALENDARIO-FILE
           IF WS-CALENDARIO-STATUS = "00"
               MOVE 'N' TO WS-FIM-CALENDARIO
               PERFORM UNTIL WS-FIM-CALENDARIO = 'S'
               READ CALENDARIO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-CALENDARIO
                   NOT AT END
                       IF CAL-TIPO = 'P'
                               AND CAL-DATA-INICIO NOT > WS-DATA-HOJE
                               AND CAL-DATA-INICIO > WS-CAL-INICIO
                           MOVE 'S' TO WS-CAL-ENCONTRADO
                           MOVE CAL-ANO         TO WS-ANO-CORRENTE
                           MOVE CAL-PERIODO     TO WS-PERIODO-CORRENTE
                           MOVE CAL-DATA-INICIO TO WS-CAL-INICIO
                           MOVE CAL-DATA-FIM    TO WS-CAL-FIM
                       END-IF
               END-READ
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF
           .

           PEDIR-PERIODO-CORRENTE.
           DISPLAY "ANO LETIVO CORRENTE (EX: 2026): "
           PERFORM UNTIL WS-ANO-CORRENTE > ZERO
           ACCEPT WS-ANO-CORRENTE
               DISPLAY "PERIODO INVALIDO, INSIRA NOVAMENTE!"
           END-IF
           END-PERFORM
           .

           VERIFICAR-PERIODO-FECHADO.
           END-IF
           END-PERFORM

           DISPLAY "LIMITE DE FALTAS INJUSTIFICADAS (0 = LIMITE GERAL "
               "DE " WS-LIMITE-FALTAS "): "
           ACCEPT LIMITE-FALTAS-DISC

           WRITE REG-DISCIPLINA
           CLOSE DISCIPLINA-FILE
           DISPLAY "DISCIPLINA INSERIDA COM SUCESSO!"
                   CLOSE NOTASDISC-FILE
                   PERFORM MENU-PRINCIPAL
           END-READ
           MOVE CODTURMA-ALUNO TO WS-CODTURMA
           CLOSE NOTAS-FILE

           DISPLAY "CODIGO DA DISCIPLINA: "
           END-READ
           CLOSE DISCIPLINA-FILE

           PERFORM VERIFICAR-PROFESSOR-TURMA
           IF WS-PROF-AUTORIZADO NOT = 'S'
               CLOSE NOTASDISC-FILE
               PERFORM MENU-PRINCIPAL
           END-IF

           PERFORM VERIFICAR-INSCRICAO
           IF WS-INSCRITO NOT = 'S'
               DISPLAY "ERRO! O ALUNO NAO ESTA INSCRITO NESTA "
               / 100

           WRITE REG-NOTA-DISC
           MOVE ZERO TO WS-AUD-NOTA1-ANTES WS-AUD-NOTA2-ANTES
               WS-AUD-NOTA3-ANTES WS-AUD-MEDIA-ANTES
           PERFORM REGISTAR-AUDITORIA-DISC
           CLOSE NOTASDISC-FILE
           DISPLAY "NOTAS DA DISCIPLINA INSERIDAS COM SUCESSO!"
           PERFORM MENU-PRINCIPAL
           ACCEPT WS-NOTAS-NUMBER
           DISPLAY "CODIGO DA DISCIPLINA: "
           ACCEPT WS-CODDISC
           IF WS-AUTENTICADO NOT = 'S' OR WS-PERFIL-OPERADOR = 'P'
               PERFORM OBTER-TURMA-ALUNO
               PERFORM VERIFICAR-PROFESSOR-TURMA
               IF WS-PROF-AUTORIZADO NOT = 'S'
                   CLOSE NOTASDISC-FILE
                   PERFORM MENU-PRINCIPAL
               END-IF
           END-IF
           MOVE WS-NOTAS-NUMBER TO ND-NUMBER
           MOVE WS-CODDISC TO ND-CODDISC
           READ NOTASDISC-FILE KEY IS CHAVE-NOTA-DISC
                   CLOSE NOTASDISC-FILE
                   PERFORM MENU-PRINCIPAL
           END-READ
           PERFORM GUARDAR-NOTA-DISC-ANTES

           DISPLAY "REGISTO ATUAL: "
           DISPLAY "NOTA 1: " ND-NOTA1
               / 100

           REWRITE REG-NOTA-DISC
           PERFORM OBTER-TURMA-ALUNO
           PERFORM REGISTAR-AUDITORIA-DISC
           CLOSE NOTASDISC-FILE
           DISPLAY "NOTAS DA DISCIPLINA ALTERADAS COM SUCESSO!"
           PERFORM MENU-PRINCIPAL
           END-READ
           CLOSE DISCIPLINA-FILE

           MOVE ZERO TO WS-NOTAS-NUMBER
           PERFORM VERIFICAR-PROFESSOR-TURMA
           IF WS-PROF-AUTORIZADO NOT = 'S'
               PERFORM MENU-PRINCIPAL
           END-IF

           OPEN I-O NOTASDISC-FILE
           IF WS-NOTASDISC-STATUS NOT = "00"
               DISPLAY "ERRO: SEM notasdisc.dat, CORRA "
                   INITIALIZE REG-NOTA-DISC
                   MOVE NOTAS-NUMBER TO ND-NUMBER
                   MOVE WS-CODDISC   TO ND-CODDISC
                   PERFORM GUARDAR-NOTA-DISC-ANTES
                   PERFORM CALCULAR-MEDIA-PAUTA
                   WRITE REG-NOTA-DISC
               NOT INVALID KEY
                   PERFORM GUARDAR-NOTA-DISC-ANTES
                   PERFORM CALCULAR-MEDIA-PAUTA
                   REWRITE REG-NOTA-DISC
           END-READ
           PERFORM REGISTAR-AUDITORIA-DISC
           ADD 1 TO WS-PAUTA-LANCADOS

           MOVE SPACE TO LINHA-PAUTA
               / 100
           .

      ******************************************************************
      * Um login de professor (perfil P) so lanca e edita notas na
      * turma e disciplina que leciona: conta o horario da turma e,
      * quando o horario nao tem a disciplina nessa turma, o professor
      * que disciplinas.dat indica para a disciplina. Secretaria e
      * senior passam sempre; sem login nao se lancam notas. A recusa
      * fica na auditoria.
      ******************************************************************
           VERIFICAR-PROFESSOR-TURMA.
           MOVE 'S' TO WS-PROF-AUTORIZADO
           IF WS-AUTENTICADO NOT = 'S'
               MOVE 'N' TO WS-PROF-AUTORIZADO
               MOVE SPACE TO NOMEDISC
               OPEN INPUT DISCIPLINA-FILE
               IF WS-DISC-STATUS = "00"
                   MOVE WS-CODDISC TO CODDISC
                   READ DISCIPLINA-FILE KEY IS CODDISC
                       INVALID KEY
                           MOVE SPACE TO NOMEDISC
                   END-READ
                   CLOSE DISCIPLINA-FILE
               END-IF
               DISPLAY "ACESSO RECUSADO: LANCAR OU EDITAR NOTAS EXIGE "
                   "LOGIN (OPCAO 9)."
               PERFORM GRAVAR-RECUSA-AUDITORIA
           END-IF
           IF WS-AUTENTICADO = 'S' AND WS-PERFIL-OPERADOR = 'P'
               MOVE 'N' TO WS-PROF-AUTORIZADO
               MOVE 'N' TO WS-DISC-NO-HORARIO
               MOVE SPACE TO NOMEDISC WS-PROFDISC-VERIF
               OPEN INPUT DISCIPLINA-FILE
               IF WS-DISC-STATUS = "00"
                   MOVE WS-CODDISC TO CODDISC
                   READ DISCIPLINA-FILE KEY IS CODDISC
                       INVALID KEY
                           MOVE SPACE TO NOMEDISC
                       NOT INVALID KEY
                           MOVE PROFDISC TO WS-PROFDISC-VERIF
                   END-READ
                   CLOSE DISCIPLINA-FILE
               END-IF
               OPEN INPUT HORARIO-FILE
               IF WS-HORARIO-STATUS = "00"
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
                           ELSE IF HOR-CODDISC = WS-CODDISC
                               MOVE 'S' TO WS-DISC-NO-HORARIO
                               IF HOR-CODPROF = WS-CODPROF-OPERADOR
                                   MOVE 'S' TO WS-PROF-AUTORIZADO
                               END-IF
                           END-IF
                   END-READ
                   END-PERFORM
                   CLOSE HORARIO-FILE
               END-IF
               IF WS-DISC-NO-HORARIO = 'N'
                       AND WS-PROFDISC-VERIF NOT = SPACE
                       AND WS-CODPROF-OPERADOR NOT = ZERO
                   OPEN INPUT PROFESSOR-FILE
                   IF WS-PROF-STATUS = "00"
                       MOVE WS-CODPROF-OPERADOR TO CODPROF
                       READ PROFESSOR-FILE KEY IS CODPROF
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF NOMEPROF = WS-PROFDISC-VERIF
                                   MOVE 'S' TO WS-PROF-AUTORIZADO
                               END-IF
                       END-READ
                       CLOSE PROFESSOR-FILE
                   END-IF
               END-IF
               IF WS-PROF-AUTORIZADO NOT = 'S'
                   PERFORM REGISTAR-RECUSA-PROFESSOR
               END-IF
           END-IF
           .

           REGISTAR-RECUSA-PROFESSOR.
           DISPLAY "ACESSO RECUSADO: O PROFESSOR " WS-CODPROF-OPERADOR
               " NAO LECIONA A DISCIPLINA " WS-CODDISC
               " NA TURMA " WS-CODTURMA "."
           PERFORM GRAVAR-RECUSA-AUDITORIA
           .

           GRAVAR-RECUSA-AUDITORIA.
           MOVE "RECUSA" TO WS-AUD-OPERACAO
           MOVE WS-NOTAS-NUMBER TO WS-AUD-NUMBER
           MOVE SPACE TO WS-AUD-NOME-ANTES
           MOVE NOMEDISC TO WS-AUD-NOME-DEPOIS
           MOVE ZERO TO WS-AUD-NOTA1-ANTES
               WS-AUD-NOTA2-ANTES WS-AUD-NOTA3-ANTES
               WS-AUD-MEDIA-ANTES WS-AUD-NOTA1-DEPOIS
               WS-AUD-NOTA2-DEPOIS WS-AUD-NOTA3-DEPOIS
               WS-AUD-MEDIA-DEPOIS
           MOVE WS-CODTURMA TO WS-AUD-TURMA-ANTES
               WS-AUD-TURMA-DEPOIS
           PERFORM REGISTAR-AUDITORIA
           DISPLAY "TENTATIVA REGISTADA NA AUDITORIA."
           .

           OBTER-TURMA-ALUNO.
           MOVE ZERO TO WS-CODTURMA
           OPEN INPUT NOTAS-FILE
           IF WS-NOTAS-STATUS = "00"
               MOVE WS-NOTAS-NUMBER TO NOTAS-NUMBER
               READ NOTAS-FILE KEY IS NOTAS-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CODTURMA-ALUNO TO WS-CODTURMA
               END-READ
               CLOSE NOTAS-FILE
           END-IF
           .

           INSERIR-PROFESSOR.
           OPEN I-O PROFESSOR-FILE
           IF WS-PROF-STATUS NOT = "00"
           .

      ******************************************************************
      * Chamada de um tempo letivo: a turma, a data e o tempo dao,
      * pelo horarios.dat, a disciplina e o professor; percorre os
      * alunos da turma (so os inscritos na disciplina, havendo
      * inscricoes.dat) e grava em faltasaula.dat uma falta por aluno
      * ausente, ainda por justificar. faltas.dat fica com o total
      * corrente de faltas injustificadas de cada aluno.
      ******************************************************************
           REGISTAR-CHAMADA.
           OPEN I-O FALTAULA-FILE
           IF WS-FALTAULA-STATUS NOT = "00"
               DISPLAY "ERRO: SEM faltasaula.dat, CORRA "
                   "CriarFaltaAulaIndexado"
               PERFORM MENU-PRINCIPAL
           END-IF
           OPEN INPUT HORARIO-FILE
           IF WS-HORARIO-STATUS NOT = "00"
               DISPLAY "ERRO: SEM horarios.dat, CORRA "
                   "CriarHorarioIndexado E GerirHorarios"
               CLOSE FALTAULA-FILE
               PERFORM MENU-PRINCIPAL
           END-IF

           DISPLAY "CODIGO DA TURMA: "
           ACCEPT WS-CODTURMA
           OPEN INPUT TURMA-FILE
           IF WS-TURMA-STATUS NOT = "00"
               DISPLAY "ERRO: SEM turmas.dat, CORRA CriarTurmaIndexado"
               CLOSE FALTAULA-FILE HORARIO-FILE
               PERFORM MENU-PRINCIPAL
           END-IF
           MOVE WS-CODTURMA TO CODTURMA
           READ TURMA-FILE KEY IS CODTURMA
               INVALID KEY
                   DISPLAY "ERRO! TURMA NAO ENCONTRADA."
                   CLOSE TURMA-FILE FALTAULA-FILE HORARIO-FILE
                   PERFORM MENU-PRINCIPAL
           END-READ
           DISPLAY "TURMA: " CODTURMA " " NOMETURMA
           CLOSE TURMA-FILE

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY "DATA DA AULA AAAAMMDD (0 = HOJE): "
           ACCEPT WS-DATA-CHAMADA
           IF WS-DATA-CHAMADA = ZERO
               MOVE WS-DATA-HOJE TO WS-DATA-CHAMADA
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-CHAMADA) NOT = 0
                   OR WS-DATA-CHAMADA > WS-DATA-HOJE
               DISPLAY "ERRO! DATA INVALIDA OU FUTURA."
               CLOSE FALTAULA-FILE HORARIO-FILE
               PERFORM MENU-PRINCIPAL
           END-IF
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE(WS-DATA-CHAMADA), 7)
           IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
               DISPLAY "ERRO! A DATA CAI NUM FIM DE SEMANA."
               CLOSE FALTAULA-FILE HORARIO-FILE
               PERFORM MENU-PRINCIPAL
           END-IF

           DISPLAY "TEMPO LETIVO (1 A 12): "
           ACCEPT WS-TEMPO-CHAMADA
           MOVE WS-CODTURMA      TO HOR-CODTURMA
           MOVE WS-DIA-SEMANA    TO HOR-DIA
           MOVE WS-TEMPO-CHAMADA TO HOR-TEMPO
           READ HORARIO-FILE KEY IS CHAVE-HORARIO
               INVALID KEY
                   DISPLAY "ERRO! A TURMA NAO TEM AULA NESSE TEMPO "
                       "SEGUNDO O HORARIO."
                   CLOSE FALTAULA-FILE HORARIO-FILE
                   PERFORM MENU-PRINCIPAL
           END-READ
           CLOSE HORARIO-FILE

           DISPLAY "CHAMADA DE " WS-DATA-CHAMADA " TEMPO "
               WS-TEMPO-CHAMADA
           OPEN INPUT DISCIPLINA-FILE
           IF WS-DISC-STATUS = "00"
               MOVE HOR-CODDISC TO CODDISC
               READ DISCIPLINA-FILE KEY IS CODDISC
                   INVALID KEY
                       MOVE "DESCONHECIDA" TO NOMEDISC
               END-READ
               DISPLAY "DISCIPLINA: " HOR-CODDISC " " NOMEDISC
               CLOSE DISCIPLINA-FILE
           ELSE
               DISPLAY "DISCIPLINA: " HOR-CODDISC
           END-IF
           OPEN INPUT PROFESSOR-FILE
           IF WS-PROF-STATUS = "00"
               MOVE HOR-CODPROF TO CODPROF
               READ PROFESSOR-FILE KEY IS CODPROF
                   INVALID KEY
                       MOVE "DESCONHECIDO" TO NOMEPROF
               END-READ
               DISPLAY "PROFESSOR:  " HOR-CODPROF " " NOMEPROF
               CLOSE PROFESSOR-FILE
           ELSE
               DISPLAY "PROFESSOR:  " HOR-CODPROF
           END-IF

           OPEN INPUT NOTAS-FILE
           IF WS-NOTAS-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL ABRIR notas.dat"
               CLOSE FALTAULA-FILE
               PERFORM MENU-PRINCIPAL
           END-IF
           OPEN I-O FALTAS-FILE
           IF WS-FALTAS-STATUS = "00"
               MOVE 'S' TO WS-FALTAS-OK
           ELSE
               MOVE 'N' TO WS-FALTAS-OK
               DISPLAY "AVISO: SEM faltas.dat, TOTAL CORRENTE NAO "
                   "ATUALIZADO"
           END-IF
           OPEN INPUT INSCRICAO-FILE
           IF WS-INSC-STATUS = "00"
               MOVE 'S' TO WS-INSC-OK
           ELSE
               MOVE 'N' TO WS-INSC-OK
               DISPLAY "AVISO: SEM inscricoes.dat, CHAMADA A TODA A "
                   "TURMA"
           END-IF

           DISPLAY "PARA CADA ALUNO: ENTER = PRESENTE, F = FALTOU"
           MOVE ZERO TO WS-ALUNOS-CHAMADA WS-FALTAS-MARCADAS
           MOVE ZERO TO NOTAS-NUMBER
           MOVE 'N' TO WS-FIM-CHAMADA
           START NOTAS-FILE KEY IS >= NOTAS-NUMBER
               INVALID KEY
                   MOVE 'S' TO WS-FIM-CHAMADA
           END-START
           PERFORM UNTIL WS-FIM-CHAMADA = 'S'
           READ NOTAS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CHAMADA
               NOT AT END
                   IF CODTURMA-ALUNO = WS-CODTURMA
                       PERFORM CHAMAR-ALUNO
                   END-IF
           END-READ
           END-PERFORM

           CLOSE NOTAS-FILE FALTAULA-FILE
           IF WS-FALTAS-OK = 'S'
               CLOSE FALTAS-FILE
           END-IF
           IF WS-INSC-OK = 'S'
               CLOSE INSCRICAO-FILE
           END-IF
           DISPLAY "ALUNOS CHAMADOS: " WS-ALUNOS-CHAMADA
               "  FALTAS REGISTADAS: " WS-FALTAS-MARCADAS
           PERFORM MENU-PRINCIPAL
           .

           CHAMAR-ALUNO.
           MOVE 'S' TO WS-INSCRITO
           IF WS-INSC-OK = 'S'
               MOVE NOTAS-NUMBER TO INSC-NUMBER
               MOVE HOR-CODDISC  TO INSC-CODDISC
               READ INSCRICAO-FILE KEY IS CHAVE-INSCRICAO
                   INVALID KEY
                       MOVE 'N' TO WS-INSCRITO
               END-READ
           END-IF
           IF WS-INSCRITO = 'S'
               ADD 1 TO WS-ALUNOS-CHAMADA
               MOVE SPACE TO WS-RESPOSTA-CHAMADA
               DISPLAY NOTAS-NUMBER " " NOMEALUNO ": "
               ACCEPT WS-RESPOSTA-CHAMADA
               IF WS-RESPOSTA-CHAMADA = 'F' OR WS-RESPOSTA-CHAMADA = 'f'
                   MOVE NOTAS-NUMBER     TO FA-NUMBER
                   MOVE WS-DATA-CHAMADA  TO FA-DATA
                   MOVE WS-TEMPO-CHAMADA TO FA-TEMPO
                   MOVE HOR-CODDISC      TO FA-CODDISC
                   MOVE WS-CODTURMA      TO FA-CODTURMA
                   MOVE HOR-CODPROF      TO FA-CODPROF
                   MOVE 'N'              TO FA-JUSTIFICADA
                   MOVE ZERO             TO FA-DATA-JUSTIF
                   MOVE WS-LOGIN-ID      TO FA-OPERADOR
                   WRITE REG-FALTA-AULA
                       INVALID KEY
                           DISPLAY "AVISO: FALTA JA REGISTADA PARA "
                               "ESTE ALUNO NESTE TEMPO."
                       NOT INVALID KEY
                           ADD 1 TO WS-FALTAS-MARCADAS
                           PERFORM SOMAR-FALTA-CORRENTE
                   END-WRITE
               END-IF
           END-IF
           .

           SOMAR-FALTA-CORRENTE.
           IF WS-FALTAS-OK = 'S'
               MOVE NOTAS-NUMBER TO FALTAS-NUMBER
               READ FALTAS-FILE KEY IS FALTAS-NUMBER
                   INVALID KEY
                       MOVE NOTAS-NUMBER TO FALTAS-NUMBER
                       MOVE CODTURMA-ALUNO TO FALTAS-CODTURMA
                       MOVE 1 TO FALTAS-TOTAL
                       WRITE REG-FALTAS
                   NOT INVALID KEY
                       ADD 1 TO FALTAS-TOTAL
                       MOVE CODTURMA-ALUNO TO FALTAS-CODTURMA
                       REWRITE REG-FALTAS
               END-READ
           END-IF
           .

      ******************************************************************
      * Justificacao de faltas pela secretaria: mostra as faltas ainda
      * por justificar do aluno, uma a uma, e marca como justificadas
      * as que o operador confirmar, com a data e o operador. As faltas
      * justificadas deixam de contar para o limite da disciplina.
      ******************************************************************
           JUSTIFICAR-FALTAS.
           OPEN I-O FALTAULA-FILE
           IF WS-FALTAULA-STATUS NOT = "00"
               DISPLAY "ERRO: SEM faltasaula.dat, CORRA "
                   "CriarFaltaAulaIndexado"
               PERFORM MENU-PRINCIPAL
           END-IF

           OPEN INPUT NOTAS-FILE
           IF WS-NOTAS-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL ABRIR notas.dat"
               CLOSE FALTAULA-FILE
               PERFORM MENU-PRINCIPAL
           END-IF
           MOVE WS-NOTAS-NUMBER TO NOTAS-NUMBER
           READ NOTAS-FILE KEY IS NOTAS-NUMBER
               INVALID KEY
                   DISPLAY "ERRO! NR DE ALUNO NAO ENCONTRADO."
                   CLOSE NOTAS-FILE FALTAULA-FILE
                   PERFORM MENU-PRINCIPAL
           END-READ
           CLOSE NOTAS-FILE
           DISPLAY "ALUNO: " NOTAS-NUMBER " " NOMEALUNO

           OPEN I-O FALTAS-FILE
           IF WS-FALTAS-STATUS = "00"
               MOVE 'S' TO WS-FALTAS-OK
           ELSE
               MOVE 'N' TO WS-FALTAS-OK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE ZERO TO WS-FALTAS-JUSTIFICADAS
           MOVE WS-NOTAS-NUMBER TO FA-NUMBER
           MOVE ZERO TO FA-DATA FA-TEMPO
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
                   IF FA-NUMBER NOT = WS-NOTAS-NUMBER
                       MOVE 'S' TO WS-FIM-FALTAULA
                   ELSE
                       IF FA-JUSTIFICADA NOT = 'S'
                           PERFORM JUSTIFICAR-FALTA-AULA
                       END-IF
                   END-IF
           END-READ
           END-PERFORM

           CLOSE FALTAULA-FILE
           IF WS-FALTAS-OK = 'S'
               CLOSE FALTAS-FILE
           END-IF
           DISPLAY "FALTAS JUSTIFICADAS: " WS-FALTAS-JUSTIFICADAS
           PERFORM MENU-PRINCIPAL
           .

           JUSTIFICAR-FALTA-AULA.
           DISPLAY "FALTA EM " FA-DATA " TEMPO " FA-TEMPO
               " DISCIPLINA " FA-CODDISC
               " - JUSTIFICAR? (S/N, X PARA TERMINAR): "
           ACCEPT WS-RESPOSTA-CHAMADA
           IF WS-RESPOSTA-CHAMADA = 'X' OR WS-RESPOSTA-CHAMADA = 'x'
               MOVE 'S' TO WS-FIM-FALTAULA
           ELSE
               IF WS-RESPOSTA-CHAMADA = 'S'
                       OR WS-RESPOSTA-CHAMADA = 's'
                   MOVE 'S'          TO FA-JUSTIFICADA
                   MOVE WS-DATA-HOJE TO FA-DATA-JUSTIF
                   MOVE WS-LOGIN-ID  TO FA-OPERADOR
                   REWRITE REG-FALTA-AULA
                       INVALID KEY
                           DISPLAY "ERRO! FALTA NAO ATUALIZADA."
                       NOT INVALID KEY
                           ADD 1 TO WS-FALTAS-JUSTIFICADAS
                           PERFORM RETIRAR-FALTA-CORRENTE
                   END-REWRITE
               END-IF
           END-IF
           .

           RETIRAR-FALTA-CORRENTE.
           IF WS-FALTAS-OK = 'S'
               MOVE FA-NUMBER TO FALTAS-NUMBER
               READ FALTAS-FILE KEY IS FALTAS-NUMBER
                   NOT INVALID KEY
                       IF FALTAS-TOTAL > ZERO
                           SUBTRACT 1 FROM FALTAS-TOTAL
                           REWRITE REG-FALTAS
                       END-IF
               END-READ
           END-IF
           .

      ******************************************************************
      * Conta os alunos atualmente na turma pedida; usa o NOTAS-FILE
      * ja aberto pelo chamador e repoe o registo corrente no fim.
           DISPLAY "CONTACTO (TELEFONE): "
           ACCEPT MATRIC-CONTACTO

           DISPLAY "NR DO ENCARREGADO EM encarregados.dat "
               "(0 SE NENHUM): "
           PERFORM PEDIR-ENCARREGADO-MATRICULA
           IF WS-ENC-VALIDO = 'S'
               MOVE WS-MATRIC-CODENC TO MATRIC-CODENC
               MOVE ENC-NOME TO MATRIC-ENCARREGADO
           ELSE
               DISPLAY "ENCARREGADO DE EDUCACAO: "
               PERFORM UNTIL MATRIC-ENCARREGADO NOT = SPACE
               ACCEPT MATRIC-ENCARREGADO
               IF MATRIC-ENCARREGADO = SPACE
                   DISPLAY "NOME INVALIDO, INSIRA NOVAMENTE!"
               END-IF
               END-PERFORM
           END-IF

           MOVE 'A' TO MATRIC-ESTADO
           WRITE REG-MATRICULA
               MOVE WS-MATRIC-CONTACTO TO MATRIC-CONTACTO
           END-IF

           DISPLAY "NOVO NR DE ENCARREGADO (0 PARA MANTER, 99999 "
               "PARA DESLIGAR): "
           PERFORM PEDIR-ENCARREGADO-MATRICULA
           IF WS-ENC-VALIDO = 'S'
               MOVE WS-MATRIC-CODENC TO MATRIC-CODENC
               MOVE ENC-NOME TO MATRIC-ENCARREGADO
           ELSE
               IF WS-MATRIC-CODENC = 99999
                       AND MATRIC-CODENC NOT = ZERO
                   MOVE ZERO TO MATRIC-CODENC
                   DISPLAY "MATRICULA DESLIGADA DO ENCARREGADO; "
                       "FICA SO PELO NOME."
               END-IF
      *        um nome escrito a mao substitui a ligacao, para a
      *        matricula nao ficar com o nome de um encarregado e o
      *        numero de outro
               DISPLAY "NOVO ENCARREGADO (ENTER PARA MANTER): "
               ACCEPT WS-MATRIC-ENCARREG
               IF WS-MATRIC-ENCARREG NOT = SPACE
                   MOVE WS-MATRIC-ENCARREG TO MATRIC-ENCARREGADO
                   MOVE ZERO TO MATRIC-CODENC
               END-IF
           END-IF

           DISPLAY "ESTADO A-ATIVO T-TRANSFERIDO S-SAIU "
                   OR WS-MATRIC-ESTADO = 'S'
               MOVE WS-MATRIC-ESTADO TO MATRIC-ESTADO
           END-IF
           IF MATRIC-ESTADO = 'T' OR MATRIC-ESTADO = 'S'
               PERFORM SOMAR-SALDO-CONTA
               IF WS-SALDO-CONTA NOT = ZERO
                   MOVE WS-SALDO-CONTA TO WS-EDIT-SALDO-CONTA
                   DISPLAY "AVISO: ALUNO DE SAIDA COM SALDO NA CONTA "
                       "CORRENTE: " WS-EDIT-SALDO-CONTA
                   DISPLAY "ACERTE A CONTA EM ContaCorrente ANTES DE "
                       "FECHAR O REGISTO."
               END-IF
           END-IF

           REWRITE REG-MATRICULA
           CLOSE MATRICULA-FILE
           DISPLAY "MORADA:             " MATRIC-MORADA
           DISPLAY "CONTACTO:           " MATRIC-CONTACTO
           DISPLAY "ENCARREGADO:        " MATRIC-ENCARREGADO
           IF MATRIC-CODENC NOT = ZERO
               DISPLAY "NR ENCARREGADO:     " MATRIC-CODENC
           END-IF
           DISPLAY "ESTADO:             " WS-ESTADO-DESCR
           .

      ******************************************************************
      * Pede o numero do encarregado em encarregados.dat e confirma
      * que existe. Zero (ou ficheiro inexistente) deixa o aluno sem
      * ligacao e o chamador pede o nome como antes; 99999 so serve na
      * alteracao, para desligar a matricula do encarregado atual.
      ******************************************************************
           PEDIR-ENCARREGADO-MATRICULA.
           MOVE 'N' TO WS-ENC-VALIDO
           MOVE ZERO TO WS-MATRIC-CODENC
           OPEN INPUT ENCARREGADO-FILE
           IF WS-ENC-STATUS NOT = "00"
               DISPLAY "AVISO: SEM encarregados.dat, ENCARREGADO "
                   "FICA SO PELO NOME."
           ELSE
               MOVE 1 TO WS-MATRIC-CODENC
               PERFORM UNTIL WS-ENC-VALIDO = 'S'
                   OR WS-MATRIC-CODENC = ZERO
                   OR WS-MATRIC-CODENC = 99999
               ACCEPT WS-MATRIC-CODENC
               IF WS-MATRIC-CODENC NOT = ZERO
                       AND WS-MATRIC-CODENC NOT = 99999
                   MOVE WS-MATRIC-CODENC TO ENC-NUMBER
                   READ ENCARREGADO-FILE KEY IS ENC-NUMBER
                       INVALID KEY
                           DISPLAY "ENCARREGADO NAO EXISTE, INSIRA "
                               "NOVAMENTE (0 SE NENHUM)!"
                       NOT INVALID KEY
                           MOVE 'S' TO WS-ENC-VALIDO
                           DISPLAY "ENCARREGADO: " ENC-NOME
                   END-READ
               END-IF
               END-PERFORM
               CLOSE ENCARREGADO-FILE
           END-IF
           .

           DESCREVER-ESTADO-MATRICULA.
           EVALUATE MATRIC-ESTADO
               WHEN 'A'
           END-EVALUATE
           .

      ******************************************************************
      * Antes de fechar o registo do aluno WS-NOTAS-NUMBER: com
      * matricula transferida (T) ou de saida (S) e saldo na conta
      * corrente, assinala-o para a conta ser acertada primeiro.
      ******************************************************************
           VERIFICAR-SALDO-SAIDA.
           MOVE 'N' TO WS-SALDO-PENDENTE
           OPEN INPUT MATRICULA-FILE
           IF WS-MATRIC-STATUS = "00"
               MOVE WS-NOTAS-NUMBER TO MATRIC-NUMBER
               READ MATRICULA-FILE KEY IS MATRIC-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MATRIC-ESTADO = 'T' OR MATRIC-ESTADO = 'S'
                           PERFORM SOMAR-SALDO-CONTA
                           IF WS-SALDO-CONTA NOT = ZERO
                               MOVE 'S' TO WS-SALDO-PENDENTE
                           END-IF
                       END-IF
               END-READ
               CLOSE MATRICULA-FILE
           END-IF
           IF WS-SALDO-PENDENTE = 'S'
               PERFORM DESCREVER-ESTADO-MATRICULA
               MOVE WS-SALDO-CONTA TO WS-EDIT-SALDO-CONTA
               DISPLAY "AVISO: ALUNO " WS-ESTADO-DESCR " COM SALDO NA "
                   "CONTA CORRENTE: " WS-EDIT-SALDO-CONTA
               DISPLAY "ACERTE A CONTA EM ContaCorrente ANTES DE "
                   "FECHAR O REGISTO."
           END-IF
           .

      ******************************************************************
      * Saldo da conta corrente do aluno WS-NOTAS-NUMBER (debitos menos
      * creditos); zero sem contacorrente.dat.
      ******************************************************************
           SOMAR-SALDO-CONTA.
           MOVE ZERO TO WS-SALDO-CONTA
           OPEN INPUT CONTA-FILE
           IF WS-CONTA-STATUS = "00"
               MOVE WS-NOTAS-NUMBER TO MOV-NUMBER
               MOVE ZERO TO MOV-DATA MOV-SEQ
               MOVE 'N' TO WS-FIM-CONTA
               START CONTA-FILE KEY IS >= CHAVE-MOVIMENTO
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-CONTA
               END-START
               PERFORM UNTIL WS-FIM-CONTA = 'S'
               READ CONTA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-CONTA
                   NOT AT END
                       IF MOV-NUMBER NOT = WS-NOTAS-NUMBER
                           MOVE 'S' TO WS-FIM-CONTA
                       ELSE IF MOV-TIPO = 'D'
                           ADD MOV-VALOR TO WS-SALDO-CONTA
                       ELSE
                           SUBTRACT MOV-VALOR FROM WS-SALDO-CONTA
                       END-IF
                       END-IF
               END-READ
               END-PERFORM
               CLOSE CONTA-FILE
           END-IF
           .

      ******************************************************************
      * Confirma em inscricoes.dat que o aluno WS-NOTAS-NUMBER esta
      * inscrito na disciplina WS-CODDISC; sem ficheiro de inscricoes
               PERFORM VERIFICAR-TROCA-SENHA
               REWRITE REG-OPERADOR
               MOVE 'S' TO WS-AUTENTICADO
               MOVE OPERADOR-CODPROF TO WS-CODPROF-OPERADOR
               IF OPERADOR-PERFIL = 'J'
                   MOVE 'J' TO WS-PERFIL-OPERADOR
               ELSE IF OPERADOR-PERFIL = 'P'
                   MOVE 'P' TO WS-PERFIL-OPERADOR
               ELSE
                   MOVE 'S' TO WS-PERFIL-OPERADOR
               END-IF
