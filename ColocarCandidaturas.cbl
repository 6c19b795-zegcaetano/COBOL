      ******************************************************************
      * Author:
      * Date:
      * Purpose: seriacao das candidaturas de novos alunos e colocacao
      *          nas turmas de entrada, em duas fases. 1 - ordena as
      *          candidaturas de cada ano de escolaridade pelos
      *          criterios de prioridade (necessidades educativas
      *          especiais, depois irmao ja matriculado, depois
      *          residencia na area da escola, depois a data de
      *          entrada), coloca cada uma na turma de entrada desse
      *          ano com mais lugares livres ate TURMA-MAXIMO e grava
      *          a proposta em candidaturas.dat, com a listagem por
      *          turma colocacao.lst para o visto da direcao e a lista
      *          de espera listaespera.lst. 2 - depois do visto, cria
      *          para cada candidatura colocada o registo em notas.dat
      *          (com auditoria), a matricula em matricula.dat e as
      *          inscricoes em inscricoes.dat nas disciplinas do
      *          horario da turma. As turmas de entrada de cada ano vem
      *          de colocacao.cfg (uma linha por turma: ano de
      *          escolaridade, espaco, codigo da turma)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ColocarCandidaturas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "slcand.cbl".
           COPY "slnotas.cbl".
           COPY "slmatric.cbl".
           COPY "slinsc.cbl".
           COPY "slhorar.cbl".
           COPY "slturma.cbl".
           COPY "slaudix.cbl".
           COPY "slrunctl.cbl".
           COPY "slsessao.cbl".
           SELECT COLOCACAO-CFG ASSIGN TO "colocacao.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
           SELECT SORT-CAND ASSIGN TO "sortcand.tmp".
           SELECT COLOCACAO-FILE ASSIGN TO "colocacao.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLOCACAO-STATUS.
           SELECT ESPERA-FILE ASSIGN TO "listaespera.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESPERA-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY "fdcand.cbl".
           COPY "fdnotas.cbl".
           COPY "fdmatric.cbl".
           COPY "fdinsc.cbl".
           COPY "fdhorar.cbl".
           COPY "fdturma.cbl".
           COPY "fdaudix.cbl".
           COPY "fdrunctl.cbl".
           COPY "fdsessao.cbl".
       FD  COLOCACAO-CFG.
       01  REG-COLOCACAO-CFG.
           05  CFG-ANO-ESCOLAR         PIC 9(2).
           05  FILLER                  PIC X.
           05  CFG-CODTURMA            PIC 9(3).
       SD  SORT-CAND.
       01  SORT-REG-CAND.
           05  SORT-CAND-CODTURMA      PIC 9(3).
           05  SORT-CAND-ANO           PIC 9(2).
           05  SORT-CAND-PRIORIDADE    PIC 9(1).
           05  SORT-CAND-DATA          PIC 9(8).
           05  SORT-CAND-ORDEM         PIC 9(4).
           05  SORT-CAND-NUMBER        PIC 9(5).
       FD  COLOCACAO-FILE.
       01  LINHA-COLOCACAO              PIC X(100).
       FD  ESPERA-FILE.
       01  LINHA-ESPERA                 PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-CAND-STATUS             PIC XX.
       77 WS-NOTAS-STATUS            PIC XX.
       77 WS-MATRIC-STATUS           PIC XX.
       77 WS-INSC-STATUS             PIC XX.
       77 WS-HORARIO-STATUS          PIC XX.
       77 WS-TURMA-STATUS            PIC XX.
       77 WS-AUDITIDX-STATUS         PIC XX.
       77 WS-RUNCTL-STATUS           PIC XX.
       77 WS-SESSAO-STATUS           PIC XX.
       77 WS-CFG-STATUS              PIC XX.
       77 WS-COLOCACAO-STATUS        PIC XX.
       77 WS-ESPERA-STATUS           PIC XX.
       77 WS-MATRIC-OK               PIC X VALUE 'N'.
       77 WS-INSC-OK                 PIC X VALUE 'N'.
       77 WS-HORARIO-OK              PIC X VALUE 'N'.
       77 WS-OPCAO                   PIC 9.
       77 WS-RESPOSTA                PIC X.
       77 WS-FIM-LEITURA             PIC X VALUE 'N'.
       77 WS-FIM-CFG                 PIC X VALUE 'N'.
       77 WS-FIM-ORDENACAO           PIC X VALUE 'N'.
       77 WS-FIM-MATRICULA           PIC X VALUE 'N'.
       77 WS-FIM-HORARIO             PIC X VALUE 'N'.
       77 WS-AUD-GRAVADO             PIC X.
       77 WS-TEM-IRMAO               PIC X.
       77 WS-PRIMEIRA-QUEBRA         PIC X.
       77 WS-RUN-ESTADO              PIC X(10).
       77 WS-DATA-EXECUCAO           PIC 9(8).
       77 WS-HORA-EXECUCAO           PIC 9(8).
       77 WS-DATA-HOJE               PIC 9(8).
       77 WS-HORA-AUDITORIA          PIC 9(8).
       77 WS-NUM-TURMAS              PIC 9(2) VALUE ZERO.
       77 WS-IND-TURMA               PIC 9(2).
       77 WS-TURMA-ESCOLHIDA         PIC 9(2).
       77 WS-LUGARES-ESCOLHIDA       PIC 9(3).
       77 WS-LUGARES-LIVRES          PIC 9(3).
       77 WS-ANO-QUEBRA              PIC 9(2) VALUE ZERO.
       77 WS-ORDEM                   PIC 9(4) VALUE ZERO.
       77 WS-QUEBRA-TURMA            PIC 9(3) VALUE ZERO.
       77 WS-QUEBRA-ANO              PIC 9(2) VALUE ZERO.
       77 WS-CONTA-QUEBRA            PIC 9(3) VALUE ZERO.
       77 WS-ULTIMO-ALUNO            PIC 9(5) VALUE ZERO.
       77 WS-NR-ALUNO-MAX            PIC 9(5) VALUE 99999.
       77 WS-TOTAL-LIDOS             PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-COLOCADOS         PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-ESPERA            PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-CRIADOS           PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-RECUSADOS         PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-INSCRICOES        PIC 9(5) VALUE ZERO.
       77 WS-CRITERIOS               PIC X(16).
      ******************************************************************
      * Turmas de entrada de colocacao.cfg com a lotacao (TURMA-MAXIMO,
      * 0 = sem limite), os alunos que ja la estao e os colocados.
      ******************************************************************
       01 WS-TAB-TURMAS.
           05 WS-TURMA-ENTRADA OCCURS 50 TIMES.
               10 WS-TT-ANO          PIC 9(2).
               10 WS-TT-CODTURMA     PIC 9(3).
               10 WS-TT-NOME         PIC A(20).
               10 WS-TT-MAXIMO       PIC 9(3).
               10 WS-TT-OCUPADOS     PIC 9(3).
               10 WS-TT-COLOCADOS    PIC 9(3).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "*** COLOCACAO DE CANDIDATOS NAS TURMAS ***"
           PERFORM VERIFICAR-SESSAO-ATIVA
           DISPLAY "1 - SERIAR E PROPOR A COLOCACAO (LISTAGENS)"
           DISPLAY "2 - CRIAR OS REGISTOS DA COLOCACAO APROVADA"
           DISPLAY "0 - SAIR"
           ACCEPT WS-OPCAO
           IF WS-OPCAO NOT = 1 AND WS-OPCAO NOT = 2
               DISPLAY "NADA FEITO."
               STOP RUN
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "INICIADO" TO WS-RUN-ESTADO
           PERFORM REGISTAR-EXECUCAO
           PERFORM CARREGAR-TURMAS-ENTRADA
           IF WS-OPCAO = 1
               PERFORM PROPOR-COLOCACAO
           ELSE
               PERFORM CRIAR-REGISTOS
           END-IF
           MOVE "CONCLUIDO" TO WS-RUN-ESTADO
           PERFORM REGISTAR-EXECUCAO
           .

           PROGRAM-DONE.
           STOP RUN.

      ******************************************************************
      * Turmas de entrada por ano de escolaridade (colocacao.cfg), com
      * o nome e a lotacao de turmas.dat e os alunos que ja tem em
      * notas.dat.
      ******************************************************************
           CARREGAR-TURMAS-ENTRADA.
           OPEN INPUT COLOCACAO-CFG
           IF WS-CFG-STATUS NOT = "00"
               DISPLAY "ERRO: SEM colocacao.cfg (UMA LINHA POR TURMA "
                   "DE ENTRADA: ANO DE ESCOLARIDADE E CODIGO DA TURMA)"
               MOVE "ABENDADO" TO WS-RUN-ESTADO
               PERFORM REGISTAR-EXECUCAO
               STOP RUN
           END-IF
           OPEN INPUT TURMA-FILE
           IF WS-TURMA-STATUS NOT = "00"
               DISPLAY "ERRO: SEM turmas.dat, CORRA CriarTurmaIndexado"
               CLOSE COLOCACAO-CFG
               MOVE "ABENDADO" TO WS-RUN-ESTADO
               PERFORM REGISTAR-EXECUCAO
               STOP RUN
           END-IF
           MOVE ZERO TO WS-NUM-TURMAS
           MOVE 'N' TO WS-FIM-CFG
           PERFORM UNTIL WS-FIM-CFG = 'S'
           READ COLOCACAO-CFG
               AT END
                   MOVE 'S' TO WS-FIM-CFG
               NOT AT END
                   PERFORM ACRESCENTAR-TURMA-ENTRADA
           END-READ
           END-PERFORM
           CLOSE COLOCACAO-CFG
           CLOSE TURMA-FILE
           IF WS-NUM-TURMAS = ZERO
               DISPLAY "ERRO! colocacao.cfg SEM TURMAS DE ENTRADA "
                   "VALIDAS."
               MOVE "ABENDADO" TO WS-RUN-ESTADO
               PERFORM REGISTAR-EXECUCAO
               STOP RUN
           END-IF
           PERFORM CONTAR-OCUPACAO-TURMAS
           .

           ACRESCENTAR-TURMA-ENTRADA.
           IF CFG-ANO-ESCOLAR IS NOT NUMERIC
                   OR CFG-CODTURMA IS NOT NUMERIC
               DISPLAY "AVISO: LINHA INVALIDA EM colocacao.cfg IGNORADA"
           ELSE IF WS-NUM-TURMAS = 50
               DISPLAY "AVISO: MAIS DE 50 TURMAS EM colocacao.cfg, "
                   "TURMA " CFG-CODTURMA " IGNORADA"
           ELSE
               MOVE CFG-CODTURMA TO CODTURMA
               READ TURMA-FILE KEY IS CODTURMA
                   INVALID KEY
                       DISPLAY "AVISO: TURMA " CFG-CODTURMA
                           " DE colocacao.cfg NAO EXISTE, IGNORADA"
                   NOT INVALID KEY
                       ADD 1 TO WS-NUM-TURMAS
                       MOVE CFG-ANO-ESCOLAR
                           TO WS-TT-ANO (WS-NUM-TURMAS)
                       MOVE CODTURMA
                           TO WS-TT-CODTURMA (WS-NUM-TURMAS)
                       MOVE NOMETURMA TO WS-TT-NOME (WS-NUM-TURMAS)
                       MOVE TURMA-MAXIMO
                           TO WS-TT-MAXIMO (WS-NUM-TURMAS)
                       MOVE ZERO TO WS-TT-OCUPADOS (WS-NUM-TURMAS)
                       MOVE ZERO TO WS-TT-COLOCADOS (WS-NUM-TURMAS)
               END-READ
           END-IF
           END-IF
           .

           CONTAR-OCUPACAO-TURMAS.
           OPEN INPUT NOTAS-FILE
           IF WS-NOTAS-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL ABRIR notas.dat"
               MOVE "ABENDADO" TO WS-RUN-ESTADO
               PERFORM REGISTAR-EXECUCAO
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM UNTIL WS-FIM-LEITURA = 'S'
           READ NOTAS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   MOVE 1 TO WS-IND-TURMA
                   PERFORM UNTIL WS-IND-TURMA > WS-NUM-TURMAS
                       IF WS-TT-CODTURMA (WS-IND-TURMA)
                               = CODTURMA-ALUNO
                           ADD 1 TO WS-TT-OCUPADOS (WS-IND-TURMA)
                       END-IF
                       ADD 1 TO WS-IND-TURMA
                   END-PERFORM
           END-READ
           END-PERFORM
           CLOSE NOTAS-FILE
           .

      ******************************************************************
      * Fase 1: seriacao e proposta. Todas as candidaturas ainda nao
      * matriculadas nem desistentes entram de novo, por isso a
      * proposta pode repetir-se depois de corrigir candidaturas.
      ******************************************************************
           PROPOR-COLOCACAO.
           OPEN I-O CANDIDATURA-FILE
           IF WS-CAND-STATUS NOT = "00"
               DISPLAY "ERRO: SEM candidaturas.dat, CORRA "
                   "CriarCandidaturaIndexado"
               MOVE "ABENDADO" TO WS-RUN-ESTADO
               PERFORM REGISTAR-EXECUCAO
               STOP RUN
           END-IF
           OPEN INPUT MATRICULA-FILE
           IF WS-MATRIC-STATUS = "00"
               MOVE 'S' TO WS-MATRIC-OK
           ELSE
               DISPLAY "AVISO: SEM matricula.dat, IRMAOS SO PELA "
                   "INDICACAO DA CANDIDATURA"
           END-IF
           OPEN OUTPUT COLOCACAO-FILE
           IF WS-COLOCACAO-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL CRIAR colocacao.lst"
               MOVE "ABENDADO" TO WS-RUN-ESTADO
               PERFORM REGISTAR-EXECUCAO
               STOP RUN
           END-IF
           OPEN OUTPUT ESPERA-FILE
           IF WS-ESPERA-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL CRIAR listaespera.lst"
               MOVE "ABENDADO" TO WS-RUN-ESTADO
               PERFORM REGISTAR-EXECUCAO
               STOP RUN
           END-IF

           SORT SORT-CAND
               ON ASCENDING KEY SORT-CAND-ANO
               ON DESCENDING KEY SORT-CAND-PRIORIDADE
               ON ASCENDING KEY SORT-CAND-DATA SORT-CAND-NUMBER
               INPUT PROCEDURE IS SELECIONAR-CANDIDATURAS
               OUTPUT PROCEDURE IS COLOCAR-CANDIDATURAS

           SORT SORT-CAND
               ON ASCENDING KEY SORT-CAND-CODTURMA SORT-CAND-ANO
                   SORT-CAND-ORDEM
               INPUT PROCEDURE IS SELECIONAR-PROPOSTA
               OUTPUT PROCEDURE IS IMPRIMIR-PROPOSTA

           CLOSE CANDIDATURA-FILE
           CLOSE COLOCACAO-FILE
           CLOSE ESPERA-FILE
           IF WS-MATRIC-OK = 'S'
               CLOSE MATRICULA-FILE
           END-IF
           DISPLAY "CANDIDATURAS SERIADAS: " WS-TOTAL-LIDOS
           DISPLAY "COLOCADAS:             " WS-TOTAL-COLOCADOS
           DISPLAY "EM LISTA DE ESPERA:    " WS-TOTAL-ESPERA
           DISPLAY "PROPOSTA GRAVADA EM colocacao.lst E "
               "listaespera.lst; DEPOIS DO VISTO DA DIRECAO CORRA A "
               "OPCAO 2."
           .

           SELECIONAR-CANDIDATURAS.
           MOVE ZERO TO CAND-NUMBER
           MOVE 'N' TO WS-FIM-LEITURA
           START CANDIDATURA-FILE KEY IS >= CAND-NUMBER
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
           END-START
           PERFORM UNTIL WS-FIM-LEITURA = 'S'
           READ CANDIDATURA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   IF CAND-ESTADO NOT = 'M' AND CAND-ESTADO NOT = 'D'
                       PERFORM LIBERTAR-CANDIDATURA
                   END-IF
           END-READ
           END-PERFORM
           .

      ******************************************************************
      * Prioridade: NEE vale 4, irmao ja matriculado 2 e residencia na
      * area 1, pelo que cada criterio pesa mais do que os seguintes
      * juntos. O irmao conta tambem quando o encarregado da
      * candidatura tem um educando ativo em matricula.dat.
      ******************************************************************
           LIBERTAR-CANDIDATURA.
           ADD 1 TO WS-TOTAL-LIDOS
           MOVE CAND-IRMAO TO WS-TEM-IRMAO
           IF WS-TEM-IRMAO NOT = 'S' AND CAND-CODENC NOT = ZERO
                   AND WS-MATRIC-OK = 'S'
               PERFORM VERIFICAR-IRMAO-MATRICULADO
           END-IF
           MOVE ZERO TO SORT-CAND-PRIORIDADE
           IF CAND-NEE = 'S'
               ADD 4 TO SORT-CAND-PRIORIDADE
           END-IF
           IF WS-TEM-IRMAO = 'S'
               ADD 2 TO SORT-CAND-PRIORIDADE
           END-IF
           IF CAND-AREA = 'S'
               ADD 1 TO SORT-CAND-PRIORIDADE
           END-IF
           MOVE ZERO              TO SORT-CAND-CODTURMA
           MOVE CAND-ANO-PEDIDO   TO SORT-CAND-ANO
           MOVE CAND-DATA-ENTRADA TO SORT-CAND-DATA
           MOVE ZERO              TO SORT-CAND-ORDEM
           MOVE CAND-NUMBER       TO SORT-CAND-NUMBER
           RELEASE SORT-REG-CAND
           .

           VERIFICAR-IRMAO-MATRICULADO.
           MOVE CAND-CODENC TO MATRIC-CODENC
           MOVE 'N' TO WS-FIM-MATRICULA
           START MATRICULA-FILE KEY IS = MATRIC-CODENC
               INVALID KEY
                   MOVE 'S' TO WS-FIM-MATRICULA
           END-START
           PERFORM UNTIL WS-FIM-MATRICULA = 'S'
           READ MATRICULA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-MATRICULA
               NOT AT END
                   IF MATRIC-CODENC NOT = CAND-CODENC
                       MOVE 'S' TO WS-FIM-MATRICULA
                   ELSE IF MATRIC-ESTADO = 'A'
                       MOVE 'S' TO WS-TEM-IRMAO
                       MOVE 'S' TO WS-FIM-MATRICULA
                   END-IF
                   END-IF
           END-READ
           END-PERFORM
           .

      ******************************************************************
      * Pela ordem da seriacao, cada candidato vai para a turma de
      * entrada do seu ano com mais lugares livres; sem lugar fica em
      * lista de espera. A ordem no ano fica na candidatura.
      ******************************************************************
           COLOCAR-CANDIDATURAS.
           MOVE ZERO TO WS-ANO-QUEBRA WS-ORDEM
           MOVE 'N' TO WS-FIM-ORDENACAO
           PERFORM UNTIL WS-FIM-ORDENACAO = 'S'
           RETURN SORT-CAND
               AT END
                   MOVE 'S' TO WS-FIM-ORDENACAO
               NOT AT END
                   IF SORT-CAND-ANO NOT = WS-ANO-QUEBRA
                       MOVE SORT-CAND-ANO TO WS-ANO-QUEBRA
                       MOVE ZERO TO WS-ORDEM
                   END-IF
                   ADD 1 TO WS-ORDEM
                   PERFORM ESCOLHER-TURMA
                   PERFORM GRAVAR-PROPOSTA
           END-RETURN
           END-PERFORM
           .

           ESCOLHER-TURMA.
           MOVE ZERO TO WS-TURMA-ESCOLHIDA WS-LUGARES-ESCOLHIDA
           MOVE 1 TO WS-IND-TURMA
           PERFORM UNTIL WS-IND-TURMA > WS-NUM-TURMAS
               IF WS-TT-ANO (WS-IND-TURMA) = SORT-CAND-ANO
                   PERFORM CALCULAR-LUGARES-LIVRES
                   IF WS-LUGARES-LIVRES > WS-LUGARES-ESCOLHIDA
                       MOVE WS-IND-TURMA TO WS-TURMA-ESCOLHIDA
                       MOVE WS-LUGARES-LIVRES TO WS-LUGARES-ESCOLHIDA
                   END-IF
               END-IF
               ADD 1 TO WS-IND-TURMA
           END-PERFORM
           .

      *    turma sem limite conta sempre como tendo 999 lugares menos
      *    os alunos que ja tem, para o preenchimento ficar equilibrado
           CALCULAR-LUGARES-LIVRES.
           IF WS-TT-MAXIMO (WS-IND-TURMA) = ZERO
               COMPUTE WS-LUGARES-LIVRES = 999
                   - WS-TT-OCUPADOS (WS-IND-TURMA)
                   - WS-TT-COLOCADOS (WS-IND-TURMA)
           ELSE IF WS-TT-OCUPADOS (WS-IND-TURMA)
                   + WS-TT-COLOCADOS (WS-IND-TURMA)
                   >= WS-TT-MAXIMO (WS-IND-TURMA)
               MOVE ZERO TO WS-LUGARES-LIVRES
           ELSE
               COMPUTE WS-LUGARES-LIVRES = WS-TT-MAXIMO (WS-IND-TURMA)
                   - WS-TT-OCUPADOS (WS-IND-TURMA)
                   - WS-TT-COLOCADOS (WS-IND-TURMA)
           END-IF
           END-IF
           .

           GRAVAR-PROPOSTA.
           MOVE SORT-CAND-NUMBER TO CAND-NUMBER
           READ CANDIDATURA-FILE KEY IS CAND-NUMBER
               INVALID KEY
                   DISPLAY "AVISO: CANDIDATURA " SORT-CAND-NUMBER
                       " DESAPARECEU DURANTE A SERIACAO"
               NOT INVALID KEY
                   MOVE WS-ORDEM TO CAND-ORDEM
                   IF WS-TURMA-ESCOLHIDA = ZERO
                       MOVE 'E'  TO CAND-ESTADO
                       MOVE ZERO TO CAND-CODTURMA
                       ADD 1 TO WS-TOTAL-ESPERA
                   ELSE
                       MOVE 'C' TO CAND-ESTADO
                       MOVE WS-TT-CODTURMA (WS-TURMA-ESCOLHIDA)
                           TO CAND-CODTURMA
                       ADD 1 TO WS-TT-COLOCADOS (WS-TURMA-ESCOLHIDA)
                       ADD 1 TO WS-TOTAL-COLOCADOS
                   END-IF
                   REWRITE REG-CANDIDATURA
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A CANDIDATURA "
                               CAND-NUMBER
                   END-REWRITE
           END-READ
           .

           SELECIONAR-PROPOSTA.
           MOVE ZERO TO CAND-NUMBER
           MOVE 'N' TO WS-FIM-LEITURA
           START CANDIDATURA-FILE KEY IS >= CAND-NUMBER
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
           END-START
           PERFORM UNTIL WS-FIM-LEITURA = 'S'
           READ CANDIDATURA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   IF CAND-ESTADO = 'C' OR CAND-ESTADO = 'E'
                       MOVE CAND-CODTURMA     TO SORT-CAND-CODTURMA
                       MOVE CAND-ANO-PEDIDO   TO SORT-CAND-ANO
                       MOVE ZERO              TO SORT-CAND-PRIORIDADE
                       MOVE CAND-DATA-ENTRADA TO SORT-CAND-DATA
                       MOVE CAND-ORDEM        TO SORT-CAND-ORDEM
                       MOVE CAND-NUMBER       TO SORT-CAND-NUMBER
                       RELEASE SORT-REG-CAND
                   END-IF
           END-READ
           END-PERFORM
           .

      ******************************************************************
      * A lista de espera (turma zero) sai primeiro na ordenacao, por
      * ano e ordem; a seguir as turmas, cada uma com o espaco para o
      * visto da direcao.
      ******************************************************************
           IMPRIMIR-PROPOSTA.
           MOVE SPACE TO LINHA-COLOCACAO
           STRING "PROPOSTA DE COLOCACAO DE CANDIDATOS - "
                      DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  INTO LINHA-COLOCACAO
           WRITE LINHA-COLOCACAO
           MOVE SPACE TO LINHA-ESPERA
           STRING "LISTA DE ESPERA DE CANDIDATOS - " DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  INTO LINHA-ESPERA
           WRITE LINHA-ESPERA
           MOVE 'S' TO WS-PRIMEIRA-QUEBRA
           MOVE ZERO TO WS-QUEBRA-ANO
           MOVE 'N' TO WS-FIM-ORDENACAO
           PERFORM UNTIL WS-FIM-ORDENACAO = 'S'
           RETURN SORT-CAND
               AT END
                   MOVE 'S' TO WS-FIM-ORDENACAO
               NOT AT END
                   MOVE SORT-CAND-NUMBER TO CAND-NUMBER
                   READ CANDIDATURA-FILE KEY IS CAND-NUMBER
                       INVALID KEY
                           INITIALIZE REG-CANDIDATURA
                   END-READ
                   PERFORM DESCREVER-CRITERIOS
                   IF SORT-CAND-CODTURMA = ZERO
                       PERFORM ESCREVER-LINHA-ESPERA
                   ELSE
                       PERFORM ESCREVER-LINHA-COLOCACAO
                   END-IF
           END-RETURN
           END-PERFORM
           IF WS-PRIMEIRA-QUEBRA = 'N'
               PERFORM TOTAL-TURMA-COLOCACAO
           END-IF
           MOVE SPACE TO LINHA-ESPERA
           WRITE LINHA-ESPERA
           MOVE SPACE TO LINHA-ESPERA
           STRING "TOTAL EM LISTA DE ESPERA: " DELIMITED BY SIZE
                  WS-TOTAL-ESPERA DELIMITED BY SIZE
                  INTO LINHA-ESPERA
           WRITE LINHA-ESPERA
           .

           DESCREVER-CRITERIOS.
           MOVE SPACE TO WS-CRITERIOS
           STRING "NEE " CAND-NEE " IRM " CAND-IRMAO " AR " CAND-AREA
               DELIMITED BY SIZE INTO WS-CRITERIOS
           .

           ESCREVER-LINHA-ESPERA.
           IF SORT-CAND-ANO NOT = WS-QUEBRA-ANO
               MOVE SORT-CAND-ANO TO WS-QUEBRA-ANO
               MOVE SPACE TO LINHA-ESPERA
               WRITE LINHA-ESPERA
               MOVE SPACE TO LINHA-ESPERA
               STRING "ANO DE ESCOLARIDADE " DELIMITED BY SIZE
                      SORT-CAND-ANO DELIMITED BY SIZE
                      INTO LINHA-ESPERA
               WRITE LINHA-ESPERA
               MOVE SPACE TO LINHA-ESPERA
               STRING "ORDEM CAND  NOME                 "
                      "CRITERIOS        CONTACTO"
                   DELIMITED BY SIZE INTO LINHA-ESPERA
               WRITE LINHA-ESPERA
           END-IF
           MOVE SPACE TO LINHA-ESPERA
           STRING SORT-CAND-ORDEM DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  CAND-NUMBER     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  CAND-NOME       DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-CRITERIOS    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  CAND-CONTACTO   DELIMITED BY SIZE
                  INTO LINHA-ESPERA
           WRITE LINHA-ESPERA
           .

           ESCREVER-LINHA-COLOCACAO.
           IF WS-PRIMEIRA-QUEBRA = 'S'
                   OR SORT-CAND-CODTURMA NOT = WS-QUEBRA-TURMA
               PERFORM CABECALHO-TURMA-COLOCACAO
           END-IF
           ADD 1 TO WS-CONTA-QUEBRA
           MOVE SPACE TO LINHA-COLOCACAO
           STRING SORT-CAND-ORDEM DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  CAND-NUMBER     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  CAND-NOME       DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-CRITERIOS    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  CAND-DATA-NASC  DELIMITED BY SIZE
                  INTO LINHA-COLOCACAO
           WRITE LINHA-COLOCACAO
           .

           CABECALHO-TURMA-COLOCACAO.
           IF WS-PRIMEIRA-QUEBRA = 'N'
               PERFORM TOTAL-TURMA-COLOCACAO
           END-IF
           MOVE 'N' TO WS-PRIMEIRA-QUEBRA
           MOVE SORT-CAND-CODTURMA TO WS-QUEBRA-TURMA
           MOVE ZERO TO WS-CONTA-QUEBRA
           MOVE ZERO TO WS-TURMA-ESCOLHIDA
           MOVE 1 TO WS-IND-TURMA
           PERFORM UNTIL WS-IND-TURMA > WS-NUM-TURMAS
               IF WS-TT-CODTURMA (WS-IND-TURMA) = SORT-CAND-CODTURMA
                   MOVE WS-IND-TURMA TO WS-TURMA-ESCOLHIDA
               END-IF
               ADD 1 TO WS-IND-TURMA
           END-PERFORM
           MOVE SPACE TO LINHA-COLOCACAO
           WRITE LINHA-COLOCACAO
           MOVE SPACE TO LINHA-COLOCACAO
           IF WS-TURMA-ESCOLHIDA = ZERO
               STRING "TURMA " DELIMITED BY SIZE
                      SORT-CAND-CODTURMA DELIMITED BY SIZE
                      INTO LINHA-COLOCACAO
           ELSE
               STRING "TURMA " DELIMITED BY SIZE
                      SORT-CAND-CODTURMA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-TT-NOME (WS-TURMA-ESCOLHIDA) DELIMITED BY SIZE
                      " ANO " DELIMITED BY SIZE
                      SORT-CAND-ANO DELIMITED BY SIZE
                      " LOTACAO " DELIMITED BY SIZE
                      WS-TT-MAXIMO (WS-TURMA-ESCOLHIDA)
                          DELIMITED BY SIZE
                      " ALUNOS JA NA TURMA " DELIMITED BY SIZE
                      WS-TT-OCUPADOS (WS-TURMA-ESCOLHIDA)
                          DELIMITED BY SIZE
                      INTO LINHA-COLOCACAO
           END-IF
           WRITE LINHA-COLOCACAO
           MOVE SPACE TO LINHA-COLOCACAO
           STRING "ORDEM CAND  NOME                 "
                  "CRITERIOS        NASCIMENTO"
               DELIMITED BY SIZE INTO LINHA-COLOCACAO
           WRITE LINHA-COLOCACAO
           .

           TOTAL-TURMA-COLOCACAO.
           MOVE SPACE TO LINHA-COLOCACAO
           STRING "CANDIDATOS COLOCADOS NA TURMA: " DELIMITED BY SIZE
                  WS-CONTA-QUEBRA DELIMITED BY SIZE
                  INTO LINHA-COLOCACAO
           WRITE LINHA-COLOCACAO
           MOVE SPACE TO LINHA-COLOCACAO
           WRITE LINHA-COLOCACAO
           MOVE SPACE TO LINHA-COLOCACAO
           STRING "VISTO DA DIRECAO: ______________________________"
                  "   DATA: ____/__/__"
               DELIMITED BY SIZE INTO LINHA-COLOCACAO
           WRITE LINHA-COLOCACAO
           .

      ******************************************************************
      * Fase 2: depois do visto, cada candidatura colocada passa a
      * aluno com o numero seguinte ao maior de notas.dat. A lotacao e
      * verificada de novo, porque podem ter entrado alunos nas turmas
      * depois da proposta.
      ******************************************************************
           CRIAR-REGISTOS.
           DISPLAY "A LISTAGEM colocacao.lst FOI VISADA PELA DIRECAO? "
               "(S PARA CRIAR OS REGISTOS): "
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT = 'S'
               DISPLAY "CRIACAO DOS REGISTOS CANCELADA PELO OPERADOR."
               MOVE "CONCLUIDO" TO WS-RUN-ESTADO
               PERFORM REGISTAR-EXECUCAO
               STOP RUN
           END-IF
           PERFORM ABRIR-FICHEIROS-CRIACAO
           PERFORM OBTER-ULTIMO-ALUNO

           MOVE ZERO TO CAND-NUMBER
           MOVE 'N' TO WS-FIM-LEITURA
           START CANDIDATURA-FILE KEY IS >= CAND-NUMBER
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
           END-START
           PERFORM UNTIL WS-FIM-LEITURA = 'S'
           READ CANDIDATURA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   IF CAND-ESTADO = 'C'
                       ADD 1 TO WS-TOTAL-LIDOS
                       PERFORM CRIAR-ALUNO-CANDIDATO
                   END-IF
           END-READ
           END-PERFORM

           PERFORM FECHAR-FICHEIROS-CRIACAO
           DISPLAY "CANDIDATURAS COLOCADAS: " WS-TOTAL-LIDOS
           DISPLAY "ALUNOS CRIADOS:         " WS-TOTAL-CRIADOS
           DISPLAY "INSCRICOES GRAVADAS:    " WS-TOTAL-INSCRICOES
           DISPLAY "RECUSADAS:              " WS-TOTAL-RECUSADOS
           .

           ABRIR-FICHEIROS-CRIACAO.
           OPEN I-O CANDIDATURA-FILE
           IF WS-CAND-STATUS NOT = "00"
               DISPLAY "ERRO: SEM candidaturas.dat, CORRA "
                   "CriarCandidaturaIndexado"
               MOVE "ABENDADO" TO WS-RUN-ESTADO
               PERFORM REGISTAR-EXECUCAO
               STOP RUN
           END-IF
           OPEN I-O NOTAS-FILE
           IF WS-NOTAS-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL ABRIR notas.dat"
               CLOSE CANDIDATURA-FILE
               MOVE "ABENDADO" TO WS-RUN-ESTADO
               PERFORM REGISTAR-EXECUCAO
               STOP RUN
           END-IF
           OPEN I-O MATRICULA-FILE
           IF WS-MATRIC-STATUS NOT = "00"
               DISPLAY "ERRO: SEM matricula.dat, CORRA "
                   "CriarMatriculaIndexado"
               CLOSE CANDIDATURA-FILE
               CLOSE NOTAS-FILE
               MOVE "ABENDADO" TO WS-RUN-ESTADO
               PERFORM REGISTAR-EXECUCAO
               STOP RUN
           END-IF
           MOVE 'S' TO WS-MATRIC-OK
           OPEN I-O INSCRICAO-FILE
           IF WS-INSC-STATUS = "00"
               MOVE 'S' TO WS-INSC-OK
           ELSE
               DISPLAY "AVISO: SEM inscricoes.dat, ALUNOS CRIADOS "
                   "SEM INSCRICOES"
           END-IF
           OPEN INPUT HORARIO-FILE
           IF WS-HORARIO-STATUS = "00"
               MOVE 'S' TO WS-HORARIO-OK
           ELSE
               DISPLAY "AVISO: SEM horarios.dat, ALUNOS CRIADOS "
                   "SEM INSCRICOES"
           END-IF
           .

           FECHAR-FICHEIROS-CRIACAO.
           CLOSE CANDIDATURA-FILE
           CLOSE NOTAS-FILE
           CLOSE MATRICULA-FILE
           IF WS-INSC-OK = 'S'
               CLOSE INSCRICAO-FILE
           END-IF
           IF WS-HORARIO-OK = 'S'
               CLOSE HORARIO-FILE
           END-IF
           .

           OBTER-ULTIMO-ALUNO.
           MOVE ZERO TO WS-ULTIMO-ALUNO
           MOVE 'N' TO WS-FIM-ORDENACAO
           MOVE 99999 TO NOTAS-NUMBER
           START NOTAS-FILE KEY IS NOT > NOTAS-NUMBER
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ORDENACAO
           END-START
           IF WS-FIM-ORDENACAO = 'N'
               READ NOTAS-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE NOTAS-NUMBER TO WS-ULTIMO-ALUNO
               END-READ
           END-IF
           .

           CRIAR-ALUNO-CANDIDATO.
           MOVE ZERO TO WS-TURMA-ESCOLHIDA
           MOVE 1 TO WS-IND-TURMA
           PERFORM UNTIL WS-IND-TURMA > WS-NUM-TURMAS
               IF WS-TT-CODTURMA (WS-IND-TURMA) = CAND-CODTURMA
                   MOVE WS-IND-TURMA TO WS-TURMA-ESCOLHIDA
               END-IF
               ADD 1 TO WS-IND-TURMA
           END-PERFORM
           IF WS-TURMA-ESCOLHIDA = ZERO
               DISPLAY "AVISO: CANDIDATURA " CAND-NUMBER " TURMA "
                   CAND-CODTURMA " JA NAO ESTA EM colocacao.cfg, "
                   "NAO CRIADA"
               ADD 1 TO WS-TOTAL-RECUSADOS
           ELSE IF WS-TT-MAXIMO (WS-TURMA-ESCOLHIDA) > ZERO
                   AND WS-TT-OCUPADOS (WS-TURMA-ESCOLHIDA)
                       >= WS-TT-MAXIMO (WS-TURMA-ESCOLHIDA)
               DISPLAY "AVISO: CANDIDATURA " CAND-NUMBER " TURMA "
                   CAND-CODTURMA " JA CHEIA, NAO CRIADA"
               ADD 1 TO WS-TOTAL-RECUSADOS
           ELSE IF WS-ULTIMO-ALUNO >= WS-NR-ALUNO-MAX
               DISPLAY "AVISO: SEM NUMEROS DE ALUNO LIVRES, "
                   "CANDIDATURA " CAND-NUMBER " NAO CRIADA"
               ADD 1 TO WS-TOTAL-RECUSADOS
           ELSE
               ADD 1 TO WS-ULTIMO-ALUNO
               PERFORM GRAVAR-ALUNO-CANDIDATO
           END-IF
           END-IF
           END-IF
           .

           GRAVAR-ALUNO-CANDIDATO.
           INITIALIZE REG-ALUNO
           MOVE WS-ULTIMO-ALUNO TO NOTAS-NUMBER
           MOVE CAND-NOME       TO NOMEALUNO
           MOVE ZERO TO NOTA1 NOTA2 NOTA3 MEDIAALUNO
           MOVE CAND-CODTURMA   TO CODTURMA-ALUNO
           WRITE REG-ALUNO
               INVALID KEY
                   DISPLAY "AVISO: NR DE ALUNO " WS-ULTIMO-ALUNO
                       " JA EXISTE, CANDIDATURA " CAND-NUMBER
                       " NAO CRIADA"
                   ADD 1 TO WS-TOTAL-RECUSADOS
               NOT INVALID KEY
                   PERFORM REGISTAR-AUDITORIA
                   PERFORM GRAVAR-MATRICULA-CANDIDATO
                   PERFORM GRAVAR-INSCRICOES-CANDIDATO
                   ADD 1 TO WS-TT-OCUPADOS (WS-TURMA-ESCOLHIDA)
                   ADD 1 TO WS-TOTAL-CRIADOS
                   MOVE 'M' TO CAND-ESTADO
                   MOVE WS-ULTIMO-ALUNO TO CAND-ALUNO
                   REWRITE REG-CANDIDATURA
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A CANDIDATURA "
                               CAND-NUMBER
                   END-REWRITE
                   DISPLAY "CANDIDATURA " CAND-NUMBER " -> ALUNO "
                       WS-ULTIMO-ALUNO " TURMA " CAND-CODTURMA
           END-WRITE
           .

           GRAVAR-MATRICULA-CANDIDATO.
           INITIALIZE REG-MATRICULA
           MOVE WS-ULTIMO-ALUNO  TO MATRIC-NUMBER
           MOVE CAND-DATA-NASC   TO MATRIC-DATA-NASC
           MOVE CAND-MORADA      TO MATRIC-MORADA
           MOVE CAND-CONTACTO    TO MATRIC-CONTACTO
           MOVE CAND-ENCARREGADO TO MATRIC-ENCARREGADO
           MOVE CAND-CODENC      TO MATRIC-CODENC
           MOVE 'A'              TO MATRIC-ESTADO
           WRITE REG-MATRICULA
               INVALID KEY
                   DISPLAY "AVISO: ALUNO " WS-ULTIMO-ALUNO
                       " JA TINHA MATRICULA, NAO ALTERADA"
           END-WRITE
           .

      ******************************************************************
      * Inscreve o aluno em cada disciplina que o horario da turma
      * tem (uma inscricao por disciplina, mesmo com varios tempos).
      ******************************************************************
           GRAVAR-INSCRICOES-CANDIDATO.
           IF WS-INSC-OK = 'S' AND WS-HORARIO-OK = 'S'
               MOVE CAND-CODTURMA TO HOR-CODTURMA
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
                       IF HOR-CODTURMA NOT = CAND-CODTURMA
                           MOVE 'S' TO WS-FIM-HORARIO
                       ELSE
                           MOVE WS-ULTIMO-ALUNO TO INSC-NUMBER
                           MOVE HOR-CODDISC     TO INSC-CODDISC
                           WRITE REG-INSCRICAO
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-TOTAL-INSCRICOES
                           END-WRITE
                       END-IF
               END-READ
               END-PERFORM
           END-IF
           .

           REGISTAR-AUDITORIA.
           ACCEPT WS-HORA-AUDITORIA FROM TIME
           OPEN I-O AUDITIDX-FILE
           IF WS-AUDITIDX-STATUS NOT = "00"
               DISPLAY "AVISO: SEM auditoria.dat, CORRA "
                   "CriarAuditoriaIndexado. MOVIMENTO NAO REGISTADO!"
           ELSE
               MOVE WS-DATA-HOJE      TO AIX-DATA
               MOVE WS-HORA-AUDITORIA TO AIX-HORA
               MOVE ZERO              TO AIX-SEQ
               MOVE NOTAS-NUMBER      TO AIX-NUMBER
               MOVE "INSERIR"         TO AIX-OPERACAO
               MOVE SPACE             TO AIX-OPERADOR
               MOVE SPACE             TO AIX-NOME-ANTES
               MOVE ZERO              TO AIX-NOTA1-ANTES
               MOVE ZERO              TO AIX-NOTA2-ANTES
               MOVE ZERO              TO AIX-NOTA3-ANTES
               MOVE ZERO              TO AIX-MEDIA-ANTES
               MOVE NOMEALUNO         TO AIX-NOME-DEPOIS
               MOVE NOTA1             TO AIX-NOTA1-DEPOIS
               MOVE NOTA2             TO AIX-NOTA2-DEPOIS
               MOVE NOTA3             TO AIX-NOTA3-DEPOIS
               MOVE MEDIAALUNO        TO AIX-MEDIA-DEPOIS
               MOVE ZERO              TO AIX-TURMA-ANTES
               MOVE CODTURMA-ALUNO    TO AIX-TURMA-DEPOIS
               MOVE ZERO              TO AIX-CODDISC
               MOVE 'N' TO WS-AUD-GRAVADO
               PERFORM UNTIL WS-AUD-GRAVADO = 'S' OR AIX-SEQ > 998
               WRITE REG-AUDITORIA-IDX
                   INVALID KEY
                       ADD 1 TO AIX-SEQ
                   NOT INVALID KEY
                       MOVE 'S' TO WS-AUD-GRAVADO
               END-WRITE
               END-PERFORM
               CLOSE AUDITIDX-FILE
           END-IF
           .

      ******************************************************************
      * Registo de execucoes: candidaturas tratadas em LIDOS,
      * colocadas (fase 1) ou alunos criados (fase 2) em GRAVADOS e
      * lista de espera (fase 1) ou recusadas (fase 2) em REJEITADOS.
      ******************************************************************
           REGISTAR-EXECUCAO.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-EXECUCAO FROM TIME
           OPEN EXTEND RUNCTL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               OPEN OUTPUT RUNCTL-FILE
           END-IF
           MOVE "COLOCARCANDIDATURAS" TO RUN-PROGRAMA
           MOVE WS-DATA-EXECUCAO      TO RUN-DATA
           MOVE WS-HORA-EXECUCAO      TO RUN-HORA
           MOVE WS-RUN-ESTADO         TO RUN-ESTADO
           MOVE WS-TOTAL-LIDOS        TO RUN-LIDOS
           IF WS-OPCAO = 1
               MOVE WS-TOTAL-COLOCADOS TO RUN-GRAVADOS
               MOVE WS-TOTAL-ESPERA    TO RUN-REJEITADOS
           ELSE
               MOVE WS-TOTAL-CRIADOS   TO RUN-GRAVADOS
               MOVE WS-TOTAL-RECUSADOS TO RUN-REJEITADOS
           END-IF
           MOVE ZERO                  TO RUN-ANO
           MOVE ZERO                  TO RUN-PERIODO
           WRITE REG-RUNCTL
           CLOSE RUNCTL-FILE
           .

      ******************************************************************
      * Recusa arrancar enquanto o controlo de sessao mostrar uma
      * sessao online ativa em NotasIndexado; uma sessao de um
      * terminal que caiu limpa-se no proprio NotasIndexado (opcao de
      * limpeza forcada por um operador senior).
      ******************************************************************
           VERIFICAR-SESSAO-ATIVA.
           OPEN INPUT SESSAO-FILE
           IF WS-SESSAO-STATUS = "00"
               READ SESSAO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SESSAO-ESTADO = 'A'
                           DISPLAY "ERRO! SESSAO ONLINE ATIVA: "
                               "OPERADOR " SESSAO-OPERADOR
                               " TERMINAL " SESSAO-TERMINAL
                               " DESDE " SESSAO-DATA " " SESSAO-HORA
                           DISPLAY "TERMINE A SESSAO DE NotasIndexado "
                               "ANTES DE CORRER ESTE PROGRAMA."
                           CLOSE SESSAO-FILE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE SESSAO-FILE
           END-IF
           .
