      ******************************************************************
      * Author:
      * Date:
      * Purpose: retention batch (RGPD); anonymises the personal
      *          fields of students who left the school (matricula
      *          estado S) more than the configured number of years
      *          ago (retencao.cfg, default 5). Names, birth date,
      *          address, contact and guardian are cleared in
      *          matricula, notas, historico, auditoria, pendentes,
      *          the candidatura that became the matricula and the
      *          reasons of the student's revisoes de nota; student
      *          number, grades, turma and situacao are kept so the
      *          closed-period archive still serves statistics. The
      *          change to notas.dat is written to auditoria.dat as
      *          operation ANONIM so that RecuperarNotas re-applies it
      *          after a restore of an older backup.
      *          The matricula is unlinked from its encarregado, and an
      *          encarregado left without any matricula has its own
      *          personal data cleared in encarregados.dat as well.
      *          Students with an open conta corrente balance are left
      *          alone. Each anonymised student gets an ANONIMIZOU line
      *          in the run-control log and a line in rgpdretencao.lst
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetencaoRGPD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "slmatric.cbl".
           COPY "slnotas.cbl".
           COPY "slhist.cbl".
           COPY "slhdisc.cbl".
           COPY "slaudix.cbl".
           COPY "slpend.cbl".
           COPY "slconta.cbl".
           COPY "slrunctl.cbl".
           COPY "slsessao.cbl".
           COPY "slencar.cbl".
           COPY "slcand.cbl".
           COPY "slrevis.cbl".
           SELECT RETENCAO-FILE ASSIGN TO "retencao.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENCAO-STATUS.
           SELECT LISTA-FILE ASSIGN TO "rgpdretencao.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTA-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY "fdmatric.cbl".
           COPY "fdnotas.cbl".
           COPY "fdhist.cbl".
           COPY "fdhdisc.cbl".
           COPY "fdaudix.cbl".
           COPY "fdpend.cbl".
           COPY "fdconta.cbl".
           COPY "fdrunctl.cbl".
           COPY "fdsessao.cbl".
           COPY "fdencar.cbl".
           COPY "fdcand.cbl".
           COPY "fdrevis.cbl".
       FD  RETENCAO-FILE.
       01  REG-RETENCAO.
           05  CFG-ANOS-RETENCAO       PIC 9(2).
       FD  LISTA-FILE.
       01  LINHA-LISTA                 PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-MATRIC-STATUS           PIC XX.
       77 WS-NOTAS-STATUS            PIC XX.
       77 WS-HIST-STATUS             PIC XX.
       77 WS-HISTDISC-STATUS         PIC XX.
       77 WS-AUDITIDX-STATUS         PIC XX.
       77 WS-PEND-STATUS             PIC XX.
       77 WS-CONTA-STATUS            PIC XX.
       77 WS-RUNCTL-STATUS           PIC XX.
       77 WS-SESSAO-STATUS           PIC XX.
       77 WS-ENC-STATUS              PIC XX.
       77 WS-CAND-STATUS             PIC XX.
       77 WS-REVISAO-STATUS          PIC XX.
       77 WS-RETENCAO-STATUS         PIC XX.
       77 WS-LISTA-STATUS            PIC XX.
       77 WS-NOTAS-OK                PIC X VALUE 'N'.
       77 WS-HIST-OK                 PIC X VALUE 'N'.
       77 WS-HISTDISC-OK             PIC X VALUE 'N'.
       77 WS-AUDITIDX-OK             PIC X VALUE 'N'.
       77 WS-PEND-OK                 PIC X VALUE 'N'.
       77 WS-CONTA-OK                PIC X VALUE 'N'.
       77 WS-ENC-OK                  PIC X VALUE 'N'.
       77 WS-CAND-OK                 PIC X VALUE 'N'.
       77 WS-REVISAO-OK              PIC X VALUE 'N'.
       77 WS-NOTAS-ANONIMIZADAS      PIC X VALUE 'N'.
       77 WS-DATA-AUDITORIA          PIC 9(8).
       77 WS-HORA-AUDITORIA          PIC 9(8).
       77 WS-AUD-GRAVADO             PIC X.
       77 WS-ENC-COM-FILHOS          PIC X VALUE 'N'.
       77 WS-NUM-ENC-LIBERTOS        PIC 9(3) VALUE ZERO.
       77 WS-IND-ENC                 PIC 9(3).
       77 WS-TOTAL-ENC-LIMPOS        PIC 9(5) VALUE ZERO.
       77 WS-FIM-MATRICULA           PIC X VALUE 'N'.
       77 WS-FIM-LEITURA             PIC X VALUE 'N'.
       77 WS-ANOS-RETENCAO           PIC 9(2) VALUE 5.
       77 WS-DATA-EXECUCAO           PIC 9(8).
       77 WS-HORA-EXECUCAO           PIC 9(8).
       77 WS-RUN-ESTADO              PIC X(10).
       77 WS-ANO-CORRENTE            PIC 9(4) VALUE ZERO.
       77 WS-ULTIMO-ANO              PIC 9(4) VALUE ZERO.
       77 WS-ANOS-DECORRIDOS         PIC 9(4) VALUE ZERO.
       77 WS-DATA-AUX                PIC 9(8).
       77 WS-ANO-AUX                 PIC 9(4).
       77 WS-MES-AUX                 PIC 9(2).
       77 WS-RESTO-AUX               PIC 9(6).
       77 WS-NUMERO                  PIC 9(5).
       77 WS-SALDO                   PIC S9(7)V99 VALUE ZERO.
       77 WS-REGISTOS-ALUNO          PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-EXAMINADOS        PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-ANONIMIZADOS      PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-IGNORADOS         PIC 9(5) VALUE ZERO.
       77 WS-MARCA-ANONIMO           PIC A(20) VALUE "ANONIMIZADO".
       77 WS-MOTIVO                  PIC X(40).
      ******************************************************************
      * Encarregados dos alunos anonimizados nesta corrida, para no
      * fim limpar os que ficaram sem nenhuma matricula ligada.
      ******************************************************************
       01 WS-TAB-ENC-LIBERTOS.
           05 WS-ENC-LIBERTO         PIC 9(5) OCCURS 500 TIMES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "*** RETENCAO DE DADOS PESSOAIS (RGPD) ***"
           PERFORM VERIFICAR-SESSAO-ATIVA
           MOVE "INICIADO" TO WS-RUN-ESTADO
           PERFORM REGISTAR-EXECUCAO
           PERFORM CARREGAR-RETENCAO

           ACCEPT WS-DATA-AUX FROM DATE YYYYMMDD
           PERFORM CALCULAR-ANO-LETIVO
           MOVE WS-ANO-AUX TO WS-ANO-CORRENTE
           DISPLAY "ANO LETIVO CORRENTE: " WS-ANO-CORRENTE
               " - RETENCAO: " WS-ANOS-RETENCAO " ANOS"

           PERFORM ABRIR-FICHEIROS

           MOVE SPACE TO LINHA-LISTA
           STRING "RETENCAO RGPD EM " DELIMITED BY SIZE
                  WS-DATA-EXECUCAO DELIMITED BY SIZE
                  " - ANO LETIVO " DELIMITED BY SIZE
                  WS-ANO-CORRENTE DELIMITED BY SIZE
                  " - RETENCAO " DELIMITED BY SIZE
                  WS-ANOS-RETENCAO DELIMITED BY SIZE
                  " ANOS" DELIMITED BY SIZE
                  INTO LINHA-LISTA
           WRITE LINHA-LISTA
           MOVE SPACE TO LINHA-LISTA
           STRING "NR    ULTIMO ANO  RESULTADO" DELIMITED BY SIZE
               INTO LINHA-LISTA
           WRITE LINHA-LISTA

           MOVE 'N' TO WS-FIM-MATRICULA
           PERFORM UNTIL WS-FIM-MATRICULA = 'S'
           READ MATRICULA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-MATRICULA
               NOT AT END
                   IF MATRIC-ESTADO = 'S'
                           AND MATRIC-ENCARREGADO
                               NOT = WS-MARCA-ANONIMO
                       PERFORM EXAMINAR-ALUNO
                   END-IF
           END-READ
           END-PERFORM
           PERFORM LIMPAR-ENCARREGADOS-SEM-ALUNOS

           MOVE SPACE TO LINHA-LISTA
           WRITE LINHA-LISTA
           MOVE SPACE TO LINHA-LISTA
           STRING "EXAMINADOS " DELIMITED BY SIZE
                  WS-TOTAL-EXAMINADOS DELIMITED BY SIZE
                  "  ANONIMIZADOS " DELIMITED BY SIZE
                  WS-TOTAL-ANONIMIZADOS DELIMITED BY SIZE
                  "  IGNORADOS " DELIMITED BY SIZE
                  WS-TOTAL-IGNORADOS DELIMITED BY SIZE
                  "  ENCARREGADOS LIMPOS " DELIMITED BY SIZE
                  WS-TOTAL-ENC-LIMPOS DELIMITED BY SIZE
                  INTO LINHA-LISTA
           WRITE LINHA-LISTA

           PERFORM FECHAR-FICHEIROS
           DISPLAY "ALUNOS SAIDOS EXAMINADOS: " WS-TOTAL-EXAMINADOS
           DISPLAY "ALUNOS ANONIMIZADOS: " WS-TOTAL-ANONIMIZADOS
           DISPLAY "ALUNOS IGNORADOS: " WS-TOTAL-IGNORADOS
           DISPLAY "ENCARREGADOS LIMPOS: " WS-TOTAL-ENC-LIMPOS
           DISPLAY "LISTAGEM GRAVADA EM rgpdretencao.lst"
           MOVE "CONCLUIDO" TO WS-RUN-ESTADO
           PERFORM REGISTAR-EXECUCAO
           .

           PROGRAM-DONE.
           STOP RUN.

      ******************************************************************
      * Numero de anos de retencao; sem retencao.cfg (ou com zero)
      * fica o valor por omissao.
      ******************************************************************
           CARREGAR-RETENCAO.
           OPEN INPUT RETENCAO-FILE
           IF WS-RETENCAO-STATUS = "00"
               READ RETENCAO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CFG-ANOS-RETENCAO IS NUMERIC
                               AND CFG-ANOS-RETENCAO > ZERO
                           MOVE CFG-ANOS-RETENCAO TO WS-ANOS-RETENCAO
                       END-IF
               END-READ
               CLOSE RETENCAO-FILE
           END-IF
           .

           ABRIR-FICHEIROS.
           OPEN I-O MATRICULA-FILE
           IF WS-MATRIC-STATUS NOT = "00"
               DISPLAY "ERRO: SEM matricula.dat, CORRA "
                   "CriarMatriculaIndexado"
               MOVE "ABENDADO" TO WS-RUN-ESTADO
               PERFORM REGISTAR-EXECUCAO
               STOP RUN
           END-IF
           OPEN OUTPUT LISTA-FILE
           IF WS-LISTA-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL CRIAR rgpdretencao.lst"
               CLOSE MATRICULA-FILE
               MOVE "ABENDADO" TO WS-RUN-ESTADO
               PERFORM REGISTAR-EXECUCAO
               STOP RUN
           END-IF
           OPEN I-O NOTAS-FILE
           IF WS-NOTAS-STATUS = "00"
               MOVE 'S' TO WS-NOTAS-OK
           ELSE
               DISPLAY "AVISO: SEM notas.dat"
           END-IF
           OPEN I-O HISTORICO-FILE
           IF WS-HIST-STATUS = "00"
               MOVE 'S' TO WS-HIST-OK
           ELSE
               DISPLAY "AVISO: SEM historico.dat"
           END-IF
           OPEN INPUT HISTDISC-FILE
           IF WS-HISTDISC-STATUS = "00"
               MOVE 'S' TO WS-HISTDISC-OK
           ELSE
               DISPLAY "AVISO: SEM historicodisc.dat"
           END-IF
           OPEN I-O AUDITIDX-FILE
           IF WS-AUDITIDX-STATUS = "00"
               MOVE 'S' TO WS-AUDITIDX-OK
           ELSE
               DISPLAY "AVISO: SEM auditoria.dat"
           END-IF
           OPEN I-O PENDENTE-FILE
           IF WS-PEND-STATUS = "00"
               MOVE 'S' TO WS-PEND-OK
           ELSE
               DISPLAY "AVISO: SEM pendentes.dat"
           END-IF
           OPEN INPUT CONTA-FILE
           IF WS-CONTA-STATUS = "00"
               MOVE 'S' TO WS-CONTA-OK
           ELSE
               DISPLAY "AVISO: SEM contacorrente.dat, SALDOS NAO "
                   "VERIFICADOS"
           END-IF
           OPEN I-O ENCARREGADO-FILE
           IF WS-ENC-STATUS = "00"
               MOVE 'S' TO WS-ENC-OK
           ELSE
               DISPLAY "AVISO: SEM encarregados.dat"
           END-IF
           OPEN I-O CANDIDATURA-FILE
           IF WS-CAND-STATUS = "00"
               MOVE 'S' TO WS-CAND-OK
           ELSE
               DISPLAY "AVISO: SEM candidaturas.dat"
           END-IF
           OPEN I-O REVISAO-FILE
           IF WS-REVISAO-STATUS = "00"
               MOVE 'S' TO WS-REVISAO-OK
           ELSE
               DISPLAY "AVISO: SEM revisoes.dat"
           END-IF
           .

           FECHAR-FICHEIROS.
           CLOSE MATRICULA-FILE
           CLOSE LISTA-FILE
           IF WS-NOTAS-OK = 'S'
               CLOSE NOTAS-FILE
           END-IF
           IF WS-HIST-OK = 'S'
               CLOSE HISTORICO-FILE
           END-IF
           IF WS-HISTDISC-OK = 'S'
               CLOSE HISTDISC-FILE
           END-IF
           IF WS-AUDITIDX-OK = 'S'
               CLOSE AUDITIDX-FILE
           END-IF
           IF WS-PEND-OK = 'S'
               CLOSE PENDENTE-FILE
           END-IF
           IF WS-CONTA-OK = 'S'
               CLOSE CONTA-FILE
           END-IF
           IF WS-ENC-OK = 'S'
               CLOSE ENCARREGADO-FILE
           END-IF
           IF WS-CAND-OK = 'S'
               CLOSE CANDIDATURA-FILE
           END-IF
           IF WS-REVISAO-OK = 'S'
               CLOSE REVISAO-FILE
           END-IF
           .

      ******************************************************************
      * Um aluno saido: o ultimo ano letivo com registos e o maior
      * entre o arquivo de periodos, o arquivo por disciplina e a
      * auditoria. So se anonimiza quando ja passaram mais anos do que
      * a retencao, e nunca com saldo por regularizar.
      ******************************************************************
           EXAMINAR-ALUNO.
           ADD 1 TO WS-TOTAL-EXAMINADOS
           MOVE MATRIC-NUMBER TO WS-NUMERO
           PERFORM OBTER-ULTIMO-ANO
           IF WS-ULTIMO-ANO = ZERO
               ADD 1 TO WS-TOTAL-IGNORADOS
               MOVE "IGNORADO: SEM REGISTOS DATADOS" TO WS-MOTIVO
               PERFORM ESCREVER-LINHA-LISTA
           ELSE
               COMPUTE WS-ANOS-DECORRIDOS =
                   WS-ANO-CORRENTE - WS-ULTIMO-ANO
               IF WS-ANOS-DECORRIDOS > WS-ANOS-RETENCAO
                   PERFORM CALCULAR-SALDO-ALUNO
                   IF WS-SALDO NOT = ZERO
                       ADD 1 TO WS-TOTAL-IGNORADOS
                       MOVE "IGNORADO: SALDO POR REGULARIZAR"
                           TO WS-MOTIVO
                       PERFORM ESCREVER-LINHA-LISTA
                       DISPLAY "ALUNO " WS-NUMERO
                           " COM SALDO POR REGULARIZAR, NAO ANONIMIZADO"
                   ELSE
                       PERFORM ANONIMIZAR-ALUNO
                   END-IF
               END-IF
           END-IF
           .

           OBTER-ULTIMO-ANO.
           MOVE ZERO TO WS-ULTIMO-ANO
           IF WS-HIST-OK = 'S'
               MOVE ZERO TO HIST-ANO HIST-PERIODO HIST-NUMBER
               MOVE 'N' TO WS-FIM-LEITURA
               START HISTORICO-FILE KEY IS >= CHAVE-HISTORICO
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-LEITURA
               END-START
               PERFORM UNTIL WS-FIM-LEITURA = 'S'
               READ HISTORICO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-LEITURA
                   NOT AT END
                       IF HIST-NUMBER = WS-NUMERO
                               AND HIST-ANO > WS-ULTIMO-ANO
                           MOVE HIST-ANO TO WS-ULTIMO-ANO
                       END-IF
               END-READ
               END-PERFORM
           END-IF
           IF WS-HISTDISC-OK = 'S'
               MOVE ZERO TO HD-ANO HD-PERIODO HD-NUMBER HD-CODDISC
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
                       IF HD-NUMBER = WS-NUMERO
                               AND HD-ANO > WS-ULTIMO-ANO
                           MOVE HD-ANO TO WS-ULTIMO-ANO
                       END-IF
               END-READ
               END-PERFORM
           END-IF
           IF WS-AUDITIDX-OK = 'S'
               MOVE WS-NUMERO TO AIX-NUMBER
               MOVE 'N' TO WS-FIM-LEITURA
               START AUDITIDX-FILE KEY IS = AIX-NUMBER
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-LEITURA
               END-START
               PERFORM UNTIL WS-FIM-LEITURA = 'S'
               READ AUDITIDX-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-LEITURA
                   NOT AT END
                       IF AIX-NUMBER NOT = WS-NUMERO
                           MOVE 'S' TO WS-FIM-LEITURA
                       ELSE
                           MOVE AIX-DATA TO WS-DATA-AUX
                           PERFORM CALCULAR-ANO-LETIVO
                           IF WS-ANO-AUX > WS-ULTIMO-ANO
                               MOVE WS-ANO-AUX TO WS-ULTIMO-ANO
                           END-IF
                       END-IF
               END-READ
               END-PERFORM
           END-IF
           .

      ******************************************************************
      * Ano letivo de uma data AAAAMMDD: de setembro em diante conta o
      * proprio ano, antes disso o ano anterior.
      ******************************************************************
           CALCULAR-ANO-LETIVO.
           DIVIDE WS-DATA-AUX BY 10000 GIVING WS-ANO-AUX
               REMAINDER WS-RESTO-AUX
           DIVIDE WS-RESTO-AUX BY 100 GIVING WS-MES-AUX
           IF WS-MES-AUX < 9
               SUBTRACT 1 FROM WS-ANO-AUX
           END-IF
           .

           CALCULAR-SALDO-ALUNO.
           MOVE ZERO TO WS-SALDO
           IF WS-CONTA-OK = 'S'
               MOVE WS-NUMERO TO MOV-NUMBER
               MOVE ZERO TO MOV-DATA MOV-SEQ
               MOVE 'N' TO WS-FIM-LEITURA
               START CONTA-FILE KEY IS >= CHAVE-MOVIMENTO
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-LEITURA
               END-START
               PERFORM UNTIL WS-FIM-LEITURA = 'S'
               READ CONTA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-LEITURA
                   NOT AT END
                       IF MOV-NUMBER NOT = WS-NUMERO
                           MOVE 'S' TO WS-FIM-LEITURA
                       ELSE
                           IF MOV-TIPO = 'D'
                               ADD MOV-VALOR TO WS-SALDO
                           ELSE
                               SUBTRACT MOV-VALOR FROM WS-SALDO
                           END-IF
                       END-IF
               END-READ
               END-PERFORM
           END-IF
           .

      ******************************************************************
      * Limpa os campos pessoais em todos os ficheiros que os guardam
      * e conta os registos alterados; notas, turma, situacao e numero
      * ficam como estavam. A alteracao de notas.dat fica na auditoria
      * (ANONIM) depois da passagem pelos movimentos do aluno.
      ******************************************************************
           ANONIMIZAR-ALUNO.
           MOVE ZERO TO WS-REGISTOS-ALUNO
           MOVE ZERO TO MATRIC-DATA-NASC
           MOVE SPACE TO MATRIC-MORADA MATRIC-CONTACTO
           MOVE WS-MARCA-ANONIMO TO MATRIC-ENCARREGADO
           IF MATRIC-CODENC NOT = ZERO AND WS-NUM-ENC-LIBERTOS < 500
               ADD 1 TO WS-NUM-ENC-LIBERTOS
               MOVE MATRIC-CODENC TO WS-ENC-LIBERTO(WS-NUM-ENC-LIBERTOS)
           END-IF
           MOVE ZERO TO MATRIC-CODENC
           REWRITE REG-MATRICULA
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR MATRICULA " WS-NUMERO
               NOT INVALID KEY
                   ADD 1 TO WS-REGISTOS-ALUNO
           END-REWRITE

           MOVE 'N' TO WS-NOTAS-ANONIMIZADAS
           IF WS-NOTAS-OK = 'S'
               MOVE WS-NUMERO TO NOTAS-NUMBER
               READ NOTAS-FILE KEY IS NOTAS-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-MARCA-ANONIMO TO NOMEALUNO
                       REWRITE REG-ALUNO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-REGISTOS-ALUNO
                               MOVE 'S' TO WS-NOTAS-ANONIMIZADAS
                       END-REWRITE
               END-READ
           END-IF

           IF WS-HIST-OK = 'S'
               MOVE ZERO TO HIST-ANO HIST-PERIODO HIST-NUMBER
               MOVE 'N' TO WS-FIM-LEITURA
               START HISTORICO-FILE KEY IS >= CHAVE-HISTORICO
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-LEITURA
               END-START
               PERFORM UNTIL WS-FIM-LEITURA = 'S'
               READ HISTORICO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-LEITURA
                   NOT AT END
                       IF HIST-NUMBER = WS-NUMERO
                           MOVE WS-MARCA-ANONIMO TO HIST-NOME
                           REWRITE REG-HISTORICO
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-REGISTOS-ALUNO
                           END-REWRITE
                       END-IF
               END-READ
               END-PERFORM
           END-IF

           IF WS-AUDITIDX-OK = 'S'
               MOVE WS-NUMERO TO AIX-NUMBER
               MOVE 'N' TO WS-FIM-LEITURA
               START AUDITIDX-FILE KEY IS = AIX-NUMBER
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-LEITURA
               END-START
               PERFORM UNTIL WS-FIM-LEITURA = 'S'
               READ AUDITIDX-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-LEITURA
                   NOT AT END
                       IF AIX-NUMBER NOT = WS-NUMERO
                           MOVE 'S' TO WS-FIM-LEITURA
                       ELSE
                           IF AIX-NOME-ANTES NOT = SPACE
                               MOVE WS-MARCA-ANONIMO
                                   TO AIX-NOME-ANTES
                           END-IF
                           IF AIX-NOME-DEPOIS NOT = SPACE
                               MOVE WS-MARCA-ANONIMO
                                   TO AIX-NOME-DEPOIS
                           END-IF
                           REWRITE REG-AUDITORIA-IDX
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-REGISTOS-ALUNO
                           END-REWRITE
                       END-IF
               END-READ
               END-PERFORM
               IF WS-NOTAS-ANONIMIZADAS = 'S'
                   PERFORM REGISTAR-ANONIMIZACAO
               END-IF
           END-IF

           IF WS-PEND-OK = 'S'
               MOVE ZERO TO PEND-ID
               MOVE 'N' TO WS-FIM-LEITURA
               START PENDENTE-FILE KEY IS >= PEND-ID
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-LEITURA
               END-START
               PERFORM UNTIL WS-FIM-LEITURA = 'S'
               READ PENDENTE-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-LEITURA
                   NOT AT END
                       IF PEND-NUMBER = WS-NUMERO
                           IF PEND-NOME-ANTES NOT = SPACE
                               MOVE WS-MARCA-ANONIMO
                                   TO PEND-NOME-ANTES
                           END-IF
                           IF PEND-NOME-DEPOIS NOT = SPACE
                               MOVE WS-MARCA-ANONIMO
                                   TO PEND-NOME-DEPOIS
                           END-IF
                           REWRITE REG-PENDENTE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-REGISTOS-ALUNO
                           END-REWRITE
                       END-IF
               END-READ
               END-PERFORM
           END-IF

           IF WS-CAND-OK = 'S'
               PERFORM ANONIMIZAR-CANDIDATURAS
           END-IF
           IF WS-REVISAO-OK = 'S'
               PERFORM ANONIMIZAR-REVISOES
           END-IF

           ADD 1 TO WS-TOTAL-ANONIMIZADOS
           MOVE SPACE TO WS-MOTIVO
           STRING "ANONIMIZADO, REGISTOS ALTERADOS: " DELIMITED BY SIZE
                  WS-REGISTOS-ALUNO DELIMITED BY SIZE
                  INTO WS-MOTIVO
           PERFORM ESCREVER-LINHA-LISTA
           MOVE "ANONIMIZOU" TO WS-RUN-ESTADO
           PERFORM REGISTAR-EXECUCAO
           .

      ******************************************************************
      * Movimento ANONIM em auditoria.dat com o registo de notas.dat ja
      * anonimizado (antes e depois iguais, nome marcado), escrito por
      * este batch sem operador como na reconciliacao. RecuperarNotas
      * reaplica-o sobre uma copia anterior a esta corrida.
      ******************************************************************
           REGISTAR-ANONIMIZACAO.
           ACCEPT WS-DATA-AUDITORIA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AUDITORIA FROM TIME
           MOVE WS-DATA-AUDITORIA TO AIX-DATA
           MOVE WS-HORA-AUDITORIA TO AIX-HORA
           MOVE ZERO              TO AIX-SEQ
           MOVE NOTAS-NUMBER      TO AIX-NUMBER
           MOVE "ANONIM"          TO AIX-OPERACAO
           MOVE SPACE             TO AIX-OPERADOR
           MOVE WS-MARCA-ANONIMO  TO AIX-NOME-ANTES
           MOVE NOTA1             TO AIX-NOTA1-ANTES
           MOVE NOTA2             TO AIX-NOTA2-ANTES
           MOVE NOTA3             TO AIX-NOTA3-ANTES
           MOVE MEDIAALUNO        TO AIX-MEDIA-ANTES
           MOVE WS-MARCA-ANONIMO  TO AIX-NOME-DEPOIS
           MOVE NOTA1             TO AIX-NOTA1-DEPOIS
           MOVE NOTA2             TO AIX-NOTA2-DEPOIS
           MOVE NOTA3             TO AIX-NOTA3-DEPOIS
           MOVE MEDIAALUNO        TO AIX-MEDIA-DEPOIS
           MOVE CODTURMA-ALUNO    TO AIX-TURMA-ANTES
           MOVE CODTURMA-ALUNO    TO AIX-TURMA-DEPOIS
           MOVE ZERO              TO AIX-CODDISC
           MOVE 'N' TO WS-AUD-GRAVADO
           PERFORM UNTIL WS-AUD-GRAVADO = 'S' OR AIX-SEQ > 998
           WRITE REG-AUDITORIA-IDX
               INVALID KEY
                   ADD 1 TO AIX-SEQ
               NOT INVALID KEY
                   MOVE 'S' TO WS-AUD-GRAVADO
                   ADD 1 TO WS-REGISTOS-ALUNO
           END-WRITE
           END-PERFORM
           IF WS-AUD-GRAVADO NOT = 'S'
               DISPLAY "AVISO: ANONIMIZACAO DO ALUNO " WS-NUMERO
                   " NAO REGISTADA EM auditoria.dat"
           END-IF
           .

      ******************************************************************
      * A candidatura que deu origem a matricula (CAND-ALUNO) guarda os
      * mesmos dados pessoais e o encarregado; ficam limpos como na
      * matricula. Ano pedido, criterios, estado e turma mantem-se.
      ******************************************************************
           ANONIMIZAR-CANDIDATURAS.
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
                   IF CAND-ALUNO = WS-NUMERO
                       MOVE WS-MARCA-ANONIMO TO CAND-NOME
                           CAND-ENCARREGADO
                       MOVE ZERO TO CAND-DATA-NASC CAND-CODENC
                       MOVE SPACE TO CAND-MORADA CAND-CONTACTO
                       REWRITE REG-CANDIDATURA
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-REGISTOS-ALUNO
                       END-REWRITE
                   END-IF
           END-READ
           END-PERFORM
           .

      ******************************************************************
      * O motivo de um pedido de revisao e texto livre e pode conter
      * dados pessoais; limpa-se nos pedidos do aluno. Notas, decisao e
      * datas ficam para o registo do conselho pedagogico.
      ******************************************************************
           ANONIMIZAR-REVISOES.
           MOVE ZERO TO REV-NUMBER
           MOVE 'N' TO WS-FIM-LEITURA
           START REVISAO-FILE KEY IS >= REV-NUMBER
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
           END-START
           PERFORM UNTIL WS-FIM-LEITURA = 'S'
           READ REVISAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   IF REV-ALUNO = WS-NUMERO
                           AND REV-MOTIVO NOT = SPACE
                       MOVE SPACE TO REV-MOTIVO
                       REWRITE REG-REVISAO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-REGISTOS-ALUNO
                       END-REWRITE
                   END-IF
           END-READ
           END-PERFORM
           .

      ******************************************************************
      * Depois da passagem pela matricula: cada encarregado que perdeu
      * um educando nesta corrida e ja nao tem nenhuma matricula ligada
      * fica com o nome marcado e os restantes dados pessoais limpos.
      ******************************************************************
           LIMPAR-ENCARREGADOS-SEM-ALUNOS.
           IF WS-ENC-OK = 'S'
               MOVE 1 TO WS-IND-ENC
               PERFORM UNTIL WS-IND-ENC > WS-NUM-ENC-LIBERTOS
                   PERFORM VERIFICAR-ENCARREGADO-LIBERTO
                   ADD 1 TO WS-IND-ENC
               END-PERFORM
           END-IF
           .

           VERIFICAR-ENCARREGADO-LIBERTO.
           MOVE 'N' TO WS-ENC-COM-FILHOS
           MOVE WS-ENC-LIBERTO(WS-IND-ENC) TO MATRIC-CODENC
           START MATRICULA-FILE KEY IS = MATRIC-CODENC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-ENC-COM-FILHOS
           END-START
           IF WS-ENC-COM-FILHOS = 'N'
               MOVE WS-ENC-LIBERTO(WS-IND-ENC) TO ENC-NUMBER
               READ ENCARREGADO-FILE KEY IS ENC-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ENC-NOME NOT = WS-MARCA-ANONIMO
                           MOVE WS-MARCA-ANONIMO TO ENC-NOME
                           MOVE SPACE TO ENC-MORADA ENC-TELEFONE
                               ENC-EMAIL
                           MOVE ZERO TO ENC-NIF
                           REWRITE REG-ENCARREGADO
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-TOTAL-ENC-LIMPOS
                           END-REWRITE
                       END-IF
               END-READ
           END-IF
           .

           ESCREVER-LINHA-LISTA.
           MOVE SPACE TO LINHA-LISTA
           STRING WS-NUMERO DELIMITED BY SIZE
                  " "       DELIMITED BY SIZE
                  WS-ULTIMO-ANO DELIMITED BY SIZE
                  "        " DELIMITED BY SIZE
                  WS-MOTIVO DELIMITED BY SIZE
                  INTO LINHA-LISTA
           WRITE LINHA-LISTA
           .

      ******************************************************************
      * Registo de execucoes: INICIADO e CONCLUIDO/ABENDADO como nos
      * outros batch; entre eles, uma linha ANONIMIZOU por aluno com
      * o numero em LIDOS, os registos alterados em GRAVADOS e o
      * ultimo ano letivo do aluno em ANO.
      ******************************************************************
           REGISTAR-EXECUCAO.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-EXECUCAO FROM TIME
           OPEN EXTEND RUNCTL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               OPEN OUTPUT RUNCTL-FILE
           END-IF
           MOVE "RETENCAORGPD"      TO RUN-PROGRAMA
           MOVE WS-DATA-EXECUCAO    TO RUN-DATA
           MOVE WS-HORA-EXECUCAO    TO RUN-HORA
           MOVE WS-RUN-ESTADO       TO RUN-ESTADO
           MOVE WS-TOTAL-EXAMINADOS TO RUN-LIDOS
           MOVE WS-TOTAL-ANONIMIZADOS TO RUN-GRAVADOS
           MOVE WS-TOTAL-IGNORADOS  TO RUN-REJEITADOS
           MOVE WS-ANO-CORRENTE     TO RUN-ANO
           MOVE ZERO                TO RUN-PERIODO
           IF WS-RUN-ESTADO = "INICIADO"
               MOVE ZERO TO RUN-LIDOS RUN-GRAVADOS RUN-REJEITADOS
           END-IF
           IF WS-RUN-ESTADO = "ANONIMIZOU"
               MOVE WS-NUMERO         TO RUN-LIDOS
               MOVE WS-REGISTOS-ALUNO TO RUN-GRAVADOS
               MOVE ZERO              TO RUN-REJEITADOS
               MOVE WS-ULTIMO-ANO     TO RUN-ANO
           END-IF
           WRITE REG-RUNCTL
           CLOSE RUNCTL-FILE
           .

      ******************************************************************
      * Recusa arrancar enquanto o controlo de sessao mostrar uma
      * sessao online ativa em NotasIndexado.
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
       END PROGRAM RetencaoRGPD.
