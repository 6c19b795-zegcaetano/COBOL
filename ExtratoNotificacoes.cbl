      ******************************************************************
      * Author:
      * Date:
      * Purpose: nightly fixed-layout extract for the SMS and email
      *          gateway; one message record per contact of the
      *          encarregado (telefone and email off encarregados.dat,
      *          or the contacto of the matricula when the student is
      *          not linked) for the absences recorded since the last
      *          run, the grade changes in auditoria.dat (notas.dat
      *          and the notas por disciplina), the students at
      *          risk (same criteria as the risk report) and the
      *          results of the last period closed by FechoPeriodo.
      *          Header and trailer with record counts as in
      *          ministerio.dat. Every student + event goes to
      *          notifenviadas.dat when extracted, so a rerun never
      *          sends it twice. Runs unattended as a plano.cfg step
      *          (ExtratoNotificacoes SEGUIR 00000)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExtratoNotificacoes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "slnotas.cbl".
           COPY "slmatric.cbl".
           COPY "slencar.cbl".
           COPY "slfaula.cbl".
           COPY "sldisc.cbl".
           COPY "slaudix.cbl".
           COPY "slhist.cbl".
           COPY "slcalen.cbl".
           COPY "slnotif.cbl".
           COPY "slrunctl.cbl".
           COPY "slsessao.cbl".
           SELECT MENSAGEM-FILE ASSIGN TO "notificacoes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENSAGEM-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY "fdnotas.cbl".
           COPY "fdmatric.cbl".
           COPY "fdencar.cbl".
           COPY "fdfaula.cbl".
           COPY "fddisc.cbl".
           COPY "fdaudix.cbl".
           COPY "fdhist.cbl".
           COPY "fdcalen.cbl".
           COPY "fdnotif.cbl".
           COPY "fdrunctl.cbl".
           COPY "fdsessao.cbl".
       FD  MENSAGEM-FILE.
       01  LINHA-MENSAGEM               PIC X(150).

       WORKING-STORAGE SECTION.
       77 WS-NOTAS-STATUS            PIC XX.
       77 WS-MATRIC-STATUS           PIC XX.
       77 WS-ENC-STATUS              PIC XX.
       77 WS-FALTAULA-STATUS         PIC XX.
       77 WS-DISC-STATUS             PIC XX.
       77 WS-AUDITIDX-STATUS         PIC XX.
       77 WS-HIST-STATUS             PIC XX.
       77 WS-CALENDARIO-STATUS       PIC XX.
       77 WS-NOTIFENV-STATUS         PIC XX.
       77 WS-RUNCTL-STATUS           PIC XX.
       77 WS-SESSAO-STATUS           PIC XX.
       77 WS-MENSAGEM-STATUS         PIC XX.
       77 WS-MATRIC-OK               PIC X VALUE 'N'.
       77 WS-ENC-OK                  PIC X VALUE 'N'.
       77 WS-FALTAULA-OK             PIC X VALUE 'N'.
       77 WS-DISC-OK                 PIC X VALUE 'N'.
       77 WS-AUDITIDX-OK             PIC X VALUE 'N'.
       77 WS-HIST-OK                 PIC X VALUE 'N'.
       77 WS-FIM-LEITURA             PIC X VALUE 'N'.
       77 WS-FIM-RUNCTL              PIC X VALUE 'N'.
       77 WS-FIM-CALENDARIO          PIC X VALUE 'N'.
       77 WS-FIM-FALTAULA            PIC X VALUE 'N'.
       77 WS-RUN-ESTADO              PIC X(10).
       77 WS-DATA-EXECUCAO           PIC 9(8).
       77 WS-HORA-EXECUCAO           PIC 9(8).
       77 WS-DATA-HOJE               PIC 9(8).
       77 WS-DATA-DESDE              PIC 9(8) VALUE ZERO.
       77 WS-ANO-LETIVO              PIC 9(4) VALUE ZERO.
       77 WS-PERIODO                 PIC 9(1) VALUE ZERO.
       77 WS-CAL-INICIO-CORRENTE     PIC 9(8) VALUE ZERO.
       77 WS-INICIO-ANO-LETIVO       PIC 9(8).
       77 WS-FIM-ANO-LETIVO          PIC 9(8).
       77 WS-ANO-FECHO               PIC 9(4) VALUE ZERO.
       77 WS-PERIODO-FECHO           PIC 9(1) VALUE ZERO.
       77 WS-LIMITE-FALTAS           PIC 9(3) VALUE 15.
       77 WS-FALTAS-ALUNO            PIC 9(3).
       77 WS-NUM-DISC-FALTAS         PIC 9(2) VALUE ZERO.
       77 WS-IND-FALTAS              PIC 9(2).
       77 WS-DISC-FALTAS-ACHADA      PIC X.
       77 WS-MARCA-MEDIA             PIC X.
       77 WS-MARCA-FALTAS            PIC X.
       77 WS-QUEBRA-NUMBER           PIC 9(5) VALUE ZERO.
       77 WS-QUEBRA-DATA             PIC 9(8) VALUE ZERO.
       77 WS-TEMPOS-DIA              PIC 9(2) VALUE ZERO.
       77 WS-NOTAS-ALTERADAS         PIC X.
       77 WS-MENSAGENS-EVENTO        PIC 9(2).
       77 WS-TOTAL-EVENTOS           PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-MENSAGENS         PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-REPETIDOS         PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-SEM-CONTACTO      PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-FALTAS            PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-NOTAS             PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-RISCO             PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-FECHO             PIC 9(5) VALUE ZERO.
       77 WS-EDIT-NOTA1              PIC Z9.99.
       77 WS-EDIT-NOTA2              PIC Z9.99.
       77 WS-EDIT-NOTA3              PIC Z9.99.
       77 WS-EDIT-MEDIA              PIC Z9.99.
       77 WS-EV-DISCIPLINA           PIC X(20).
      ******************************************************************
      * Evento a enviar: preenchido por cada fonte antes de
      * EMITIR-NOTIFICACAO.
      ******************************************************************
       01 WS-EVENTO.
           05 WS-EV-NUMBER           PIC 9(5).
           05 WS-EV-NOME             PIC X(20).
           05 WS-EV-TIPO             PIC X(5).
           05 WS-EV-REFERENCIA       PIC X(19).
           05 WS-EV-DATA             PIC 9(8).
           05 WS-EV-TEXTO            PIC X(60).
       01 WS-REF-DATA                PIC 9(8).
       01 WS-REF-PERIODO.
           05 WS-REF-ANO             PIC 9(4).
           05 WS-REF-PER             PIC 9(1).
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
      * Layout fixo para a gateway: cabecalho, uma mensagem por
      * contacto (canal SMS ou EMAIL) e trailer com as contagens.
      ******************************************************************
       01 WS-NTF-CABECALHO.
           05 CAB-TIPO               PIC X VALUE "1".
           05 CAB-DATA-EXTRATO       PIC 9(8).
           05 CAB-HORA-EXTRATO       PIC 9(8).
           05 CAB-DATA-DESDE         PIC 9(8).
       01 WS-NTF-DETALHE.
           05 DET-TIPO               PIC X VALUE "2".
           05 DET-CANAL              PIC X(5).
           05 DET-DESTINO            PIC X(40).
           05 DET-CODENC             PIC 9(5).
           05 DET-NUMBER             PIC 9(5).
           05 DET-NOME               PIC X(20).
           05 DET-EVENTO             PIC X(5).
           05 DET-DATA               PIC 9(8).
           05 DET-TEXTO              PIC X(60).
       01 WS-NTF-TRAILER.
           05 TRL-TIPO               PIC X VALUE "3".
           05 TRL-CONTADOR           PIC 9(5).
           05 TRL-FALTAS             PIC 9(5).
           05 TRL-NOTAS              PIC 9(5).
           05 TRL-RISCO              PIC 9(5).
           05 TRL-FECHO              PIC 9(5).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "*** EXTRATO DE NOTIFICACOES AOS ENCARREGADOS ***"
           PERFORM VERIFICAR-SESSAO-ATIVA
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM OBTER-ULTIMA-EXECUCAO
           MOVE "INICIADO" TO WS-RUN-ESTADO
           PERFORM REGISTAR-EXECUCAO
           PERFORM OBTER-PERIODO-CALENDARIO
           DISPLAY "EVENTOS DE " WS-DATA-DESDE " A " WS-DATA-HOJE
               " - PERIODO " WS-PERIODO " DE " WS-ANO-LETIVO

           PERFORM ABRIR-FICHEIROS

           ACCEPT WS-HORA-EXECUCAO FROM TIME
           MOVE WS-DATA-HOJE     TO CAB-DATA-EXTRATO
           MOVE WS-HORA-EXECUCAO TO CAB-HORA-EXTRATO
           MOVE WS-DATA-DESDE    TO CAB-DATA-DESDE
           MOVE SPACE TO LINHA-MENSAGEM
           MOVE WS-NTF-CABECALHO TO LINHA-MENSAGEM
           WRITE LINHA-MENSAGEM

           PERFORM EXTRAIR-FALTAS
           PERFORM EXTRAIR-NOTAS
           PERFORM EXTRAIR-RISCO
           PERFORM EXTRAIR-FECHO

           MOVE WS-TOTAL-MENSAGENS TO TRL-CONTADOR
           MOVE WS-TOTAL-FALTAS    TO TRL-FALTAS
           MOVE WS-TOTAL-NOTAS     TO TRL-NOTAS
           MOVE WS-TOTAL-RISCO     TO TRL-RISCO
           MOVE WS-TOTAL-FECHO     TO TRL-FECHO
           MOVE SPACE TO LINHA-MENSAGEM
           MOVE WS-NTF-TRAILER TO LINHA-MENSAGEM
           WRITE LINHA-MENSAGEM

           PERFORM FECHAR-FICHEIROS
           MOVE "CONCLUIDO" TO WS-RUN-ESTADO
           PERFORM REGISTAR-EXECUCAO
           DISPLAY "EXTRATO CONCLUIDO."
           DISPLAY "EVENTOS ENVIADOS:     " WS-TOTAL-EVENTOS
           DISPLAY "  FALTAS:             " WS-TOTAL-FALTAS
           DISPLAY "  NOTAS:              " WS-TOTAL-NOTAS
           DISPLAY "  RISCO:              " WS-TOTAL-RISCO
           DISPLAY "  FECHO:              " WS-TOTAL-FECHO
           DISPLAY "MENSAGENS GRAVADAS:   " WS-TOTAL-MENSAGENS
           DISPLAY "JA ENVIADOS ANTES:    " WS-TOTAL-REPETIDOS
           DISPLAY "SEM CONTACTO:         " WS-TOTAL-SEM-CONTACTO
           DISPLAY "FICHEIRO GRAVADO EM notificacoes.dat"
           .

           PROGRAM-DONE.
           STOP RUN.

      ******************************************************************
      * Os eventos contam-se desde o dia da ultima execucao concluida
      * deste extrato (ou so hoje, na primeira); o que ja foi enviado
      * nesse dia fica de fora por notifenviadas.dat. O ultimo
      * periodo fechado e o do ultimo FechoPeriodo concluido.
      ******************************************************************
           OBTER-ULTIMA-EXECUCAO.
           MOVE WS-DATA-HOJE TO WS-DATA-DESDE
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS = "00"
               MOVE 'N' TO WS-FIM-RUNCTL
               PERFORM UNTIL WS-FIM-RUNCTL = 'S'
               READ RUNCTL-FILE
                   AT END
                       MOVE 'S' TO WS-FIM-RUNCTL
                   NOT AT END
                       IF RUN-PROGRAMA = "EXTRATONOTIFICACOES"
                               AND RUN-ESTADO = "CONCLUIDO"
                           MOVE RUN-DATA TO WS-DATA-DESDE
                       END-IF
                       IF RUN-PROGRAMA = "FECHOPERIODO"
                               AND RUN-ESTADO = "CONCLUIDO"
                               AND RUN-ANO NOT = ZERO
                           MOVE RUN-ANO     TO WS-ANO-FECHO
                           MOVE RUN-PERIODO TO WS-PERIODO-FECHO
                       END-IF
               END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF
           .

      ******************************************************************
      * Periodo corrente para a chave do evento RISCO: o ultimo
      * periodo letivo do calendario que ja comecou.
      ******************************************************************
           OBTER-PERIODO-CALENDARIO.
           OPEN INPUT CALENDARIO-FILE
           IF WS-CALENDARIO-STATUS NOT = "00"
               DISPLAY "ERRO: SEM calendario.dat, CORRA "
                   "CriarCalendarioIndexado E GerirCalendario"
               MOVE "ABENDADO" TO WS-RUN-ESTADO
               PERFORM REGISTAR-EXECUCAO
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
                       MOVE CAL-ANO         TO WS-ANO-LETIVO
                       MOVE CAL-PERIODO     TO WS-PERIODO
                       MOVE CAL-DATA-INICIO TO WS-CAL-INICIO-CORRENTE
                   END-IF
           END-READ
           END-PERFORM
           CLOSE CALENDARIO-FILE
           IF WS-ANO-LETIVO = ZERO
               DISPLAY "ERRO! NENHUM PERIODO DO calendario.dat "
                   "COMECOU AINDA; EXTRATO RECUSADO."
               MOVE "ABENDADO" TO WS-RUN-ESTADO
               PERFORM REGISTAR-EXECUCAO
               STOP RUN
           END-IF
      *    faltas do risco contadas no ano letivo desse periodo
           PERFORM CALCULAR-JANELA-ANO-LETIVO
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

           ABRIR-FICHEIROS.
           OPEN I-O NOTIFENV-FILE
           IF WS-NOTIFENV-STATUS NOT = "00"
               DISPLAY "ERRO: SEM notifenviadas.dat, CORRA "
                   "CriarNotificacaoIndexado"
               MOVE "ABENDADO" TO WS-RUN-ESTADO
               PERFORM REGISTAR-EXECUCAO
               STOP RUN
           END-IF
           OPEN INPUT NOTAS-FILE
           IF WS-NOTAS-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL ABRIR notas.dat"
               CLOSE NOTIFENV-FILE
               MOVE "ABENDADO" TO WS-RUN-ESTADO
               PERFORM REGISTAR-EXECUCAO
               STOP RUN
           END-IF
           OPEN OUTPUT MENSAGEM-FILE
           IF WS-MENSAGEM-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL CRIAR notificacoes.dat"
               CLOSE NOTIFENV-FILE
               CLOSE NOTAS-FILE
               MOVE "ABENDADO" TO WS-RUN-ESTADO
               PERFORM REGISTAR-EXECUCAO
               STOP RUN
           END-IF
           OPEN INPUT MATRICULA-FILE
           IF WS-MATRIC-STATUS = "00"
               MOVE 'S' TO WS-MATRIC-OK
           ELSE
               DISPLAY "AVISO: SEM matricula.dat, NAO HA CONTACTOS "
                   "PARA ENVIAR"
           END-IF
           OPEN INPUT ENCARREGADO-FILE
           IF WS-ENC-STATUS = "00"
               MOVE 'S' TO WS-ENC-OK
           ELSE
               DISPLAY "AVISO: SEM encarregados.dat, SO O CONTACTO "
                   "DA MATRICULA"
           END-IF
           OPEN INPUT FALTAULA-FILE
           IF WS-FALTAULA-STATUS = "00"
               MOVE 'S' TO WS-FALTAULA-OK
           ELSE
               DISPLAY "AVISO: SEM faltasaula.dat, SEM FALTAS E RISCO "
                   "SO POR MEDIA"
           END-IF
           OPEN INPUT DISCIPLINA-FILE
           IF WS-DISC-STATUS = "00"
               MOVE 'S' TO WS-DISC-OK
           ELSE
               DISPLAY "AVISO: SEM disciplinas.dat, APLICADO O LIMITE "
                   "GERAL DE FALTAS"
           END-IF
           OPEN INPUT AUDITIDX-FILE
           IF WS-AUDITIDX-STATUS = "00"
               MOVE 'S' TO WS-AUDITIDX-OK
           ELSE
               DISPLAY "AVISO: SEM auditoria.dat, SEM NOTAS NOVAS"
           END-IF
           OPEN INPUT HISTORICO-FILE
           IF WS-HIST-STATUS = "00"
               MOVE 'S' TO WS-HIST-OK
           ELSE
               DISPLAY "AVISO: SEM historico.dat, SEM RESULTADOS DE "
                   "FECHO"
           END-IF
           .

           FECHAR-FICHEIROS.
           CLOSE NOTIFENV-FILE
           CLOSE NOTAS-FILE
           CLOSE MENSAGEM-FILE
           IF WS-MATRIC-OK = 'S'
               CLOSE MATRICULA-FILE
           END-IF
           IF WS-ENC-OK = 'S'
               CLOSE ENCARREGADO-FILE
           END-IF
           IF WS-FALTAULA-OK = 'S'
               CLOSE FALTAULA-FILE
           END-IF
           IF WS-DISC-OK = 'S'
               CLOSE DISCIPLINA-FILE
           END-IF
           IF WS-AUDITIDX-OK = 'S'
               CLOSE AUDITIDX-FILE
           END-IF
           IF WS-HIST-OK = 'S'
               CLOSE HISTORICO-FILE
           END-IF
           .

      ******************************************************************
      * Faltas: uma mensagem por aluno e por dia com o numero de
      * tempos em falta. faltasaula.dat esta por aluno+data+tempo, por
      * isso os tempos do mesmo dia vem seguidos.
      ******************************************************************
           EXTRAIR-FALTAS.
           IF WS-FALTAULA-OK = 'S'
               MOVE ZERO TO FA-NUMBER FA-DATA FA-TEMPO
               MOVE ZERO TO WS-QUEBRA-NUMBER WS-QUEBRA-DATA
                   WS-TEMPOS-DIA
               MOVE 'N' TO WS-FIM-LEITURA
               START FALTAULA-FILE KEY IS >= CHAVE-FALTA-AULA
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-LEITURA
               END-START
               PERFORM UNTIL WS-FIM-LEITURA = 'S'
               READ FALTAULA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-LEITURA
                   NOT AT END
                       IF FA-DATA NOT < WS-DATA-DESDE
                               AND FA-DATA NOT > WS-DATA-HOJE
                           PERFORM ACUMULAR-FALTA-DIA
                       END-IF
               END-READ
               END-PERFORM
               IF WS-TEMPOS-DIA > ZERO
                   PERFORM ENVIAR-FALTAS-DIA
               END-IF
           END-IF
           .

           ACUMULAR-FALTA-DIA.
           IF WS-TEMPOS-DIA > ZERO
                   AND (FA-NUMBER NOT = WS-QUEBRA-NUMBER
                        OR FA-DATA NOT = WS-QUEBRA-DATA)
               PERFORM ENVIAR-FALTAS-DIA
           END-IF
           IF WS-TEMPOS-DIA = ZERO
               MOVE FA-NUMBER TO WS-QUEBRA-NUMBER
               MOVE FA-DATA   TO WS-QUEBRA-DATA
           END-IF
           ADD 1 TO WS-TEMPOS-DIA
           .

           ENVIAR-FALTAS-DIA.
           MOVE WS-QUEBRA-NUMBER TO WS-EV-NUMBER
           MOVE WS-QUEBRA-NUMBER TO NOTAS-NUMBER
           MOVE SPACE TO WS-EV-NOME
           READ NOTAS-FILE KEY IS NOTAS-NUMBER
               NOT INVALID KEY
                   MOVE NOMEALUNO TO WS-EV-NOME
           END-READ
           MOVE "FALTA" TO WS-EV-TIPO
           MOVE WS-QUEBRA-DATA TO WS-REF-DATA
           MOVE WS-REF-DATA TO WS-EV-REFERENCIA
           MOVE WS-QUEBRA-DATA TO WS-EV-DATA
           MOVE SPACE TO WS-EV-TEXTO
           STRING "FALTA REGISTADA EM " DELIMITED BY SIZE
                  WS-QUEBRA-DATA DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-TEMPOS-DIA DELIMITED BY SIZE
                  " TEMPO(S) LETIVO(S)" DELIMITED BY SIZE
                  INTO WS-EV-TEXTO
           PERFORM EMITIR-NOTIFICACAO
           IF WS-MENSAGENS-EVENTO > ZERO
               ADD 1 TO WS-TOTAL-FALTAS
           END-IF
           MOVE ZERO TO WS-TEMPOS-DIA
           .

      ******************************************************************
      * Notas: cada registo de auditoria.dat do periodo do extrato que
      * lancou ou alterou notas (inserir, editar, recurso, aprovacao de
      * pendente, reconciliacao, notas por disciplina e pauta da
      * turma). Operacoes sem alteracao de notas (apagar,
      * transferencia, recusa, fecho forcado) ficam de fora.
      ******************************************************************
           EXTRAIR-NOTAS.
           IF WS-AUDITIDX-OK = 'S'
               MOVE WS-DATA-DESDE TO AIX-DATA
               MOVE ZERO TO AIX-HORA AIX-SEQ
               MOVE 'N' TO WS-FIM-LEITURA
               START AUDITIDX-FILE KEY IS >= CHAVE-AUDITORIA
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-LEITURA
               END-START
               PERFORM UNTIL WS-FIM-LEITURA = 'S'
               READ AUDITIDX-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-LEITURA
                   NOT AT END
                       IF AIX-DATA > WS-DATA-HOJE
                           MOVE 'S' TO WS-FIM-LEITURA
                       ELSE
                           PERFORM AVALIAR-AUDITORIA-NOTAS
                       END-IF
               END-READ
               END-PERFORM
           END-IF
           .

           AVALIAR-AUDITORIA-NOTAS.
           MOVE 'N' TO WS-NOTAS-ALTERADAS
           IF AIX-OPERACAO = "INSERIR" OR AIX-OPERACAO = "EDITAR"
                   OR AIX-OPERACAO = "RECURSO"
                   OR AIX-OPERACAO = "RECONC"
                   OR AIX-OPERACAO = "NOTADIS"
               IF AIX-NOTA1-DEPOIS NOT = AIX-NOTA1-ANTES
                       OR AIX-NOTA2-DEPOIS NOT = AIX-NOTA2-ANTES
                       OR AIX-NOTA3-DEPOIS NOT = AIX-NOTA3-ANTES
                       OR AIX-MEDIA-DEPOIS NOT = AIX-MEDIA-ANTES
                   MOVE 'S' TO WS-NOTAS-ALTERADAS
               END-IF
           END-IF
           IF WS-NOTAS-ALTERADAS = 'S'
               MOVE AIX-NUMBER      TO WS-EV-NUMBER
               MOVE AIX-NOME-DEPOIS TO WS-EV-NOME
               MOVE "NOTA"          TO WS-EV-TIPO
               MOVE CHAVE-AUDITORIA TO WS-EV-REFERENCIA
               MOVE AIX-DATA        TO WS-EV-DATA
               MOVE AIX-NOTA1-DEPOIS TO WS-EDIT-NOTA1
               MOVE AIX-NOTA2-DEPOIS TO WS-EDIT-NOTA2
               MOVE AIX-NOTA3-DEPOIS TO WS-EDIT-NOTA3
               MOVE AIX-MEDIA-DEPOIS TO WS-EDIT-MEDIA
               MOVE SPACE TO WS-EV-TEXTO
               IF AIX-OPERACAO = "NOTADIS"
                   PERFORM TEXTO-NOTAS-DISCIPLINA
               ELSE
               STRING "NOTAS LANCADAS: " DELIMITED BY SIZE
                      WS-EDIT-NOTA1 DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-EDIT-NOTA2 DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-EDIT-NOTA3 DELIMITED BY SIZE
                      " MEDIA " DELIMITED BY SIZE
                      WS-EDIT-MEDIA DELIMITED BY SIZE
                      INTO WS-EV-TEXTO
               END-IF
               PERFORM EMITIR-NOTIFICACAO
               IF WS-MENSAGENS-EVENTO > ZERO
                   ADD 1 TO WS-TOTAL-NOTAS
               END-IF
           END-IF
           .

      * Notas de uma disciplina (notasdisc.dat): o registo de auditoria
      * nao traz nomes, o do aluno vem de notas.dat e o da disciplina
      * de disciplinas.dat (sem ele fica o codigo).
           TEXTO-NOTAS-DISCIPLINA.
           MOVE AIX-NUMBER TO NOTAS-NUMBER
           READ NOTAS-FILE KEY IS NOTAS-NUMBER
               NOT INVALID KEY
                   MOVE NOMEALUNO TO WS-EV-NOME
           END-READ
           MOVE AIX-CODDISC TO CODDISC WS-EV-DISCIPLINA
           IF WS-DISC-OK = 'S'
               READ DISCIPLINA-FILE KEY IS CODDISC
                   NOT INVALID KEY
                       MOVE NOMEDISC TO WS-EV-DISCIPLINA
               END-READ
           END-IF
           STRING "NOTAS DE " DELIMITED BY SIZE
                  WS-EV-DISCIPLINA DELIMITED BY "  "
                  ": " DELIMITED BY SIZE
                  WS-EDIT-NOTA1 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT-NOTA2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT-NOTA3 DELIMITED BY SIZE
                  " MEDIA " DELIMITED BY SIZE
                  WS-EDIT-MEDIA DELIMITED BY SIZE
                  INTO WS-EV-TEXTO
           .

      ******************************************************************
      * Risco: os criterios do relatorio de alunos em risco (media
      * inferior a 10 ou faltas injustificadas acima do limite de
      * alguma disciplina no ano letivo). Um aviso por aluno e por
      * periodo: so os que entram em risco saem de novo.
      ******************************************************************
           EXTRAIR-RISCO.
           MOVE ZERO TO NOTAS-NUMBER
           MOVE 'N' TO WS-FIM-LEITURA
           START NOTAS-FILE KEY IS >= NOTAS-NUMBER
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
           END-START
           PERFORM UNTIL WS-FIM-LEITURA = 'S'
           READ NOTAS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   PERFORM AVALIAR-RISCO-NOTIFICACAO
           END-READ
           END-PERFORM
           .

           AVALIAR-RISCO-NOTIFICACAO.
           MOVE SPACE TO WS-MARCA-MEDIA WS-MARCA-FALTAS
           PERFORM CONTAR-FALTAS-ALUNO
           IF MEDIAALUNO < 10
               MOVE 'M' TO WS-MARCA-MEDIA
           END-IF
           IF WS-MARCA-MEDIA = 'M' OR WS-MARCA-FALTAS = 'F'
               MOVE NOTAS-NUMBER TO WS-EV-NUMBER
               MOVE NOMEALUNO    TO WS-EV-NOME
               MOVE "RISCO"      TO WS-EV-TIPO
               MOVE WS-ANO-LETIVO TO WS-REF-ANO
               MOVE WS-PERIODO    TO WS-REF-PER
               MOVE WS-REF-PERIODO TO WS-EV-REFERENCIA
               MOVE WS-DATA-HOJE TO WS-EV-DATA
               MOVE SPACE TO WS-EV-TEXTO
               IF WS-MARCA-MEDIA = 'M' AND WS-MARCA-FALTAS = 'F'
                   MOVE "EM RISCO ESCOLAR: MEDIA INFERIOR A 10 E "
                       & "FALTAS ACIMA DO LIMITE" TO WS-EV-TEXTO
               ELSE IF WS-MARCA-MEDIA = 'M'
                   MOVE "EM RISCO ESCOLAR: MEDIA INFERIOR A 10"
                       TO WS-EV-TEXTO
               ELSE
                   MOVE "EM RISCO ESCOLAR: FALTAS INJUSTIFICADAS "
                       & "ACIMA DO LIMITE" TO WS-EV-TEXTO
               END-IF
               END-IF
               PERFORM EMITIR-NOTIFICACAO
               IF WS-MENSAGENS-EVENTO > ZERO
                   ADD 1 TO WS-TOTAL-RISCO
               END-IF
           END-IF
           .

      ******************************************************************
      * Fecho: os resultados arquivados do ultimo periodo fechado por
      * FechoPeriodo, uma vez por aluno e por periodo.
      ******************************************************************
           EXTRAIR-FECHO.
           IF WS-HIST-OK = 'S' AND WS-ANO-FECHO NOT = ZERO
               MOVE WS-ANO-FECHO     TO HIST-ANO
               MOVE WS-PERIODO-FECHO TO HIST-PERIODO
               MOVE ZERO             TO HIST-NUMBER
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
                       IF HIST-ANO NOT = WS-ANO-FECHO
                               OR HIST-PERIODO NOT = WS-PERIODO-FECHO
                           MOVE 'S' TO WS-FIM-LEITURA
                       ELSE
                           PERFORM ENVIAR-RESULTADO-FECHO
                       END-IF
               END-READ
               END-PERFORM
           END-IF
           .

           ENVIAR-RESULTADO-FECHO.
           MOVE HIST-NUMBER TO WS-EV-NUMBER
           MOVE HIST-NOME   TO WS-EV-NOME
           MOVE "FECHO"     TO WS-EV-TIPO
           MOVE HIST-ANO     TO WS-REF-ANO
           MOVE HIST-PERIODO TO WS-REF-PER
           MOVE WS-REF-PERIODO TO WS-EV-REFERENCIA
           MOVE WS-DATA-HOJE TO WS-EV-DATA
           MOVE HIST-MEDIA TO WS-EDIT-MEDIA
           MOVE SPACE TO WS-EV-TEXTO
           STRING "RESULTADO DO " DELIMITED BY SIZE
                  HIST-PERIODO DELIMITED BY SIZE
                  "O PERIODO DE " DELIMITED BY SIZE
                  HIST-ANO DELIMITED BY SIZE
                  ": MEDIA " DELIMITED BY SIZE
                  WS-EDIT-MEDIA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HIST-SITUACAO DELIMITED BY SIZE
                  INTO WS-EV-TEXTO
           PERFORM EMITIR-NOTIFICACAO
           IF WS-MENSAGENS-EVENTO > ZERO
               ADD 1 TO WS-TOTAL-FECHO
           END-IF
           .

      ******************************************************************
      * Envia o evento WS-EVENTO se ainda nao foi enviado: uma linha
      * por contacto (SMS para o telefone, EMAIL para o email) e o
      * registo em notifenviadas.dat. Sem contacto nenhum o evento nao
      * fica marcado e conta como rejeitado.
      ******************************************************************
           EMITIR-NOTIFICACAO.
           MOVE ZERO TO WS-MENSAGENS-EVENTO
           MOVE WS-EV-NUMBER     TO NE-NUMBER
           MOVE WS-EV-TIPO       TO NE-EVENTO
           MOVE WS-EV-REFERENCIA TO NE-REFERENCIA
           READ NOTIFENV-FILE KEY IS CHAVE-NOTIF-ENVIADA
               INVALID KEY
                   PERFORM ESCREVER-MENSAGENS-EVENTO
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-REPETIDOS
           END-READ
           .

           ESCREVER-MENSAGENS-EVENTO.
           MOVE ZERO  TO DET-CODENC
           MOVE SPACE TO ENC-TELEFONE ENC-EMAIL MATRIC-CONTACTO
           IF WS-MATRIC-OK = 'S'
               MOVE WS-EV-NUMBER TO MATRIC-NUMBER
               READ MATRICULA-FILE KEY IS MATRIC-NUMBER
                   INVALID KEY
                       MOVE SPACE TO MATRIC-CONTACTO
                       MOVE ZERO  TO MATRIC-CODENC
               END-READ
               IF MATRIC-CODENC NOT = ZERO AND WS-ENC-OK = 'S'
                   MOVE MATRIC-CODENC TO ENC-NUMBER
                   READ ENCARREGADO-FILE KEY IS ENC-NUMBER
                       INVALID KEY
                           MOVE SPACE TO ENC-TELEFONE ENC-EMAIL
                       NOT INVALID KEY
                           MOVE ENC-NUMBER TO DET-CODENC
                   END-READ
               END-IF
           END-IF

           MOVE WS-EV-NUMBER TO DET-NUMBER
           MOVE WS-EV-NOME   TO DET-NOME
           MOVE WS-EV-TIPO   TO DET-EVENTO
           MOVE WS-EV-DATA   TO DET-DATA
           MOVE WS-EV-TEXTO  TO DET-TEXTO
           IF DET-CODENC NOT = ZERO
               IF ENC-TELEFONE NOT = SPACE
                   MOVE "SMS"        TO DET-CANAL
                   MOVE ENC-TELEFONE TO DET-DESTINO
                   PERFORM ESCREVER-MENSAGEM
               END-IF
               IF ENC-EMAIL NOT = SPACE
                   MOVE "EMAIL"   TO DET-CANAL
                   MOVE ENC-EMAIL TO DET-DESTINO
                   PERFORM ESCREVER-MENSAGEM
               END-IF
           ELSE
               IF MATRIC-CONTACTO NOT = SPACE
                   MOVE "SMS"           TO DET-CANAL
                   MOVE MATRIC-CONTACTO TO DET-DESTINO
                   PERFORM ESCREVER-MENSAGEM
               END-IF
           END-IF

           IF WS-MENSAGENS-EVENTO = ZERO
               ADD 1 TO WS-TOTAL-SEM-CONTACTO
           ELSE
               ADD 1 TO WS-TOTAL-EVENTOS
               MOVE WS-EV-NUMBER        TO NE-NUMBER
               MOVE WS-EV-TIPO          TO NE-EVENTO
               MOVE WS-EV-REFERENCIA    TO NE-REFERENCIA
               MOVE WS-DATA-HOJE        TO NE-DATA-ENVIO
               MOVE WS-MENSAGENS-EVENTO TO NE-MENSAGENS
               WRITE REG-NOTIF-ENVIADA
                   INVALID KEY
                       DISPLAY "AVISO: EVENTO " WS-EV-TIPO " DO ALUNO "
                           WS-EV-NUMBER " JA MARCADO COMO ENVIADO"
               END-WRITE
           END-IF
           .

           ESCREVER-MENSAGEM.
           MOVE SPACE TO LINHA-MENSAGEM
           MOVE WS-NTF-DETALHE TO LINHA-MENSAGEM
           WRITE LINHA-MENSAGEM
           ADD 1 TO WS-MENSAGENS-EVENTO
           ADD 1 TO WS-TOTAL-MENSAGENS
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

      ******************************************************************
      * Registo de execucoes: eventos enviados em LIDOS, mensagens
      * gravadas em GRAVADOS e eventos sem contacto em REJEITADOS.
      ******************************************************************
           REGISTAR-EXECUCAO.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-EXECUCAO FROM TIME
           OPEN EXTEND RUNCTL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               OPEN OUTPUT RUNCTL-FILE
           END-IF
           MOVE "EXTRATONOTIFICACOES" TO RUN-PROGRAMA
           MOVE WS-DATA-EXECUCAO      TO RUN-DATA
           MOVE WS-HORA-EXECUCAO      TO RUN-HORA
           MOVE WS-RUN-ESTADO         TO RUN-ESTADO
           MOVE WS-TOTAL-EVENTOS      TO RUN-LIDOS
           MOVE WS-TOTAL-MENSAGENS    TO RUN-GRAVADOS
           MOVE WS-TOTAL-SEM-CONTACTO TO RUN-REJEITADOS
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
