      * Date:
      * Purpose: formal warning letters to the encarregados de
      *          educacao of every at-risk student (same criteria as
      *          the risk report: media below 10 or unjustified
      *          absences over the limit of some disciplina in the
      *          current ano letivo); one letter per encarregado,
      *          grouping all the at-risk siblings that share the
      *          encarregado in a single envelope, each listed with
      *          the disciplinas concerned, ready to print and mail,
      *          preceded by a cover summary of envelopes and of
      *          students per turma. Guardian name and address come
      *          off encarregados.dat when the matricula is linked,
      *          otherwise off the enrollment master
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "slnotas.cbl".
           COPY "slfaula.cbl".
           COPY "sldisc.cbl".
           COPY "slturma.cbl".
           COPY "slmatric.cbl".
           COPY "slencar.cbl".
           COPY "slcalen.cbl".
           SELECT SORT-CARTA ASSIGN TO "sortcarta.tmp".
           SELECT CARTA-FILE ASSIGN TO "cartasaviso.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTA-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY "fdnotas.cbl".
           COPY "fdfaula.cbl".
           COPY "fddisc.cbl".
           COPY "fdturma.cbl".
           COPY "fdmatric.cbl".
           COPY "fdencar.cbl".
           COPY "fdcalen.cbl".
      ******************************************************************
      * Alunos em risco por encarregado: os irmaos ligados ao mesmo
      * encarregado ficam juntos; sem encarregado ligado o separador
      * e o proprio numero, para sair uma carta por aluno.
      ******************************************************************
       SD  SORT-CARTA.
       01  SORT-REG-CARTA.
           05  SORT-CODENC             PIC 9(5).
           05  SORT-SEPARADOR          PIC 9(5).
           05  SORT-NUMBER             PIC 9(5).
       FD  CARTA-FILE.
       01  LINHA-CARTA                  PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-NOTAS-STATUS            PIC XX.
       77 WS-FALTAULA-STATUS         PIC XX.
       77 WS-DISC-STATUS             PIC XX.
       77 WS-TURMA-STATUS            PIC XX.
       77 WS-MATRIC-STATUS           PIC XX.
       77 WS-CARTA-STATUS            PIC XX.
       77 WS-FALTAULA-OK             PIC X VALUE 'N'.
       77 WS-DISC-OK                 PIC X VALUE 'N'.
       77 WS-TURMA-OK                PIC X VALUE 'N'.
       77 WS-MATRIC-OK               PIC X VALUE 'N'.
       77 WS-ENC-STATUS              PIC XX.
       77 WS-ENC-OK                  PIC X VALUE 'N'.
       77 WS-FIM-ORDENACAO           PIC X VALUE 'N'.
       77 WS-PRIMEIRA-PASSAGEM       PIC X VALUE 'S'.
       77 WS-CARTA-ABERTA            PIC X VALUE 'N'.
       77 WS-CHAVE-ENVELOPE          PIC 9(10).
       77 WS-QUEBRA-ENVELOPE         PIC 9(10).
       77 WS-TOTAL-ALUNOS            PIC 9(5) VALUE ZERO.
       77 WS-NOME-DESTINATARIO       PIC X(40).
       77 WS-MORADA-DESTINATARIO     PIC X(40).
       77 WS-FIM-NOTAS               PIC X VALUE 'N'.
       77 WS-LIMITE-FALTAS           PIC 9(3) VALUE 15.
       77 WS-FALTAS-ALUNO            PIC 9(3).
       77 WS-DATA-EMISSAO            PIC 9(8).
       77 WS-COD                     PIC 9(4).
       77 WS-CARTAS-SEM-TURMA        PIC 9(5) VALUE ZERO.
       77 WS-ANO-LETIVO              PIC 9(4).
       77 WS-INICIO-ANO-LETIVO       PIC 9(8).
       77 WS-FIM-ANO-LETIVO          PIC 9(8).
       77 WS-CALENDARIO-STATUS       PIC XX.
       77 WS-FIM-CALENDARIO          PIC X VALUE 'N'.
       77 WS-CAL-INICIO-MAX          PIC 9(8).
       77 WS-ANO-TERMINADO           PIC X VALUE 'N'.
       77 WS-FIM-FALTAULA            PIC X VALUE 'N'.
       77 WS-NUM-DISC-FALTAS         PIC 9(2) VALUE ZERO.
       77 WS-IND-FALTAS              PIC 9(2).
       77 WS-DISC-FALTAS-ACHADA      PIC X.
       01 WS-DATA-EMISSAO-R.
           05 WS-EMISSAO-ANO         PIC 9(4).
           05 WS-EMISSAO-MES         PIC 9(2).
           05 WS-EMISSAO-DIA         PIC 9(2).
      ******************************************************************
      * Faltas injustificadas do aluno no ano letivo, por disciplina,
      * com o limite de cada disciplina (disciplinas.dat ou o geral).
      ******************************************************************
       01 WS-TAB-FALTAS-DISC.
           05 WS-FALTAS-DISC OCCURS 20 TIMES.
               10 WS-FD-CODDISC      PIC 9(3).
               10 WS-FD-TOTAL        PIC 9(3).
               10 WS-FD-LIMITE       PIC 9(3).
       01 WS-CARTAS-TURMA.
           05 WS-CT-CONTADOR         PIC 9(5) OCCURS 999 TIMES.

               DISPLAY "ERRO! NAO FOI POSSIVEL CRIAR cartasaviso.lst"
               STOP RUN
           END-IF
      *    ano letivo corrente: o do calendario escolar
           PERFORM OBTER-ANO-LETIVO-DATA
           PERFORM CALCULAR-JANELA-ANO-LETIVO
           OPEN INPUT FALTAULA-FILE
           IF WS-FALTAULA-STATUS = "00"
               MOVE 'S' TO WS-FALTAULA-OK
           ELSE
               DISPLAY "AVISO: SEM faltasaula.dat, CARTAS SO POR MEDIA"
           END-IF
           OPEN INPUT DISCIPLINA-FILE
           IF WS-DISC-STATUS = "00"
               MOVE 'S' TO WS-DISC-OK
           ELSE
               DISPLAY "AVISO: SEM disciplinas.dat, APLICADO O LIMITE "
                   "GERAL DE FALTAS"
           END-IF
           OPEN INPUT TURMA-FILE
           IF WS-TURMA-STATUS = "00"
               DISPLAY "AVISO: SEM matricula.dat, CARTAS SEM NOME DO "
                   "ENCARREGADO NEM MORADA"
           END-IF
           OPEN INPUT ENCARREGADO-FILE
           IF WS-ENC-STATUS = "00"
               MOVE 'S' TO WS-ENC-OK
           ELSE
               DISPLAY "AVISO: SEM encarregados.dat, UMA CARTA POR "
                   "ALUNO COM OS DADOS DA MATRICULA"
           END-IF

           INITIALIZE WS-CARTAS-TURMA
           MOVE 'S' TO WS-PRIMEIRA-PASSAGEM
           SORT SORT-CARTA
               ON ASCENDING KEY SORT-CODENC SORT-SEPARADOR SORT-NUMBER
               INPUT PROCEDURE IS SELECIONAR-ALUNOS-RISCO
               OUTPUT PROCEDURE IS CONTAR-ENVELOPES
           PERFORM ESCREVER-RESUMO-CAPA
           MOVE 'N' TO WS-PRIMEIRA-PASSAGEM
           SORT SORT-CARTA
               ON ASCENDING KEY SORT-CODENC SORT-SEPARADOR SORT-NUMBER
               INPUT PROCEDURE IS SELECIONAR-ALUNOS-RISCO
               OUTPUT PROCEDURE IS ESCREVER-CARTAS

           CLOSE CARTA-FILE
           IF WS-FALTAULA-OK = 'S'
               CLOSE FALTAULA-FILE
           END-IF
           IF WS-DISC-OK = 'S'
               CLOSE DISCIPLINA-FILE
           END-IF
           IF WS-TURMA-OK = 'S'
               CLOSE TURMA-FILE
           IF WS-MATRIC-OK = 'S'
               CLOSE MATRICULA-FILE
           END-IF
           IF WS-ENC-OK = 'S'
               CLOSE ENCARREGADO-FILE
           END-IF
           DISPLAY "CARTAS GERADAS: " WS-TOTAL-CARTAS
           DISPLAY "ALUNOS AVISADOS: " WS-TOTAL-ALUNOS
           DISPLAY "FICHEIRO GRAVADO EM cartasaviso.lst"
           .

           STOP RUN.

      ******************************************************************
      * Entrada das duas ordenacoes: cada aluno em risco com o
      * encarregado da matricula. Na primeira passagem conta tambem os
      * alunos por turma para a folha de capa que acompanha o correio.
      ******************************************************************
           SELECIONAR-ALUNOS-RISCO.
           OPEN INPUT NOTAS-FILE
           IF WS-NOTAS-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL ABRIR notas.dat"
               NOT AT END
                   PERFORM AVALIAR-RISCO-CARTA
                   IF WS-EM-RISCO = 'S'
                       PERFORM LIBERTAR-ALUNO-RISCO
                   END-IF
           END-READ
           END-PERFORM
           CLOSE NOTAS-FILE
           .

           LIBERTAR-ALUNO-RISCO.
           MOVE ZERO TO SORT-CODENC
           IF WS-MATRIC-OK = 'S'
               MOVE NOTAS-NUMBER TO MATRIC-NUMBER
               READ MATRICULA-FILE KEY IS MATRIC-NUMBER
                   NOT INVALID KEY
                       MOVE MATRIC-CODENC TO SORT-CODENC
               END-READ
           END-IF
           IF WS-ENC-OK NOT = 'S'
               MOVE ZERO TO SORT-CODENC
           END-IF
           IF SORT-CODENC = ZERO
               MOVE NOTAS-NUMBER TO SORT-SEPARADOR
           ELSE
               MOVE ZERO TO SORT-SEPARADOR
           END-IF
           MOVE NOTAS-NUMBER TO SORT-NUMBER
           RELEASE SORT-REG-CARTA
           IF WS-PRIMEIRA-PASSAGEM = 'S'
               ADD 1 TO WS-TOTAL-ALUNOS
               IF CODTURMA-ALUNO > ZERO
                   ADD 1 TO WS-CT-CONTADOR(CODTURMA-ALUNO)
               ELSE
                   ADD 1 TO WS-CARTAS-SEM-TURMA
               END-IF
           END-IF
           .

      ******************************************************************
      * Primeira passagem: conta os envelopes (um por encarregado).
      ******************************************************************
           CONTAR-ENVELOPES.
           MOVE ZERO TO WS-QUEBRA-ENVELOPE
           MOVE 'N' TO WS-FIM-ORDENACAO
           PERFORM UNTIL WS-FIM-ORDENACAO = 'S'
           RETURN SORT-CARTA
               AT END
                   MOVE 'S' TO WS-FIM-ORDENACAO
               NOT AT END
                   COMPUTE WS-CHAVE-ENVELOPE =
                       SORT-CODENC * 100000 + SORT-SEPARADOR
                   IF WS-TOTAL-CARTAS = ZERO
                           OR WS-CHAVE-ENVELOPE NOT = WS-QUEBRA-ENVELOPE
                       ADD 1 TO WS-TOTAL-CARTAS
                       MOVE WS-CHAVE-ENVELOPE TO WS-QUEBRA-ENVELOPE
                   END-IF
           END-RETURN
           END-PERFORM
           .

      ******************************************************************
      * Mesmos criterios do relatorio de alunos em risco: media
      * inferior a 10 e/ou faltas injustificadas acima do limite de
      * alguma disciplina no ano letivo.
      ******************************************************************
           AVALIAR-RISCO-CARTA.
           MOVE SPACE TO WS-MARCA-MEDIA WS-MARCA-FALTAS
           PERFORM CONTAR-FALTAS-ALUNO
           IF MEDIAALUNO < 10
               MOVE 'M' TO WS-MARCA-MEDIA
           END-IF
           IF WS-MARCA-MEDIA = 'M' OR WS-MARCA-FALTAS = 'F'
               MOVE 'S' TO WS-EM-RISCO
           ELSE
                  INTO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACE TO LINHA-CARTA
           STRING "TOTAL DE CARTAS (ENVELOPES): " DELIMITED BY SIZE
                  WS-TOTAL-CARTAS     DELIMITED BY SIZE
                  INTO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACE TO LINHA-CARTA
           STRING "TOTAL DE ALUNOS AVISADOS: " DELIMITED BY SIZE
                  WS-TOTAL-ALUNOS     DELIMITED BY SIZE
                  INTO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACE TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACE TO LINHA-CARTA
           STRING "ALUNOS AVISADOS POR TURMA"
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE 1 TO WS-COD
           END-IF
           .

      ******************************************************************
      * Segunda passagem: uma carta por envelope. Cada aluno e relido
      * de notas.dat e reavaliado para listar os motivos; a quebra do
      * encarregado fecha a carta anterior e abre a seguinte.
      ******************************************************************
           ESCREVER-CARTAS.
           OPEN INPUT NOTAS-FILE
           IF WS-NOTAS-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL REABRIR notas.dat"
               STOP RUN
           END-IF
           MOVE 'N' TO WS-CARTA-ABERTA
           MOVE 'N' TO WS-FIM-ORDENACAO
           PERFORM UNTIL WS-FIM-ORDENACAO = 'S'
           RETURN SORT-CARTA
               AT END
                   MOVE 'S' TO WS-FIM-ORDENACAO
               NOT AT END
                   PERFORM ESCREVER-ALUNO-ORDENADO
           END-RETURN
           END-PERFORM
           IF WS-CARTA-ABERTA = 'S'
               PERFORM ESCREVER-FECHO-CARTA
           END-IF
           CLOSE NOTAS-FILE
           .

           ESCREVER-ALUNO-ORDENADO.
           MOVE SORT-NUMBER TO NOTAS-NUMBER
           READ NOTAS-FILE KEY IS NOTAS-NUMBER
               INVALID KEY
                   DISPLAY "AVISO: ALUNO " SORT-NUMBER
                       " DESAPARECEU DE notas.dat, IGNORADO"
               NOT INVALID KEY
                   COMPUTE WS-CHAVE-ENVELOPE =
                       SORT-CODENC * 100000 + SORT-SEPARADOR
                   IF WS-CARTA-ABERTA = 'N'
                           OR WS-CHAVE-ENVELOPE NOT = WS-QUEBRA-ENVELOPE
                       IF WS-CARTA-ABERTA = 'S'
                           PERFORM ESCREVER-FECHO-CARTA
                       END-IF
                       MOVE WS-CHAVE-ENVELOPE TO WS-QUEBRA-ENVELOPE
                       PERFORM ESCREVER-CABECALHO-CARTA
                   END-IF
                   PERFORM AVALIAR-RISCO-CARTA
                   PERFORM ESCREVER-BLOCO-ALUNO
           END-READ
           .

      ******************************************************************
      * Destinatario: o encarregado de encarregados.dat quando a
      * matricula esta ligada, senao o nome e a morada da matricula.
      ******************************************************************
           ESCREVER-CABECALHO-CARTA.
           MOVE 'S' TO WS-CARTA-ABERTA
           MOVE SPACE TO WS-NOME-DESTINATARIO WS-MORADA-DESTINATARIO
           IF SORT-CODENC NOT = ZERO
               MOVE SORT-CODENC TO ENC-NUMBER
               READ ENCARREGADO-FILE KEY IS ENC-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ENC-NOME   TO WS-NOME-DESTINATARIO
                       MOVE ENC-MORADA TO WS-MORADA-DESTINATARIO
               END-READ
           END-IF
           IF WS-NOME-DESTINATARIO = SPACE AND WS-MATRIC-OK = 'S'
               MOVE NOTAS-NUMBER TO MATRIC-NUMBER
               READ MATRICULA-FILE KEY IS MATRIC-NUMBER
                   INVALID KEY
                       MOVE SPACE TO MATRIC-ENCARREGADO MATRIC-MORADA
               END-READ
               MOVE MATRIC-ENCARREGADO TO WS-NOME-DESTINATARIO
               MOVE MATRIC-MORADA      TO WS-MORADA-DESTINATARIO
           END-IF

           MOVE SPACE TO LINHA-CARTA

           MOVE SPACE TO LINHA-CARTA
           STRING "EXMO(A). SR(A). " DELIMITED BY SIZE
                  WS-NOME-DESTINATARIO DELIMITED BY SIZE
                  INTO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACE TO LINHA-CARTA
           MOVE WS-MORADA-DESTINATARIO TO LINHA-CARTA
           WRITE LINHA-CARTA

           MOVE SPACE TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACE TO LINHA-CARTA
           STRING "ASSUNTO: AVISO SOBRE O APROVEITAMENTO ESCOLAR"
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA

           MOVE SPACE TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACE TO LINHA-CARTA
           STRING "VIMOS POR ESTE MEIO INFORMAR QUE O(S) EDUCANDO(S) "
                  "ABAIXO SE ENCONTRA(M)"
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACE TO LINHA-CARTA
           STRING "EM SITUACAO DE RISCO ESCOLAR PELOS SEGUINTES "
                  "MOTIVOS:"
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           .

           ESCREVER-BLOCO-ALUNO.
           MOVE SPACE TO NOMETURMA
           IF WS-TURMA-OK = 'S' AND CODTURMA-ALUNO NOT = ZERO
               MOVE CODTURMA-ALUNO TO CODTURMA
               READ TURMA-FILE KEY IS CODTURMA
                   INVALID KEY
                       MOVE "DESCONHECIDA" TO NOMETURMA
               END-READ
           END-IF

           MOVE SPACE TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACE TO LINHA-CARTA
           STRING "ALUNO " DELIMITED BY SIZE
                  NOTAS-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOMEALUNO DELIMITED BY SIZE
                  " TURMA " DELIMITED BY SIZE
                  CODTURMA-ALUNO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOMETURMA DELIMITED BY SIZE
                  INTO LINHA-CARTA
           WRITE LINHA-CARTA

           IF WS-MARCA-MEDIA = 'M'
           END-IF
           IF WS-MARCA-FALTAS = 'F'
               MOVE SPACE TO LINHA-CARTA
               STRING "  - FALTAS INJUSTIFICADAS ACIMA DO LIMITE EM:"
                      DELIMITED BY SIZE
                      INTO LINHA-CARTA
               WRITE LINHA-CARTA
               MOVE 1 TO WS-IND-FALTAS
               PERFORM UNTIL WS-IND-FALTAS > WS-NUM-DISC-FALTAS
                   IF WS-FD-TOTAL (WS-IND-FALTAS)
                           > WS-FD-LIMITE (WS-IND-FALTAS)
                       PERFORM ESCREVER-LINHA-FALTAS-DISC
                   END-IF
                   ADD 1 TO WS-IND-FALTAS
               END-PERFORM
           END-IF
           .

           ESCREVER-FECHO-CARTA.
           MOVE 'N' TO WS-CARTA-ABERTA
           MOVE SPACE TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACE TO LINHA-CARTA
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           .

           ESCREVER-LINHA-FALTAS-DISC.
           MOVE "DESCONHECIDA" TO NOMEDISC
           IF WS-DISC-OK = 'S'
               MOVE WS-FD-CODDISC (WS-IND-FALTAS) TO CODDISC
               READ DISCIPLINA-FILE KEY IS CODDISC
                   INVALID KEY
                       MOVE "DESCONHECIDA" TO NOMEDISC
               END-READ
           END-IF
           MOVE SPACE TO LINHA-CARTA
           STRING "      " DELIMITED BY SIZE
                  NOMEDISC DELIMITED BY SIZE
                  " FALTAS " DELIMITED BY SIZE
                  WS-FD-TOTAL (WS-IND-FALTAS) DELIMITED BY SIZE
                  " (LIMITE " DELIMITED BY SIZE
                  WS-FD-LIMITE (WS-IND-FALTAS) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO LINHA-CARTA
           WRITE LINHA-CARTA
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
      * Ano letivo da data de emissao pelo calendario escolar: o do
      * ultimo periodo letivo ja iniciado nessa data (nas interrupcoes
      * entre periodos continua o mesmo ano). Sem calendario.dat, sem
      * periodo iniciado ou com o 3. periodo desse ano ja terminado,
      * vale a regra de 1 de setembro a 31 de agosto.
      ******************************************************************
           OBTER-ANO-LETIVO-DATA.
           MOVE ZERO TO WS-ANO-LETIVO WS-CAL-INICIO-MAX
           MOVE 'N' TO WS-ANO-TERMINADO
           OPEN INPUT CALENDARIO-FILE
           IF WS-CALENDARIO-STATUS = "00"
               MOVE 'N' TO WS-FIM-CALENDARIO
               PERFORM UNTIL WS-FIM-CALENDARIO = 'S'
               READ CALENDARIO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-CALENDARIO
                   NOT AT END
                       IF CAL-TIPO = 'P'
                               AND CAL-DATA-INICIO NOT > WS-DATA-EMISSAO
                               AND CAL-DATA-INICIO > WS-CAL-INICIO-MAX
                           MOVE CAL-ANO         TO WS-ANO-LETIVO
                           MOVE CAL-DATA-INICIO TO WS-CAL-INICIO-MAX
                           MOVE 'N' TO WS-ANO-TERMINADO
                           IF CAL-PERIODO = 3
                                   AND CAL-DATA-FIM < WS-DATA-EMISSAO
                               MOVE 'S' TO WS-ANO-TERMINADO
                           END-IF
                       END-IF
               END-READ
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF
           IF WS-ANO-LETIVO = ZERO OR WS-ANO-TERMINADO = 'S'
               MOVE WS-DATA-EMISSAO TO WS-DATA-EMISSAO-R
               IF WS-EMISSAO-MES >= 9
                   MOVE WS-EMISSAO-ANO TO WS-ANO-LETIVO
               ELSE
                   COMPUTE WS-ANO-LETIVO = WS-EMISSAO-ANO - 1
               END-IF
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
