      ******************************************************************
      * Author:
      * Date:
      * Purpose: teacher absences and substitute cover. Records a
      *          teacher absence for a date or a range of dates, lists
      *          every tempo the teacher was due to give that day
      *          (horarios.dat, alternate key on the teacher) and
      *          proposes the teachers with no class in the same
      *          weekday and tempo, not absent and not already covering
      *          another turma; the operator assigns the substitute.
      *          Prints the daily cover sheet and the monthly report of
      *          absences and covers given per teacher
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GerirSubstituicoes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "slsubst.cbl".
           COPY "slhorar.cbl".
           COPY "slprof.cbl".
           COPY "sldisc.cbl".
           COPY "slcalen.cbl".
           SELECT FOLHA-FILE ASSIGN TO "folhasubst.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLHA-STATUS.
           SELECT MENSAL-FILE ASSIGN TO "substmensal.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENSAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY "fdsubst.cbl".
           COPY "fdhorar.cbl".
           COPY "fdprof.cbl".
           COPY "fddisc.cbl".
           COPY "fdcalen.cbl".
       FD  FOLHA-FILE.
       01  LINHA-FOLHA                  PIC X(80).
       FD  MENSAL-FILE.
       01  LINHA-MENSAL                 PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-SUBST-STATUS            PIC XX.
       77 WS-HORARIO-STATUS          PIC XX.
       77 WS-PROF-STATUS             PIC XX.
       77 WS-DISC-STATUS             PIC XX.
       77 WS-CALENDARIO-STATUS       PIC XX.
       77 WS-FOLHA-STATUS            PIC XX.
       77 WS-MENSAL-STATUS           PIC XX.
       77 WS-OPCAO                   PIC 9.
       77 WS-CODPROF                 PIC 9(3).
       77 WS-CODPROF-SUBST           PIC 9(3).
       77 WS-CANDIDATO               PIC 9(3).
       77 WS-CODTURMA                PIC 9(3).
       77 WS-CODDISC                 PIC 9(3).
       77 WS-DIA                     PIC 9(1).
       77 WS-TEMPO                   PIC 9(2).
       77 WS-NOME-DIA                PIC X(8).
       77 WS-MOTIVO                  PIC X(20).
       77 WS-NOME-AUSENTE            PIC A(20).
       77 WS-NOME-SUBST              PIC A(20).
       77 WS-DATA-INICIO             PIC 9(8).
       77 WS-DATA-FIM                PIC 9(8).
       77 WS-INT-DATA                PIC 9(7).
       77 WS-INT-FIM                 PIC 9(7).
       77 WS-ANO-LETIVO              PIC 9(4).
       77 WS-CAL-INICIO-MAX          PIC 9(8).
       77 WS-ANO-TERMINADO           PIC X VALUE 'N'.
       77 WS-MES-PEDIDO              PIC 9(6).
       77 WS-PRIMEIRO-DIA            PIC 9(8).
       77 WS-ULTIMO-DIA              PIC 9(8).
       77 WS-FIM-HORARIO             PIC X VALUE 'N'.
       77 WS-FIM-SUBST               PIC X VALUE 'N'.
       77 WS-FIM-PROF                PIC X VALUE 'N'.
       77 WS-FIM-CALENDARIO          PIC X VALUE 'N'.
       77 WS-CAL-OK                  PIC X VALUE 'N'.
       77 WS-DISC-OK                 PIC X VALUE 'N'.
       77 WS-PROF-OK                 PIC X VALUE 'N'.
       77 WS-FERIADO                 PIC X VALUE 'N'.
       77 WS-PROF-LIVRE              PIC X VALUE 'N'.
       77 WS-SUBST-ACEITE            PIC X VALUE 'N'.
       77 WS-RESPOSTA                PIC X.
       77 WS-DIAS-REGISTADOS         PIC 9(3) VALUE ZERO.
       77 WS-TEMPOS-REGISTADOS       PIC 9(3) VALUE ZERO.
       77 WS-TEMPOS-COBERTOS         PIC 9(3) VALUE ZERO.
       77 WS-TEMPOS-APAGADOS         PIC 9(3) VALUE ZERO.
       77 WS-CANDIDATOS              PIC 9(3) VALUE ZERO.
       77 WS-TOTAL-TEMPOS            PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-SEM-SUBST         PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-DIAS              PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-DADAS             PIC 9(5) VALUE ZERO.
       77 WS-NUM-TEMPOS              PIC 9(2) VALUE ZERO.
       77 WS-IND                     PIC 9(2).
       77 WS-COD                     PIC 9(4).
       01 WS-DATA                    PIC 9(8).
       01 WS-DATA-R REDEFINES WS-DATA.
           05 WS-DATA-ANO            PIC 9(4).
           05 WS-DATA-MES            PIC 9(2).
           05 WS-DATA-DIA            PIC 9(2).
      ******************************************************************
      * Tempos do dia a substituir (os do professor ausente nesse dia
      * da semana, ou os que ainda estao sem substituto).
      ******************************************************************
       01 WS-TAB-TEMPOS.
           05 WS-TT-ENTRADA          OCCURS 12 TIMES.
               10 WS-TT-TEMPO        PIC 9(2).
               10 WS-TT-TURMA        PIC 9(3).
               10 WS-TT-DISC         PIC 9(3).
      ******************************************************************
      * Totais do mes por codigo de professor para o relatorio mensal.
      ******************************************************************
       01 WS-TOTAIS-PROF.
           05 WS-ENTRADA-PROF        OCCURS 999 TIMES.
               10 WS-TP-DIAS         PIC 9(3).
               10 WS-TP-TEMPOS       PIC 9(4).
               10 WS-TP-SEM-SUBST    PIC 9(4).
               10 WS-TP-DADAS        PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CONTINUE.
           MENU-SUBSTITUICOES.
           DISPLAY " "
           DISPLAY "***    AUSENCIAS E SUBSTITUICOES    ***"
           DISPLAY "*** 1-REGISTAR AUSENCIA DE PROFESSOR ***"
           DISPLAY "*** 2-ATRIBUIR SUBSTITUTOS          ***"
           DISPLAY "*** 3-FOLHA DIARIA DE SUBSTITUICOES ***"
           DISPLAY "*** 4-RELATORIO MENSAL              ***"
           DISPLAY "*** 5-ANULAR AUSENCIA               ***"
           DISPLAY "***            0-SAIR               ***"
           ACCEPT WS-OPCAO
           IF WS-OPCAO = 1
               PERFORM REGISTAR-AUSENCIA
           ELSE IF WS-OPCAO = 2
               PERFORM ATRIBUIR-SUBSTITUTOS
           ELSE IF WS-OPCAO = 3
               PERFORM FOLHA-DIARIA
           ELSE IF WS-OPCAO = 4
               PERFORM RELATORIO-MENSAL
           ELSE IF WS-OPCAO = 5
               PERFORM ANULAR-AUSENCIA
           ELSE IF WS-OPCAO = 0
               PERFORM FIM
           ELSE
               DISPLAY "OPCAO INVALIDA, DIGITE UM NR VALIDO DO MENU"
               PERFORM MENU-SUBSTITUICOES
           .

      ******************************************************************
      * Ausencia de um professor num dia ou num intervalo de dias:
      * um registo de dia (tempo 00) por dia util que nao seja feriado
      * no calendario escolar e um registo por tempo que o professor
      * tinha nesse dia da semana, com a escolha do substituto.
      ******************************************************************
           REGISTAR-AUSENCIA.
           PERFORM ABRIR-FICHEIROS-AUSENCIA

           DISPLAY "DATA DE INICIO AAAAMMDD (0 = HOJE): "
           ACCEPT WS-DATA-INICIO
           IF WS-DATA-INICIO = ZERO
               ACCEPT WS-DATA-INICIO FROM DATE YYYYMMDD
           END-IF
           DISPLAY "DATA DE FIM AAAAMMDD (0 = SO UM DIA): "
           ACCEPT WS-DATA-FIM
           IF WS-DATA-FIM = ZERO
               MOVE WS-DATA-INICIO TO WS-DATA-FIM
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-INICIO) NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-FIM) NOT = 0
                   OR WS-DATA-FIM < WS-DATA-INICIO
               DISPLAY "ERRO! DATAS INVALIDAS."
               PERFORM FECHAR-FICHEIROS-AUSENCIA
               PERFORM MENU-SUBSTITUICOES
           END-IF
           DISPLAY "MOTIVO (EX. DOENCA, FORMACAO): "
           MOVE SPACE TO WS-MOTIVO
           ACCEPT WS-MOTIVO

           OPEN INPUT CALENDARIO-FILE
           IF WS-CALENDARIO-STATUS = "00"
               MOVE 'S' TO WS-CAL-OK
           ELSE
               MOVE 'N' TO WS-CAL-OK
               DISPLAY "AVISO: SEM calendario.dat, FERIADOS NAO "
                   "DESCONTADOS"
           END-IF

           MOVE ZERO TO WS-DIAS-REGISTADOS WS-TEMPOS-REGISTADOS
               WS-TEMPOS-COBERTOS
           COMPUTE WS-INT-DATA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-INICIO)
           COMPUTE WS-INT-FIM = FUNCTION INTEGER-OF-DATE(WS-DATA-FIM)
           PERFORM UNTIL WS-INT-DATA > WS-INT-FIM
               PERFORM REGISTAR-DIA-AUSENCIA
               ADD 1 TO WS-INT-DATA
           END-PERFORM

           IF WS-CAL-OK = 'S'
               CLOSE CALENDARIO-FILE
           END-IF
           PERFORM FECHAR-FICHEIROS-AUSENCIA
           DISPLAY "DIAS DE AUSENCIA REGISTADOS: " WS-DIAS-REGISTADOS
           DISPLAY "TEMPOS A SUBSTITUIR: " WS-TEMPOS-REGISTADOS
               "  COM SUBSTITUTO: " WS-TEMPOS-COBERTOS
           PERFORM MENU-SUBSTITUICOES
           .

           REGISTAR-DIA-AUSENCIA.
           COMPUTE WS-DATA = FUNCTION DATE-OF-INTEGER(WS-INT-DATA)
           COMPUTE WS-DIA = FUNCTION MOD(WS-INT-DATA, 7)
           IF WS-DIA > 0 AND WS-DIA < 6
               PERFORM VERIFICAR-FERIADO
               IF WS-FERIADO = 'S'
                   DISPLAY "DIA " WS-DATA " SEM AULAS NO CALENDARIO, "
                       "IGNORADO."
               ELSE
                   MOVE WS-CODPROF TO SUB-CODPROF
                   MOVE WS-DATA    TO SUB-DATA
                   MOVE ZERO       TO SUB-TEMPO
                   MOVE WS-DIA     TO SUB-DIA
                   MOVE ZERO       TO SUB-CODTURMA SUB-CODDISC
                                      SUB-CODPROF-SUBST
                   MOVE WS-MOTIVO  TO SUB-MOTIVO
                   WRITE REG-SUBSTITUICAO
                       INVALID KEY
                           DISPLAY "AVISO: AUSENCIA DE " WS-DATA
                               " JA REGISTADA, DIA IGNORADO."
                       NOT INVALID KEY
                           ADD 1 TO WS-DIAS-REGISTADOS
                           PERFORM REGISTAR-TEMPOS-DIA
                   END-WRITE
               END-IF
           END-IF
           .

      ******************************************************************
      * Grava um registo por tempo do professor nesse dia da semana e
      * passa a escolha do substituto tempo a tempo.
      ******************************************************************
           REGISTAR-TEMPOS-DIA.
           PERFORM CARREGAR-TEMPOS-PROF
           PERFORM DESCREVER-DIA
           DISPLAY " "
           DISPLAY WS-NOME-DIA " " WS-DATA ": " WS-NUM-TEMPOS
               " TEMPOS A SUBSTITUIR"
           MOVE 1 TO WS-IND
           PERFORM UNTIL WS-IND > WS-NUM-TEMPOS
               MOVE WS-CODPROF          TO SUB-CODPROF
               MOVE WS-DATA             TO SUB-DATA
               MOVE WS-TT-TEMPO(WS-IND) TO SUB-TEMPO
               MOVE WS-DIA              TO SUB-DIA
               MOVE WS-TT-TURMA(WS-IND) TO SUB-CODTURMA
               MOVE WS-TT-DISC(WS-IND)  TO SUB-CODDISC
               MOVE ZERO                TO SUB-CODPROF-SUBST
               MOVE WS-MOTIVO           TO SUB-MOTIVO
               WRITE REG-SUBSTITUICAO
                   INVALID KEY
                       DISPLAY "AVISO: TEMPO " SUB-TEMPO
                           " JA REGISTADO."
                   NOT INVALID KEY
                       ADD 1 TO WS-TEMPOS-REGISTADOS
               END-WRITE
               ADD 1 TO WS-IND
           END-PERFORM
           PERFORM COBRIR-TEMPOS-TABELA
           .

      ******************************************************************
      * Tempos do professor ausente no dia da semana WS-DIA, lidos do
      * horario pela chave alternativa de professor.
      ******************************************************************
           CARREGAR-TEMPOS-PROF.
           MOVE ZERO TO WS-NUM-TEMPOS
           MOVE WS-CODPROF TO HOR-CODPROF
           MOVE 'N' TO WS-FIM-HORARIO
           START HORARIO-FILE KEY IS = HOR-CODPROF
               INVALID KEY
                   MOVE 'S' TO WS-FIM-HORARIO
           END-START
           PERFORM UNTIL WS-FIM-HORARIO = 'S'
           READ HORARIO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-HORARIO
               NOT AT END
                   IF HOR-CODPROF NOT = WS-CODPROF
                       MOVE 'S' TO WS-FIM-HORARIO
                   ELSE
                       IF HOR-DIA = WS-DIA AND WS-NUM-TEMPOS < 12
                           ADD 1 TO WS-NUM-TEMPOS
                           MOVE HOR-TEMPO
                               TO WS-TT-TEMPO(WS-NUM-TEMPOS)
                           MOVE HOR-CODTURMA
                               TO WS-TT-TURMA(WS-NUM-TEMPOS)
                           MOVE HOR-CODDISC
                               TO WS-TT-DISC(WS-NUM-TEMPOS)
                       END-IF
                   END-IF
           END-READ
           END-PERFORM
           .

           COBRIR-TEMPOS-TABELA.
           MOVE 1 TO WS-IND
           PERFORM UNTIL WS-IND > WS-NUM-TEMPOS
               MOVE WS-TT-TEMPO(WS-IND) TO WS-TEMPO
               MOVE WS-TT-TURMA(WS-IND) TO WS-CODTURMA
               MOVE WS-TT-DISC(WS-IND)  TO WS-CODDISC
               PERFORM ESCOLHER-SUBSTITUTO
               PERFORM GRAVAR-SUBSTITUTO
               ADD 1 TO WS-IND
           END-PERFORM
           .

      ******************************************************************
      * Lista os professores livres no dia e tempo (sem aula no
      * horario, sem ausencia registada e sem outra substituicao no
      * mesmo tempo) e aceita o codigo do substituto escolhido.
      ******************************************************************
           ESCOLHER-SUBSTITUTO.
           DISPLAY "TEMPO " WS-TEMPO " TURMA " WS-CODTURMA
               " DISCIPLINA " WS-CODDISC
           DISPLAY "PROFESSORES LIVRES NESTE TEMPO:"
           MOVE ZERO TO WS-CANDIDATOS
           MOVE ZERO TO CODPROF
           MOVE 'N' TO WS-FIM-PROF
           START PROFESSOR-FILE KEY IS >= CODPROF
               INVALID KEY
                   MOVE 'S' TO WS-FIM-PROF
           END-START
           PERFORM UNTIL WS-FIM-PROF = 'S'
           READ PROFESSOR-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PROF
               NOT AT END
                   IF CODPROF NOT = WS-CODPROF
                       MOVE CODPROF TO WS-CANDIDATO
                       PERFORM VERIFICAR-PROF-LIVRE
                       IF WS-PROF-LIVRE = 'S'
                           ADD 1 TO WS-CANDIDATOS
                           DISPLAY "  " CODPROF " " NOMEPROF
                       END-IF
                   END-IF
           END-READ
           END-PERFORM
           IF WS-CANDIDATOS = ZERO
               DISPLAY "  NENHUM PROFESSOR LIVRE"
           END-IF

           MOVE 'N' TO WS-SUBST-ACEITE
           PERFORM UNTIL WS-SUBST-ACEITE = 'S'
           DISPLAY "CODIGO DO SUBSTITUTO (0 = SEM SUBSTITUTO POR "
               "AGORA): "
           ACCEPT WS-CODPROF-SUBST
           IF WS-CODPROF-SUBST = ZERO
               MOVE 'S' TO WS-SUBST-ACEITE
           ELSE
               IF WS-CODPROF-SUBST = WS-CODPROF
                   DISPLAY "ERRO! E O PROFESSOR AUSENTE."
               ELSE
                   MOVE WS-CODPROF-SUBST TO CODPROF
                   READ PROFESSOR-FILE KEY IS CODPROF
                       INVALID KEY
                           DISPLAY "ERRO! PROFESSOR NAO ENCONTRADO."
                       NOT INVALID KEY
                           MOVE CODPROF TO WS-CANDIDATO
                           PERFORM VERIFICAR-PROF-LIVRE
                           IF WS-PROF-LIVRE = 'S'
                               MOVE 'S' TO WS-SUBST-ACEITE
                           ELSE
                               DISPLAY "ERRO! ESSE PROFESSOR NAO ESTA "
                                   "LIVRE NESTE TEMPO."
                           END-IF
                   END-READ
               END-IF
           END-IF
           END-PERFORM
           .

      ******************************************************************
      * WS-CANDIDATO esta livre em WS-DATA (dia WS-DIA), tempo WS-TEMPO?
      ******************************************************************
           VERIFICAR-PROF-LIVRE.
           MOVE 'S' TO WS-PROF-LIVRE
           MOVE WS-CANDIDATO TO HOR-CODPROF
           MOVE 'N' TO WS-FIM-HORARIO
           START HORARIO-FILE KEY IS = HOR-CODPROF
               INVALID KEY
                   MOVE 'S' TO WS-FIM-HORARIO
           END-START
           PERFORM UNTIL WS-FIM-HORARIO = 'S'
           READ HORARIO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-HORARIO
               NOT AT END
                   IF HOR-CODPROF NOT = WS-CANDIDATO
                       MOVE 'S' TO WS-FIM-HORARIO
                   ELSE
                       IF HOR-DIA = WS-DIA AND HOR-TEMPO = WS-TEMPO
                           MOVE 'N' TO WS-PROF-LIVRE
                           MOVE 'S' TO WS-FIM-HORARIO
                       END-IF
                   END-IF
           END-READ
           END-PERFORM

           IF WS-PROF-LIVRE = 'S'
               MOVE WS-CANDIDATO TO SUB-CODPROF
               MOVE WS-DATA      TO SUB-DATA
               MOVE ZERO         TO SUB-TEMPO
               READ SUBSTITUICAO-FILE KEY IS CHAVE-SUBSTITUICAO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-PROF-LIVRE
               END-READ
           END-IF

           IF WS-PROF-LIVRE = 'S'
               MOVE WS-DATA TO SUB-DATA
               MOVE 'N' TO WS-FIM-SUBST
               START SUBSTITUICAO-FILE KEY IS = SUB-DATA
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-SUBST
               END-START
               PERFORM UNTIL WS-FIM-SUBST = 'S'
               READ SUBSTITUICAO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-SUBST
                   NOT AT END
                       IF SUB-DATA NOT = WS-DATA
                           MOVE 'S' TO WS-FIM-SUBST
                       ELSE
                           IF SUB-TEMPO = WS-TEMPO
                                   AND SUB-CODPROF-SUBST = WS-CANDIDATO
                               MOVE 'N' TO WS-PROF-LIVRE
                               MOVE 'S' TO WS-FIM-SUBST
                           END-IF
                       END-IF
               END-READ
               END-PERFORM
           END-IF
           .

           GRAVAR-SUBSTITUTO.
           IF WS-CODPROF-SUBST NOT = ZERO
               MOVE WS-CODPROF TO SUB-CODPROF
               MOVE WS-DATA    TO SUB-DATA
               MOVE WS-TEMPO   TO SUB-TEMPO
               READ SUBSTITUICAO-FILE KEY IS CHAVE-SUBSTITUICAO
                   INVALID KEY
                       DISPLAY "ERRO! TEMPO " WS-TEMPO
                           " NAO ENCONTRADO."
                   NOT INVALID KEY
                       MOVE WS-CODPROF-SUBST TO SUB-CODPROF-SUBST
                       REWRITE REG-SUBSTITUICAO
                       ADD 1 TO WS-TEMPOS-COBERTOS
               END-READ
           END-IF
           .

      ******************************************************************
      * Completa uma ausencia ja registada: volta a propor substitutos
      * para os tempos desse dia que ainda estao sem substituto.
      ******************************************************************
           ATRIBUIR-SUBSTITUTOS.
           PERFORM ABRIR-FICHEIROS-AUSENCIA
           DISPLAY "DATA DA AUSENCIA AAAAMMDD (0 = HOJE): "
           ACCEPT WS-DATA
           IF WS-DATA = ZERO
               ACCEPT WS-DATA FROM DATE YYYYMMDD
           END-IF

           MOVE WS-CODPROF TO SUB-CODPROF
           MOVE WS-DATA    TO SUB-DATA
           MOVE ZERO       TO SUB-TEMPO
           READ SUBSTITUICAO-FILE KEY IS CHAVE-SUBSTITUICAO
               INVALID KEY
                   DISPLAY "ERRO! SEM AUSENCIA REGISTADA NESSE DIA."
                   PERFORM FECHAR-FICHEIROS-AUSENCIA
                   PERFORM MENU-SUBSTITUICOES
           END-READ
           MOVE SUB-DIA TO WS-DIA

           MOVE ZERO TO WS-NUM-TEMPOS WS-TEMPOS-COBERTOS
           MOVE 'N' TO WS-FIM-SUBST
           PERFORM UNTIL WS-FIM-SUBST = 'S'
           READ SUBSTITUICAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-SUBST
               NOT AT END
                   IF SUB-CODPROF NOT = WS-CODPROF
                           OR SUB-DATA NOT = WS-DATA
                       MOVE 'S' TO WS-FIM-SUBST
                   ELSE
                       IF SUB-CODPROF-SUBST = ZERO
                               AND WS-NUM-TEMPOS < 12
                           ADD 1 TO WS-NUM-TEMPOS
                           MOVE SUB-TEMPO
                               TO WS-TT-TEMPO(WS-NUM-TEMPOS)
                           MOVE SUB-CODTURMA
                               TO WS-TT-TURMA(WS-NUM-TEMPOS)
                           MOVE SUB-CODDISC
                               TO WS-TT-DISC(WS-NUM-TEMPOS)
                       END-IF
                   END-IF
           END-READ
           END-PERFORM

           IF WS-NUM-TEMPOS = ZERO
               DISPLAY "TODOS OS TEMPOS DESSE DIA JA TEM SUBSTITUTO."
           ELSE
               PERFORM COBRIR-TEMPOS-TABELA
               DISPLAY "TEMPOS SEM SUBSTITUTO: " WS-NUM-TEMPOS
                   "  ATRIBUIDOS AGORA: " WS-TEMPOS-COBERTOS
           END-IF
           PERFORM FECHAR-FICHEIROS-AUSENCIA
           PERFORM MENU-SUBSTITUICOES
           .

      ******************************************************************
      * Abertura comum do registo de ausencias e da atribuicao:
      * substituicoes, horario e professores, e o professor ausente.
      ******************************************************************
           ABRIR-FICHEIROS-AUSENCIA.
           OPEN I-O SUBSTITUICAO-FILE
           IF WS-SUBST-STATUS NOT = "00"
               DISPLAY "ERRO: SEM substituicoes.dat, CORRA "
                   "CriarSubstituicaoIndexado"
               PERFORM MENU-SUBSTITUICOES
           END-IF
           OPEN INPUT HORARIO-FILE
           IF WS-HORARIO-STATUS NOT = "00"
               DISPLAY "ERRO: SEM horarios.dat, CORRA "
                   "CriarHorarioIndexado E GerirHorarios"
               CLOSE SUBSTITUICAO-FILE
               PERFORM MENU-SUBSTITUICOES
           END-IF
           OPEN INPUT PROFESSOR-FILE
           IF WS-PROF-STATUS NOT = "00"
               DISPLAY "ERRO: SEM professores.dat, CORRA "
                   "CriarProfessorIndexado"
               CLOSE SUBSTITUICAO-FILE
               CLOSE HORARIO-FILE
               PERFORM MENU-SUBSTITUICOES
           END-IF

           DISPLAY "CODIGO DO PROFESSOR AUSENTE: "
           ACCEPT WS-CODPROF
           MOVE WS-CODPROF TO CODPROF
           READ PROFESSOR-FILE KEY IS CODPROF
               INVALID KEY
                   DISPLAY "ERRO! PROFESSOR NAO ENCONTRADO."
                   PERFORM FECHAR-FICHEIROS-AUSENCIA
                   PERFORM MENU-SUBSTITUICOES
           END-READ
           DISPLAY "PROFESSOR: " CODPROF " " NOMEPROF
           .

           FECHAR-FICHEIROS-AUSENCIA.
           CLOSE SUBSTITUICAO-FILE
           CLOSE HORARIO-FILE
           CLOSE PROFESSOR-FILE
           .

      ******************************************************************
      * O dia WS-DATA cai num feriado ou interrupcao letiva (entradas
      * F do calendario escolar do ano letivo dessa data)?
      ******************************************************************
           VERIFICAR-FERIADO.
           MOVE 'N' TO WS-FERIADO
           IF WS-CAL-OK = 'S'
               PERFORM OBTER-ANO-LETIVO-DATA
               MOVE WS-ANO-LETIVO TO CAL-ANO
               MOVE 'F'           TO CAL-TIPO
               MOVE ZERO          TO CAL-DATA-INICIO
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
                               OR CAL-TIPO NOT = 'F'
                           MOVE 'S' TO WS-FIM-CALENDARIO
                       ELSE
                           IF CAL-DATA-INICIO NOT > WS-DATA
                                   AND CAL-DATA-FIM NOT < WS-DATA
                               MOVE 'S' TO WS-FERIADO
                               MOVE 'S' TO WS-FIM-CALENDARIO
                           END-IF
                       END-IF
               END-READ
               END-PERFORM
           END-IF
           .

      ******************************************************************
      * Ano letivo da data WS-DATA pelo calendario escolar: o do ultimo
      * periodo letivo ja iniciado nessa data (nas interrupcoes entre
      * periodos continua o mesmo ano). Sem periodo iniciado, ou com o
      * 3. periodo desse ano ja terminado, vale a regra de 1 de
      * setembro a 31 de agosto.
      ******************************************************************
           OBTER-ANO-LETIVO-DATA.
           MOVE ZERO TO WS-ANO-LETIVO WS-CAL-INICIO-MAX
           MOVE 'N' TO WS-ANO-TERMINADO
           MOVE ZERO  TO CAL-ANO
           MOVE SPACE TO CAL-TIPO
           MOVE ZERO  TO CAL-DATA-INICIO
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
                   IF CAL-TIPO = 'P'
                           AND CAL-DATA-INICIO NOT > WS-DATA
                           AND CAL-DATA-INICIO > WS-CAL-INICIO-MAX
                       MOVE CAL-ANO         TO WS-ANO-LETIVO
                       MOVE CAL-DATA-INICIO TO WS-CAL-INICIO-MAX
                       MOVE 'N' TO WS-ANO-TERMINADO
                       IF CAL-PERIODO = 3 AND CAL-DATA-FIM < WS-DATA
                           MOVE 'S' TO WS-ANO-TERMINADO
                       END-IF
                   END-IF
           END-READ
           END-PERFORM
           IF WS-ANO-LETIVO = ZERO OR WS-ANO-TERMINADO = 'S'
               IF WS-DATA-MES >= 9
                   MOVE WS-DATA-ANO TO WS-ANO-LETIVO
               ELSE
                   COMPUTE WS-ANO-LETIVO = WS-DATA-ANO - 1
               END-IF
           END-IF
           .

      ******************************************************************
      * Folha diaria de substituicoes: professores ausentes do dia e,
      * tempo a tempo, a turma, a disciplina, o professor ausente e o
      * substituto, para afixar na sala de professores.
      ******************************************************************
           FOLHA-DIARIA.
           OPEN INPUT SUBSTITUICAO-FILE
           IF WS-SUBST-STATUS NOT = "00"
               DISPLAY "ERRO: SEM substituicoes.dat, CORRA "
                   "CriarSubstituicaoIndexado"
               PERFORM MENU-SUBSTITUICOES
           END-IF
           DISPLAY "DATA AAAAMMDD (0 = HOJE): "
           ACCEPT WS-DATA
           IF WS-DATA = ZERO
               ACCEPT WS-DATA FROM DATE YYYYMMDD
           END-IF
           OPEN INPUT PROFESSOR-FILE
           IF WS-PROF-STATUS = "00"
               MOVE 'S' TO WS-PROF-OK
           ELSE
               MOVE 'N' TO WS-PROF-OK
           END-IF
           OPEN INPUT DISCIPLINA-FILE
           IF WS-DISC-STATUS = "00"
               MOVE 'S' TO WS-DISC-OK
           ELSE
               MOVE 'N' TO WS-DISC-OK
           END-IF
           OPEN OUTPUT FOLHA-FILE
           IF WS-FOLHA-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL CRIAR folhasubst.lst"
               CLOSE SUBSTITUICAO-FILE
               IF WS-PROF-OK = 'S'
                   CLOSE PROFESSOR-FILE
               END-IF
               IF WS-DISC-OK = 'S'
                   CLOSE DISCIPLINA-FILE
               END-IF
               PERFORM MENU-SUBSTITUICOES
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA) = 0
               COMPUTE WS-DIA = FUNCTION MOD
                   (FUNCTION INTEGER-OF-DATE(WS-DATA), 7)
           ELSE
               MOVE ZERO TO WS-DIA
           END-IF
           PERFORM DESCREVER-DIA
           MOVE SPACE TO LINHA-FOLHA
           STRING "FOLHA DE SUBSTITUICOES DE " DELIMITED BY SIZE
                  WS-DATA      DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  WS-NOME-DIA  DELIMITED BY SIZE
                  INTO LINHA-FOLHA
           WRITE LINHA-FOLHA
           MOVE SPACE TO LINHA-FOLHA
           WRITE LINHA-FOLHA
           MOVE SPACE TO LINHA-FOLHA
           STRING "PROFESSORES AUSENTES"
               DELIMITED BY SIZE INTO LINHA-FOLHA
           WRITE LINHA-FOLHA

           MOVE ZERO TO WS-TOTAL-TEMPOS WS-TOTAL-SEM-SUBST
           MOVE ZERO TO WS-TEMPO
           PERFORM IMPRIMIR-TEMPO-FOLHA

           MOVE SPACE TO LINHA-FOLHA
           WRITE LINHA-FOLHA
           MOVE SPACE TO LINHA-FOLHA
           STRING "TEMPO TURMA DISCIPLINA           AUSENTE       "
                  "       SUBSTITUTO"
               DELIMITED BY SIZE INTO LINHA-FOLHA
           WRITE LINHA-FOLHA
           MOVE 1 TO WS-TEMPO
           PERFORM UNTIL WS-TEMPO > 12
               PERFORM IMPRIMIR-TEMPO-FOLHA
               ADD 1 TO WS-TEMPO
           END-PERFORM

           MOVE SPACE TO LINHA-FOLHA
           WRITE LINHA-FOLHA
           MOVE SPACE TO LINHA-FOLHA
           STRING "TEMPOS A SUBSTITUIR: " DELIMITED BY SIZE
                  WS-TOTAL-TEMPOS         DELIMITED BY SIZE
                  "  SEM SUBSTITUTO: "    DELIMITED BY SIZE
                  WS-TOTAL-SEM-SUBST      DELIMITED BY SIZE
                  INTO LINHA-FOLHA
           WRITE LINHA-FOLHA

           CLOSE FOLHA-FILE
           CLOSE SUBSTITUICAO-FILE
           IF WS-PROF-OK = 'S'
               CLOSE PROFESSOR-FILE
           END-IF
           IF WS-DISC-OK = 'S'
               CLOSE DISCIPLINA-FILE
           END-IF
           DISPLAY "TEMPOS A SUBSTITUIR: " WS-TOTAL-TEMPOS
               "  SEM SUBSTITUTO: " WS-TOTAL-SEM-SUBST
           DISPLAY "FOLHA GRAVADA EM folhasubst.lst"
           PERFORM MENU-SUBSTITUICOES
           .

      ******************************************************************
      * Percorre os registos do dia (chave alternativa de data) e
      * escreve os do tempo WS-TEMPO; o tempo 00 da a lista de
      * ausentes com o motivo.
      ******************************************************************
           IMPRIMIR-TEMPO-FOLHA.
           MOVE WS-DATA TO SUB-DATA
           MOVE 'N' TO WS-FIM-SUBST
           START SUBSTITUICAO-FILE KEY IS = SUB-DATA
               INVALID KEY
                   MOVE 'S' TO WS-FIM-SUBST
           END-START
           PERFORM UNTIL WS-FIM-SUBST = 'S'
           READ SUBSTITUICAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-SUBST
               NOT AT END
                   IF SUB-DATA NOT = WS-DATA
                       MOVE 'S' TO WS-FIM-SUBST
                   ELSE
                       IF SUB-TEMPO = WS-TEMPO
                           PERFORM ESCREVER-LINHA-FOLHA
                       END-IF
                   END-IF
           END-READ
           END-PERFORM
           .

           ESCREVER-LINHA-FOLHA.
           MOVE SPACE TO WS-NOME-AUSENTE WS-NOME-SUBST
           IF WS-PROF-OK = 'S'
               MOVE SUB-CODPROF TO CODPROF
               READ PROFESSOR-FILE KEY IS CODPROF
                   INVALID KEY
                       MOVE "DESCONHECIDO" TO NOMEPROF
               END-READ
               MOVE NOMEPROF TO WS-NOME-AUSENTE
               IF SUB-CODPROF-SUBST NOT = ZERO
                   MOVE SUB-CODPROF-SUBST TO CODPROF
                   READ PROFESSOR-FILE KEY IS CODPROF
                       INVALID KEY
                           MOVE "DESCONHECIDO" TO NOMEPROF
                   END-READ
                   MOVE NOMEPROF TO WS-NOME-SUBST
               END-IF
           END-IF
           MOVE SPACE TO LINHA-FOLHA
           IF SUB-TEMPO = ZERO
               STRING "  "            DELIMITED BY SIZE
                      SUB-CODPROF     DELIMITED BY SIZE
                      " "             DELIMITED BY SIZE
                      WS-NOME-AUSENTE DELIMITED BY SIZE
                      " "             DELIMITED BY SIZE
                      SUB-MOTIVO      DELIMITED BY SIZE
                      INTO LINHA-FOLHA
           ELSE
               ADD 1 TO WS-TOTAL-TEMPOS
               MOVE SPACE TO NOMEDISC
               IF WS-DISC-OK = 'S'
                   MOVE SUB-CODDISC TO CODDISC
                   READ DISCIPLINA-FILE KEY IS CODDISC
                       INVALID KEY
                           MOVE "DESCONHECIDA" TO NOMEDISC
                   END-READ
               END-IF
               IF SUB-CODPROF-SUBST = ZERO
                   ADD 1 TO WS-TOTAL-SEM-SUBST
                   MOVE "*** SEM SUBSTITUTO" TO WS-NOME-SUBST
               END-IF
               STRING "  "            DELIMITED BY SIZE
                      SUB-TEMPO       DELIMITED BY SIZE
                      "   "           DELIMITED BY SIZE
                      SUB-CODTURMA    DELIMITED BY SIZE
                      "  "            DELIMITED BY SIZE
                      NOMEDISC        DELIMITED BY SIZE
                      " "             DELIMITED BY SIZE
                      WS-NOME-AUSENTE DELIMITED BY SIZE
                      " "             DELIMITED BY SIZE
                      WS-NOME-SUBST   DELIMITED BY SIZE
                      INTO LINHA-FOLHA
           END-IF
           WRITE LINHA-FOLHA
           .

      ******************************************************************
      * Relatorio mensal por professor: dias de ausencia, tempos a
      * substituir, tempos que ficaram sem substituto e substituicoes
      * dadas a colegas, para equilibrar a carga de substituicoes.
      ******************************************************************
           RELATORIO-MENSAL.
           DISPLAY "MES A LISTAR AAAAMM: "
           ACCEPT WS-MES-PEDIDO
           COMPUTE WS-PRIMEIRO-DIA = WS-MES-PEDIDO * 100 + 1
           COMPUTE WS-ULTIMO-DIA = WS-MES-PEDIDO * 100 + 31

           OPEN INPUT SUBSTITUICAO-FILE
           IF WS-SUBST-STATUS NOT = "00"
               DISPLAY "ERRO: SEM substituicoes.dat, CORRA "
                   "CriarSubstituicaoIndexado"
               PERFORM MENU-SUBSTITUICOES
           END-IF
           OPEN INPUT PROFESSOR-FILE
           IF WS-PROF-STATUS NOT = "00"
               DISPLAY "ERRO: SEM professores.dat, CORRA "
                   "CriarProfessorIndexado"
               CLOSE SUBSTITUICAO-FILE
               PERFORM MENU-SUBSTITUICOES
           END-IF
           OPEN OUTPUT MENSAL-FILE
           IF WS-MENSAL-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL CRIAR substmensal.lst"
               CLOSE SUBSTITUICAO-FILE
               CLOSE PROFESSOR-FILE
               PERFORM MENU-SUBSTITUICOES
           END-IF

           INITIALIZE WS-TOTAIS-PROF
           MOVE WS-PRIMEIRO-DIA TO SUB-DATA
           MOVE 'N' TO WS-FIM-SUBST
           START SUBSTITUICAO-FILE KEY IS >= SUB-DATA
               INVALID KEY
                   MOVE 'S' TO WS-FIM-SUBST
           END-START
           PERFORM UNTIL WS-FIM-SUBST = 'S'
           READ SUBSTITUICAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-SUBST
               NOT AT END
                   IF SUB-DATA > WS-ULTIMO-DIA
                       MOVE 'S' TO WS-FIM-SUBST
                   ELSE
                       PERFORM ACUMULAR-SUBSTITUICAO
                   END-IF
           END-READ
           END-PERFORM

           MOVE SPACE TO LINHA-MENSAL
           STRING "AUSENCIAS E SUBSTITUICOES DO MES " DELIMITED BY SIZE
                  WS-MES-PEDIDO DELIMITED BY SIZE
                  INTO LINHA-MENSAL
           WRITE LINHA-MENSAL
           MOVE SPACE TO LINHA-MENSAL
           WRITE LINHA-MENSAL
           MOVE SPACE TO LINHA-MENSAL
           STRING "PROF NOME DO PROFESSOR     DIAS AUSENTE  TEMPOS  "
                  "SEM SUBST  SUBST DADAS"
               DELIMITED BY SIZE INTO LINHA-MENSAL
           WRITE LINHA-MENSAL

           MOVE ZERO TO WS-TOTAL-DIAS WS-TOTAL-TEMPOS
               WS-TOTAL-SEM-SUBST WS-TOTAL-DADAS
           MOVE ZERO TO CODPROF
           MOVE 'N' TO WS-FIM-PROF
           START PROFESSOR-FILE KEY IS >= CODPROF
               INVALID KEY
                   MOVE 'S' TO WS-FIM-PROF
           END-START
           PERFORM UNTIL WS-FIM-PROF = 'S'
           READ PROFESSOR-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PROF
               NOT AT END
                   IF CODPROF > ZERO
                       PERFORM ESCREVER-LINHA-MENSAL
                   END-IF
           END-READ
           END-PERFORM

           MOVE SPACE TO LINHA-MENSAL
           WRITE LINHA-MENSAL
           MOVE SPACE TO LINHA-MENSAL
           STRING "TOTAIS: DIAS "       DELIMITED BY SIZE
                  WS-TOTAL-DIAS         DELIMITED BY SIZE
                  "  TEMPOS "           DELIMITED BY SIZE
                  WS-TOTAL-TEMPOS       DELIMITED BY SIZE
                  "  SEM SUBSTITUTO "   DELIMITED BY SIZE
                  WS-TOTAL-SEM-SUBST    DELIMITED BY SIZE
                  "  SUBSTITUICOES "    DELIMITED BY SIZE
                  WS-TOTAL-DADAS        DELIMITED BY SIZE
                  INTO LINHA-MENSAL
           WRITE LINHA-MENSAL

           CLOSE MENSAL-FILE
           CLOSE SUBSTITUICAO-FILE
           CLOSE PROFESSOR-FILE
           DISPLAY "RELATORIO GRAVADO EM substmensal.lst"
           PERFORM MENU-SUBSTITUICOES
           .

           ACUMULAR-SUBSTITUICAO.
           IF SUB-CODPROF > ZERO
               IF SUB-TEMPO = ZERO
                   ADD 1 TO WS-TP-DIAS(SUB-CODPROF)
               ELSE
                   ADD 1 TO WS-TP-TEMPOS(SUB-CODPROF)
                   IF SUB-CODPROF-SUBST = ZERO
                       ADD 1 TO WS-TP-SEM-SUBST(SUB-CODPROF)
                   ELSE
                       ADD 1 TO WS-TP-DADAS(SUB-CODPROF-SUBST)
                   END-IF
               END-IF
           END-IF
           .

           ESCREVER-LINHA-MENSAL.
           MOVE CODPROF TO WS-COD
           ADD WS-TP-DIAS(WS-COD)      TO WS-TOTAL-DIAS
           ADD WS-TP-TEMPOS(WS-COD)    TO WS-TOTAL-TEMPOS
           ADD WS-TP-SEM-SUBST(WS-COD) TO WS-TOTAL-SEM-SUBST
           ADD WS-TP-DADAS(WS-COD)     TO WS-TOTAL-DADAS
           MOVE SPACE TO LINHA-MENSAL
           STRING CODPROF                 DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  NOMEPROF                DELIMITED BY SIZE
                  "      "                DELIMITED BY SIZE
                  WS-TP-DIAS(WS-COD)      DELIMITED BY SIZE
                  "        "              DELIMITED BY SIZE
                  WS-TP-TEMPOS(WS-COD)    DELIMITED BY SIZE
                  "     "                 DELIMITED BY SIZE
                  WS-TP-SEM-SUBST(WS-COD) DELIMITED BY SIZE
                  "       "               DELIMITED BY SIZE
                  WS-TP-DADAS(WS-COD)     DELIMITED BY SIZE
                  INTO LINHA-MENSAL
           WRITE LINHA-MENSAL
           .

      ******************************************************************
      * Anula uma ausencia registada por engano: apaga o registo do
      * dia e os tempos desse dia, com ou sem substituto.
      ******************************************************************
           ANULAR-AUSENCIA.
           OPEN I-O SUBSTITUICAO-FILE
           IF WS-SUBST-STATUS NOT = "00"
               DISPLAY "ERRO: SEM substituicoes.dat, CORRA "
                   "CriarSubstituicaoIndexado"
               PERFORM MENU-SUBSTITUICOES
           END-IF
           DISPLAY "CODIGO DO PROFESSOR AUSENTE: "
           ACCEPT WS-CODPROF
           DISPLAY "DATA DA AUSENCIA AAAAMMDD: "
           ACCEPT WS-DATA
           DISPLAY "ANULAR A AUSENCIA E AS SUBSTITUICOES DESSE DIA? "
               "(S PARA CONFIRMAR): "
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT = 'S'
               DISPLAY "NADA ANULADO."
               CLOSE SUBSTITUICAO-FILE
               PERFORM MENU-SUBSTITUICOES
           END-IF

           MOVE ZERO TO WS-TEMPOS-APAGADOS
           MOVE WS-CODPROF TO SUB-CODPROF
           MOVE WS-DATA    TO SUB-DATA
           MOVE ZERO       TO SUB-TEMPO
           MOVE 'N' TO WS-FIM-SUBST
           START SUBSTITUICAO-FILE KEY IS >= CHAVE-SUBSTITUICAO
               INVALID KEY
                   MOVE 'S' TO WS-FIM-SUBST
           END-START
           PERFORM UNTIL WS-FIM-SUBST = 'S'
           READ SUBSTITUICAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-SUBST
               NOT AT END
                   IF SUB-CODPROF NOT = WS-CODPROF
                           OR SUB-DATA NOT = WS-DATA
                       MOVE 'S' TO WS-FIM-SUBST
                   ELSE
                       DELETE SUBSTITUICAO-FILE
                       ADD 1 TO WS-TEMPOS-APAGADOS
                   END-IF
           END-READ
           END-PERFORM
           CLOSE SUBSTITUICAO-FILE
           IF WS-TEMPOS-APAGADOS = ZERO
               DISPLAY "ERRO! SEM AUSENCIA REGISTADA NESSE DIA."
           ELSE
               DISPLAY "REGISTOS APAGADOS: " WS-TEMPOS-APAGADOS
           END-IF
           PERFORM MENU-SUBSTITUICOES
           .

           DESCREVER-DIA.
           EVALUATE WS-DIA
               WHEN 1
                   MOVE "SEGUNDA" TO WS-NOME-DIA
               WHEN 2
                   MOVE "TERCA" TO WS-NOME-DIA
               WHEN 3
                   MOVE "QUARTA" TO WS-NOME-DIA
               WHEN 4
                   MOVE "QUINTA" TO WS-NOME-DIA
               WHEN 5
                   MOVE "SEXTA" TO WS-NOME-DIA
               WHEN OTHER
                   MOVE "?" TO WS-NOME-DIA
           END-EVALUATE
           .

           FIM.
           STOP RUN.
       END PROGRAM GerirSubstituicoes.
