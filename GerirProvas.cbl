      ******************************************************************
      * Author:
      * Date:
      * Purpose: calendario de provas (testes) por turma. Books a test
      *          for a turma and disciplina on a date inside a periodo
      *          letivo of the calendario escolar, taking the tempo and
      *          the teacher from the turma's horarios.dat entry for
      *          that weekday; refuses a second test for the turma on
      *          the same day, a fourth test in the same week and a
      *          disciplina with no student of the turma enrolled in
      *          inscricoes.dat. Prints the test calendar of each turma
      *          for a periodo and the list of tests each teacher has
      *          to set and mark
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GerirProvas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "slprova.cbl".
           COPY "slhorar.cbl".
           COPY "slcalen.cbl".
           COPY "slturma.cbl".
           COPY "sldisc.cbl".
           COPY "slprof.cbl".
           COPY "slnotas.cbl".
           COPY "slinsc.cbl".
           SELECT SORT-PROVA ASSIGN TO "sortprova.tmp".
           SELECT CALTURMA-FILE ASSIGN TO "provasturma.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALTURMA-STATUS.
           SELECT LISTAPROF-FILE ASSIGN TO "provasprof.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTAPROF-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY "fdprova.cbl".
           COPY "fdhorar.cbl".
           COPY "fdcalen.cbl".
           COPY "fdturma.cbl".
           COPY "fddisc.cbl".
           COPY "fdprof.cbl".
           COPY "fdnotas.cbl".
           COPY "fdinsc.cbl".
       SD  SORT-PROVA.
       01  SORT-REG-PROVA.
           05  SORT-CODTURMA           PIC 9(3).
           05  SORT-CODPROF            PIC 9(3).
           05  SORT-DATA               PIC 9(8).
           05  SORT-TEMPO              PIC 9(2).
           05  SORT-CODDISC            PIC 9(3).
           05  SORT-DESCRICAO          PIC X(20).
       FD  CALTURMA-FILE.
       01  LINHA-CALTURMA               PIC X(100).
       FD  LISTAPROF-FILE.
       01  LINHA-LISTAPROF              PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-PROVA-STATUS            PIC XX.
       77 WS-HORARIO-STATUS          PIC XX.
       77 WS-CALENDARIO-STATUS       PIC XX.
       77 WS-TURMA-STATUS            PIC XX.
       77 WS-DISC-STATUS             PIC XX.
       77 WS-PROF-STATUS             PIC XX.
       77 WS-NOTAS-STATUS            PIC XX.
       77 WS-INSC-STATUS             PIC XX.
       77 WS-CALTURMA-STATUS         PIC XX.
       77 WS-LISTAPROF-STATUS        PIC XX.
       77 WS-OPCAO                   PIC 9.
       77 WS-CODTURMA                PIC 9(3).
       77 WS-CODDISC                 PIC 9(3).
       77 WS-CODPROF                 PIC 9(3).
       77 WS-QUEBRA                  PIC 9(3).
       77 WS-DIA                     PIC 9(1).
       77 WS-TEMPO                   PIC 9(2).
       77 WS-PERIODO                 PIC 9(1).
       77 WS-ANO-LETIVO              PIC 9(4).
       77 WS-CAL-INICIO-MAX          PIC 9(8).
       77 WS-ANO-TERMINADO           PIC X VALUE 'N'.
       77 WS-NOME-DIA                PIC X(8).
       77 WS-NOME-TURMA              PIC A(20).
       77 WS-NOME-DISC               PIC A(20).
       77 WS-NOME-PROF               PIC A(20).
       77 WS-DESCRICAO               PIC X(20).
       77 WS-ESTADO-PROVA            PIC X(10).
       77 WS-INT-DATA                PIC 9(7).
       77 WS-INT-SEGUNDA             PIC 9(7).
       77 WS-SEGUNDA                 PIC 9(8).
       77 WS-DOMINGO                 PIC 9(8).
       77 WS-HOJE                    PIC 9(8).
       77 WS-DISC-NO-DIA             PIC 9(3).
       77 WS-PROVAS-DIA              PIC 9(3) VALUE ZERO.
       77 WS-PROVAS-SEMANA           PIC 9(3) VALUE ZERO.
       77 WS-MAX-PROVAS-SEMANA       PIC 9(3) VALUE 3.
       77 WS-PROVAS-QUEBRA           PIC 9(3) VALUE ZERO.
       77 WS-TOTAL-PROVAS            PIC 9(5) VALUE ZERO.
       77 WS-FIM-PROVA               PIC X VALUE 'N'.
       77 WS-FIM-HORARIO             PIC X VALUE 'N'.
       77 WS-FIM-CALENDARIO          PIC X VALUE 'N'.
       77 WS-FIM-NOTAS               PIC X VALUE 'N'.
       77 WS-FIM-ORDENACAO           PIC X VALUE 'N'.
       77 WS-FERIADO                 PIC X VALUE 'N'.
       77 WS-INSCRITOS               PIC X VALUE 'N'.
       77 WS-TEMPO-ACEITE            PIC X VALUE 'N'.
       77 WS-PRIMEIRA-QUEBRA         PIC X VALUE 'S'.
       77 WS-TURMA-OK                PIC X VALUE 'N'.
       77 WS-DISC-OK                 PIC X VALUE 'N'.
       77 WS-PROF-OK                 PIC X VALUE 'N'.
       77 WS-RESPOSTA                PIC X.
       77 WS-NUM-TEMPOS              PIC 9(2) VALUE ZERO.
       77 WS-IND                     PIC 9(2).
       01 WS-DATA                    PIC 9(8).
       01 WS-DATA-R REDEFINES WS-DATA.
           05 WS-DATA-ANO            PIC 9(4).
           05 WS-DATA-MES            PIC 9(2).
           05 WS-DATA-DIA            PIC 9(2).
      ******************************************************************
      * Tempos da disciplina no horario da turma no dia da semana da
      * prova, com o professor que os da.
      ******************************************************************
       01 WS-TAB-TEMPOS.
           05 WS-TT-ENTRADA          OCCURS 12 TIMES.
               10 WS-TT-TEMPO        PIC 9(2).
               10 WS-TT-PROF         PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CONTINUE.
           MENU-PROVAS.
           DISPLAY " "
           DISPLAY "***       CALENDARIO DE PROVAS       ***"
           DISPLAY "*** 1-MARCAR PROVA                   ***"
           DISPLAY "*** 2-DESMARCAR PROVA                ***"
           DISPLAY "*** 3-CALENDARIO POR TURMA           ***"
           DISPLAY "*** 4-PROVAS POR PROFESSOR           ***"
           DISPLAY "***            0-SAIR                ***"
           ACCEPT WS-OPCAO
           IF WS-OPCAO = 1
               PERFORM MARCAR-PROVA
           ELSE IF WS-OPCAO = 2
               PERFORM DESMARCAR-PROVA
           ELSE IF WS-OPCAO = 3
               PERFORM CALENDARIO-TURMA
           ELSE IF WS-OPCAO = 4
               PERFORM PROVAS-PROFESSOR
           ELSE IF WS-OPCAO = 0
               PERFORM FIM
           ELSE
               DISPLAY "OPCAO INVALIDA, DIGITE UM NR VALIDO DO MENU"
               PERFORM MENU-PROVAS
           .

      ******************************************************************
      * Marcacao de uma prova: a data tem de cair num dia util de um
      * periodo letivo do calendario escolar que nao seja feriado, a
      * turma tem de ter a disciplina no horario nesse dia da semana e
      * alunos inscritos nela, e nao pode ter outra prova no mesmo dia
      * nem ja ter o maximo de provas nessa semana.
      ******************************************************************
           MARCAR-PROVA.
           PERFORM ABRIR-FICHEIROS-MARCACAO

           DISPLAY "CODIGO DA TURMA: "
           ACCEPT WS-CODTURMA
           MOVE WS-CODTURMA TO CODTURMA
           READ TURMA-FILE KEY IS CODTURMA
               INVALID KEY
                   DISPLAY "ERRO! TURMA NAO ENCONTRADA."
                   PERFORM FECHAR-FICHEIROS-MARCACAO
                   PERFORM MENU-PROVAS
           END-READ
           DISPLAY "TURMA: " CODTURMA " " NOMETURMA
           DISPLAY "CODIGO DA DISCIPLINA: "
           ACCEPT WS-CODDISC
           MOVE WS-CODDISC TO CODDISC
           READ DISCIPLINA-FILE KEY IS CODDISC
               INVALID KEY
                   DISPLAY "ERRO! DISCIPLINA NAO ENCONTRADA."
                   PERFORM FECHAR-FICHEIROS-MARCACAO
                   PERFORM MENU-PROVAS
           END-READ
           DISPLAY "DISCIPLINA: " CODDISC " " NOMEDISC
           DISPLAY "DATA DA PROVA AAAAMMDD: "
           ACCEPT WS-DATA
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA) NOT = 0
               DISPLAY "ERRO! DATA INVALIDA."
               PERFORM FECHAR-FICHEIROS-MARCACAO
               PERFORM MENU-PROVAS
           END-IF
           COMPUTE WS-INT-DATA = FUNCTION INTEGER-OF-DATE(WS-DATA)
           COMPUTE WS-DIA = FUNCTION MOD(WS-INT-DATA, 7)
           IF WS-DIA = 0 OR WS-DIA > 5
               DISPLAY "ERRO! A DATA CAI NUM FIM DE SEMANA."
               PERFORM FECHAR-FICHEIROS-MARCACAO
               PERFORM MENU-PROVAS
           END-IF
           PERFORM DESCREVER-DIA

           PERFORM PROCURAR-PERIODO
           IF WS-PERIODO = ZERO
               DISPLAY "ERRO! A DATA NAO ESTA EM NENHUM PERIODO LETIVO "
                   "DO CALENDARIO ESCOLAR."
               PERFORM FECHAR-FICHEIROS-MARCACAO
               PERFORM MENU-PROVAS
           END-IF
           PERFORM VERIFICAR-FERIADO
           IF WS-FERIADO = 'S'
               DISPLAY "ERRO! DIA SEM AULAS NO CALENDARIO ESCOLAR."
               PERFORM FECHAR-FICHEIROS-MARCACAO
               PERFORM MENU-PROVAS
           END-IF

           PERFORM CARREGAR-TEMPOS-DISC
           IF WS-NUM-TEMPOS = ZERO
               DISPLAY "ERRO! A TURMA NAO TEM ESTA DISCIPLINA A "
                   WS-NOME-DIA " NO HORARIO."
               PERFORM FECHAR-FICHEIROS-MARCACAO
               PERFORM MENU-PROVAS
           END-IF
           PERFORM ESCOLHER-TEMPO
           IF WS-TEMPO-ACEITE = 'N'
               DISPLAY "ERRO! TEMPO NAO E DESTA DISCIPLINA NO HORARIO."
               PERFORM FECHAR-FICHEIROS-MARCACAO
               PERFORM MENU-PROVAS
           END-IF

           PERFORM VERIFICAR-INSCRITOS
           IF WS-INSCRITOS = 'N'
               DISPLAY "ERRO! NENHUM ALUNO DA TURMA ESTA INSCRITO "
                   "NESTA DISCIPLINA."
               PERFORM FECHAR-FICHEIROS-MARCACAO
               PERFORM MENU-PROVAS
           END-IF

           PERFORM CONTAR-PROVAS-TURMA
           IF WS-PROVAS-DIA > ZERO
               DISPLAY "ERRO! A TURMA JA TEM UMA PROVA NESSE DIA "
                   "(DISCIPLINA " WS-DISC-NO-DIA ")."
               PERFORM FECHAR-FICHEIROS-MARCACAO
               PERFORM MENU-PROVAS
           END-IF
           IF WS-PROVAS-SEMANA NOT < WS-MAX-PROVAS-SEMANA
               DISPLAY "ERRO! A TURMA JA TEM " WS-PROVAS-SEMANA
                   " PROVAS NA SEMANA DE " WS-SEGUNDA " A " WS-DOMINGO
                   "."
               PERFORM FECHAR-FICHEIROS-MARCACAO
               PERFORM MENU-PROVAS
           END-IF

           DISPLAY "DESCRICAO (EX. TESTE 1, FICHA): "
           MOVE SPACE TO WS-DESCRICAO
           ACCEPT WS-DESCRICAO
           MOVE WS-CODTURMA   TO PROVA-CODTURMA
           MOVE WS-CODDISC    TO PROVA-CODDISC
           MOVE WS-DATA       TO PROVA-DATA
           MOVE WS-TEMPO      TO PROVA-TEMPO
           MOVE WS-CODPROF    TO PROVA-CODPROF
           MOVE WS-ANO-LETIVO TO PROVA-ANO
           MOVE WS-PERIODO    TO PROVA-PERIODO
           MOVE WS-DESCRICAO  TO PROVA-DESCRICAO
           WRITE REG-PROVA
               INVALID KEY
                   DISPLAY "ERRO! PROVA JA MARCADA."
               NOT INVALID KEY
                   DISPLAY "PROVA MARCADA: " WS-NOME-DIA " " WS-DATA
                       " TEMPO " WS-TEMPO " PROFESSOR " WS-CODPROF
                       " (" WS-ANO-LETIVO " PERIODO " WS-PERIODO ")"
           END-WRITE
           PERFORM FECHAR-FICHEIROS-MARCACAO
           PERFORM MENU-PROVAS
           .

           ABRIR-FICHEIROS-MARCACAO.
           OPEN I-O PROVA-FILE
           IF WS-PROVA-STATUS NOT = "00"
               DISPLAY "ERRO: SEM provas.dat, CORRA CriarProvaIndexado"
               PERFORM MENU-PROVAS
           END-IF
           OPEN INPUT HORARIO-FILE
           IF WS-HORARIO-STATUS NOT = "00"
               DISPLAY "ERRO: SEM horarios.dat, CORRA "
                   "CriarHorarioIndexado E GerirHorarios"
               CLOSE PROVA-FILE
               PERFORM MENU-PROVAS
           END-IF
           OPEN INPUT CALENDARIO-FILE
           IF WS-CALENDARIO-STATUS NOT = "00"
               DISPLAY "ERRO: SEM calendario.dat, CORRA "
                   "CriarCalendarioIndexado E GerirCalendario"
               CLOSE PROVA-FILE
               CLOSE HORARIO-FILE
               PERFORM MENU-PROVAS
           END-IF
           OPEN INPUT TURMA-FILE
           IF WS-TURMA-STATUS NOT = "00"
               DISPLAY "ERRO: SEM turmas.dat, CORRA CriarTurmaIndexado"
               CLOSE PROVA-FILE
               CLOSE HORARIO-FILE
               CLOSE CALENDARIO-FILE
               PERFORM MENU-PROVAS
           END-IF
           OPEN INPUT DISCIPLINA-FILE
           IF WS-DISC-STATUS NOT = "00"
               DISPLAY "ERRO: SEM disciplinas.dat, CORRA "
                   "CriarDisciplinaIndexado"
               CLOSE PROVA-FILE
               CLOSE HORARIO-FILE
               CLOSE CALENDARIO-FILE
               CLOSE TURMA-FILE
               PERFORM MENU-PROVAS
           END-IF
           .

           FECHAR-FICHEIROS-MARCACAO.
           CLOSE PROVA-FILE
           CLOSE HORARIO-FILE
           CLOSE CALENDARIO-FILE
           CLOSE TURMA-FILE
           CLOSE DISCIPLINA-FILE
           .

      ******************************************************************
      * Periodo letivo (entradas P do calendario escolar) que contem a
      * data WS-DATA; WS-PERIODO fica a zero se nenhum a contem.
      ******************************************************************
           PROCURAR-PERIODO.
           PERFORM OBTER-ANO-LETIVO-DATA
           MOVE ZERO TO WS-PERIODO
           MOVE WS-ANO-LETIVO TO CAL-ANO
           MOVE 'P'           TO CAL-TIPO
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
                           OR CAL-TIPO NOT = 'P'
                       MOVE 'S' TO WS-FIM-CALENDARIO
                   ELSE
                       IF CAL-DATA-INICIO NOT > WS-DATA
                               AND CAL-DATA-FIM NOT < WS-DATA
                           MOVE CAL-PERIODO TO WS-PERIODO
                           MOVE 'S' TO WS-FIM-CALENDARIO
                       END-IF
                   END-IF
           END-READ
           END-PERFORM
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
      * O dia WS-DATA cai num feriado ou interrupcao letiva (entradas
      * F do calendario escolar do ano letivo WS-ANO-LETIVO)?
      ******************************************************************
           VERIFICAR-FERIADO.
           MOVE 'N' TO WS-FERIADO
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
           .

      ******************************************************************
      * Tempos da disciplina WS-CODDISC no horario da turma no dia da
      * semana WS-DIA, lidos pela chave turma + dia + tempo.
      ******************************************************************
           CARREGAR-TEMPOS-DISC.
           MOVE ZERO TO WS-NUM-TEMPOS
           MOVE WS-CODTURMA TO HOR-CODTURMA
           MOVE WS-DIA      TO HOR-DIA
           MOVE ZERO        TO HOR-TEMPO
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
                           OR HOR-DIA NOT = WS-DIA
                       MOVE 'S' TO WS-FIM-HORARIO
                   ELSE
                       IF HOR-CODDISC = WS-CODDISC
                               AND WS-NUM-TEMPOS < 12
                           ADD 1 TO WS-NUM-TEMPOS
                           MOVE HOR-TEMPO
                               TO WS-TT-TEMPO(WS-NUM-TEMPOS)
                           MOVE HOR-CODPROF
                               TO WS-TT-PROF(WS-NUM-TEMPOS)
                       END-IF
                   END-IF
           END-READ
           END-PERFORM
           .

      ******************************************************************
      * Com um so tempo da disciplina nesse dia a prova fica nele; com
      * mais do que um (tempos duplos) o operador escolhe o tempo.
      ******************************************************************
           ESCOLHER-TEMPO.
           MOVE 'N' TO WS-TEMPO-ACEITE
           IF WS-NUM-TEMPOS = 1
               MOVE WS-TT-TEMPO(1) TO WS-TEMPO
           ELSE
               DISPLAY "TEMPOS DA DISCIPLINA A " WS-NOME-DIA ":"
               MOVE 1 TO WS-IND
               PERFORM UNTIL WS-IND > WS-NUM-TEMPOS
                   DISPLAY "  TEMPO " WS-TT-TEMPO(WS-IND)
                       "  PROFESSOR " WS-TT-PROF(WS-IND)
                   ADD 1 TO WS-IND
               END-PERFORM
               DISPLAY "TEMPO DA PROVA: "
               ACCEPT WS-TEMPO
           END-IF
           MOVE 1 TO WS-IND
           PERFORM UNTIL WS-IND > WS-NUM-TEMPOS
               IF WS-TT-TEMPO(WS-IND) = WS-TEMPO
                   MOVE WS-TT-PROF(WS-IND) TO WS-CODPROF
                   MOVE 'S' TO WS-TEMPO-ACEITE
               END-IF
               ADD 1 TO WS-IND
           END-PERFORM
           .

      ******************************************************************
      * Ha pelo menos um aluno da turma inscrito na disciplina? Sem
      * inscricoes.dat a verificacao e dispensada, como na insercao de
      * notas por disciplina.
      ******************************************************************
           VERIFICAR-INSCRITOS.
           OPEN INPUT INSCRICAO-FILE
           IF WS-INSC-STATUS NOT = "00"
               DISPLAY "AVISO: SEM inscricoes.dat, INSCRICOES NAO "
                   "VERIFICADAS"
               MOVE 'S' TO WS-INSCRITOS
           ELSE
               MOVE 'N' TO WS-INSCRITOS
               OPEN INPUT NOTAS-FILE
               IF WS-NOTAS-STATUS NOT = "00"
                   DISPLAY "AVISO: SEM notas.dat, INSCRICOES NAO "
                       "VERIFICADAS"
                   MOVE 'S' TO WS-INSCRITOS
               ELSE
                   MOVE 'N' TO WS-FIM-NOTAS
                   PERFORM UNTIL WS-FIM-NOTAS = 'S'
                   READ NOTAS-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FIM-NOTAS
                       NOT AT END
                           IF CODTURMA-ALUNO = WS-CODTURMA
                               PERFORM VERIFICAR-INSCRICAO-ALUNO
                           END-IF
                   END-READ
                   END-PERFORM
                   CLOSE NOTAS-FILE
               END-IF
               CLOSE INSCRICAO-FILE
           END-IF
           .

           VERIFICAR-INSCRICAO-ALUNO.
           MOVE NOTAS-NUMBER TO INSC-NUMBER
           MOVE WS-CODDISC   TO INSC-CODDISC
           READ INSCRICAO-FILE KEY IS CHAVE-INSCRICAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-INSCRITOS
                   MOVE 'S' TO WS-FIM-NOTAS
           END-READ
           .

      ******************************************************************
      * Provas ja marcadas para a turma no dia WS-DATA e na semana de
      * segunda a domingo que o contem.
      ******************************************************************
           CONTAR-PROVAS-TURMA.
           MOVE ZERO TO WS-PROVAS-DIA WS-PROVAS-SEMANA WS-DISC-NO-DIA
           COMPUTE WS-INT-SEGUNDA = WS-INT-DATA - WS-DIA + 1
           COMPUTE WS-SEGUNDA =
               FUNCTION DATE-OF-INTEGER(WS-INT-SEGUNDA)
           COMPUTE WS-DOMINGO =
               FUNCTION DATE-OF-INTEGER(WS-INT-SEGUNDA + 6)
           MOVE WS-CODTURMA TO PROVA-CODTURMA
           MOVE ZERO        TO PROVA-CODDISC PROVA-DATA
           MOVE 'N' TO WS-FIM-PROVA
           START PROVA-FILE KEY IS >= CHAVE-PROVA
               INVALID KEY
                   MOVE 'S' TO WS-FIM-PROVA
           END-START
           PERFORM UNTIL WS-FIM-PROVA = 'S'
           READ PROVA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PROVA
               NOT AT END
                   IF PROVA-CODTURMA NOT = WS-CODTURMA
                       MOVE 'S' TO WS-FIM-PROVA
                   ELSE
                       IF PROVA-DATA = WS-DATA
                           ADD 1 TO WS-PROVAS-DIA
                           MOVE PROVA-CODDISC TO WS-DISC-NO-DIA
                       END-IF
                       IF PROVA-DATA NOT < WS-SEGUNDA
                               AND PROVA-DATA NOT > WS-DOMINGO
                           ADD 1 TO WS-PROVAS-SEMANA
                       END-IF
                   END-IF
           END-READ
           END-PERFORM
           .

      ******************************************************************
      * Desmarcacao de uma prova pela chave turma + disciplina + data.
      ******************************************************************
           DESMARCAR-PROVA.
           OPEN I-O PROVA-FILE
           IF WS-PROVA-STATUS NOT = "00"
               DISPLAY "ERRO: SEM provas.dat, CORRA CriarProvaIndexado"
               PERFORM MENU-PROVAS
           END-IF
           DISPLAY "CODIGO DA TURMA: "
           ACCEPT PROVA-CODTURMA
           DISPLAY "CODIGO DA DISCIPLINA: "
           ACCEPT PROVA-CODDISC
           DISPLAY "DATA DA PROVA AAAAMMDD: "
           ACCEPT PROVA-DATA
           READ PROVA-FILE KEY IS CHAVE-PROVA
               INVALID KEY
                   DISPLAY "ERRO! PROVA NAO ENCONTRADA."
                   CLOSE PROVA-FILE
                   PERFORM MENU-PROVAS
           END-READ
           DISPLAY "PROVA: TURMA " PROVA-CODTURMA " DISCIPLINA "
               PROVA-CODDISC " " PROVA-DATA " TEMPO " PROVA-TEMPO
               " " PROVA-DESCRICAO
           DISPLAY "DESMARCAR ESTA PROVA? (S/N): "
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA = 'S'
               DELETE PROVA-FILE
                   INVALID KEY
                       DISPLAY "ERRO! NAO FOI POSSIVEL DESMARCAR."
                   NOT INVALID KEY
                       DISPLAY "PROVA DESMARCADA."
               END-DELETE
           ELSE
               DISPLAY "OPERACAO CANCELADA."
           END-IF
           CLOSE PROVA-FILE
           PERFORM MENU-PROVAS
           .

      ******************************************************************
      * Calendario de provas de um periodo, turma a turma e por data,
      * para afixar e entregar aos diretores de turma.
      ******************************************************************
           CALENDARIO-TURMA.
           PERFORM PEDIR-PERIODO-LISTAGEM
           DISPLAY "CODIGO DA TURMA (0 = TODAS): "
           ACCEPT WS-CODTURMA
           MOVE ZERO TO WS-CODPROF
           PERFORM ABRIR-FICHEIROS-LISTAGEM
           OPEN OUTPUT CALTURMA-FILE
           IF WS-CALTURMA-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL CRIAR provasturma.lst"
               PERFORM FECHAR-FICHEIROS-LISTAGEM
               PERFORM MENU-PROVAS
           END-IF
           SORT SORT-PROVA
               ON ASCENDING KEY SORT-CODTURMA SORT-DATA SORT-TEMPO
               INPUT PROCEDURE IS CARREGAR-PROVAS-PERIODO
               OUTPUT PROCEDURE IS IMPRIMIR-CALENDARIO-TURMA
           CLOSE CALTURMA-FILE
           PERFORM FECHAR-FICHEIROS-LISTAGEM
           DISPLAY "PROVAS NO PERIODO: " WS-TOTAL-PROVAS
           DISPLAY "CALENDARIO GRAVADO EM provasturma.lst"
           PERFORM MENU-PROVAS
           .

      ******************************************************************
      * Provas que cada professor tem de elaborar (ainda por realizar)
      * e de corrigir (ja realizadas) no periodo.
      ******************************************************************
           PROVAS-PROFESSOR.
           PERFORM PEDIR-PERIODO-LISTAGEM
           DISPLAY "CODIGO DO PROFESSOR (0 = TODOS): "
           ACCEPT WS-CODPROF
           MOVE ZERO TO WS-CODTURMA
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           PERFORM ABRIR-FICHEIROS-LISTAGEM
           OPEN OUTPUT LISTAPROF-FILE
           IF WS-LISTAPROF-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL CRIAR provasprof.lst"
               PERFORM FECHAR-FICHEIROS-LISTAGEM
               PERFORM MENU-PROVAS
           END-IF
           SORT SORT-PROVA
               ON ASCENDING KEY SORT-CODPROF SORT-DATA SORT-TEMPO
               INPUT PROCEDURE IS CARREGAR-PROVAS-PERIODO
               OUTPUT PROCEDURE IS IMPRIMIR-PROVAS-PROFESSOR
           CLOSE LISTAPROF-FILE
           PERFORM FECHAR-FICHEIROS-LISTAGEM
           DISPLAY "PROVAS NO PERIODO: " WS-TOTAL-PROVAS
           DISPLAY "LISTA GRAVADA EM provasprof.lst"
           PERFORM MENU-PROVAS
           .

           PEDIR-PERIODO-LISTAGEM.
           DISPLAY "ANO LETIVO (ANO DE INICIO, EX. 2024): "
           ACCEPT WS-ANO-LETIVO
           DISPLAY "PERIODO (1-3): "
           ACCEPT WS-PERIODO
           IF WS-PERIODO < 1 OR WS-PERIODO > 3
               DISPLAY "ERRO! PERIODO INVALIDO."
               PERFORM MENU-PROVAS
           END-IF
           .

      ******************************************************************
      * provas.dat e obrigatorio; turmas, disciplinas e professores so
      * dao os nomes nas listagens.
      ******************************************************************
           ABRIR-FICHEIROS-LISTAGEM.
           OPEN INPUT PROVA-FILE
           IF WS-PROVA-STATUS NOT = "00"
               DISPLAY "ERRO: SEM provas.dat, CORRA CriarProvaIndexado"
               PERFORM MENU-PROVAS
           END-IF
           OPEN INPUT TURMA-FILE
           IF WS-TURMA-STATUS = "00"
               MOVE 'S' TO WS-TURMA-OK
           ELSE
               MOVE 'N' TO WS-TURMA-OK
           END-IF
           OPEN INPUT DISCIPLINA-FILE
           IF WS-DISC-STATUS = "00"
               MOVE 'S' TO WS-DISC-OK
           ELSE
               MOVE 'N' TO WS-DISC-OK
           END-IF
           OPEN INPUT PROFESSOR-FILE
           IF WS-PROF-STATUS = "00"
               MOVE 'S' TO WS-PROF-OK
           ELSE
               MOVE 'N' TO WS-PROF-OK
           END-IF
           .

           FECHAR-FICHEIROS-LISTAGEM.
           CLOSE PROVA-FILE
           IF WS-TURMA-OK = 'S'
               CLOSE TURMA-FILE
           END-IF
           IF WS-DISC-OK = 'S'
               CLOSE DISCIPLINA-FILE
           END-IF
           IF WS-PROF-OK = 'S'
               CLOSE PROFESSOR-FILE
           END-IF
           .

      ******************************************************************
      * Entrada da ordenacao: provas do ano letivo e periodo pedidos,
      * filtradas pela turma ou pelo professor quando indicados (o
      * professor pela chave alternativa).
      ******************************************************************
           CARREGAR-PROVAS-PERIODO.
           MOVE ZERO TO WS-TOTAL-PROVAS
           MOVE 'N' TO WS-FIM-PROVA
           IF WS-CODPROF NOT = ZERO
               MOVE WS-CODPROF TO PROVA-CODPROF
               START PROVA-FILE KEY IS = PROVA-CODPROF
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-PROVA
               END-START
           ELSE
               MOVE WS-CODTURMA TO PROVA-CODTURMA
               MOVE ZERO        TO PROVA-CODDISC PROVA-DATA
               START PROVA-FILE KEY IS >= CHAVE-PROVA
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-PROVA
               END-START
           END-IF
           PERFORM UNTIL WS-FIM-PROVA = 'S'
           READ PROVA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-PROVA
               NOT AT END
                   IF WS-CODPROF NOT = ZERO
                           AND PROVA-CODPROF NOT = WS-CODPROF
                       MOVE 'S' TO WS-FIM-PROVA
                   ELSE IF WS-CODTURMA NOT = ZERO
                           AND PROVA-CODTURMA NOT = WS-CODTURMA
                       MOVE 'S' TO WS-FIM-PROVA
                   ELSE
                       IF PROVA-ANO = WS-ANO-LETIVO
                               AND PROVA-PERIODO = WS-PERIODO
                           MOVE PROVA-CODTURMA  TO SORT-CODTURMA
                           MOVE PROVA-CODPROF   TO SORT-CODPROF
                           MOVE PROVA-DATA      TO SORT-DATA
                           MOVE PROVA-TEMPO     TO SORT-TEMPO
                           MOVE PROVA-CODDISC   TO SORT-CODDISC
                           MOVE PROVA-DESCRICAO TO SORT-DESCRICAO
                           RELEASE SORT-REG-PROVA
                           ADD 1 TO WS-TOTAL-PROVAS
                       END-IF
                   END-IF
                   END-IF
           END-READ
           END-PERFORM
           .

           IMPRIMIR-CALENDARIO-TURMA.
           MOVE SPACE TO LINHA-CALTURMA
           STRING "CALENDARIO DE PROVAS - ANO LETIVO " DELIMITED BY SIZE
                  WS-ANO-LETIVO  DELIMITED BY SIZE
                  " PERIODO "    DELIMITED BY SIZE
                  WS-PERIODO     DELIMITED BY SIZE
                  INTO LINHA-CALTURMA
           WRITE LINHA-CALTURMA
           MOVE 'S' TO WS-PRIMEIRA-QUEBRA
           MOVE 'N' TO WS-FIM-ORDENACAO
           PERFORM UNTIL WS-FIM-ORDENACAO = 'S'
           RETURN SORT-PROVA
               AT END
                   MOVE 'S' TO WS-FIM-ORDENACAO
               NOT AT END
                   IF WS-PRIMEIRA-QUEBRA = 'S'
                           OR SORT-CODTURMA NOT = WS-QUEBRA
                       PERFORM CABECALHO-TURMA
                   END-IF
                   ADD 1 TO WS-PROVAS-QUEBRA
                   PERFORM OBTER-NOME-DISC
                   COMPUTE WS-DIA = FUNCTION MOD
                       (FUNCTION INTEGER-OF-DATE(SORT-DATA), 7)
                   PERFORM DESCREVER-DIA
                   MOVE SPACE TO LINHA-CALTURMA
                   STRING SORT-DATA      DELIMITED BY SIZE
                          " "            DELIMITED BY SIZE
                          WS-NOME-DIA    DELIMITED BY SIZE
                          " "            DELIMITED BY SIZE
                          SORT-TEMPO     DELIMITED BY SIZE
                          "    "         DELIMITED BY SIZE
                          SORT-CODDISC   DELIMITED BY SIZE
                          " "            DELIMITED BY SIZE
                          WS-NOME-DISC   DELIMITED BY SIZE
                          " "            DELIMITED BY SIZE
                          SORT-DESCRICAO DELIMITED BY SIZE
                          INTO LINHA-CALTURMA
                   WRITE LINHA-CALTURMA
           END-RETURN
           END-PERFORM
           IF WS-PRIMEIRA-QUEBRA = 'N'
               PERFORM TOTAL-TURMA
           END-IF
           .

           CABECALHO-TURMA.
           IF WS-PRIMEIRA-QUEBRA = 'N'
               PERFORM TOTAL-TURMA
           END-IF
           MOVE 'N' TO WS-PRIMEIRA-QUEBRA
           MOVE SORT-CODTURMA TO WS-QUEBRA
           MOVE ZERO TO WS-PROVAS-QUEBRA
           MOVE SPACE TO WS-NOME-TURMA
           IF WS-TURMA-OK = 'S'
               MOVE SORT-CODTURMA TO CODTURMA
               READ TURMA-FILE KEY IS CODTURMA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOMETURMA TO WS-NOME-TURMA
               END-READ
           END-IF
           MOVE SPACE TO LINHA-CALTURMA
           WRITE LINHA-CALTURMA
           MOVE SPACE TO LINHA-CALTURMA
           STRING "TURMA "        DELIMITED BY SIZE
                  SORT-CODTURMA   DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-NOME-TURMA   DELIMITED BY SIZE
                  INTO LINHA-CALTURMA
           WRITE LINHA-CALTURMA
           MOVE SPACE TO LINHA-CALTURMA
           STRING "DATA     DIA      TEMPO DISCIPLINA               "
                  "DESCRICAO"
               DELIMITED BY SIZE INTO LINHA-CALTURMA
           WRITE LINHA-CALTURMA
           .

           TOTAL-TURMA.
           MOVE SPACE TO LINHA-CALTURMA
           STRING "PROVAS DA TURMA NO PERIODO: " DELIMITED BY SIZE
                  WS-PROVAS-QUEBRA               DELIMITED BY SIZE
                  INTO LINHA-CALTURMA
           WRITE LINHA-CALTURMA
           .

           IMPRIMIR-PROVAS-PROFESSOR.
           MOVE SPACE TO LINHA-LISTAPROF
           STRING "PROVAS A ELABORAR E CORRIGIR - ANO LETIVO "
                      DELIMITED BY SIZE
                  WS-ANO-LETIVO  DELIMITED BY SIZE
                  " PERIODO "    DELIMITED BY SIZE
                  WS-PERIODO     DELIMITED BY SIZE
                  INTO LINHA-LISTAPROF
           WRITE LINHA-LISTAPROF
           MOVE 'S' TO WS-PRIMEIRA-QUEBRA
           MOVE 'N' TO WS-FIM-ORDENACAO
           PERFORM UNTIL WS-FIM-ORDENACAO = 'S'
           RETURN SORT-PROVA
               AT END
                   MOVE 'S' TO WS-FIM-ORDENACAO
               NOT AT END
                   IF WS-PRIMEIRA-QUEBRA = 'S'
                           OR SORT-CODPROF NOT = WS-QUEBRA
                       PERFORM CABECALHO-PROFESSOR
                   END-IF
                   ADD 1 TO WS-PROVAS-QUEBRA
                   PERFORM OBTER-NOME-DISC
                   IF SORT-DATA < WS-HOJE
                       MOVE "A CORRIGIR" TO WS-ESTADO-PROVA
                   ELSE
                       MOVE "A ELABORAR" TO WS-ESTADO-PROVA
                   END-IF
                   MOVE SPACE TO LINHA-LISTAPROF
                   STRING SORT-DATA       DELIMITED BY SIZE
                          " "             DELIMITED BY SIZE
                          SORT-TEMPO      DELIMITED BY SIZE
                          "    "          DELIMITED BY SIZE
                          SORT-CODTURMA   DELIMITED BY SIZE
                          "   "           DELIMITED BY SIZE
                          WS-NOME-DISC    DELIMITED BY SIZE
                          " "             DELIMITED BY SIZE
                          SORT-DESCRICAO  DELIMITED BY SIZE
                          " "             DELIMITED BY SIZE
                          WS-ESTADO-PROVA DELIMITED BY SIZE
                          INTO LINHA-LISTAPROF
                   WRITE LINHA-LISTAPROF
           END-RETURN
           END-PERFORM
           IF WS-PRIMEIRA-QUEBRA = 'N'
               PERFORM TOTAL-PROFESSOR
           END-IF
           .

           CABECALHO-PROFESSOR.
           IF WS-PRIMEIRA-QUEBRA = 'N'
               PERFORM TOTAL-PROFESSOR
           END-IF
           MOVE 'N' TO WS-PRIMEIRA-QUEBRA
           MOVE SORT-CODPROF TO WS-QUEBRA
           MOVE ZERO TO WS-PROVAS-QUEBRA
           MOVE SPACE TO WS-NOME-PROF
           IF WS-PROF-OK = 'S'
               MOVE SORT-CODPROF TO CODPROF
               READ PROFESSOR-FILE KEY IS CODPROF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOMEPROF TO WS-NOME-PROF
               END-READ
           END-IF
           MOVE SPACE TO LINHA-LISTAPROF
           WRITE LINHA-LISTAPROF
           MOVE SPACE TO LINHA-LISTAPROF
           STRING "PROFESSOR "    DELIMITED BY SIZE
                  SORT-CODPROF    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-NOME-PROF    DELIMITED BY SIZE
                  INTO LINHA-LISTAPROF
           WRITE LINHA-LISTAPROF
           MOVE SPACE TO LINHA-LISTAPROF
           STRING "DATA     TEMPO TURMA DISCIPLINA           "
                  "DESCRICAO            ESTADO"
               DELIMITED BY SIZE INTO LINHA-LISTAPROF
           WRITE LINHA-LISTAPROF
           .

           TOTAL-PROFESSOR.
           MOVE SPACE TO LINHA-LISTAPROF
           STRING "PROVAS DO PROFESSOR NO PERIODO: " DELIMITED BY SIZE
                  WS-PROVAS-QUEBRA                   DELIMITED BY SIZE
                  INTO LINHA-LISTAPROF
           WRITE LINHA-LISTAPROF
           .

           OBTER-NOME-DISC.
           MOVE SPACE TO WS-NOME-DISC
           IF WS-DISC-OK = 'S'
               MOVE SORT-CODDISC TO CODDISC
               READ DISCIPLINA-FILE KEY IS CODDISC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOMEDISC TO WS-NOME-DISC
               END-READ
           END-IF
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
       END PROGRAM GerirProvas.
