      * Date:
      * Purpose: teacher workload report; per teacher lists their
      *          turmas, the number of students in each (counted from
      *          CODTURMA-ALUNO in notas.dat), the combined class
      *          average and, from substituicoes.dat, the days absent,
      *          the tempos left to cover and the covers given to
      *          colleagues in the current ano letivo
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "slnotas.cbl".
           COPY "slturma.cbl".
           COPY "slprof.cbl".
           COPY "slsubst.cbl".
           COPY "slcalen.cbl".
           SELECT PROFREL-FILE ASSIGN TO "professores.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFREL-STATUS.
           COPY "fdnotas.cbl".
           COPY "fdturma.cbl".
           COPY "fdprof.cbl".
           COPY "fdsubst.cbl".
           COPY "fdcalen.cbl".
       FD  PROFREL-FILE.
       01  LINHA-PROFREL                PIC X(80).

       77 WS-TURMA-ATRIBUIDA         PIC X.
       77 WS-FIM-PROCURA             PIC X.
       77 WS-TURMAS-ORFAS            PIC 9(3) VALUE ZERO.
       77 WS-SUBST-STATUS            PIC XX.
       77 WS-SUBST-OK                PIC X VALUE 'N'.
       77 WS-FIM-SUBST               PIC X VALUE 'N'.
       77 WS-INICIO-ANO-LETIVO       PIC 9(8).
       77 WS-FIM-ANO-LETIVO          PIC 9(8).
       77 WS-ANO-LETIVO              PIC 9(4).
       77 WS-CALENDARIO-STATUS       PIC XX.
       77 WS-FIM-CALENDARIO          PIC X VALUE 'N'.
       77 WS-CAL-INICIO-MAX          PIC 9(8).
       77 WS-ANO-TERMINADO           PIC X VALUE 'N'.
       01 WS-DATA-HOJE               PIC 9(8).
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO            PIC 9(4).
           05 WS-HOJE-MES            PIC 9(2).
           05 WS-HOJE-DIA            PIC 9(2).
       01 WS-TOTAIS-TURMA.
           05 WS-ENTRADA-TURMA       OCCURS 999 TIMES.
               10 WS-TT-ALUNOS       PIC 9(5).
               10 WS-TT-SOMA         PIC 9(7)V99.
      ******************************************************************
      * Ausencias e substituicoes do ano letivo por codigo de professor.
      ******************************************************************
       01 WS-TOTAIS-SUBST.
           05 WS-ENTRADA-SUBST       OCCURS 999 TIMES.
               10 WS-TS-DIAS         PIC 9(3).
               10 WS-TS-TEMPOS       PIC 9(4).
               10 WS-TS-SEM-SUBST    PIC 9(4).
               10 WS-TS-DADAS        PIC 9(4).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "A GERAR O RELATORIO DE CARGA POR PROFESSOR..."
           PERFORM ACUMULAR-NOTAS-POR-TURMA
           PERFORM ACUMULAR-SUBSTITUICOES

           OPEN INPUT PROFESSOR-FILE
           IF WS-PROF-STATUS NOT = "00"
                      INTO LINHA-PROFREL
               WRITE LINHA-PROFREL
           END-IF
           IF WS-SUBST-OK = 'S' AND CODPROF > ZERO
               MOVE SPACE TO LINHA-PROFREL
               STRING "  AUSENCIAS NO ANO: "      DELIMITED BY SIZE
                      WS-TS-DIAS(CODPROF)        DELIMITED BY SIZE
                      " DIAS, "                  DELIMITED BY SIZE
                      WS-TS-TEMPOS(CODPROF)      DELIMITED BY SIZE
                      " TEMPOS ("                DELIMITED BY SIZE
                      WS-TS-SEM-SUBST(CODPROF)   DELIMITED BY SIZE
                      " SEM SUBST.)  SUBSTITUICOES DADAS: "
                                                 DELIMITED BY SIZE
                      WS-TS-DADAS(CODPROF)       DELIMITED BY SIZE
                      INTO LINHA-PROFREL
               WRITE LINHA-PROFREL
           END-IF
           .

      ******************************************************************
      * Uma passagem por substituicoes.dat no ano letivo corrente (os
      * limites do calendario escolar) acumulando, por professor, os
      * dias de ausencia, os tempos a substituir e as substituicoes
      * dadas.
      ******************************************************************
           ACUMULAR-SUBSTITUICOES.
           INITIALIZE WS-TOTAIS-SUBST
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM OBTER-ANO-LETIVO-DATA
           PERFORM CALCULAR-JANELA-ANO-LETIVO
           OPEN INPUT SUBSTITUICAO-FILE
           IF WS-SUBST-STATUS NOT = "00"
               MOVE 'N' TO WS-SUBST-OK
           ELSE
               MOVE 'S' TO WS-SUBST-OK
               MOVE WS-INICIO-ANO-LETIVO TO SUB-DATA
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
                       IF SUB-DATA > WS-FIM-ANO-LETIVO
                           MOVE 'S' TO WS-FIM-SUBST
                       ELSE
                           PERFORM ACUMULAR-SUBSTITUICAO
                       END-IF
               END-READ
               END-PERFORM
               CLOSE SUBSTITUICAO-FILE
           END-IF
           .

           ACUMULAR-SUBSTITUICAO.
           IF SUB-CODPROF > ZERO
               IF SUB-TEMPO = ZERO
                   ADD 1 TO WS-TS-DIAS(SUB-CODPROF)
               ELSE
                   ADD 1 TO WS-TS-TEMPOS(SUB-CODPROF)
                   IF SUB-CODPROF-SUBST = ZERO
                       ADD 1 TO WS-TS-SEM-SUBST(SUB-CODPROF)
                   ELSE
                       ADD 1 TO WS-TS-DADAS(SUB-CODPROF-SUBST)
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
           END-READ
           END-PERFORM
           .

      ******************************************************************
      * Ano letivo de hoje pelo calendario escolar: o do ultimo periodo
      * letivo ja iniciado (nas interrupcoes entre periodos continua o
      * mesmo ano). Sem calendario.dat, sem periodo iniciado ou com o
      * 3. periodo desse ano ja terminado, vale a regra de 1 de
      * setembro a 31 de agosto.
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
                               AND CAL-DATA-INICIO NOT > WS-DATA-HOJE
                               AND CAL-DATA-INICIO > WS-CAL-INICIO-MAX
                           MOVE CAL-ANO         TO WS-ANO-LETIVO
                           MOVE CAL-DATA-INICIO TO WS-CAL-INICIO-MAX
                           MOVE 'N' TO WS-ANO-TERMINADO
                           IF CAL-PERIODO = 3
                                   AND CAL-DATA-FIM < WS-DATA-HOJE
                               MOVE 'S' TO WS-ANO-TERMINADO
                           END-IF
                       END-IF
               END-READ
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF
           IF WS-ANO-LETIVO = ZERO OR WS-ANO-TERMINADO = 'S'
               IF WS-HOJE-MES >= 9
                   MOVE WS-HOJE-ANO TO WS-ANO-LETIVO
               ELSE
                   COMPUTE WS-ANO-LETIVO = WS-HOJE-ANO - 1
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
