      * Author:
      * Date:
      * Purpose: epoca de recurso; walks the REPROVADO population that
      *          the closing run archived for the year and period
      *          whose resit window in the school calendar is open
      *          today, accepts one resit grade per student and
      *          applies the school's resit rule (the final media is
      *          the better of the closed media and the resit grade),
      *          correcting the closed-period archive, notas.dat and a
           COPY "slaudix.cbl".
           COPY "slrunctl.cbl".
           COPY "slsessao.cbl".
           COPY "slcalen.cbl".
           SELECT RECURSO-FILE ASSIGN TO "recurso.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECURSO-STATUS.
           COPY "fdaudix.cbl".
           COPY "fdrunctl.cbl".
           COPY "fdsessao.cbl".
           COPY "fdcalen.cbl".
       FD  RECURSO-FILE.
       01  LINHA-RECURSO                PIC X(80).

       77 WS-DATA-EXECUCAO           PIC 9(8).
       77 WS-HORA-EXECUCAO           PIC 9(8).
       77 WS-TOTAL-CORRIGIDOS        PIC 9(5) VALUE ZERO.
       77 WS-CALENDARIO-STATUS       PIC XX.
       77 WS-FIM-CALENDARIO          PIC X VALUE 'N'.
       77 WS-DATA-HOJE               PIC 9(8).
       77 WS-CAL-FIM-RECURSO         PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "*** EPOCA DE RECURSO ***"
           PERFORM OBTER-EPOCA-CALENDARIO
           DISPLAY "RECURSO DO PERIODO " WS-PERIODO " DE "
               WS-ANO-LETIVO " (EPOCA ATE " WS-CAL-FIM-RECURSO ")"

           PERFORM VERIFICAR-SESSAO-ATIVA
           MOVE "INICIADO" TO WS-RUN-ESTADO
               MOVE WS-MEDIA-FINAL    TO AIX-MEDIA-DEPOIS
               MOVE ZERO              TO AIX-TURMA-ANTES
               MOVE ZERO              TO AIX-TURMA-DEPOIS
               MOVE ZERO              TO AIX-CODDISC
               MOVE 'N' TO WS-AUD-GRAVADO
               PERFORM UNTIL WS-AUD-GRAVADO = 'S' OR AIX-SEQ > 998
               WRITE REG-AUDITORIA-IDX
               CLOSE SESSAO-FILE
           END-IF
           .

      ******************************************************************
      * Ano e periodo do recurso tirados do calendario escolar: a epoca
      * de recurso (entrada R) cujo intervalo contem a data de hoje.
      * Fora de qualquer epoca de recurso o programa recusa correr.
      ******************************************************************
           OBTER-EPOCA-CALENDARIO.
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
                   IF CAL-TIPO = 'R'
                           AND CAL-DATA-INICIO NOT > WS-DATA-HOJE
                           AND CAL-DATA-FIM NOT < WS-DATA-HOJE
                       MOVE CAL-ANO      TO WS-ANO-LETIVO
                       MOVE CAL-PERIODO  TO WS-PERIODO
                       MOVE CAL-DATA-FIM TO WS-CAL-FIM-RECURSO
                       MOVE 'S' TO WS-FIM-CALENDARIO
                   END-IF
           END-READ
           END-PERFORM
           CLOSE CALENDARIO-FILE
           IF WS-ANO-LETIVO = ZERO
               DISPLAY "ERRO! HOJE (" WS-DATA-HOJE ") NAO ESTA EM "
                   "NENHUMA EPOCA DE RECURSO DO calendario.dat."
               STOP RUN
           END-IF
           .
