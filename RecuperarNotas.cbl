      ******************************************************************
      * Author:
      * Date:
      * Purpose: roll-forward recovery of notas.dat after a restore;
      *          re-applies, in date/time/sequence order, every
      *          auditoria.dat movement later than the restored backup
      *          (start of the BackupNotas run of that day chosen from
      *          runcontrol.dat, or the time keyed in). Each movement's
      *          before image must match the current record; the first
      *          mismatch stops the recovery and every later notas
      *          movement is reported as not applied. Movements that do
      *          not change notas.dat (RECUSA, FORCAR, REVISAO on the
      *          historico) are skipped. The ANONIM movement of the
      *          retention batch marks the name again, so a restore
      *          does not bring back the name of an anonymised
      *          student. Report in recuperacao.lst
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecuperarNotas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "slnotas.cbl".
           COPY "slaudix.cbl".
           COPY "slrunctl.cbl".
           COPY "slsessao.cbl".
           SELECT RECUPERACAO-FILE ASSIGN TO "recuperacao.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECUPERACAO-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY "fdnotas.cbl".
           COPY "fdaudix.cbl".
           COPY "fdrunctl.cbl".
           COPY "fdsessao.cbl".
       FD  RECUPERACAO-FILE.
       01  LINHA-RECUPERACAO            PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-NOTAS-STATUS            PIC XX.
       77 WS-AUDITIDX-STATUS         PIC XX.
       77 WS-RUNCTL-STATUS           PIC XX.
       77 WS-SESSAO-STATUS           PIC XX.
       77 WS-RECUPERACAO-STATUS      PIC XX.
       77 WS-DATA-BACKUP             PIC 9(8) VALUE ZERO.
       77 WS-HORA-BACKUP             PIC 9(8) VALUE ZERO.
       77 WS-BACKUP-ENCONTRADO       PIC X VALUE 'N'.
       77 WS-FIM-RUNCTL              PIC X VALUE 'N'.
       77 WS-FIM-AUDITORIA           PIC X VALUE 'N'.
       77 WS-PARADO                  PIC X VALUE 'N'.
       77 WS-EXISTE                  PIC X.
       77 WS-CONFERE                 PIC X.
       77 WS-RESULTADO               PIC X(12).
       77 WS-MOTIVO                  PIC X(30).
       77 WS-CONFIRMA                PIC X.
       77 WS-TOTAL-LIDOS             PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-APLICADOS         PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-REJEITADOS        PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-IGNORADOS         PIC 9(5) VALUE ZERO.
       77 WS-RUN-ESTADO              PIC X(10).
       77 WS-DATA-EXECUCAO           PIC 9(8).
       77 WS-HORA-EXECUCAO           PIC 9(8).
       77 WS-MARCA-ANONIMO           PIC A(20) VALUE "ANONIMIZADO".
       77 WS-NUM-BACKUPS             PIC 9(2) VALUE ZERO.
       77 WS-IND-BACKUP              PIC 9(2).
       77 WS-ESCOLHA-BACKUP          PIC 9(2).
      ******************************************************************
      * Arranques de BackupNotas no dia do backup restaurado.
      ******************************************************************
       01 WS-TAB-BACKUPS.
           05 WS-HORA-INICIO-BACKUP  PIC 9(8) OCCURS 20 TIMES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "*** RECUPERACAO DE notas.dat PELA AUDITORIA ***"
           DISPLAY "CORRA DEPOIS DE RestaurarNotas, SOBRE O notas.dat "
               "RESTAURADO."
           DISPLAY "DATA DO BACKUP RESTAURADO (AAAAMMDD): "
           PERFORM UNTIL WS-DATA-BACKUP > ZERO
           ACCEPT WS-DATA-BACKUP
           IF WS-DATA-BACKUP = ZERO
               DISPLAY "DATA INVALIDA, INSIRA NOVAMENTE!"
           END-IF
           END-PERFORM
           PERFORM OBTER-HORA-BACKUP
           IF WS-NUM-BACKUPS = ZERO
               DISPLAY "SEM EXECUCAO DE BackupNotas EM runcontrol.dat "
                   "NESSA DATA."
               DISPLAY "HORA DO BACKUP (HHMMSSCC, 0 = INICIO DO DIA): "
               ACCEPT WS-HORA-BACKUP
           ELSE
               PERFORM ESCOLHER-BACKUP
           END-IF
           DISPLAY "REAPLICAR OS MOVIMENTOS POSTERIORES A "
               WS-DATA-BACKUP " " WS-HORA-BACKUP
               "? (S PARA CONFIRMAR): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S'
               DISPLAY "RECUPERACAO CANCELADA."
               STOP RUN
           END-IF

           PERFORM VERIFICAR-SESSAO-ATIVA
           MOVE "INICIADO" TO WS-RUN-ESTADO
           PERFORM REGISTAR-EXECUCAO

           OPEN INPUT AUDITIDX-FILE
           IF WS-AUDITIDX-STATUS NOT = "00"
               DISPLAY "ERRO: SEM auditoria.dat, CORRA "
                   "CriarAuditoriaIndexado"
               MOVE "ABENDADO" TO WS-RUN-ESTADO
               PERFORM REGISTAR-EXECUCAO
               STOP RUN
           END-IF
           OPEN I-O NOTAS-FILE
           IF WS-NOTAS-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL ABRIR notas.dat"
               CLOSE AUDITIDX-FILE
               MOVE "ABENDADO" TO WS-RUN-ESTADO
               PERFORM REGISTAR-EXECUCAO
               STOP RUN
           END-IF
           OPEN OUTPUT RECUPERACAO-FILE
           IF WS-RECUPERACAO-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL CRIAR recuperacao.lst"
               CLOSE NOTAS-FILE
               CLOSE AUDITIDX-FILE
               MOVE "ABENDADO" TO WS-RUN-ESTADO
               PERFORM REGISTAR-EXECUCAO
               STOP RUN
           END-IF

           PERFORM ESCREVER-CABECALHO
           PERFORM REAPLICAR-MOVIMENTOS
           PERFORM ESCREVER-RESUMO

           CLOSE RECUPERACAO-FILE
           CLOSE NOTAS-FILE
           CLOSE AUDITIDX-FILE
           IF WS-PARADO = 'S'
               MOVE "ABENDADO" TO WS-RUN-ESTADO
               PERFORM REGISTAR-EXECUCAO
               DISPLAY "ERRO! RECUPERACAO PARADA: IMAGEM ANTERIOR NAO "
                   "CONFERE. VER recuperacao.lst"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "CONCLUIDO" TO WS-RUN-ESTADO
               PERFORM REGISTAR-EXECUCAO
               DISPLAY "RECUPERACAO CONCLUIDA."
           END-IF
           DISPLAY "MOVIMENTOS LIDOS:      " WS-TOTAL-LIDOS
           DISPLAY "APLICADOS:             " WS-TOTAL-APLICADOS
           DISPLAY "REJEITADOS:            " WS-TOTAL-REJEITADOS
           DISPLAY "IGNORADOS (SEM NOTAS): " WS-TOTAL-IGNORADOS
           DISPLAY "RELATORIO GRAVADO EM recuperacao.lst"
           .

           PROGRAM-DONE.
           STOP RUN.

      ******************************************************************
      * O instante do backup e o arranque da execucao de BackupNotas
      * que produziu a copia restaurada: um movimento gravado durante
      * a copia volta a ser conferido e, se ja estava na copia, para a
      * recuperacao em vez de se perder. Junta os arranques do dia.
      ******************************************************************
           OBTER-HORA-BACKUP.
           MOVE ZERO TO WS-NUM-BACKUPS
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS = "00"
               MOVE 'N' TO WS-FIM-RUNCTL
               PERFORM UNTIL WS-FIM-RUNCTL = 'S'
               READ RUNCTL-FILE
                   AT END
                       MOVE 'S' TO WS-FIM-RUNCTL
                   NOT AT END
                       IF RUN-PROGRAMA = "BACKUPNOTAS"
                               AND RUN-ESTADO = "INICIADO"
                               AND RUN-DATA = WS-DATA-BACKUP
                           IF WS-NUM-BACKUPS < 20
                               ADD 1 TO WS-NUM-BACKUPS
                               MOVE RUN-HORA TO WS-HORA-INICIO-BACKUP
                                   (WS-NUM-BACKUPS)
                           ELSE
                               DISPLAY "AVISO: MAIS DE 20 BACKUPS EM "
                                   WS-DATA-BACKUP ", EXCEDENTES "
                                   "IGNORADOS"
                           END-IF
                       END-IF
               END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF
           .

      ******************************************************************
      * Havendo mais de uma copia no dia, o operador indica qual foi
      * restaurada; pode sempre indicar a hora a mao.
      ******************************************************************
           ESCOLHER-BACKUP.
           DISPLAY "EXECUCOES DE BackupNotas EM " WS-DATA-BACKUP
               " (runcontrol.dat):"
           MOVE 1 TO WS-IND-BACKUP
           PERFORM UNTIL WS-IND-BACKUP > WS-NUM-BACKUPS
               DISPLAY "  " WS-IND-BACKUP " - INICIADO AS "
                   WS-HORA-INICIO-BACKUP(WS-IND-BACKUP)
               ADD 1 TO WS-IND-BACKUP
           END-PERFORM
           DISPLAY "BACKUP RESTAURADO (NR DA LISTA, 0 = INDICAR A "
               "HORA): "
           MOVE 99 TO WS-ESCOLHA-BACKUP
           PERFORM UNTIL WS-ESCOLHA-BACKUP NOT > WS-NUM-BACKUPS
           ACCEPT WS-ESCOLHA-BACKUP
           IF WS-ESCOLHA-BACKUP > WS-NUM-BACKUPS
               DISPLAY "NR INVALIDO, INSIRA NOVAMENTE!"
           END-IF
           END-PERFORM
           IF WS-ESCOLHA-BACKUP = ZERO
               DISPLAY "HORA DO BACKUP (HHMMSSCC, 0 = INICIO DO DIA): "
               ACCEPT WS-HORA-BACKUP
           ELSE
               MOVE WS-HORA-INICIO-BACKUP(WS-ESCOLHA-BACKUP)
                   TO WS-HORA-BACKUP
               MOVE 'S' TO WS-BACKUP-ENCONTRADO
               DISPLAY "BACKUP INICIADO EM " WS-DATA-BACKUP " "
                   WS-HORA-BACKUP " (runcontrol.dat)"
           END-IF
           .

      ******************************************************************
      * Percorre auditoria.dat pela chave (data, hora, sequencia) a
      * partir do instante do backup.
      ******************************************************************
           REAPLICAR-MOVIMENTOS.
           MOVE WS-DATA-BACKUP TO AIX-DATA
           MOVE WS-HORA-BACKUP TO AIX-HORA
           MOVE ZERO           TO AIX-SEQ
           MOVE 'N' TO WS-FIM-AUDITORIA
           START AUDITIDX-FILE KEY IS >= CHAVE-AUDITORIA
               INVALID KEY
                   MOVE 'S' TO WS-FIM-AUDITORIA
           END-START
           PERFORM UNTIL WS-FIM-AUDITORIA = 'S'
           READ AUDITIDX-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-AUDITORIA
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
                   PERFORM TRATAR-MOVIMENTO
                   PERFORM ESCREVER-LINHA-MOVIMENTO
           END-READ
           END-PERFORM
           .

           TRATAR-MOVIMENTO.
           MOVE SPACE TO WS-MOTIVO
           IF AIX-OPERACAO NOT = "INSERIR" AND AIX-OPERACAO NOT =
                   "EDITAR" AND AIX-OPERACAO NOT = "APAGAR"
                   AND AIX-OPERACAO NOT = "RECURSO"
                   AND AIX-OPERACAO NOT = "RECONC"
                   AND AIX-OPERACAO NOT = "TRANSFE"
                   AND AIX-OPERACAO NOT = "ANONIM"
               MOVE "IGNORADO" TO WS-RESULTADO
               ADD 1 TO WS-TOTAL-IGNORADOS
           ELSE IF WS-PARADO = 'S'
               MOVE "NAO APLICADO" TO WS-RESULTADO
               MOVE "RECUPERACAO PARADA" TO WS-MOTIVO
               ADD 1 TO WS-TOTAL-REJEITADOS
           ELSE
               MOVE AIX-NUMBER TO NOTAS-NUMBER
               MOVE 'S' TO WS-EXISTE
               READ NOTAS-FILE KEY IS NOTAS-NUMBER
                   INVALID KEY
                       MOVE 'N' TO WS-EXISTE
               END-READ
               IF AIX-OPERACAO = "INSERIR"
                   PERFORM REAPLICAR-INSERCAO
               ELSE
                   PERFORM CONFERIR-IMAGEM-ANTES
                   IF WS-CONFERE = 'S'
                       PERFORM REAPLICAR-ALTERACAO
                   END-IF
               END-IF
               IF WS-CONFERE = 'S'
                   MOVE "APLICADO" TO WS-RESULTADO
                   ADD 1 TO WS-TOTAL-APLICADOS
               ELSE
                   MOVE "REJEITADO" TO WS-RESULTADO
                   ADD 1 TO WS-TOTAL-REJEITADOS
                   MOVE 'S' TO WS-PARADO
               END-IF
           END-IF
           END-IF
           .

      ******************************************************************
      * Insercao: o aluno nao pode existir no ficheiro restaurado.
      ******************************************************************
           REAPLICAR-INSERCAO.
           IF WS-EXISTE = 'S'
               MOVE 'N' TO WS-CONFERE
               MOVE "ALUNO JA EXISTE" TO WS-MOTIVO
           ELSE
               MOVE 'S' TO WS-CONFERE
               MOVE AIX-NUMBER       TO NOTAS-NUMBER
               MOVE AIX-NOME-DEPOIS  TO NOMEALUNO
               MOVE AIX-NOTA1-DEPOIS TO NOTA1
               MOVE AIX-NOTA2-DEPOIS TO NOTA2
               MOVE AIX-NOTA3-DEPOIS TO NOTA3
               MOVE AIX-MEDIA-DEPOIS TO MEDIAALUNO
               MOVE AIX-TURMA-DEPOIS TO CODTURMA-ALUNO
               WRITE REG-ALUNO
                   INVALID KEY
                       MOVE 'N' TO WS-CONFERE
                       MOVE "ERRO AO GRAVAR" TO WS-MOTIVO
               END-WRITE
           END-IF
           .

      ******************************************************************
      * A imagem anterior tem de ser o registo atual: nome (salvo se a
      * auditoria ja foi anonimizada), notas, media e, numa
      * transferencia, a turma de origem.
      ******************************************************************
           CONFERIR-IMAGEM-ANTES.
           MOVE 'S' TO WS-CONFERE
           IF WS-EXISTE = 'N'
               MOVE 'N' TO WS-CONFERE
               MOVE "ALUNO NAO EXISTE" TO WS-MOTIVO
           ELSE IF AIX-NOME-ANTES NOT = NOMEALUNO
                   AND AIX-NOME-ANTES NOT = WS-MARCA-ANONIMO
               MOVE 'N' TO WS-CONFERE
               MOVE "NOME DIFERENTE" TO WS-MOTIVO
           ELSE IF AIX-NOTA1-ANTES NOT = NOTA1
                   OR AIX-NOTA2-ANTES NOT = NOTA2
                   OR AIX-NOTA3-ANTES NOT = NOTA3
               MOVE 'N' TO WS-CONFERE
               MOVE "NOTAS DIFERENTES" TO WS-MOTIVO
           ELSE IF AIX-MEDIA-ANTES NOT = MEDIAALUNO
               MOVE 'N' TO WS-CONFERE
               MOVE "MEDIA DIFERENTE" TO WS-MOTIVO
           ELSE IF AIX-OPERACAO = "TRANSFE"
                   AND AIX-TURMA-ANTES NOT = CODTURMA-ALUNO
               MOVE 'N' TO WS-CONFERE
               MOVE "TURMA DIFERENTE" TO WS-MOTIVO
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .

           REAPLICAR-ALTERACAO.
           IF AIX-OPERACAO = "APAGAR"
               DELETE NOTAS-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-CONFERE
                       MOVE "ERRO AO APAGAR" TO WS-MOTIVO
               END-DELETE
           ELSE
               IF AIX-OPERACAO = "ANONIM"
                   MOVE WS-MARCA-ANONIMO TO NOMEALUNO
               ELSE IF AIX-NOME-DEPOIS NOT = WS-MARCA-ANONIMO
                   MOVE AIX-NOME-DEPOIS TO NOMEALUNO
               END-IF
               END-IF
               MOVE AIX-NOTA1-DEPOIS TO NOTA1
               MOVE AIX-NOTA2-DEPOIS TO NOTA2
               MOVE AIX-NOTA3-DEPOIS TO NOTA3
               MOVE AIX-MEDIA-DEPOIS TO MEDIAALUNO
               IF AIX-OPERACAO = "TRANSFE"
                   MOVE AIX-TURMA-DEPOIS TO CODTURMA-ALUNO
               END-IF
               REWRITE REG-ALUNO
                   INVALID KEY
                       MOVE 'N' TO WS-CONFERE
                       MOVE "ERRO AO GRAVAR" TO WS-MOTIVO
               END-REWRITE
           END-IF
           .

           ESCREVER-CABECALHO.
           MOVE SPACE TO LINHA-RECUPERACAO
           STRING "RECUPERACAO DE notas.dat - BACKUP DE "
                      DELIMITED BY SIZE
                  WS-DATA-BACKUP DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-HORA-BACKUP DELIMITED BY SIZE
                  INTO LINHA-RECUPERACAO
           WRITE LINHA-RECUPERACAO
           MOVE SPACE TO LINHA-RECUPERACAO
           WRITE LINHA-RECUPERACAO
           MOVE SPACE TO LINHA-RECUPERACAO
           STRING "DATA     HORA     SEQ ALUNO OPERAC  RESULTADO    "
                  "MOTIVO"
               DELIMITED BY SIZE INTO LINHA-RECUPERACAO
           WRITE LINHA-RECUPERACAO
           .

           ESCREVER-LINHA-MOVIMENTO.
           MOVE SPACE TO LINHA-RECUPERACAO
           STRING AIX-DATA       DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  AIX-HORA       DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  AIX-SEQ        DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  AIX-NUMBER     DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  AIX-OPERACAO   DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-RESULTADO   DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-MOTIVO      DELIMITED BY SIZE
                  INTO LINHA-RECUPERACAO
           WRITE LINHA-RECUPERACAO
           .

           ESCREVER-RESUMO.
           MOVE SPACE TO LINHA-RECUPERACAO
           WRITE LINHA-RECUPERACAO
           MOVE SPACE TO LINHA-RECUPERACAO
           STRING "LIDOS: "           DELIMITED BY SIZE
                  WS-TOTAL-LIDOS      DELIMITED BY SIZE
                  "  APLICADOS: "     DELIMITED BY SIZE
                  WS-TOTAL-APLICADOS  DELIMITED BY SIZE
                  "  REJEITADOS: "    DELIMITED BY SIZE
                  WS-TOTAL-REJEITADOS DELIMITED BY SIZE
                  "  IGNORADOS: "     DELIMITED BY SIZE
                  WS-TOTAL-IGNORADOS  DELIMITED BY SIZE
                  INTO LINHA-RECUPERACAO
           WRITE LINHA-RECUPERACAO
           MOVE SPACE TO LINHA-RECUPERACAO
           IF WS-PARADO = 'S'
               STRING "RECUPERACAO PARADA NO PRIMEIRO MOVIMENTO "
                      "REJEITADO; CORRIJA E VOLTE A RESTAURAR."
                   DELIMITED BY SIZE INTO LINHA-RECUPERACAO
           ELSE
               STRING "RECUPERACAO CONCLUIDA SEM REJEICOES."
                   DELIMITED BY SIZE INTO LINHA-RECUPERACAO
           END-IF
           WRITE LINHA-RECUPERACAO
           .

           REGISTAR-EXECUCAO.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-EXECUCAO FROM TIME
           OPEN EXTEND RUNCTL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               OPEN OUTPUT RUNCTL-FILE
           END-IF
           MOVE "RECUPERARNOTAS"     TO RUN-PROGRAMA
           MOVE WS-DATA-EXECUCAO     TO RUN-DATA
           MOVE WS-HORA-EXECUCAO     TO RUN-HORA
           MOVE WS-RUN-ESTADO        TO RUN-ESTADO
           MOVE WS-TOTAL-LIDOS       TO RUN-LIDOS
           MOVE WS-TOTAL-APLICADOS   TO RUN-GRAVADOS
           MOVE WS-TOTAL-REJEITADOS  TO RUN-REJEITADOS
           MOVE ZERO                 TO RUN-ANO
           MOVE ZERO                 TO RUN-PERIODO
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
