      ******************************************************************
      * Author:
      * Date:
      * Purpose: one-off conversion of the keyed audit trail from the
      *          old layout (without the disciplina) to the current
      *          layout with AIX-CODDISC, which enters as zero (the
      *          old entries are all movements on notas.dat). Converts
      *          either the live auditoria.dat (into auditorianovo.dat,
      *          alternate key on the student number kept) or one
      *          yearly archive auditoria_AAAA.dat written by
      *          ArquivarAuditoria (into auditoria_AAAAnovo.dat); when
      *          the totals conferem, substitua o ficheiro antigo pelo
      *          novo e guarde o antigo como copia
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConverterAuditoria.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUD-ANT-FILE ASSIGN TO "auditoria.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-AUD-ANT
               ALTERNATE RECORD KEY IS ANT-NUMBER WITH DUPLICATES
               FILE STATUS IS WS-ANT-STATUS.
           SELECT AUD-NOVO-FILE ASSIGN TO "auditorianovo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-AUD-NOVO
               ALTERNATE RECORD KEY IS NOV-NUMBER WITH DUPLICATES
               FILE STATUS IS WS-NOVO-STATUS.
           SELECT ARQ-ANT-FILE ASSIGN TO DYNAMIC WS-NOME-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-ARQ-ANT
               FILE STATUS IS WS-ANT-STATUS.
           SELECT ARQ-NOVO-FILE ASSIGN TO DYNAMIC WS-NOME-NOVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-ARQ-NOVO
               FILE STATUS IS WS-NOVO-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Imagem do registo de auditoria ANTES desta conversao
      * (119 bytes); o numero do aluno e a chave alternativa.
      ******************************************************************
       FD  AUD-ANT-FILE.
       01  REG-AUD-ANT.
           05  CHAVE-AUD-ANT           PIC X(19).
           05  ANT-NUMBER              PIC 9(5).
           05  ANT-RESTO               PIC X(95).
      ******************************************************************
      * Registo de auditoria no layout corrente (ver FDAUDIX.CBL).
      ******************************************************************
       FD  AUD-NOVO-FILE.
       01  REG-AUD-NOVO.
           05  CHAVE-AUD-NOVO          PIC X(19).
           05  NOV-NUMBER              PIC 9(5).
           05  NOV-RESTO               PIC X(95).
           05  NOV-CODDISC             PIC 9(3).
      ******************************************************************
      * Arquivo anual antes e depois desta conversao (o registo do
      * arquivo e a imagem do registo de auditoria, sem a chave
      * alternativa; ver ArquivarAuditoria).
      ******************************************************************
       FD  ARQ-ANT-FILE.
       01  REG-ARQ-ANT.
           05  CHAVE-ARQ-ANT           PIC X(19).
           05  ARA-RESTO               PIC X(100).
       FD  ARQ-NOVO-FILE.
       01  REG-ARQ-NOVO.
           05  CHAVE-ARQ-NOVO          PIC X(19).
           05  ARN-RESTO               PIC X(100).
           05  ARN-CODDISC             PIC 9(3).

       WORKING-STORAGE SECTION.
       77 WS-ANT-STATUS              PIC XX.
       77 WS-NOVO-STATUS             PIC XX.
       77 WS-FIM-CONVERSAO           PIC X VALUE 'N'.
       77 WS-TOTAL-CONVERTIDOS       PIC 9(7) VALUE ZERO.
       77 WS-RESPOSTA                PIC X.
       77 WS-ANO-ARQUIVO             PIC 9(4) VALUE ZERO.
       77 WS-NOME-ANTIGO             PIC X(30).
       77 WS-NOME-NOVO               PIC X(30).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "*** CONVERSAO DA AUDITORIA PARA O LAYOUT NOVO ***"
           DISPLAY "ANO DO ARQUIVO A CONVERTER (auditoria_AAAA.dat), "
               "0 = FICHEIRO VIVO auditoria.dat: "
           ACCEPT WS-ANO-ARQUIVO
           IF WS-ANO-ARQUIVO = ZERO
               MOVE "auditoria.dat"     TO WS-NOME-ANTIGO
               MOVE "auditorianovo.dat" TO WS-NOME-NOVO
           ELSE
               MOVE SPACE TO WS-NOME-ANTIGO WS-NOME-NOVO
               STRING "auditoria_"   DELIMITED BY SIZE
                      WS-ANO-ARQUIVO DELIMITED BY SIZE
                      ".dat"         DELIMITED BY SIZE
                      INTO WS-NOME-ANTIGO
               STRING "auditoria_"   DELIMITED BY SIZE
                      WS-ANO-ARQUIVO DELIMITED BY SIZE
                      "novo.dat"     DELIMITED BY SIZE
                      INTO WS-NOME-NOVO
           END-IF
           DISPLAY "LE " WS-NOME-ANTIGO " NO LAYOUT ANTIGO E GRAVA "
               WS-NOME-NOVO " NO LAYOUT NOVO."
           DISPLAY "CONTINUAR? (S PARA CONFIRMAR): "
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT = 'S'
               DISPLAY "CONVERSAO CANCELADA PELO OPERADOR."
               STOP RUN
           END-IF

           IF WS-ANO-ARQUIVO = ZERO
               PERFORM CONVERTER-FICHEIRO-VIVO
           ELSE
               PERFORM CONVERTER-FICHEIRO-ARQUIVO
           END-IF

           DISPLAY "CONVERSAO CONCLUIDA."
           DISPLAY "ENTRADAS CONVERTIDAS: " WS-TOTAL-CONVERTIDOS
           DISPLAY "CONFIRA O TOTAL E DEPOIS SUBSTITUA " WS-NOME-ANTIGO
               " POR " WS-NOME-NOVO ", GUARDANDO O ANTIGO COMO COPIA."
           .

           PROGRAM-DONE.
           STOP RUN.

           CONVERTER-FICHEIRO-VIVO.
           OPEN INPUT AUD-ANT-FILE
           IF WS-ANT-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL ABRIR auditoria.dat "
                   "NO LAYOUT ANTIGO (STATUS " WS-ANT-STATUS ")."
               DISPLAY "SE O FICHEIRO JA ESTA NO LAYOUT NOVO, NAO HA "
                   "NADA A CONVERTER."
               STOP RUN
           END-IF
           OPEN OUTPUT AUD-NOVO-FILE
           IF WS-NOVO-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL CRIAR "
                   "auditorianovo.dat"
               CLOSE AUD-ANT-FILE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-FIM-CONVERSAO
           PERFORM UNTIL WS-FIM-CONVERSAO = 'S'
           READ AUD-ANT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CONVERSAO
               NOT AT END
                   PERFORM CONVERTER-ENTRADA-VIVO
           END-READ
           END-PERFORM

           CLOSE AUD-ANT-FILE
           CLOSE AUD-NOVO-FILE
           .

           CONVERTER-ENTRADA-VIVO.
           MOVE CHAVE-AUD-ANT   TO CHAVE-AUD-NOVO
           MOVE ANT-NUMBER      TO NOV-NUMBER
           MOVE ANT-RESTO       TO NOV-RESTO
           MOVE ZERO            TO NOV-CODDISC
           WRITE REG-AUD-NOVO
               INVALID KEY
                   DISPLAY "AVISO: ENTRADA " CHAVE-AUD-ANT
                       " DUPLICADA, IGNORADA."
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-CONVERTIDOS
           END-WRITE
           .

           CONVERTER-FICHEIRO-ARQUIVO.
           OPEN INPUT ARQ-ANT-FILE
           IF WS-ANT-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL ABRIR " WS-NOME-ANTIGO
                   " NO LAYOUT ANTIGO (STATUS " WS-ANT-STATUS ")."
               DISPLAY "SE O FICHEIRO JA ESTA NO LAYOUT NOVO, NAO HA "
                   "NADA A CONVERTER."
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-NOVO-FILE
           IF WS-NOVO-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL CRIAR " WS-NOME-NOVO
               CLOSE ARQ-ANT-FILE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-FIM-CONVERSAO
           PERFORM UNTIL WS-FIM-CONVERSAO = 'S'
           READ ARQ-ANT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CONVERSAO
               NOT AT END
                   PERFORM CONVERTER-ENTRADA-ARQUIVO
           END-READ
           END-PERFORM

           CLOSE ARQ-ANT-FILE
           CLOSE ARQ-NOVO-FILE
           .

           CONVERTER-ENTRADA-ARQUIVO.
           MOVE CHAVE-ARQ-ANT   TO CHAVE-ARQ-NOVO
           MOVE ARA-RESTO       TO ARN-RESTO
           MOVE ZERO            TO ARN-CODDISC
           WRITE REG-ARQ-NOVO
               INVALID KEY
                   DISPLAY "AVISO: ENTRADA " CHAVE-ARQ-ANT
                       " DUPLICADA, IGNORADA."
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-CONVERTIDOS
           END-WRITE
           .
