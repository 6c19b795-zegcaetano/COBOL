      ******************************************************************
      * Author:
      * Date:
      * Purpose: one-off conversion of operadores.dat from the old
      *          layout (without the teacher link) to the current
      *          layout with OPERADOR-CODPROF, which enters as zero
      *          (sem professor) until a senior operator links the
      *          account in AdminOperadores. Reads the live old-format
      *          file and writes operadoresnovo.dat; when the totals
      *          conferem, substitua operadores.dat por
      *          operadoresnovo.dat e guarde o antigo como copia
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConverterOperadores.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-ANT-FILE ASSIGN TO "operadores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-ID
               FILE STATUS IS WS-ANT-STATUS.
           SELECT OPER-NOVO-FILE ASSIGN TO "operadoresnovo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOV-ID
               FILE STATUS IS WS-NOVO-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Imagem do registo de operador ANTES desta conversao
      * (32 bytes).
      ******************************************************************
       FD  OPER-ANT-FILE.
       01  REG-OPER-ANT.
           05  ANT-ID                  PIC X(10).
           05  ANT-SENHA               PIC X(10).
           05  ANT-PERFIL              PIC X.
           05  ANT-ESTADO              PIC X.
           05  ANT-TROCAR              PIC X.
           05  ANT-DATA-SENHA          PIC 9(8).
           05  ANT-TENTATIVAS          PIC 9.
      ******************************************************************
      * Registo de operador no layout corrente (ver FDOPERA.CBL).
      ******************************************************************
       FD  OPER-NOVO-FILE.
       01  REG-OPER-NOVO.
           05  NOV-ID                  PIC X(10).
           05  NOV-SENHA               PIC X(10).
           05  NOV-PERFIL              PIC X.
           05  NOV-ESTADO              PIC X.
           05  NOV-TROCAR              PIC X.
           05  NOV-DATA-SENHA          PIC 9(8).
           05  NOV-TENTATIVAS          PIC 9.
           05  NOV-CODPROF             PIC 9(3).

       WORKING-STORAGE SECTION.
       77 WS-ANT-STATUS              PIC XX.
       77 WS-NOVO-STATUS             PIC XX.
       77 WS-FIM-CONVERSAO           PIC X VALUE 'N'.
       77 WS-TOTAL-CONVERTIDOS       PIC 9(5) VALUE ZERO.
       77 WS-RESPOSTA                PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "*** CONVERSAO DE operadores.dat PARA O LAYOUT "
               "NOVO ***"
           DISPLAY "LE operadores.dat NO LAYOUT ANTIGO E GRAVA "
               "operadoresnovo.dat NO LAYOUT NOVO."
           DISPLAY "CONTINUAR? (S PARA CONFIRMAR): "
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT = 'S'
               DISPLAY "CONVERSAO CANCELADA PELO OPERADOR."
               STOP RUN
           END-IF

           OPEN INPUT OPER-ANT-FILE
           IF WS-ANT-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL ABRIR operadores.dat "
                   "NO LAYOUT ANTIGO (STATUS " WS-ANT-STATUS ")."
               DISPLAY "SE O FICHEIRO JA ESTA NO LAYOUT NOVO, NAO HA "
                   "NADA A CONVERTER."
               STOP RUN
           END-IF
           OPEN OUTPUT OPER-NOVO-FILE
           IF WS-NOVO-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL CRIAR "
                   "operadoresnovo.dat"
               CLOSE OPER-ANT-FILE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-FIM-CONVERSAO
           PERFORM UNTIL WS-FIM-CONVERSAO = 'S'
           READ OPER-ANT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CONVERSAO
               NOT AT END
                   PERFORM CONVERTER-OPERADOR
           END-READ
           END-PERFORM

           CLOSE OPER-ANT-FILE
           CLOSE OPER-NOVO-FILE
           DISPLAY "CONVERSAO CONCLUIDA."
           DISPLAY "OPERADORES CONVERTIDOS: " WS-TOTAL-CONVERTIDOS
           DISPLAY "CONFIRA O TOTAL E DEPOIS SUBSTITUA operadores.dat "
               "POR operadoresnovo.dat, GUARDANDO O ANTIGO COMO COPIA."
           .

           PROGRAM-DONE.
           STOP RUN.

           CONVERTER-OPERADOR.
           MOVE ANT-ID          TO NOV-ID
           MOVE ANT-SENHA       TO NOV-SENHA
           MOVE ANT-PERFIL      TO NOV-PERFIL
           MOVE ANT-ESTADO      TO NOV-ESTADO
           MOVE ANT-TROCAR      TO NOV-TROCAR
           MOVE ANT-DATA-SENHA  TO NOV-DATA-SENHA
           MOVE ANT-TENTATIVAS  TO NOV-TENTATIVAS
           MOVE ZERO            TO NOV-CODPROF
           WRITE REG-OPER-NOVO
               INVALID KEY
                   DISPLAY "AVISO: OPERADOR " ANT-ID
                       " DUPLICADO, IGNORADO."
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-CONVERTIDOS
           END-WRITE
           .
