      ******************************************************************
      * Author:
      * Date:
      * Purpose: one-off conversion of matricula.dat from the old
      *          layout (guardian only as a name) to the current layout
      *          with MATRIC-CODENC and its alternate key; the link
      *          enters as zero (sem encarregado) until the secretaria
      *          registers the encarregado in GerirEncarregados and
      *          points the matricula to it. Reads the live old-format
      *          file and writes matriculanovo.dat; when the totals
      *          conferem, substitua matricula.dat por
      *          matriculanovo.dat e guarde o antigo como copia
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConverterMatriculas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATRIC-ANT-FILE ASSIGN TO "matricula.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-NUMBER
               FILE STATUS IS WS-ANT-STATUS.
           SELECT MATRIC-NOVA-FILE ASSIGN TO "matriculanovo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOV-NUMBER
               ALTERNATE RECORD KEY IS NOV-CODENC WITH DUPLICATES
               FILE STATUS IS WS-NOVA-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Imagem do registo de matricula ANTES desta conversao
      * (89 bytes).
      ******************************************************************
       FD  MATRIC-ANT-FILE.
       01  REG-MATRIC-ANT.
           05  ANT-NUMBER              PIC 9(5).
           05  ANT-DATA-NASC           PIC 9(8).
           05  ANT-MORADA              PIC X(40).
           05  ANT-CONTACTO            PIC X(15).
           05  ANT-ENCARREGADO         PIC A(20).
           05  ANT-ESTADO              PIC X.
      ******************************************************************
      * Registo de matricula no layout corrente (ver FDMATRIC.CBL).
      ******************************************************************
       FD  MATRIC-NOVA-FILE.
       01  REG-MATRIC-NOVA.
           05  NOV-NUMBER              PIC 9(5).
           05  NOV-DATA-NASC           PIC 9(8).
           05  NOV-MORADA              PIC X(40).
           05  NOV-CONTACTO            PIC X(15).
           05  NOV-ENCARREGADO         PIC A(20).
           05  NOV-ESTADO              PIC X.
           05  NOV-CODENC              PIC 9(5).

       WORKING-STORAGE SECTION.
       77 WS-ANT-STATUS              PIC XX.
       77 WS-NOVA-STATUS             PIC XX.
       77 WS-FIM-CONVERSAO           PIC X VALUE 'N'.
       77 WS-TOTAL-CONVERTIDAS       PIC 9(5) VALUE ZERO.
       77 WS-RESPOSTA                PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "*** CONVERSAO DE matricula.dat PARA O LAYOUT "
               "NOVO ***"
           DISPLAY "LE matricula.dat NO LAYOUT ANTIGO E GRAVA "
               "matriculanovo.dat NO LAYOUT NOVO."
           DISPLAY "CONTINUAR? (S PARA CONFIRMAR): "
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT = 'S'
               DISPLAY "CONVERSAO CANCELADA PELO OPERADOR."
               STOP RUN
           END-IF

           OPEN INPUT MATRIC-ANT-FILE
           IF WS-ANT-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL ABRIR matricula.dat "
                   "NO LAYOUT ANTIGO (STATUS " WS-ANT-STATUS ")."
               DISPLAY "SE O FICHEIRO JA ESTA NO LAYOUT NOVO, NAO HA "
                   "NADA A CONVERTER."
               STOP RUN
           END-IF
           OPEN OUTPUT MATRIC-NOVA-FILE
           IF WS-NOVA-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL CRIAR "
                   "matriculanovo.dat"
               CLOSE MATRIC-ANT-FILE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-FIM-CONVERSAO
           PERFORM UNTIL WS-FIM-CONVERSAO = 'S'
           READ MATRIC-ANT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CONVERSAO
               NOT AT END
                   PERFORM CONVERTER-MATRICULA
           END-READ
           END-PERFORM

           CLOSE MATRIC-ANT-FILE
           CLOSE MATRIC-NOVA-FILE
           DISPLAY "CONVERSAO CONCLUIDA."
           DISPLAY "MATRICULAS CONVERTIDAS: " WS-TOTAL-CONVERTIDAS
           DISPLAY "CONFIRA O TOTAL E DEPOIS SUBSTITUA matricula.dat "
               "POR matriculanovo.dat, GUARDANDO O ANTIGO COMO COPIA."
           .

           PROGRAM-DONE.
           STOP RUN.

           CONVERTER-MATRICULA.
           MOVE ANT-NUMBER      TO NOV-NUMBER
           MOVE ANT-DATA-NASC   TO NOV-DATA-NASC
           MOVE ANT-MORADA      TO NOV-MORADA
           MOVE ANT-CONTACTO    TO NOV-CONTACTO
           MOVE ANT-ENCARREGADO TO NOV-ENCARREGADO
           MOVE ANT-ESTADO      TO NOV-ESTADO
           MOVE ZERO            TO NOV-CODENC
           WRITE REG-MATRIC-NOVA
               INVALID KEY
                   DISPLAY "AVISO: MATRICULA " ANT-NUMBER
                       " DUPLICADA, IGNORADA."
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-CONVERTIDAS
           END-WRITE
           .
