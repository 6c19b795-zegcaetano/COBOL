      ******************************************************************
      * Author:
      * Date:
      * Purpose: data access report (RGPD) for one student number.
      *          Gathers into one printable document every record the
      *          school keeps about the student: notas, matricula and
      *          the encarregado linked to it, historico of closed
      *          periods and per disciplina, auditoria, faltas and
      *          faltas por aula, pendentes, inscricoes, the conta
      *          corrente, the candidatura that became the matricula
      *          and the revisoes de nota asked for the student. Files
      *          that do not exist are named as such in the document
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RelatorioRGPD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "slnotas.cbl".
           COPY "slmatric.cbl".
           COPY "slhist.cbl".
           COPY "slhdisc.cbl".
           COPY "slaudix.cbl".
           COPY "slfaltas.cbl".
           COPY "slfaula.cbl".
           COPY "slpend.cbl".
           COPY "slinsc.cbl".
           COPY "slconta.cbl".
           COPY "slencar.cbl".
           COPY "slcand.cbl".
           COPY "slrevis.cbl".
           SELECT RGPD-FILE ASSIGN TO "rgpdaluno.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGPD-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY "fdnotas.cbl".
           COPY "fdmatric.cbl".
           COPY "fdhist.cbl".
           COPY "fdhdisc.cbl".
           COPY "fdaudix.cbl".
           COPY "fdfaltas.cbl".
           COPY "fdfaula.cbl".
           COPY "fdpend.cbl".
           COPY "fdinsc.cbl".
           COPY "fdconta.cbl".
           COPY "fdencar.cbl".
           COPY "fdcand.cbl".
           COPY "fdrevis.cbl".
       FD  RGPD-FILE.
       01  LINHA-RGPD                   PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-NOTAS-STATUS            PIC XX.
       77 WS-MATRIC-STATUS           PIC XX.
       77 WS-HIST-STATUS             PIC XX.
       77 WS-HISTDISC-STATUS         PIC XX.
       77 WS-AUDITIDX-STATUS         PIC XX.
       77 WS-FALTAS-STATUS           PIC XX.
       77 WS-FALTAULA-STATUS         PIC XX.
       77 WS-PEND-STATUS             PIC XX.
       77 WS-INSC-STATUS             PIC XX.
       77 WS-CONTA-STATUS            PIC XX.
       77 WS-ENC-STATUS              PIC XX.
       77 WS-CAND-STATUS             PIC XX.
       77 WS-REVISAO-STATUS          PIC XX.
       77 WS-RGPD-STATUS             PIC XX.
       77 WS-NUMERO-ALUNO            PIC 9(5) VALUE ZERO.
       77 WS-CODENC-ALUNO            PIC 9(5) VALUE ZERO.
       77 WS-DATA-EMISSAO            PIC 9(8).
       77 WS-TITULO-SECCAO           PIC X(40).
       77 WS-FICHEIRO-SECCAO         PIC X(20).
       77 WS-REGISTOS-SECCAO         PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-REGISTOS          PIC 9(5) VALUE ZERO.
       77 WS-FIM-LEITURA             PIC X VALUE 'N'.
       77 WS-EDIT-VALOR              PIC Z(6)9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "*** RELATORIO DE DADOS PESSOAIS DO ALUNO (RGPD) ***"
           DISPLAY "NR DO ALUNO (0 PARA SAIR): "
           ACCEPT WS-NUMERO-ALUNO
           IF WS-NUMERO-ALUNO = ZERO
               STOP RUN
           END-IF
           ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD
           OPEN OUTPUT RGPD-FILE
           IF WS-RGPD-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL CRIAR rgpdaluno.lst"
               STOP RUN
           END-IF

           MOVE SPACE TO LINHA-RGPD
           STRING "DADOS PESSOAIS REGISTADOS SOBRE O ALUNO "
                      DELIMITED BY SIZE
                  WS-NUMERO-ALUNO DELIMITED BY SIZE
                  " - EMITIDO EM " DELIMITED BY SIZE
                  WS-DATA-EMISSAO DELIMITED BY SIZE
                  INTO LINHA-RGPD
           WRITE LINHA-RGPD
           MOVE SPACE TO LINHA-RGPD
           STRING "(REGULAMENTO GERAL SOBRE A PROTECAO DE DADOS, "
                  "DIREITO DE ACESSO)"
               DELIMITED BY SIZE INTO LINHA-RGPD
           WRITE LINHA-RGPD

           MOVE ZERO TO WS-TOTAL-REGISTOS
           PERFORM SECCAO-NOTAS
           PERFORM SECCAO-MATRICULA
           PERFORM SECCAO-ENCARREGADO
           PERFORM SECCAO-HISTORICO
           PERFORM SECCAO-HIST-DISC
           PERFORM SECCAO-AUDITORIA
           PERFORM SECCAO-FALTAS
           PERFORM SECCAO-FALTAS-AULA
           PERFORM SECCAO-PENDENTES
           PERFORM SECCAO-INSCRICOES
           PERFORM SECCAO-CONTA
           PERFORM SECCAO-CANDIDATURAS
           PERFORM SECCAO-REVISOES

           MOVE SPACE TO LINHA-RGPD
           WRITE LINHA-RGPD
           MOVE SPACE TO LINHA-RGPD
           STRING "TOTAL DE REGISTOS ENCONTRADOS: " DELIMITED BY SIZE
                  WS-TOTAL-REGISTOS DELIMITED BY SIZE
                  INTO LINHA-RGPD
           WRITE LINHA-RGPD
           CLOSE RGPD-FILE
           DISPLAY "REGISTOS ENCONTRADOS: " WS-TOTAL-REGISTOS
           DISPLAY "RELATORIO GRAVADO EM rgpdaluno.lst"
           .

           PROGRAM-DONE.
           STOP RUN.

      ******************************************************************
      * Titulo de cada seccao, com o ficheiro de onde vem.
      ******************************************************************
           ESCREVER-TITULO-SECCAO.
           MOVE ZERO TO WS-REGISTOS-SECCAO
           MOVE SPACE TO LINHA-RGPD
           WRITE LINHA-RGPD
           MOVE SPACE TO LINHA-RGPD
           STRING WS-TITULO-SECCAO   DELIMITED BY "  "
                  " ("               DELIMITED BY SIZE
                  WS-FICHEIRO-SECCAO DELIMITED BY SPACE
                  ")"                DELIMITED BY SIZE
                  INTO LINHA-RGPD
           WRITE LINHA-RGPD
           .

           ESCREVER-SEM-FICHEIRO.
           MOVE SPACE TO LINHA-RGPD
           STRING "  FICHEIRO NAO DISPONIVEL NESTA INSTALACAO"
               DELIMITED BY SIZE INTO LINHA-RGPD
           WRITE LINHA-RGPD
           .

           ESCREVER-FIM-SECCAO.
           MOVE SPACE TO LINHA-RGPD
           STRING "  REGISTOS: " DELIMITED BY SIZE
                  WS-REGISTOS-SECCAO DELIMITED BY SIZE
                  INTO LINHA-RGPD
           WRITE LINHA-RGPD
           ADD WS-REGISTOS-SECCAO TO WS-TOTAL-REGISTOS
           .

           SECCAO-NOTAS.
           MOVE "REGISTO DE NOTAS" TO WS-TITULO-SECCAO
           MOVE "notas.dat" TO WS-FICHEIRO-SECCAO
           PERFORM ESCREVER-TITULO-SECCAO
           OPEN INPUT NOTAS-FILE
           IF WS-NOTAS-STATUS NOT = "00"
               PERFORM ESCREVER-SEM-FICHEIRO
           ELSE
               MOVE WS-NUMERO-ALUNO TO NOTAS-NUMBER
               READ NOTAS-FILE KEY IS NOTAS-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-REGISTOS-SECCAO
                       MOVE SPACE TO LINHA-RGPD
                       STRING "  NOME " DELIMITED BY SIZE
                              NOMEALUNO DELIMITED BY SIZE
                              " N1 "    DELIMITED BY SIZE
                              NOTA1     DELIMITED BY SIZE
                              " N2 "    DELIMITED BY SIZE
                              NOTA2     DELIMITED BY SIZE
                              " N3 "    DELIMITED BY SIZE
                              NOTA3     DELIMITED BY SIZE
                              " MEDIA " DELIMITED BY SIZE
                              MEDIAALUNO DELIMITED BY SIZE
                              " TURMA " DELIMITED BY SIZE
                              CODTURMA-ALUNO DELIMITED BY SIZE
                              INTO LINHA-RGPD
                       WRITE LINHA-RGPD
               END-READ
               CLOSE NOTAS-FILE
           END-IF
           PERFORM ESCREVER-FIM-SECCAO
           .

           SECCAO-MATRICULA.
           MOVE ZERO TO WS-CODENC-ALUNO
           MOVE "MATRICULA" TO WS-TITULO-SECCAO
           MOVE "matricula.dat" TO WS-FICHEIRO-SECCAO
           PERFORM ESCREVER-TITULO-SECCAO
           OPEN INPUT MATRICULA-FILE
           IF WS-MATRIC-STATUS NOT = "00"
               PERFORM ESCREVER-SEM-FICHEIRO
           ELSE
               MOVE WS-NUMERO-ALUNO TO MATRIC-NUMBER
               READ MATRICULA-FILE KEY IS MATRIC-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-REGISTOS-SECCAO
                       MOVE MATRIC-CODENC TO WS-CODENC-ALUNO
                       MOVE SPACE TO LINHA-RGPD
                       STRING "  NASCIMENTO " DELIMITED BY SIZE
                              MATRIC-DATA-NASC DELIMITED BY SIZE
                              " ESTADO " DELIMITED BY SIZE
                              MATRIC-ESTADO DELIMITED BY SIZE
                              " CONTACTO " DELIMITED BY SIZE
                              MATRIC-CONTACTO DELIMITED BY SIZE
                              INTO LINHA-RGPD
                       WRITE LINHA-RGPD
                       MOVE SPACE TO LINHA-RGPD
                       STRING "  MORADA " DELIMITED BY SIZE
                              MATRIC-MORADA DELIMITED BY SIZE
                              INTO LINHA-RGPD
                       WRITE LINHA-RGPD
                       MOVE SPACE TO LINHA-RGPD
                       STRING "  ENCARREGADO " DELIMITED BY SIZE
                              MATRIC-ENCARREGADO DELIMITED BY SIZE
                              INTO LINHA-RGPD
                       WRITE LINHA-RGPD
               END-READ
               CLOSE MATRICULA-FILE
           END-IF
           PERFORM ESCREVER-FIM-SECCAO
           .

      ******************************************************************
      * Ficha do encarregado para onde aponta a matricula do aluno.
      ******************************************************************
           SECCAO-ENCARREGADO.
           MOVE "ENCARREGADO DE EDUCACAO" TO WS-TITULO-SECCAO
           MOVE "encarregados.dat" TO WS-FICHEIRO-SECCAO
           PERFORM ESCREVER-TITULO-SECCAO
           OPEN INPUT ENCARREGADO-FILE
           IF WS-ENC-STATUS NOT = "00"
               PERFORM ESCREVER-SEM-FICHEIRO
           ELSE
               IF WS-CODENC-ALUNO NOT = ZERO
                   MOVE WS-CODENC-ALUNO TO ENC-NUMBER
                   READ ENCARREGADO-FILE KEY IS ENC-NUMBER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM ESCREVER-ENCARREGADO
                   END-READ
               END-IF
               CLOSE ENCARREGADO-FILE
           END-IF
           PERFORM ESCREVER-FIM-SECCAO
           .

           ESCREVER-ENCARREGADO.
           ADD 1 TO WS-REGISTOS-SECCAO
           MOVE SPACE TO LINHA-RGPD
           STRING "  NR " DELIMITED BY SIZE
                  ENC-NUMBER DELIMITED BY SIZE
                  " NOME " DELIMITED BY SIZE
                  ENC-NOME DELIMITED BY SIZE
                  " NIF " DELIMITED BY SIZE
                  ENC-NIF DELIMITED BY SIZE
                  INTO LINHA-RGPD
           WRITE LINHA-RGPD
           MOVE SPACE TO LINHA-RGPD
           STRING "  MORADA " DELIMITED BY SIZE
                  ENC-MORADA DELIMITED BY SIZE
                  INTO LINHA-RGPD
           WRITE LINHA-RGPD
           MOVE SPACE TO LINHA-RGPD
           STRING "  TELEFONE " DELIMITED BY SIZE
                  ENC-TELEFONE DELIMITED BY SIZE
                  " EMAIL " DELIMITED BY SIZE
                  ENC-EMAIL DELIMITED BY SIZE
                  INTO LINHA-RGPD
           WRITE LINHA-RGPD
           .

      ******************************************************************
      * O arquivo de periodos e chaveado por ano+periodo+nr: percorre-
      * -se todo e escrevem-se os registos do aluno.
      ******************************************************************
           SECCAO-HISTORICO.
           MOVE "HISTORICO DE PERIODOS FECHADOS" TO WS-TITULO-SECCAO
           MOVE "historico.dat" TO WS-FICHEIRO-SECCAO
           PERFORM ESCREVER-TITULO-SECCAO
           OPEN INPUT HISTORICO-FILE
           IF WS-HIST-STATUS NOT = "00"
               PERFORM ESCREVER-SEM-FICHEIRO
           ELSE
               MOVE 'N' TO WS-FIM-LEITURA
               PERFORM UNTIL WS-FIM-LEITURA = 'S'
               READ HISTORICO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-LEITURA
                   NOT AT END
                       IF HIST-NUMBER = WS-NUMERO-ALUNO
                           ADD 1 TO WS-REGISTOS-SECCAO
                           MOVE SPACE TO LINHA-RGPD
                           STRING "  " DELIMITED BY SIZE
                                  HIST-ANO DELIMITED BY SIZE
                                  " P" DELIMITED BY SIZE
                                  HIST-PERIODO DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  HIST-NOME DELIMITED BY SIZE
                                  " N1 " DELIMITED BY SIZE
                                  HIST-NOTA1 DELIMITED BY SIZE
                                  " N2 " DELIMITED BY SIZE
                                  HIST-NOTA2 DELIMITED BY SIZE
                                  " N3 " DELIMITED BY SIZE
                                  HIST-NOTA3 DELIMITED BY SIZE
                                  " MEDIA " DELIMITED BY SIZE
                                  HIST-MEDIA DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  HIST-SITUACAO DELIMITED BY SIZE
                                  " TURMA " DELIMITED BY SIZE
                                  HIST-CODTURMA DELIMITED BY SIZE
                                  INTO LINHA-RGPD
                           WRITE LINHA-RGPD
                       END-IF
               END-READ
               END-PERFORM
               CLOSE HISTORICO-FILE
           END-IF
           PERFORM ESCREVER-FIM-SECCAO
           .

           SECCAO-HIST-DISC.
           MOVE "HISTORICO POR DISCIPLINA" TO WS-TITULO-SECCAO
           MOVE "historicodisc.dat" TO WS-FICHEIRO-SECCAO
           PERFORM ESCREVER-TITULO-SECCAO
           OPEN INPUT HISTDISC-FILE
           IF WS-HISTDISC-STATUS NOT = "00"
               PERFORM ESCREVER-SEM-FICHEIRO
           ELSE
               MOVE 'N' TO WS-FIM-LEITURA
               PERFORM UNTIL WS-FIM-LEITURA = 'S'
               READ HISTDISC-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-LEITURA
                   NOT AT END
                       IF HD-NUMBER = WS-NUMERO-ALUNO
                           ADD 1 TO WS-REGISTOS-SECCAO
                           MOVE SPACE TO LINHA-RGPD
                           STRING "  " DELIMITED BY SIZE
                                  HD-ANO DELIMITED BY SIZE
                                  " P" DELIMITED BY SIZE
                                  HD-PERIODO DELIMITED BY SIZE
                                  " DISCIPLINA " DELIMITED BY SIZE
                                  HD-CODDISC DELIMITED BY SIZE
                                  " N1 " DELIMITED BY SIZE
                                  HD-NOTA1 DELIMITED BY SIZE
                                  " N2 " DELIMITED BY SIZE
                                  HD-NOTA2 DELIMITED BY SIZE
                                  " N3 " DELIMITED BY SIZE
                                  HD-NOTA3 DELIMITED BY SIZE
                                  " MEDIA " DELIMITED BY SIZE
                                  HD-MEDIA DELIMITED BY SIZE
                                  " TURMA " DELIMITED BY SIZE
                                  HD-CODTURMA DELIMITED BY SIZE
                                  " PROF " DELIMITED BY SIZE
                                  HD-CODPROF DELIMITED BY SIZE
                                  INTO LINHA-RGPD
                           WRITE LINHA-RGPD
                       END-IF
               END-READ
               END-PERFORM
               CLOSE HISTDISC-FILE
           END-IF
           PERFORM ESCREVER-FIM-SECCAO
           .

      ******************************************************************
      * Auditoria das alteracoes ao registo de notas, pela chave
      * alternativa de numero de aluno.
      ******************************************************************
           SECCAO-AUDITORIA.
           MOVE "AUDITORIA DE ALTERACOES" TO WS-TITULO-SECCAO
           MOVE "auditoria.dat" TO WS-FICHEIRO-SECCAO
           PERFORM ESCREVER-TITULO-SECCAO
           OPEN INPUT AUDITIDX-FILE
           IF WS-AUDITIDX-STATUS NOT = "00"
               PERFORM ESCREVER-SEM-FICHEIRO
           ELSE
               MOVE WS-NUMERO-ALUNO TO AIX-NUMBER
               MOVE 'N' TO WS-FIM-LEITURA
               START AUDITIDX-FILE KEY IS = AIX-NUMBER
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-LEITURA
               END-START
               PERFORM UNTIL WS-FIM-LEITURA = 'S'
               READ AUDITIDX-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-LEITURA
                   NOT AT END
                       IF AIX-NUMBER NOT = WS-NUMERO-ALUNO
                           MOVE 'S' TO WS-FIM-LEITURA
                       ELSE
                           PERFORM ESCREVER-AUDITORIA
                       END-IF
               END-READ
               END-PERFORM
               CLOSE AUDITIDX-FILE
           END-IF
           PERFORM ESCREVER-FIM-SECCAO
           .

           ESCREVER-AUDITORIA.
           ADD 1 TO WS-REGISTOS-SECCAO
           MOVE SPACE TO LINHA-RGPD
           STRING "  " DELIMITED BY SIZE
                  AIX-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AIX-HORA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AIX-OPERACAO DELIMITED BY SIZE
                  " OPERADOR " DELIMITED BY SIZE
                  AIX-OPERADOR DELIMITED BY SIZE
                  INTO LINHA-RGPD
           WRITE LINHA-RGPD
           MOVE SPACE TO LINHA-RGPD
           STRING "    ANTES  " DELIMITED BY SIZE
                  AIX-NOME-ANTES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AIX-NOTA1-ANTES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AIX-NOTA2-ANTES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AIX-NOTA3-ANTES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AIX-MEDIA-ANTES DELIMITED BY SIZE
                  " TURMA " DELIMITED BY SIZE
                  AIX-TURMA-ANTES DELIMITED BY SIZE
                  INTO LINHA-RGPD
           WRITE LINHA-RGPD
           MOVE SPACE TO LINHA-RGPD
           STRING "    DEPOIS " DELIMITED BY SIZE
                  AIX-NOME-DEPOIS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AIX-NOTA1-DEPOIS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AIX-NOTA2-DEPOIS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AIX-NOTA3-DEPOIS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AIX-MEDIA-DEPOIS DELIMITED BY SIZE
                  " TURMA " DELIMITED BY SIZE
                  AIX-TURMA-DEPOIS DELIMITED BY SIZE
                  INTO LINHA-RGPD
           WRITE LINHA-RGPD
           .

           SECCAO-FALTAS.
           MOVE "TOTAL DE FALTAS INJUSTIFICADAS" TO WS-TITULO-SECCAO
           MOVE "faltas.dat" TO WS-FICHEIRO-SECCAO
           PERFORM ESCREVER-TITULO-SECCAO
           OPEN INPUT FALTAS-FILE
           IF WS-FALTAS-STATUS NOT = "00"
               PERFORM ESCREVER-SEM-FICHEIRO
           ELSE
               MOVE WS-NUMERO-ALUNO TO FALTAS-NUMBER
               READ FALTAS-FILE KEY IS FALTAS-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-REGISTOS-SECCAO
                       MOVE SPACE TO LINHA-RGPD
                       STRING "  TURMA " DELIMITED BY SIZE
                              FALTAS-CODTURMA DELIMITED BY SIZE
                              " FALTAS " DELIMITED BY SIZE
                              FALTAS-TOTAL DELIMITED BY SIZE
                              INTO LINHA-RGPD
                       WRITE LINHA-RGPD
               END-READ
               CLOSE FALTAS-FILE
           END-IF
           PERFORM ESCREVER-FIM-SECCAO
           .

           SECCAO-FALTAS-AULA.
           MOVE "FALTAS POR AULA" TO WS-TITULO-SECCAO
           MOVE "faltasaula.dat" TO WS-FICHEIRO-SECCAO
           PERFORM ESCREVER-TITULO-SECCAO
           OPEN INPUT FALTAULA-FILE
           IF WS-FALTAULA-STATUS NOT = "00"
               PERFORM ESCREVER-SEM-FICHEIRO
           ELSE
               MOVE WS-NUMERO-ALUNO TO FA-NUMBER
               MOVE ZERO TO FA-DATA FA-TEMPO
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
                       IF FA-NUMBER NOT = WS-NUMERO-ALUNO
                           MOVE 'S' TO WS-FIM-LEITURA
                       ELSE
                           ADD 1 TO WS-REGISTOS-SECCAO
                           MOVE SPACE TO LINHA-RGPD
                           STRING "  " DELIMITED BY SIZE
                                  FA-DATA DELIMITED BY SIZE
                                  " TEMPO " DELIMITED BY SIZE
                                  FA-TEMPO DELIMITED BY SIZE
                                  " DISCIPLINA " DELIMITED BY SIZE
                                  FA-CODDISC DELIMITED BY SIZE
                                  " TURMA " DELIMITED BY SIZE
                                  FA-CODTURMA DELIMITED BY SIZE
                                  " PROF " DELIMITED BY SIZE
                                  FA-CODPROF DELIMITED BY SIZE
                                  " JUSTIFICADA " DELIMITED BY SIZE
                                  FA-JUSTIFICADA DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  FA-DATA-JUSTIF DELIMITED BY SIZE
                                  " OPERADOR " DELIMITED BY SIZE
                                  FA-OPERADOR DELIMITED BY SIZE
                                  INTO LINHA-RGPD
                           WRITE LINHA-RGPD
                       END-IF
               END-READ
               END-PERFORM
               CLOSE FALTAULA-FILE
           END-IF
           PERFORM ESCREVER-FIM-SECCAO
           .

           SECCAO-PENDENTES.
           MOVE "ALTERACOES PENDENTES DE APROVACAO" TO WS-TITULO-SECCAO
           MOVE "pendentes.dat" TO WS-FICHEIRO-SECCAO
           PERFORM ESCREVER-TITULO-SECCAO
           OPEN INPUT PENDENTE-FILE
           IF WS-PEND-STATUS NOT = "00"
               PERFORM ESCREVER-SEM-FICHEIRO
           ELSE
               MOVE 'N' TO WS-FIM-LEITURA
               PERFORM UNTIL WS-FIM-LEITURA = 'S'
               READ PENDENTE-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-LEITURA
                   NOT AT END
                       IF PEND-NUMBER = WS-NUMERO-ALUNO
                           ADD 1 TO WS-REGISTOS-SECCAO
                           MOVE SPACE TO LINHA-RGPD
                           STRING "  PEDIDO " DELIMITED BY SIZE
                                  PEND-ID DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  PEND-OPERACAO DELIMITED BY SIZE
                                  " ESTADO " DELIMITED BY SIZE
                                  PEND-ESTADO DELIMITED BY SIZE
                                  " OPERADOR " DELIMITED BY SIZE
                                  PEND-OPERADOR DELIMITED BY SIZE
                                  " ANTES " DELIMITED BY SIZE
                                  PEND-NOME-ANTES DELIMITED BY SIZE
                                  " DEPOIS " DELIMITED BY SIZE
                                  PEND-NOME-DEPOIS DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  PEND-NOTA1-DEPOIS DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  PEND-NOTA2-DEPOIS DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  PEND-NOTA3-DEPOIS DELIMITED BY SIZE
                                  INTO LINHA-RGPD
                           WRITE LINHA-RGPD
                       END-IF
               END-READ
               END-PERFORM
               CLOSE PENDENTE-FILE
           END-IF
           PERFORM ESCREVER-FIM-SECCAO
           .

           SECCAO-INSCRICOES.
           MOVE "INSCRICOES EM DISCIPLINAS" TO WS-TITULO-SECCAO
           MOVE "inscricoes.dat" TO WS-FICHEIRO-SECCAO
           PERFORM ESCREVER-TITULO-SECCAO
           OPEN INPUT INSCRICAO-FILE
           IF WS-INSC-STATUS NOT = "00"
               PERFORM ESCREVER-SEM-FICHEIRO
           ELSE
               MOVE WS-NUMERO-ALUNO TO INSC-NUMBER
               MOVE ZERO TO INSC-CODDISC
               MOVE 'N' TO WS-FIM-LEITURA
               START INSCRICAO-FILE KEY IS >= CHAVE-INSCRICAO
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-LEITURA
               END-START
               PERFORM UNTIL WS-FIM-LEITURA = 'S'
               READ INSCRICAO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-LEITURA
                   NOT AT END
                       IF INSC-NUMBER NOT = WS-NUMERO-ALUNO
                           MOVE 'S' TO WS-FIM-LEITURA
                       ELSE
                           ADD 1 TO WS-REGISTOS-SECCAO
                           MOVE SPACE TO LINHA-RGPD
                           STRING "  DISCIPLINA " DELIMITED BY SIZE
                                  INSC-CODDISC DELIMITED BY SIZE
                                  INTO LINHA-RGPD
                           WRITE LINHA-RGPD
                       END-IF
               END-READ
               END-PERFORM
               CLOSE INSCRICAO-FILE
           END-IF
           PERFORM ESCREVER-FIM-SECCAO
           .

           SECCAO-CONTA.
           MOVE "CONTA CORRENTE" TO WS-TITULO-SECCAO
           MOVE "contacorrente.dat" TO WS-FICHEIRO-SECCAO
           PERFORM ESCREVER-TITULO-SECCAO
           OPEN INPUT CONTA-FILE
           IF WS-CONTA-STATUS NOT = "00"
               PERFORM ESCREVER-SEM-FICHEIRO
           ELSE
               MOVE WS-NUMERO-ALUNO TO MOV-NUMBER
               MOVE ZERO TO MOV-DATA MOV-SEQ
               MOVE 'N' TO WS-FIM-LEITURA
               START CONTA-FILE KEY IS >= CHAVE-MOVIMENTO
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-LEITURA
               END-START
               PERFORM UNTIL WS-FIM-LEITURA = 'S'
               READ CONTA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-LEITURA
                   NOT AT END
                       IF MOV-NUMBER NOT = WS-NUMERO-ALUNO
                           MOVE 'S' TO WS-FIM-LEITURA
                       ELSE
                           ADD 1 TO WS-REGISTOS-SECCAO
                           MOVE MOV-VALOR TO WS-EDIT-VALOR
                           MOVE SPACE TO LINHA-RGPD
                           STRING "  " DELIMITED BY SIZE
                                  MOV-DATA DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  MOV-TIPO DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  MOV-DESCRICAO DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  WS-EDIT-VALOR DELIMITED BY SIZE
                                  " LIMITE " DELIMITED BY SIZE
                                  MOV-DATA-LIMITE DELIMITED BY SIZE
                                  " OPERADOR " DELIMITED BY SIZE
                                  MOV-OPERADOR DELIMITED BY SIZE
                                  INTO LINHA-RGPD
                           WRITE LINHA-RGPD
                       END-IF
               END-READ
               END-PERFORM
               CLOSE CONTA-FILE
           END-IF
           PERFORM ESCREVER-FIM-SECCAO
           .

      ******************************************************************
      * A candidatura liga-se ao aluno pelo nr de aluno atribuido na
      * matricula (CAND-ALUNO); percorre-se todo o ficheiro.
      ******************************************************************
           SECCAO-CANDIDATURAS.
           MOVE "CANDIDATURA" TO WS-TITULO-SECCAO
           MOVE "candidaturas.dat" TO WS-FICHEIRO-SECCAO
           PERFORM ESCREVER-TITULO-SECCAO
           OPEN INPUT CANDIDATURA-FILE
           IF WS-CAND-STATUS NOT = "00"
               PERFORM ESCREVER-SEM-FICHEIRO
           ELSE
               MOVE 'N' TO WS-FIM-LEITURA
               PERFORM UNTIL WS-FIM-LEITURA = 'S'
               READ CANDIDATURA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-LEITURA
                   NOT AT END
                       IF CAND-ALUNO = WS-NUMERO-ALUNO
                           PERFORM ESCREVER-CANDIDATURA
                       END-IF
               END-READ
               END-PERFORM
               CLOSE CANDIDATURA-FILE
           END-IF
           PERFORM ESCREVER-FIM-SECCAO
           .

           ESCREVER-CANDIDATURA.
           ADD 1 TO WS-REGISTOS-SECCAO
           MOVE SPACE TO LINHA-RGPD
           STRING "  NR " DELIMITED BY SIZE
                  CAND-NUMBER DELIMITED BY SIZE
                  " NOME " DELIMITED BY SIZE
                  CAND-NOME DELIMITED BY SIZE
                  " NASCIMENTO " DELIMITED BY SIZE
                  CAND-DATA-NASC DELIMITED BY SIZE
                  " ENTRADA " DELIMITED BY SIZE
                  CAND-DATA-ENTRADA DELIMITED BY SIZE
                  " ESTADO " DELIMITED BY SIZE
                  CAND-ESTADO DELIMITED BY SIZE
                  INTO LINHA-RGPD
           WRITE LINHA-RGPD
           MOVE SPACE TO LINHA-RGPD
           STRING "  MORADA " DELIMITED BY SIZE
                  CAND-MORADA DELIMITED BY SIZE
                  " CONTACTO " DELIMITED BY SIZE
                  CAND-CONTACTO DELIMITED BY SIZE
                  INTO LINHA-RGPD
           WRITE LINHA-RGPD
           MOVE SPACE TO LINHA-RGPD
           STRING "  ENCARREGADO " DELIMITED BY SIZE
                  CAND-CODENC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CAND-ENCARREGADO DELIMITED BY SIZE
                  " ANO PEDIDO " DELIMITED BY SIZE
                  CAND-ANO-PEDIDO DELIMITED BY SIZE
                  " IRMAO " DELIMITED BY SIZE
                  CAND-IRMAO DELIMITED BY SIZE
                  " AREA " DELIMITED BY SIZE
                  CAND-AREA DELIMITED BY SIZE
                  " NEE " DELIMITED BY SIZE
                  CAND-NEE DELIMITED BY SIZE
                  INTO LINHA-RGPD
           WRITE LINHA-RGPD
           .

      ******************************************************************
      * Pedidos de revisao de nota do aluno, com o motivo escrito no
      * pedido; percorre-se todo o ficheiro pelo nr do pedido.
      ******************************************************************
           SECCAO-REVISOES.
           MOVE "PEDIDOS DE REVISAO DE NOTA" TO WS-TITULO-SECCAO
           MOVE "revisoes.dat" TO WS-FICHEIRO-SECCAO
           PERFORM ESCREVER-TITULO-SECCAO
           OPEN INPUT REVISAO-FILE
           IF WS-REVISAO-STATUS NOT = "00"
               PERFORM ESCREVER-SEM-FICHEIRO
           ELSE
               MOVE 'N' TO WS-FIM-LEITURA
               PERFORM UNTIL WS-FIM-LEITURA = 'S'
               READ REVISAO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-LEITURA
                   NOT AT END
                       IF REV-ALUNO = WS-NUMERO-ALUNO
                           ADD 1 TO WS-REGISTOS-SECCAO
                           MOVE SPACE TO LINHA-RGPD
                           STRING "  NR " DELIMITED BY SIZE
                                  REV-NUMBER DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  REV-ANO DELIMITED BY SIZE
                                  " P" DELIMITED BY SIZE
                                  REV-PERIODO DELIMITED BY SIZE
                                  " DISC " DELIMITED BY SIZE
                                  REV-CODDISC DELIMITED BY SIZE
                                  " NOTA " DELIMITED BY SIZE
                                  REV-CAMPO DELIMITED BY SIZE
                                  " PEDIDO EM " DELIMITED BY SIZE
                                  REV-DATA-PEDIDO DELIMITED BY SIZE
                                  " ESTADO " DELIMITED BY SIZE
                                  REV-ESTADO DELIMITED BY SIZE
                                  INTO LINHA-RGPD
                           WRITE LINHA-RGPD
                           MOVE SPACE TO LINHA-RGPD
                           STRING "  MOTIVO " DELIMITED BY SIZE
                                  REV-MOTIVO DELIMITED BY SIZE
                                  INTO LINHA-RGPD
                           WRITE LINHA-RGPD
                       END-IF
               END-READ
               END-PERFORM
               CLOSE REVISAO-FILE
           END-IF
           PERFORM ESCREVER-FIM-SECCAO
           .
       END PROGRAM RelatorioRGPD.
