      *          authority; header with school code and period, one
      *          fixed-width detail per student and a trailer with the
      *          record count and sum of medias for transmission
      *          verification. Results of earlier periods amended by a
      *          granted revisao de nota (revisoes.dat) go out once as
      *          correction records, counted in the trailer; a review
      *          of one disciplina sends the corrected period result
      *          followed by the corrected disciplina record from
      *          historicodisc.dat
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "slhist.cbl".
           COPY "slmatric.cbl".
           COPY "slrunctl.cbl".
           COPY "slcalen.cbl".
           COPY "slrevis.cbl".
           COPY "slhdisc.cbl".
           SELECT EXTRATO-FILE ASSIGN TO "ministerio.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRATO-STATUS.
           COPY "fdhist.cbl".
           COPY "fdmatric.cbl".
           COPY "fdrunctl.cbl".
           COPY "fdcalen.cbl".
           COPY "fdrevis.cbl".
           COPY "fdhdisc.cbl".
       FD  EXTRATO-FILE.
       01  LINHA-EXTRATO                PIC X(63).

       77 WS-RUN-ESTADO              PIC X(10).
       77 WS-DATA-EXECUCAO           PIC 9(8).
       77 WS-HORA-EXECUCAO           PIC 9(8).
       77 WS-CALENDARIO-STATUS       PIC XX.
       77 WS-FIM-CALENDARIO          PIC X VALUE 'N'.
       77 WS-DATA-HOJE               PIC 9(8).
       77 WS-CAL-FIM-PERIODO         PIC 9(8) VALUE ZERO.
       77 WS-REVISAO-STATUS          PIC XX.
       77 WS-FIM-REVISAO             PIC X VALUE 'N'.
       77 WS-TOTAL-CORRECOES         PIC 9(5) VALUE ZERO.
       77 WS-HISTDISC-STATUS         PIC XX.
       77 WS-HISTDISC-OK             PIC X VALUE 'N'.
       01 WS-EXT-CABECALHO.
           05 CAB-TIPO               PIC X VALUE "1".
           05 CAB-ESCOLA             PIC X(6).
           05 TRL-TIPO               PIC X VALUE "3".
           05 TRL-CONTADOR           PIC 9(5).
           05 TRL-SOMA-MEDIAS        PIC 9(7)V9(2).
           05 TRL-CORRECOES          PIC 9(5).
      ******************************************************************
      * Correcao de um resultado ja enviado, com o ano e o periodo a
      * que respeita e os valores corrigidos de historico.dat.
      ******************************************************************
       01 WS-EXT-CORRECAO.
           05 COR-TIPO               PIC X VALUE "4".
           05 COR-ANO                PIC 9(4).
           05 COR-PERIODO            PIC 9(1).
           05 COR-NUMBER             PIC 9(5).
           05 COR-NOME               PIC X(20).
           05 COR-NOTA1              PIC 9(2)V9(2).
           05 COR-NOTA2              PIC 9(2)V9(2).
           05 COR-NOTA3              PIC 9(2)V9(2).
           05 COR-MEDIA              PIC 9(2)V9(2).
           05 COR-SITUACAO           PIC X(10).
           05 COR-CODTURMA           PIC 9(3).
      ******************************************************************
      * Correcao de uma disciplina do periodo, a seguir a correcao do
      * resultado do periodo, com os valores de historicodisc.dat.
      ******************************************************************
       01 WS-EXT-CORRECAO-DISC.
           05 CDI-TIPO               PIC X VALUE "5".
           05 CDI-ANO                PIC 9(4).
           05 CDI-PERIODO            PIC 9(1).
           05 CDI-NUMBER             PIC 9(5).
           05 CDI-CODDISC            PIC 9(3).
           05 CDI-NOTA1              PIC 9(2)V9(2).
           05 CDI-NOTA2              PIC 9(2)V9(2).
           05 CDI-NOTA3              PIC 9(2)V9(2).
           05 CDI-MEDIA              PIC 9(2)V9(2).
           05 CDI-CODTURMA           PIC 9(3).
           05 CDI-CODPROF            PIC 9(3).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
               DISPLAY "CODIGO INVALIDO, INSIRA NOVAMENTE!"
           END-IF
           END-PERFORM
           PERFORM OBTER-PERIODO-CALENDARIO
           DISPLAY "EXTRATO DO PERIODO " WS-PERIODO " DE "
               WS-ANO-LETIVO " (TERMINOU EM " WS-CAL-FIM-PERIODO ")"

           OPEN INPUT MATRICULA-FILE
           IF WS-MATRIC-STATUS = "00"
               PERFORM EXTRAIR-DE-NOTAS
           END-IF

           PERFORM EXTRAIR-CORRECOES

           MOVE WS-TOTAL-ALUNOS    TO TRL-CONTADOR
           MOVE WS-SOMA-MEDIAS     TO TRL-SOMA-MEDIAS
           MOVE WS-TOTAL-CORRECOES TO TRL-CORRECOES
           MOVE SPACE TO LINHA-EXTRATO
           MOVE WS-EXT-TRAILER TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           DISPLAY "EXTRATO CONCLUIDO."
           DISPLAY "ALUNOS EXTRAIDOS: " WS-TOTAL-ALUNOS
           DISPLAY "SOMA DAS MEDIAS:  " WS-SOMA-MEDIAS
           DISPLAY "CORRECOES:        " WS-TOTAL-CORRECOES
           DISPLAY "FICHEIRO GRAVADO EM ministerio.dat"
           .

           WRITE LINHA-EXTRATO
           .

      ******************************************************************
      * Revisoes deferidas ainda por enviar: cada uma sai como registo
      * de correcao com os valores atuais de historico.dat e fica
      * marcada com a data de envio. As marcadas hoje voltam a sair,
      * porque cada corrida recria ministerio.dat e uma repeticao no
      * mesmo dia (p.ex. apos um retorno rejeitado) nao as pode perder.
      ******************************************************************
           EXTRAIR-CORRECOES.
           OPEN I-O REVISAO-FILE
           IF WS-REVISAO-STATUS NOT = "00"
               DISPLAY "AVISO: SEM revisoes.dat, EXTRATO SEM "
                   "CORRECOES"
           ELSE
               OPEN INPUT HISTORICO-FILE
               IF WS-HIST-STATUS NOT = "00"
                   DISPLAY "AVISO: SEM historico.dat, CORRECOES "
                       "FICAM POR ENVIAR"
               ELSE
                   MOVE 'N' TO WS-HISTDISC-OK
                   OPEN INPUT HISTDISC-FILE
                   IF WS-HISTDISC-STATUS = "00"
                       MOVE 'S' TO WS-HISTDISC-OK
                   END-IF
                   MOVE 'N' TO WS-FIM-REVISAO
                   PERFORM UNTIL WS-FIM-REVISAO = 'S'
                   READ REVISAO-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FIM-REVISAO
                       NOT AT END
                           IF REV-ESTADO = 'D'
                                   AND (REV-DATA-ENVIO = ZERO
                                   OR REV-DATA-ENVIO = WS-DATA-HOJE)
                               PERFORM ESCREVER-CORRECAO
                           END-IF
                   END-READ
                   END-PERFORM
                   IF WS-HISTDISC-OK = 'S'
                       CLOSE HISTDISC-FILE
                   END-IF
                   CLOSE HISTORICO-FILE
               END-IF
               CLOSE REVISAO-FILE
           END-IF
           .

           ESCREVER-CORRECAO.
           MOVE REV-ANO     TO HIST-ANO
           MOVE REV-PERIODO TO HIST-PERIODO
           MOVE REV-ALUNO   TO HIST-NUMBER
           READ HISTORICO-FILE KEY IS CHAVE-HISTORICO
               INVALID KEY
                   DISPLAY "AVISO: REVISAO " REV-NUMBER
                       " SEM REGISTO EM historico.dat"
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-CORRECOES
                   MOVE HIST-ANO       TO COR-ANO
                   MOVE HIST-PERIODO   TO COR-PERIODO
                   MOVE HIST-NUMBER    TO COR-NUMBER
                   MOVE HIST-NOME      TO COR-NOME
                   MOVE HIST-NOTA1     TO COR-NOTA1
                   MOVE HIST-NOTA2     TO COR-NOTA2
                   MOVE HIST-NOTA3     TO COR-NOTA3
                   MOVE HIST-MEDIA     TO COR-MEDIA
                   MOVE HIST-SITUACAO  TO COR-SITUACAO
                   MOVE HIST-CODTURMA  TO COR-CODTURMA
                   MOVE SPACE TO LINHA-EXTRATO
                   MOVE WS-EXT-CORRECAO TO LINHA-EXTRATO
                   WRITE LINHA-EXTRATO
                   IF REV-CODDISC NOT = ZERO
                       PERFORM ESCREVER-CORRECAO-DISCIPLINA
                   END-IF
                   MOVE WS-DATA-HOJE TO REV-DATA-ENVIO
                   REWRITE REG-REVISAO
                       INVALID KEY
                           DISPLAY "AVISO: REVISAO " REV-NUMBER
                               " NAO MARCADA COMO ENVIADA"
                   END-REWRITE
           END-READ
           .

           ESCREVER-CORRECAO-DISCIPLINA.
           IF WS-HISTDISC-OK NOT = 'S'
               DISPLAY "AVISO: SEM historicodisc.dat, REVISAO "
                   REV-NUMBER " SEGUE SEM A DISCIPLINA " REV-CODDISC
           ELSE
               MOVE REV-ANO     TO HD-ANO
               MOVE REV-PERIODO TO HD-PERIODO
               MOVE REV-ALUNO   TO HD-NUMBER
               MOVE REV-CODDISC TO HD-CODDISC
               READ HISTDISC-FILE KEY IS CHAVE-HIST-DISC
                   INVALID KEY
                       DISPLAY "AVISO: REVISAO " REV-NUMBER
                           " SEM REGISTO EM historicodisc.dat"
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-CORRECOES
                       MOVE HD-ANO      TO CDI-ANO
                       MOVE HD-PERIODO  TO CDI-PERIODO
                       MOVE HD-NUMBER   TO CDI-NUMBER
                       MOVE HD-CODDISC  TO CDI-CODDISC
                       MOVE HD-NOTA1    TO CDI-NOTA1
                       MOVE HD-NOTA2    TO CDI-NOTA2
                       MOVE HD-NOTA3    TO CDI-NOTA3
                       MOVE HD-MEDIA    TO CDI-MEDIA
                       MOVE HD-CODTURMA TO CDI-CODTURMA
                       MOVE HD-CODPROF  TO CDI-CODPROF
                       MOVE SPACE TO LINHA-EXTRATO
                       MOVE WS-EXT-CORRECAO-DISC TO LINHA-EXTRATO
                       WRITE LINHA-EXTRATO
               END-READ
           END-IF
           .

      ******************************************************************
      * Completa o detalhe com a data de nascimento da ficha de
      * matricula; zeros quando o aluno nao tem matricula registada.
           WRITE REG-RUNCTL
           CLOSE RUNCTL-FILE
           .

      ******************************************************************
      * O periodo a extrair sai do calendario escolar: o ultimo periodo
      * letivo cuja data de fim ja chegou.
      ******************************************************************
           OBTER-PERIODO-CALENDARIO.
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
                   IF CAL-TIPO = 'P'
                           AND CAL-DATA-FIM NOT > WS-DATA-HOJE
                           AND CAL-DATA-FIM > WS-CAL-FIM-PERIODO
                       MOVE CAL-ANO      TO WS-ANO-LETIVO
                       MOVE CAL-PERIODO  TO WS-PERIODO
                       MOVE CAL-DATA-FIM TO WS-CAL-FIM-PERIODO
                   END-IF
           END-READ
           END-PERFORM
           CLOSE CALENDARIO-FILE
           IF WS-ANO-LETIVO = ZERO
               DISPLAY "ERRO! NENHUM PERIODO DO calendario.dat "
                   "TERMINOU AINDA; EXTRATO RECUSADO."
               STOP RUN
           END-IF
           .
