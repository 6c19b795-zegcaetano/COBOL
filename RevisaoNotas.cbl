      ******************************************************************
      * Author:
      * Date:
      * Purpose: pedidos de revisao de nota sobre periodos ja fechados
      *          (historico.dat). Any active operator registers the
      *          request (aluno, ano, periodo, the grade contested,
      *          the reason and the value asked for); only a senior
      *          operator decides it. A granted review amends the
      *          historico.dat record, reprints the student's
      *          transcript (transcricoes.lst) and certificate
      *          (certificados.lst) and leaves the correction for the
      *          next ministerio.dat, which ExtratoMinisterio sends
      *          once. A request may also be about one disciplina of
      *          the period (historicodisc.dat): granted, it amends
      *          that disciplina, recomputes the period media from the
      *          disciplinas and, when the year was already promoted,
      *          the disciplina's yearly media and the yearly result in
      *          period 9; a change in the count of negative
      *          disciplinas is shown for the conselho, the yearly
      *          situacao is not changed here. A granted review of the
      *          period result also carries the new period media into
      *          period 9, with a warning when the yearly media crosses
      *          10. Every archived record amended writes its before
      *          and after images to auditoria.dat: REVISAO (period
      *          result), REVANO (yearly result), REVDISC (disciplina
      *          in the period) and REVDANO (disciplina in the year).
      *          The register of the reviews of a period goes to
      *          revisoes.lst for the conselho pedagogico
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RevisaoNotas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "slrevis.cbl".
           COPY "slhist.cbl".
           COPY "slhdisc.cbl".
           COPY "sldisc.cbl".
           COPY "slturma.cbl".
           COPY "slmatric.cbl".
           COPY "slaudix.cbl".
           COPY "slopera.cbl".
           COPY "slpesos.cbl".
           COPY "slcert.cbl".
           COPY "slcertno.cbl".
           SELECT TRANSCRICAO-FILE ASSIGN TO "transcricoes.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSCRICAO-STATUS.
           SELECT REGISTO-FILE ASSIGN TO "revisoes.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTO-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY "fdrevis.cbl".
           COPY "fdhist.cbl".
           COPY "fdhdisc.cbl".
           COPY "fddisc.cbl".
           COPY "fdturma.cbl".
           COPY "fdmatric.cbl".
           COPY "fdaudix.cbl".
           COPY "fdopera.cbl".
           COPY "fdpesos.cbl".
           COPY "fdcert.cbl".
           COPY "fdcertno.cbl".
       FD  TRANSCRICAO-FILE.
       01  LINHA-TRANSCRICAO            PIC X(80).
       FD  REGISTO-FILE.
       01  LINHA-REGISTO                PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-REVISAO-STATUS          PIC XX.
       77 WS-HIST-STATUS             PIC XX.
       77 WS-HISTDISC-STATUS         PIC XX.
       77 WS-DISC-STATUS             PIC XX.
       77 WS-TURMA-STATUS            PIC XX.
       77 WS-MATRIC-STATUS           PIC XX.
       77 WS-AUDITIDX-STATUS         PIC XX.
       77 WS-OPERADOR-STATUS         PIC XX.
       77 WS-PESOS-STATUS            PIC XX.
       77 WS-CERT-STATUS             PIC XX.
       77 WS-CERTNUM-STATUS          PIC XX.
       77 WS-TRANSCRICAO-STATUS      PIC XX.
       77 WS-REGISTO-STATUS          PIC XX.
       77 WS-OPCAO                   PIC 9.
       77 WS-AUTENTICADO             PIC X VALUE 'N'.
       77 WS-TENTATIVAS              PIC 9 VALUE ZERO.
       77 WS-VALIDADE-SENHA          PIC 9(3) VALUE 90.
       77 WS-IDADE-SENHA             PIC S9(5) VALUE ZERO.
       77 WS-LOGIN-ID                PIC X(10).
       77 WS-LOGIN-SENHA             PIC X(10).
       77 WS-SENHA-CLARA             PIC X(10).
       77 WS-SENHA-CIFRADA           PIC X(10).
       77 WS-SENHA-TROCADA           PIC X(10).
       77 WS-IND-CIFRA               PIC 99.
       77 WS-PERFIL-OPERADOR         PIC X VALUE 'J'.
       77 WS-PESO1                   PIC 9(3) VALUE 34.
       77 WS-PESO2                   PIC 9(3) VALUE 33.
       77 WS-PESO3                   PIC 9(3) VALUE 33.
       77 WS-PARCELA1                PIC 99V99.
       77 WS-PARCELA2                PIC 99V99.
       77 WS-PARCELA3                PIC 99V99.
       77 WS-HOJE                    PIC 9(8).
       77 WS-HORA-AUDITORIA          PIC 9(8).
       77 WS-AUD-GRAVADO             PIC X.
      * Registo arquivado de que a auditoria leva as imagens:
      * P = resultado do periodo, A = resultado anual (periodo 9),
      * D = disciplina no periodo, E = disciplina no ano (periodo 9).
       77 WS-AUD-IMAGEM              PIC X.
       77 WS-REV-NUMBER              PIC 9(5).
       77 WS-ULTIMO-NUMBER           PIC 9(5) VALUE ZERO.
       77 WS-ALUNO                   PIC 9(5).
       77 WS-ANO-LETIVO              PIC 9(4).
       77 WS-PERIODO                 PIC 9(1).
       77 WS-CODDISC                 PIC 9(3) VALUE ZERO.
       77 WS-CAMPO                   PIC X.
       77 WS-NOTA-ATUAL              PIC 99V99.
       77 WS-NOTA-PEDIDA             PIC 99V99.
       77 WS-NOTA-CONCEDIDA          PIC 99V99.
       77 WS-DECISAO                 PIC X.
       77 WS-EXISTE                  PIC X VALUE 'N'.
       77 WS-PEDIDO-ABERTO           PIC X VALUE 'N'.
       77 WS-FIM-REVISAO             PIC X VALUE 'N'.
       77 WS-FIM-HISTDISC            PIC X VALUE 'N'.
       77 WS-HISTDISC-OK             PIC X VALUE 'N'.
       77 WS-DISC-OK                 PIC X VALUE 'N'.
       77 WS-MATRIC-OK               PIC X VALUE 'N'.
       77 WS-TEM-DISCIPLINAS         PIC X VALUE 'N'.
       77 WS-ANUAL-EXISTE            PIC X VALUE 'N'.
       77 WS-SOMA-MEDIAS             PIC 9(5)V99 VALUE ZERO.
       77 WS-NUM-MEDIAS              PIC 9(3) VALUE ZERO.
       77 WS-MEDIA-PERIODO-NOVA      PIC 99V99.
       77 WS-IND-PERIODO             PIC 9.
       77 WS-NEGATIVAS               PIC 9(2) VALUE ZERO.
       77 WS-NEG-ANTES               PIC 9(2) VALUE ZERO.
       77 WS-NEG-DEPOIS              PIC 9(2) VALUE ZERO.
       77 WS-MAX-NEGATIVAS           PIC 9(2) VALUE 2.
       77 WS-NUMERO-CERT             PIC 9(5).
       77 WS-NOME-CAMPO              PIC X(15).
       77 WS-NOME-ESTADO             PIC X(10).
       77 WS-NOME-ALUNO              PIC A(20).
       77 WS-TOTAL-ABERTOS           PIC 9(4) VALUE ZERO.
       77 WS-TOTAL-DEFERIDOS         PIC 9(4) VALUE ZERO.
       77 WS-TOTAL-INDEFERIDOS       PIC 9(4) VALUE ZERO.
       77 WS-EDIT-CONTESTADA         PIC Z9.99.
       77 WS-EDIT-PEDIDA             PIC Z9.99.
       77 WS-EDIT-CONCEDIDA          PIC Z9.99.
      ******************************************************************
      * Imagem do registo de historico antes da alteracao, para a
      * auditoria e para a revisao.
      ******************************************************************
       01 WS-HIST-ANTES.
           05 WS-HA-ANO              PIC 9(4).
           05 WS-HA-PERIODO          PIC 9(1).
           05 WS-HA-NUMBER           PIC 9(5).
           05 WS-HA-NOME             PIC A(20).
           05 WS-HA-NOTA1            PIC 99V99.
           05 WS-HA-NOTA2            PIC 99V99.
           05 WS-HA-NOTA3            PIC 99V99.
           05 WS-HA-MEDIA            PIC 99V99.
           05 WS-HA-SITUACAO         PIC X(10).
           05 WS-HA-CODTURMA         PIC 9(3).
       01 WS-ANUAL-ANTES.
           05 WS-AA-ANO              PIC 9(4).
           05 WS-AA-PERIODO          PIC 9(1).
           05 WS-AA-NUMBER           PIC 9(5).
           05 WS-AA-NOME             PIC A(20).
           05 WS-AA-NOTA1            PIC 99V99.
           05 WS-AA-NOTA2            PIC 99V99.
           05 WS-AA-NOTA3            PIC 99V99.
           05 WS-AA-MEDIA            PIC 99V99.
           05 WS-AA-SITUACAO         PIC X(10).
           05 WS-AA-CODTURMA         PIC 9(3).
      ******************************************************************
      * Imagens do registo de historicodisc.dat antes e depois de uma
      * revisao por disciplina.
      ******************************************************************
       01 WS-HD-ANTES.
           05 WS-HDA-ANO             PIC 9(4).
           05 WS-HDA-PERIODO         PIC 9(1).
           05 WS-HDA-NUMBER          PIC 9(5).
           05 WS-HDA-CODDISC         PIC 9(3).
           05 WS-HDA-NOTA1           PIC 99V99.
           05 WS-HDA-NOTA2           PIC 99V99.
           05 WS-HDA-NOTA3           PIC 99V99.
           05 WS-HDA-MEDIA           PIC 99V99.
           05 WS-HDA-CODTURMA        PIC 9(3).
           05 WS-HDA-CODPROF         PIC 9(3).
       01 WS-HD-ANUAL-ANTES.
           05 WS-HDAA-ANO            PIC 9(4).
           05 WS-HDAA-PERIODO        PIC 9(1).
           05 WS-HDAA-NUMBER         PIC 9(5).
           05 WS-HDAA-CODDISC        PIC 9(3).
           05 WS-HDAA-NOTA1          PIC 99V99.
           05 WS-HDAA-NOTA2          PIC 99V99.
           05 WS-HDAA-NOTA3          PIC 99V99.
           05 WS-HDAA-MEDIA          PIC 99V99.
           05 WS-HDAA-CODTURMA       PIC 9(3).
           05 WS-HDAA-CODPROF        PIC 9(3).
       01 WS-HD-DEPOIS.
           05 WS-HDD-ANO             PIC 9(4).
           05 WS-HDD-PERIODO         PIC 9(1).
           05 WS-HDD-NUMBER          PIC 9(5).
           05 WS-HDD-CODDISC         PIC 9(3).
           05 WS-HDD-NOTA1           PIC 99V99.
           05 WS-HDD-NOTA2           PIC 99V99.
           05 WS-HDD-NOTA3           PIC 99V99.
           05 WS-HDD-MEDIA           PIC 99V99.
           05 WS-HDD-CODTURMA        PIC 9(3).
           05 WS-HDD-CODPROF         PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** REVISAO DE NOTAS DE PERIODOS FECHADOS ***"
           PERFORM AUTENTICAR-OPERADOR
           IF WS-AUTENTICADO NOT = 'S'
               DISPLAY "ACESSO RECUSADO."
               STOP RUN
           END-IF
           PERFORM CARREGAR-PESOS.
           MENU-REVISOES.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           DISPLAY " "
           DISPLAY "*** 1-REGISTAR PEDIDO DE REVISAO   ***"
           DISPLAY "*** 2-DECIDIR PEDIDO (SENIOR)      ***"
           DISPLAY "*** 3-CONSULTAR PEDIDO             ***"
           DISPLAY "*** 4-REGISTO DE REVISOES PERIODO  ***"
           DISPLAY "***           0-SAIR               ***"
           ACCEPT WS-OPCAO
           IF WS-OPCAO = 1
               PERFORM REGISTAR-PEDIDO
           ELSE IF WS-OPCAO = 2
               PERFORM DECIDIR-PEDIDO
           ELSE IF WS-OPCAO = 3
               PERFORM CONSULTAR-PEDIDO
           ELSE IF WS-OPCAO = 4
               PERFORM REGISTO-REVISOES
           ELSE IF WS-OPCAO = 0
               PERFORM FIM
           ELSE
               DISPLAY "OPCAO INVALIDA, DIGITE UM NR VALIDO DO MENU"
               PERFORM MENU-REVISOES
           .

      ******************************************************************
      * Login com operadores.dat como em ContaCorrente; o perfil fica
      * guardado para a decisao, reservada a operadores seniores.
      ******************************************************************
           AUTENTICAR-OPERADOR.
           MOVE ZERO TO WS-TENTATIVAS
           MOVE 'N' TO WS-AUTENTICADO
           PERFORM UNTIL WS-AUTENTICADO = 'S' OR WS-TENTATIVAS >= 3
               DISPLAY "OPERADOR: "
               ACCEPT WS-LOGIN-ID
               DISPLAY "SENHA: "
               ACCEPT WS-LOGIN-SENHA
               OPEN I-O OPERADOR-FILE
               IF WS-OPERADOR-STATUS NOT = "00"
                   DISPLAY "ERRO: SEM operadores.dat, CORRA "
                       "CriarOperadorIndexado E AdminOperadores"
                   MOVE 3 TO WS-TENTATIVAS
               ELSE
                   PERFORM VALIDAR-LOGIN
                   CLOSE OPERADOR-FILE
                   ADD 1 TO WS-TENTATIVAS
               END-IF
           END-PERFORM
           .

           VALIDAR-LOGIN.
           MOVE WS-LOGIN-ID TO OPERADOR-ID
           READ OPERADOR-FILE KEY IS OPERADOR-ID
               INVALID KEY
                   DISPLAY "OPERADOR OU SENHA INVALIDOS"
               NOT INVALID KEY
                   PERFORM CONFERIR-OPERADOR
           END-READ
           .

           CONFERIR-OPERADOR.
           MOVE WS-LOGIN-SENHA TO WS-SENHA-CLARA
           PERFORM CIFRAR-SENHA
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           MOVE ZERO TO WS-IDADE-SENHA
           IF OPERADOR-DATA-SENHA NOT = ZERO
               COMPUTE WS-IDADE-SENHA =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE)
                   - FUNCTION INTEGER-OF-DATE(OPERADOR-DATA-SENHA)
           END-IF
           IF OPERADOR-ESTADO = 'B'
               DISPLAY "CONTA BLOQUEADA."
           ELSE IF OPERADOR-ESTADO = 'I'
               DISPLAY "CONTA INATIVA."
           ELSE IF OPERADOR-SENHA NOT = WS-SENHA-CIFRADA
               DISPLAY "OPERADOR OU SENHA INVALIDOS"
               ADD 1 TO OPERADOR-TENTATIVAS
               IF OPERADOR-TENTATIVAS >= 3
                   MOVE 'B' TO OPERADOR-ESTADO
                   DISPLAY "CONTA BLOQUEADA APOS 3 TENTATIVAS."
               END-IF
               REWRITE REG-OPERADOR
           ELSE IF OPERADOR-TROCAR = 'S' OR OPERADOR-DATA-SENHA = ZERO
               DISPLAY "TROCA DE SENHA PENDENTE, ENTRE PRIMEIRO EM "
                   "NotasIndexado."
               MOVE 3 TO WS-TENTATIVAS
           ELSE IF WS-IDADE-SENHA > WS-VALIDADE-SENHA
               DISPLAY "A SENHA EXPIROU AOS " WS-VALIDADE-SENHA
                   " DIAS, TROQUE-A PRIMEIRO EM NotasIndexado."
               MOVE 3 TO WS-TENTATIVAS
           ELSE
               MOVE ZERO TO OPERADOR-TENTATIVAS
               REWRITE REG-OPERADOR
               MOVE OPERADOR-PERFIL TO WS-PERFIL-OPERADOR
               MOVE 'S' TO WS-AUTENTICADO
               DISPLAY "LOGIN EFECTUADO COM SUCESSO"
           .

      ******************************************************************
      * Regista um pedido sobre um resultado arquivado, do periodo ou
      * de uma disciplina do periodo. So pode haver um pedido aberto
      * por aluno, periodo, disciplina e nota.
      ******************************************************************
           REGISTAR-PEDIDO.
           OPEN I-O REVISAO-FILE
           IF WS-REVISAO-STATUS NOT = "00"
               DISPLAY "ERRO: SEM revisoes.dat, CORRA "
                   "CriarRevisaoIndexado"
               PERFORM MENU-REVISOES
           END-IF
           OPEN INPUT HISTORICO-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL ABRIR historico.dat"
               CLOSE REVISAO-FILE
               PERFORM MENU-REVISOES
           END-IF

           DISPLAY "NR DO ALUNO: "
           ACCEPT WS-ALUNO
           DISPLAY "ANO LETIVO (ANO DE INICIO, EX. 2024): "
           ACCEPT WS-ANO-LETIVO
           DISPLAY "PERIODO (1-3): "
           MOVE ZERO TO WS-PERIODO
           PERFORM UNTIL WS-PERIODO >= 1 AND WS-PERIODO <= 3
           ACCEPT WS-PERIODO
           IF WS-PERIODO < 1 OR WS-PERIODO > 3
               DISPLAY "PERIODO INVALIDO, INSIRA NOVAMENTE!"
           END-IF
           END-PERFORM
           MOVE WS-ANO-LETIVO TO HIST-ANO
           MOVE WS-PERIODO    TO HIST-PERIODO
           MOVE WS-ALUNO      TO HIST-NUMBER
           MOVE 'S' TO WS-EXISTE
           READ HISTORICO-FILE KEY IS CHAVE-HISTORICO
               INVALID KEY
                   MOVE 'N' TO WS-EXISTE
           END-READ
           IF WS-EXISTE = 'N'
               DISPLAY "ERRO! O PERIODO " WS-PERIODO " DE "
                   WS-ANO-LETIVO " NAO ESTA ARQUIVADO PARA O ALUNO "
                   WS-ALUNO
               CLOSE HISTORICO-FILE
               CLOSE REVISAO-FILE
               PERFORM MENU-REVISOES
           END-IF
           PERFORM MOSTRAR-HISTORICO

           DISPLAY "DISCIPLINA (CODIGO, 0 = RESULTADO DO PERIODO): "
           ACCEPT WS-CODDISC
           IF WS-CODDISC NOT = ZERO
               MOVE 'N' TO WS-EXISTE
               OPEN INPUT HISTDISC-FILE
               IF WS-HISTDISC-STATUS = "00"
                   PERFORM LER-DISCIPLINA-ARQUIVADA
                   CLOSE HISTDISC-FILE
               END-IF
               IF WS-EXISTE = 'N'
                   DISPLAY "ERRO! A DISCIPLINA " WS-CODDISC
                       " NAO ESTA ARQUIVADA NO PERIODO " WS-PERIODO
                       " PARA O ALUNO " WS-ALUNO
                   CLOSE HISTORICO-FILE
                   CLOSE REVISAO-FILE
                   PERFORM MENU-REVISOES
               END-IF
               DISPLAY "DISCIPLINA " WS-HDA-CODDISC "  NOTA1 "
                   WS-HDA-NOTA1 "  NOTA2 " WS-HDA-NOTA2 "  NOTA3 "
                   WS-HDA-NOTA3 "  MEDIA " WS-HDA-MEDIA
           END-IF

           DISPLAY "NOTA CONTESTADA (1, 2, 3 OU M = MEDIA): "
           MOVE SPACE TO WS-CAMPO
           PERFORM UNTIL WS-CAMPO = '1' OR WS-CAMPO = '2'
                   OR WS-CAMPO = '3' OR WS-CAMPO = 'M'
           ACCEPT WS-CAMPO
           IF WS-CAMPO NOT = '1' AND WS-CAMPO NOT = '2'
                   AND WS-CAMPO NOT = '3' AND WS-CAMPO NOT = 'M'
               DISPLAY "INDIQUE 1, 2, 3 OU M!"
           END-IF
           END-PERFORM
           PERFORM OBTER-NOTA-ATUAL

           PERFORM VERIFICAR-PEDIDO-ABERTO
           IF WS-PEDIDO-ABERTO = 'S'
               DISPLAY "ERRO! JA EXISTE O PEDIDO ABERTO NR "
                   WS-REV-NUMBER " PARA ESTA NOTA."
               CLOSE HISTORICO-FILE
               CLOSE REVISAO-FILE
               PERFORM MENU-REVISOES
           END-IF

           MOVE WS-NOTA-ATUAL TO WS-NOTA-PEDIDA
           DISPLAY "VALOR PEDIDO (0-20): "
           PERFORM UNTIL WS-NOTA-PEDIDA NOT = WS-NOTA-ATUAL
                   AND WS-NOTA-PEDIDA NOT > 20
           ACCEPT WS-NOTA-PEDIDA
           IF WS-NOTA-PEDIDA > 20 OR WS-NOTA-PEDIDA = WS-NOTA-ATUAL
               DISPLAY "VALOR INVALIDO OU IGUAL AO ATUAL, INSIRA "
                   "NOVAMENTE!"
           END-IF
           END-PERFORM

           INITIALIZE REG-REVISAO
           DISPLAY "MOTIVO DO PEDIDO: "
           PERFORM UNTIL REV-MOTIVO NOT = SPACES
           ACCEPT REV-MOTIVO
           IF REV-MOTIVO = SPACES
               DISPLAY "O MOTIVO E OBRIGATORIO, INSIRA NOVAMENTE!"
           END-IF
           END-PERFORM

           PERFORM OBTER-ULTIMO-NUMERO
           ADD 1 TO WS-ULTIMO-NUMBER
           MOVE WS-ULTIMO-NUMBER TO REV-NUMBER
           MOVE WS-ANO-LETIVO    TO REV-ANO
           MOVE WS-PERIODO       TO REV-PERIODO
           MOVE WS-ALUNO         TO REV-ALUNO
           MOVE WS-CAMPO         TO REV-CAMPO
           MOVE WS-NOTA-ATUAL    TO REV-NOTA-CONTESTADA
           MOVE WS-NOTA-PEDIDA   TO REV-NOTA-PEDIDA
           MOVE 'A'              TO REV-ESTADO
           MOVE WS-HOJE          TO REV-DATA-PEDIDO
           MOVE WS-LOGIN-ID      TO REV-OPERADOR-PEDIDO
           MOVE ZERO             TO REV-DATA-DECISAO
           MOVE SPACE            TO REV-OPERADOR-DECISAO
           MOVE ZERO             TO REV-NOTA-CONCEDIDA
           MOVE HIST-MEDIA       TO REV-MEDIA-ANTES
           MOVE ZERO             TO REV-MEDIA-DEPOIS
           MOVE HIST-SITUACAO    TO REV-SITUACAO-ANTES
           MOVE SPACE            TO REV-SITUACAO-DEPOIS
           MOVE ZERO             TO REV-DATA-ENVIO
           MOVE WS-CODDISC       TO REV-CODDISC
           WRITE REG-REVISAO
               INVALID KEY
                   DISPLAY "ERRO! JA EXISTE O PEDIDO NR " REV-NUMBER
               NOT INVALID KEY
                   DISPLAY "PEDIDO DE REVISAO NR " REV-NUMBER
                       " REGISTADO."
           END-WRITE
           CLOSE HISTORICO-FILE
           CLOSE REVISAO-FILE
           PERFORM MENU-REVISOES
           .

           OBTER-ULTIMO-NUMERO.
           MOVE ZERO TO WS-ULTIMO-NUMBER
           MOVE 'N' TO WS-FIM-REVISAO
           MOVE 99999 TO REV-NUMBER
           START REVISAO-FILE KEY IS NOT > REV-NUMBER
               INVALID KEY
                   MOVE 'S' TO WS-FIM-REVISAO
           END-START
           IF WS-FIM-REVISAO = 'N'
               READ REVISAO-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REV-NUMBER TO WS-ULTIMO-NUMBER
               END-READ
           END-IF
           .

           OBTER-NOTA-ATUAL.
           IF WS-CODDISC NOT = ZERO
               IF WS-CAMPO = '1'
                   MOVE WS-HDA-NOTA1 TO WS-NOTA-ATUAL
               ELSE IF WS-CAMPO = '2'
                   MOVE WS-HDA-NOTA2 TO WS-NOTA-ATUAL
               ELSE IF WS-CAMPO = '3'
                   MOVE WS-HDA-NOTA3 TO WS-NOTA-ATUAL
               ELSE
                   MOVE WS-HDA-MEDIA TO WS-NOTA-ATUAL
               END-IF
               END-IF
               END-IF
           ELSE IF WS-CAMPO = '1'
               MOVE HIST-NOTA1 TO WS-NOTA-ATUAL
           ELSE IF WS-CAMPO = '2'
               MOVE HIST-NOTA2 TO WS-NOTA-ATUAL
           ELSE IF WS-CAMPO = '3'
               MOVE HIST-NOTA3 TO WS-NOTA-ATUAL
           ELSE
               MOVE HIST-MEDIA TO WS-NOTA-ATUAL
           END-IF
           .

      ******************************************************************
      * Le a disciplina WS-CODDISC do periodo do registo de historico
      * corrente (historicodisc.dat aberto) e guarda a imagem antes.
      ******************************************************************
           LER-DISCIPLINA-ARQUIVADA.
           MOVE HIST-ANO     TO HD-ANO
           MOVE HIST-PERIODO TO HD-PERIODO
           MOVE HIST-NUMBER  TO HD-NUMBER
           MOVE WS-CODDISC   TO HD-CODDISC
           MOVE 'S' TO WS-EXISTE
           READ HISTDISC-FILE KEY IS CHAVE-HIST-DISC
               INVALID KEY
                   MOVE 'N' TO WS-EXISTE
               NOT INVALID KEY
                   MOVE REG-HIST-DISC TO WS-HD-ANTES
           END-READ
           .

           VERIFICAR-PEDIDO-ABERTO.
           MOVE 'N' TO WS-PEDIDO-ABERTO
           MOVE WS-ANO-LETIVO TO REV-ANO
           MOVE WS-PERIODO    TO REV-PERIODO
           MOVE 'N' TO WS-FIM-REVISAO
           START REVISAO-FILE KEY IS = REV-ANO-PERIODO
               INVALID KEY
                   MOVE 'S' TO WS-FIM-REVISAO
           END-START
           PERFORM UNTIL WS-FIM-REVISAO = 'S'
           READ REVISAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-REVISAO
               NOT AT END
                   IF REV-ANO NOT = WS-ANO-LETIVO
                           OR REV-PERIODO NOT = WS-PERIODO
                       MOVE 'S' TO WS-FIM-REVISAO
                   ELSE IF REV-ALUNO = WS-ALUNO
                           AND REV-CAMPO = WS-CAMPO
                           AND REV-CODDISC = WS-CODDISC
                           AND REV-ESTADO = 'A'
                       MOVE 'S' TO WS-PEDIDO-ABERTO
                       MOVE REV-NUMBER TO WS-REV-NUMBER
                       MOVE 'S' TO WS-FIM-REVISAO
                   END-IF
                   END-IF
           END-READ
           END-PERFORM
           .

      ******************************************************************
      * Decisao de um pedido aberto, so por um operador senior.
      * Deferido: o valor concedido (o pedido, salvo indicacao em
      * contrario) entra em historico.dat. Mudando uma das tres notas,
      * a media e recalculada com os pesos de pesos.cfg, salvo se o
      * periodo tem resultados por disciplina em historicodisc.dat
      * (a media do periodo e entao a das disciplinas e mantem-se); a
      * situacao segue a media. Num pedido sobre uma disciplina e o
      * registo de historicodisc.dat que muda e a media do periodo e
      * recalculada a partir das disciplinas.
      ******************************************************************
           DECIDIR-PEDIDO.
           IF WS-PERFIL-OPERADOR NOT = 'S'
               DISPLAY "ERRO! DECISAO RESERVADA A OPERADORES SENIORES."
               PERFORM MENU-REVISOES
           END-IF
           OPEN I-O REVISAO-FILE
           IF WS-REVISAO-STATUS NOT = "00"
               DISPLAY "ERRO: SEM revisoes.dat, CORRA "
                   "CriarRevisaoIndexado"
               PERFORM MENU-REVISOES
           END-IF

           DISPLAY "NR DO PEDIDO DE REVISAO: "
           ACCEPT WS-REV-NUMBER
           MOVE WS-REV-NUMBER TO REV-NUMBER
           MOVE 'S' TO WS-EXISTE
           READ REVISAO-FILE KEY IS REV-NUMBER
               INVALID KEY
                   MOVE 'N' TO WS-EXISTE
           END-READ
           IF WS-EXISTE = 'N'
               DISPLAY "PEDIDO " WS-REV-NUMBER " NAO EXISTE."
               CLOSE REVISAO-FILE
               PERFORM MENU-REVISOES
           END-IF
           PERFORM MOSTRAR-PEDIDO
           IF REV-ESTADO NOT = 'A'
               DISPLAY "ERRO! O PEDIDO JA FOI DECIDIDO."
               CLOSE REVISAO-FILE
               PERFORM MENU-REVISOES
           END-IF

           DISPLAY "DECISAO: D-DEFERIR  I-INDEFERIR  "
               "(OUTRA TECLA CANCELA): "
           ACCEPT WS-DECISAO
           IF WS-DECISAO = 'I'
               MOVE 'I'             TO REV-ESTADO
               MOVE WS-HOJE         TO REV-DATA-DECISAO
               MOVE WS-LOGIN-ID     TO REV-OPERADOR-DECISAO
               MOVE REV-MEDIA-ANTES TO REV-MEDIA-DEPOIS
               MOVE REV-SITUACAO-ANTES TO REV-SITUACAO-DEPOIS
               REWRITE REG-REVISAO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O PEDIDO."
                   NOT INVALID KEY
                       DISPLAY "PEDIDO " REV-NUMBER " INDEFERIDO."
               END-REWRITE
           ELSE IF WS-DECISAO = 'D'
               PERFORM DEFERIR-PEDIDO
           ELSE
               DISPLAY "DECISAO CANCELADA."
           END-IF
           END-IF
           CLOSE REVISAO-FILE
           PERFORM MENU-REVISOES
           .

           DEFERIR-PEDIDO.
           MOVE REV-NOTA-PEDIDA TO WS-EDIT-PEDIDA
           DISPLAY "VALOR A CONCEDER (0 = O PEDIDO, " WS-EDIT-PEDIDA
               "): "
           MOVE 21 TO WS-NOTA-CONCEDIDA
           PERFORM UNTIL WS-NOTA-CONCEDIDA NOT > 20
           ACCEPT WS-NOTA-CONCEDIDA
           IF WS-NOTA-CONCEDIDA > 20
               DISPLAY "VALOR INVALIDO, INSIRA NOVAMENTE!"
           END-IF
           END-PERFORM
           IF WS-NOTA-CONCEDIDA = ZERO
               MOVE REV-NOTA-PEDIDA TO WS-NOTA-CONCEDIDA
           END-IF

           OPEN I-O HISTORICO-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL ABRIR historico.dat"
           ELSE
               MOVE REV-ANO     TO HIST-ANO
               MOVE REV-PERIODO TO HIST-PERIODO
               MOVE REV-ALUNO   TO HIST-NUMBER
               MOVE 'S' TO WS-EXISTE
               READ HISTORICO-FILE KEY IS CHAVE-HISTORICO
                   INVALID KEY
                       MOVE 'N' TO WS-EXISTE
               END-READ
               MOVE REV-CAMPO   TO WS-CAMPO
               MOVE REV-CODDISC TO WS-CODDISC
               IF WS-EXISTE = 'S' AND WS-CODDISC NOT = ZERO
                   PERFORM ABRIR-DISCIPLINA-REVISTA
               END-IF
               IF WS-EXISTE = 'S'
                   PERFORM OBTER-NOTA-ATUAL
               END-IF
               IF WS-EXISTE = 'N'
                   DISPLAY "ERRO! O REGISTO ARQUIVADO JA NAO EXISTE."
               ELSE IF WS-NOTA-ATUAL NOT = REV-NOTA-CONTESTADA
                   DISPLAY "ERRO! A NOTA ARQUIVADA MUDOU DESDE O "
                       "PEDIDO; REGISTE UM NOVO PEDIDO."
               ELSE IF WS-CODDISC NOT = ZERO
                   PERFORM CORRIGIR-DISCIPLINA
               ELSE
                   PERFORM CORRIGIR-HISTORICO
               END-IF
               END-IF
               END-IF
               IF WS-HISTDISC-OK = 'S'
                   CLOSE HISTDISC-FILE
                   MOVE 'N' TO WS-HISTDISC-OK
               END-IF
               CLOSE HISTORICO-FILE
           END-IF
           .

           CORRIGIR-HISTORICO.
           MOVE REG-HISTORICO TO WS-HIST-ANTES
           MOVE 'N' TO WS-ANUAL-EXISTE
           IF REV-CAMPO = 'M'
               MOVE WS-NOTA-CONCEDIDA TO HIST-MEDIA
           ELSE
               IF REV-CAMPO = '1'
                   MOVE WS-NOTA-CONCEDIDA TO HIST-NOTA1
               ELSE IF REV-CAMPO = '2'
                   MOVE WS-NOTA-CONCEDIDA TO HIST-NOTA2
               ELSE
                   MOVE WS-NOTA-CONCEDIDA TO HIST-NOTA3
               END-IF
               END-IF
               PERFORM VERIFICAR-DISCIPLINAS-PERIODO
               IF WS-TEM-DISCIPLINAS = 'S'
                   DISPLAY "AVISO: A MEDIA DO PERIODO E A DAS "
                       "DISCIPLINAS E NAO E RECALCULADA."
               ELSE
                   COMPUTE HIST-MEDIA ROUNDED =
                       (HIST-NOTA1 * WS-PESO1 + HIST-NOTA2 * WS-PESO2
                        + HIST-NOTA3 * WS-PESO3) / 100
               END-IF
           END-IF
           IF HIST-MEDIA >= 10
               MOVE "APROVADO"  TO HIST-SITUACAO
           ELSE
               MOVE "REPROVADO" TO HIST-SITUACAO
           END-IF
           REWRITE REG-HISTORICO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR historico.dat; PEDIDO "
                       "FICA ABERTO."
               NOT INVALID KEY
                   MOVE 'P' TO WS-AUD-IMAGEM
                   PERFORM REGISTAR-AUDITORIA
                   PERFORM ATUALIZAR-RESULTADO-ANUAL
                   PERFORM CONCLUIR-DEFERIMENTO
           END-REWRITE
           .

      ******************************************************************
      * Com os registos arquivados ja corrigidos e auditados: pedido
      * fechado como deferido, transcricao e certificado reimpressos.
      ******************************************************************
           CONCLUIR-DEFERIMENTO.
           MOVE 'D'               TO REV-ESTADO
           MOVE WS-HOJE           TO REV-DATA-DECISAO
           MOVE WS-LOGIN-ID       TO REV-OPERADOR-DECISAO
           MOVE WS-NOTA-CONCEDIDA TO REV-NOTA-CONCEDIDA
           MOVE WS-HA-MEDIA       TO REV-MEDIA-ANTES
           MOVE HIST-MEDIA        TO REV-MEDIA-DEPOIS
           MOVE WS-HA-SITUACAO    TO REV-SITUACAO-ANTES
           MOVE HIST-SITUACAO     TO REV-SITUACAO-DEPOIS
           MOVE ZERO              TO REV-DATA-ENVIO
           REWRITE REG-REVISAO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O PEDIDO."
           END-REWRITE
           DISPLAY "PEDIDO " REV-NUMBER " DEFERIDO; "
               "historico.dat CORRIGIDO."
           PERFORM REIMPRIMIR-TRANSCRICAO
           PERFORM REIMPRIMIR-CERTIFICADO
           DISPLAY "A CORRECAO SEGUE NO PROXIMO "
               "ministerio.dat."
           .

           ABRIR-DISCIPLINA-REVISTA.
           OPEN I-O HISTDISC-FILE
           IF WS-HISTDISC-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL ABRIR historicodisc.dat"
               MOVE 'N' TO WS-EXISTE
           ELSE
               MOVE 'S' TO WS-HISTDISC-OK
               PERFORM LER-DISCIPLINA-ARQUIVADA
           END-IF
           .

      ******************************************************************
      * Revisao de uma disciplina: corrige historicodisc.dat (mudando
      * uma das tres notas, a media da disciplina segue os pesos),
      * recalcula a media do periodo como no fecho (media das medias
      * das disciplinas) e, se o ano ja foi promovido, a media anual
      * da disciplina e o resultado anual (periodo 9). A situacao
      * anual (TRANSITA/RETIDO) nao e decidida aqui: se o numero de
      * negativas atravessa o limite da promocao fica o aviso.
      ******************************************************************
           CORRIGIR-DISCIPLINA.
           MOVE REG-HISTORICO TO WS-HIST-ANTES
           IF REV-CAMPO = 'M'
               MOVE WS-NOTA-CONCEDIDA TO HD-MEDIA
           ELSE
               IF REV-CAMPO = '1'
                   MOVE WS-NOTA-CONCEDIDA TO HD-NOTA1
               ELSE IF REV-CAMPO = '2'
                   MOVE WS-NOTA-CONCEDIDA TO HD-NOTA2
               ELSE
                   MOVE WS-NOTA-CONCEDIDA TO HD-NOTA3
               END-IF
               END-IF
               COMPUTE HD-MEDIA ROUNDED =
                   (HD-NOTA1 * WS-PESO1 + HD-NOTA2 * WS-PESO2
                    + HD-NOTA3 * WS-PESO3) / 100
           END-IF
           MOVE 'N' TO WS-EXISTE
           REWRITE REG-HIST-DISC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR historicodisc.dat; PEDIDO "
                       "FICA ABERTO."
               NOT INVALID KEY
                   MOVE 'S' TO WS-EXISTE
                   MOVE REG-HIST-DISC TO WS-HD-DEPOIS
                   MOVE 'D' TO WS-AUD-IMAGEM
                   PERFORM REGISTAR-AUDITORIA
           END-REWRITE
           IF WS-EXISTE = 'S'
               PERFORM RECALCULAR-MEDIA-PERIODO
               PERFORM RECALCULAR-DISCIPLINA-ANO
               CLOSE HISTDISC-FILE
               MOVE 'N' TO WS-HISTDISC-OK
               REWRITE REG-HISTORICO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR historico.dat; A MEDIA "
                           "DO PERIODO FICA POR CORRIGIR."
                   NOT INVALID KEY
                       MOVE 'P' TO WS-AUD-IMAGEM
                       PERFORM REGISTAR-AUDITORIA
                       PERFORM ATUALIZAR-RESULTADO-ANUAL
                       PERFORM CONCLUIR-DEFERIMENTO
               END-REWRITE
           END-IF
           .

           RECALCULAR-MEDIA-PERIODO.
           MOVE ZERO TO WS-SOMA-MEDIAS WS-NUM-MEDIAS
           MOVE HIST-ANO     TO HD-ANO
           MOVE HIST-PERIODO TO HD-PERIODO
           MOVE HIST-NUMBER  TO HD-NUMBER
           MOVE ZERO         TO HD-CODDISC
           MOVE 'N' TO WS-FIM-HISTDISC
           START HISTDISC-FILE KEY IS >= CHAVE-HIST-DISC
               INVALID KEY
                   MOVE 'S' TO WS-FIM-HISTDISC
           END-START
           PERFORM UNTIL WS-FIM-HISTDISC = 'S'
           READ HISTDISC-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-HISTDISC
               NOT AT END
                   IF HD-ANO NOT = HIST-ANO
                           OR HD-PERIODO NOT = HIST-PERIODO
                           OR HD-NUMBER NOT = HIST-NUMBER
                       MOVE 'S' TO WS-FIM-HISTDISC
                   ELSE
                       ADD HD-MEDIA TO WS-SOMA-MEDIAS
                       ADD 1 TO WS-NUM-MEDIAS
                   END-IF
           END-READ
           END-PERFORM
           IF WS-NUM-MEDIAS > ZERO
               COMPUTE HIST-MEDIA ROUNDED =
                   WS-SOMA-MEDIAS / WS-NUM-MEDIAS
           END-IF
           IF HIST-MEDIA >= 10
               MOVE "APROVADO"  TO HIST-SITUACAO
           ELSE
               MOVE "REPROVADO" TO HIST-SITUACAO
           END-IF
           .

      ******************************************************************
      * Media anual da disciplina (periodo 9), como na promocao: media
      * das medias da disciplina nos periodos 1 a 3 arquivados. So
      * existe depois de corrida a promocao; conta as negativas
      * anuais do aluno antes e depois da correcao.
      ******************************************************************
           RECALCULAR-DISCIPLINA-ANO.
           MOVE 'N' TO WS-ANUAL-EXISTE
           MOVE ZERO TO WS-NEG-ANTES WS-NEG-DEPOIS
           MOVE HIST-ANO    TO HD-ANO
           MOVE 9           TO HD-PERIODO
           MOVE HIST-NUMBER TO HD-NUMBER
           MOVE WS-CODDISC  TO HD-CODDISC
           READ HISTDISC-FILE KEY IS CHAVE-HIST-DISC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-ANUAL-EXISTE
           END-READ
           IF WS-ANUAL-EXISTE = 'S'
               PERFORM CONTAR-NEGATIVAS-ANO
               MOVE WS-NEGATIVAS TO WS-NEG-ANTES
               MOVE ZERO TO WS-SOMA-MEDIAS WS-NUM-MEDIAS
               MOVE 1 TO WS-IND-PERIODO
               PERFORM UNTIL WS-IND-PERIODO > 3
                   MOVE HIST-ANO       TO HD-ANO
                   MOVE WS-IND-PERIODO TO HD-PERIODO
                   MOVE HIST-NUMBER    TO HD-NUMBER
                   MOVE WS-CODDISC     TO HD-CODDISC
                   READ HISTDISC-FILE KEY IS CHAVE-HIST-DISC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD HD-MEDIA TO WS-SOMA-MEDIAS
                           ADD 1 TO WS-NUM-MEDIAS
                   END-READ
                   ADD 1 TO WS-IND-PERIODO
               END-PERFORM
               MOVE HIST-ANO    TO HD-ANO
               MOVE 9           TO HD-PERIODO
               MOVE HIST-NUMBER TO HD-NUMBER
               MOVE WS-CODDISC  TO HD-CODDISC
               READ HISTDISC-FILE KEY IS CHAVE-HIST-DISC
                   INVALID KEY
                       MOVE 'N' TO WS-ANUAL-EXISTE
                   NOT INVALID KEY
                       MOVE REG-HIST-DISC TO WS-HD-ANUAL-ANTES
               END-READ
           END-IF
           IF WS-ANUAL-EXISTE = 'S' AND WS-NUM-MEDIAS > ZERO
               COMPUTE HD-MEDIA ROUNDED =
                   WS-SOMA-MEDIAS / WS-NUM-MEDIAS
               REWRITE REG-HIST-DISC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A MEDIA ANUAL DA "
                           "DISCIPLINA " WS-CODDISC
                   NOT INVALID KEY
                       MOVE 'E' TO WS-AUD-IMAGEM
                       PERFORM REGISTAR-AUDITORIA
               END-REWRITE
               PERFORM CONTAR-NEGATIVAS-ANO
               MOVE WS-NEGATIVAS TO WS-NEG-DEPOIS
           END-IF
           .

           CONTAR-NEGATIVAS-ANO.
           MOVE ZERO TO WS-NEGATIVAS
           MOVE HIST-ANO    TO HD-ANO
           MOVE 9           TO HD-PERIODO
           MOVE HIST-NUMBER TO HD-NUMBER
           MOVE ZERO        TO HD-CODDISC
           MOVE 'N' TO WS-FIM-HISTDISC
           START HISTDISC-FILE KEY IS >= CHAVE-HIST-DISC
               INVALID KEY
                   MOVE 'S' TO WS-FIM-HISTDISC
           END-START
           PERFORM UNTIL WS-FIM-HISTDISC = 'S'
           READ HISTDISC-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-HISTDISC
               NOT AT END
                   IF HD-ANO NOT = HIST-ANO
                           OR HD-PERIODO NOT = 9
                           OR HD-NUMBER NOT = HIST-NUMBER
                       MOVE 'S' TO WS-FIM-HISTDISC
                   ELSE IF HD-MEDIA < 10
                       ADD 1 TO WS-NEGATIVAS
                   END-IF
                   END-IF
           END-READ
           END-PERFORM
           .

      ******************************************************************
      * Resultado anual ja arquivado (periodo 9): a nota do periodo
      * revisto passa a ser a nova media do periodo e a media anual a
      * media dos tres periodos, como na promocao. Volta depois a ler
      * o registo do periodo para a transcricao e o certificado.
      * Na revisao do resultado do periodo nao ha contagem de
      * negativas: avisa-se quando a media anual passa os 10.
      ******************************************************************
           ATUALIZAR-RESULTADO-ANUAL.
           MOVE HIST-MEDIA   TO WS-MEDIA-PERIODO-NOVA
           MOVE HIST-PERIODO TO WS-IND-PERIODO
           MOVE 9            TO HIST-PERIODO
           READ HISTORICO-FILE KEY IS CHAVE-HISTORICO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-HISTORICO TO WS-ANUAL-ANTES
                   IF WS-IND-PERIODO = 1
                       MOVE WS-MEDIA-PERIODO-NOVA TO HIST-NOTA1
                   ELSE IF WS-IND-PERIODO = 2
                       MOVE WS-MEDIA-PERIODO-NOVA TO HIST-NOTA2
                   ELSE
                       MOVE WS-MEDIA-PERIODO-NOVA TO HIST-NOTA3
                   END-IF
                   END-IF
                   COMPUTE HIST-MEDIA ROUNDED =
                       (HIST-NOTA1 + HIST-NOTA2 + HIST-NOTA3) / 3
                   REWRITE REG-HISTORICO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O RESULTADO ANUAL."
                       NOT INVALID KEY
                           DISPLAY "RESULTADO ANUAL DE " HIST-ANO
                               " CORRIGIDO: MEDIA " HIST-MEDIA
                               "  " HIST-SITUACAO
                           MOVE 'A' TO WS-AUD-IMAGEM
                           PERFORM REGISTAR-AUDITORIA
                   END-REWRITE
                   IF WS-ANUAL-EXISTE = 'S'
                       IF (WS-NEG-ANTES <= WS-MAX-NEGATIVAS
                               AND WS-NEG-DEPOIS > WS-MAX-NEGATIVAS)
                           OR (WS-NEG-ANTES > WS-MAX-NEGATIVAS
                               AND WS-NEG-DEPOIS <= WS-MAX-NEGATIVAS)
                           DISPLAY "AVISO: AS NEGATIVAS ANUAIS PASSAM "
                               "DE " WS-NEG-ANTES " PARA " WS-NEG-DEPOIS
                               "; O RESULTADO " HIST-SITUACAO
                               " TEM DE SER REAPRECIADO."
                       END-IF
                   ELSE
                       IF (WS-AA-MEDIA >= 10 AND HIST-MEDIA < 10)
                           OR (WS-AA-MEDIA < 10 AND HIST-MEDIA >= 10)
                           DISPLAY "AVISO: A MEDIA ANUAL PASSA DE "
                               WS-AA-MEDIA " PARA " HIST-MEDIA
                               "; O RESULTADO " HIST-SITUACAO
                               " TEM DE SER REAPRECIADO."
                       END-IF
                   END-IF
           END-READ
           MOVE WS-IND-PERIODO TO HIST-PERIODO
           READ HISTORICO-FILE KEY IS CHAVE-HISTORICO
               INVALID KEY
                   DISPLAY "ERRO AO RELER historico.dat."
           END-READ
           .

           VERIFICAR-DISCIPLINAS-PERIODO.
           MOVE 'N' TO WS-TEM-DISCIPLINAS
           OPEN INPUT HISTDISC-FILE
           IF WS-HISTDISC-STATUS = "00"
               MOVE HIST-ANO     TO HD-ANO
               MOVE HIST-PERIODO TO HD-PERIODO
               MOVE HIST-NUMBER  TO HD-NUMBER
               MOVE ZERO         TO HD-CODDISC
               START HISTDISC-FILE KEY IS >= CHAVE-HIST-DISC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ HISTDISC-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF HD-ANO = HIST-ANO
                                       AND HD-PERIODO = HIST-PERIODO
                                       AND HD-NUMBER = HIST-NUMBER
                                   MOVE 'S' TO WS-TEM-DISCIPLINAS
                               END-IF
                       END-READ
               END-START
               CLOSE HISTDISC-FILE
           END-IF
           .

      ******************************************************************
      * Imagens antes e depois de um registo arquivado alterado, uma
      * entrada em auditoria.dat por registo, escolhido por
      * WS-AUD-IMAGEM: REVISAO para o resultado do periodo e REVANO
      * para o resultado anual em historico.dat (nao notas.dat),
      * REVDISC para a disciplina no periodo e REVDANO para a
      * disciplina no ano em historicodisc.dat, estas com o codigo da
      * disciplina.
      ******************************************************************
           REGISTAR-AUDITORIA.
           ACCEPT WS-HORA-AUDITORIA FROM TIME
           OPEN I-O AUDITIDX-FILE
           IF WS-AUDITIDX-STATUS NOT = "00"
               DISPLAY "AVISO: SEM auditoria.dat, CORRA "
                   "CriarAuditoriaIndexado. MOVIMENTO NAO REGISTADO!"
           ELSE
               MOVE WS-HOJE           TO AIX-DATA
               MOVE WS-HORA-AUDITORIA TO AIX-HORA
               MOVE ZERO              TO AIX-SEQ
               MOVE HIST-NUMBER       TO AIX-NUMBER
               MOVE "REVISAO"         TO AIX-OPERACAO
               MOVE WS-LOGIN-ID       TO AIX-OPERADOR
               MOVE WS-HA-NOME        TO AIX-NOME-ANTES
               MOVE WS-HA-NOTA1       TO AIX-NOTA1-ANTES
               MOVE WS-HA-NOTA2       TO AIX-NOTA2-ANTES
               MOVE WS-HA-NOTA3       TO AIX-NOTA3-ANTES
               MOVE WS-HA-MEDIA       TO AIX-MEDIA-ANTES
               MOVE HIST-NOME         TO AIX-NOME-DEPOIS
               MOVE HIST-NOTA1        TO AIX-NOTA1-DEPOIS
               MOVE HIST-NOTA2        TO AIX-NOTA2-DEPOIS
               MOVE HIST-NOTA3        TO AIX-NOTA3-DEPOIS
               MOVE HIST-MEDIA        TO AIX-MEDIA-DEPOIS
               MOVE WS-HA-CODTURMA    TO AIX-TURMA-ANTES
               MOVE HIST-CODTURMA     TO AIX-TURMA-DEPOIS
               MOVE ZERO              TO AIX-CODDISC
               IF WS-AUD-IMAGEM = 'A'
                   MOVE "REVANO"         TO AIX-OPERACAO
                   MOVE WS-AA-NOME       TO AIX-NOME-ANTES
                   MOVE WS-AA-NOTA1      TO AIX-NOTA1-ANTES
                   MOVE WS-AA-NOTA2      TO AIX-NOTA2-ANTES
                   MOVE WS-AA-NOTA3      TO AIX-NOTA3-ANTES
                   MOVE WS-AA-MEDIA      TO AIX-MEDIA-ANTES
                   MOVE WS-AA-CODTURMA   TO AIX-TURMA-ANTES
               ELSE IF WS-AUD-IMAGEM = 'D'
                   MOVE "REVDISC"        TO AIX-OPERACAO
                   MOVE WS-HDA-NOTA1     TO AIX-NOTA1-ANTES
                   MOVE WS-HDA-NOTA2     TO AIX-NOTA2-ANTES
                   MOVE WS-HDA-NOTA3     TO AIX-NOTA3-ANTES
                   MOVE WS-HDA-MEDIA     TO AIX-MEDIA-ANTES
                   MOVE WS-HDD-NOTA1     TO AIX-NOTA1-DEPOIS
                   MOVE WS-HDD-NOTA2     TO AIX-NOTA2-DEPOIS
                   MOVE WS-HDD-NOTA3     TO AIX-NOTA3-DEPOIS
                   MOVE WS-HDD-MEDIA     TO AIX-MEDIA-DEPOIS
                   MOVE WS-HDA-CODTURMA  TO AIX-TURMA-ANTES
                   MOVE WS-HDD-CODTURMA  TO AIX-TURMA-DEPOIS
                   MOVE WS-HDD-CODDISC   TO AIX-CODDISC
               ELSE IF WS-AUD-IMAGEM = 'E'
                   MOVE "REVDANO"        TO AIX-OPERACAO
                   MOVE WS-HDAA-NOTA1    TO AIX-NOTA1-ANTES
                   MOVE WS-HDAA-NOTA2    TO AIX-NOTA2-ANTES
                   MOVE WS-HDAA-NOTA3    TO AIX-NOTA3-ANTES
                   MOVE WS-HDAA-MEDIA    TO AIX-MEDIA-ANTES
                   MOVE HD-NOTA1         TO AIX-NOTA1-DEPOIS
                   MOVE HD-NOTA2         TO AIX-NOTA2-DEPOIS
                   MOVE HD-NOTA3         TO AIX-NOTA3-DEPOIS
                   MOVE HD-MEDIA         TO AIX-MEDIA-DEPOIS
                   MOVE WS-HDAA-CODTURMA TO AIX-TURMA-ANTES
                   MOVE HD-CODTURMA      TO AIX-TURMA-DEPOIS
                   MOVE HD-CODDISC       TO AIX-CODDISC
               END-IF
               END-IF
               END-IF
               MOVE 'N' TO WS-AUD-GRAVADO
               PERFORM UNTIL WS-AUD-GRAVADO = 'S' OR AIX-SEQ > 998
               WRITE REG-AUDITORIA-IDX
                   INVALID KEY
                       ADD 1 TO AIX-SEQ
                   NOT INVALID KEY
                       MOVE 'S' TO WS-AUD-GRAVADO
               END-WRITE
               END-PERFORM
               CLOSE AUDITIDX-FILE
           END-IF
           .

      ******************************************************************
      * Transcricao corrigida do aluno, no formato do fecho, juntada a
      * transcricoes.lst com as disciplinas arquivadas do periodo.
      ******************************************************************
           REIMPRIMIR-TRANSCRICAO.
           OPEN EXTEND TRANSCRICAO-FILE
           IF WS-TRANSCRICAO-STATUS NOT = "00"
               OPEN OUTPUT TRANSCRICAO-FILE
           END-IF
           MOVE SPACE TO LINHA-TRANSCRICAO
           WRITE LINHA-TRANSCRICAO
           MOVE SPACE TO LINHA-TRANSCRICAO
           STRING "TRANSCRICAO CORRIGIDA - REVISAO NR "
                      DELIMITED BY SIZE
                  REV-NUMBER     DELIMITED BY SIZE
                  " - PERIODO "  DELIMITED BY SIZE
                  HIST-PERIODO   DELIMITED BY SIZE
                  " DE "         DELIMITED BY SIZE
                  HIST-ANO       DELIMITED BY SIZE
                  " - "          DELIMITED BY SIZE
                  WS-HOJE        DELIMITED BY SIZE
                  INTO LINHA-TRANSCRICAO
           WRITE LINHA-TRANSCRICAO
           IF REV-CODDISC NOT = ZERO
               MOVE SPACE TO LINHA-TRANSCRICAO
               STRING "DISCIPLINA REVISTA " DELIMITED BY SIZE
                      REV-CODDISC           DELIMITED BY SIZE
                      ": MEDIA "            DELIMITED BY SIZE
                      WS-HDA-MEDIA          DELIMITED BY SIZE
                      " -> "                DELIMITED BY SIZE
                      WS-HDD-MEDIA          DELIMITED BY SIZE
                      INTO LINHA-TRANSCRICAO
               WRITE LINHA-TRANSCRICAO
           END-IF
           MOVE SPACE TO LINHA-TRANSCRICAO
           STRING HIST-NUMBER      DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  HIST-NOME        DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  HIST-NOTA1       DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  HIST-NOTA2       DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  HIST-NOTA3       DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  HIST-MEDIA       DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  HIST-SITUACAO    DELIMITED BY SIZE
                  INTO LINHA-TRANSCRICAO
           WRITE LINHA-TRANSCRICAO

           OPEN INPUT HISTDISC-FILE
           IF WS-HISTDISC-STATUS = "00"
               MOVE 'N' TO WS-DISC-OK
               OPEN INPUT DISCIPLINA-FILE
               IF WS-DISC-STATUS = "00"
                   MOVE 'S' TO WS-DISC-OK
               END-IF
               MOVE HIST-ANO     TO HD-ANO
               MOVE HIST-PERIODO TO HD-PERIODO
               MOVE HIST-NUMBER  TO HD-NUMBER
               MOVE ZERO         TO HD-CODDISC
               MOVE 'N' TO WS-FIM-HISTDISC
               START HISTDISC-FILE KEY IS >= CHAVE-HIST-DISC
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-HISTDISC
               END-START
               PERFORM UNTIL WS-FIM-HISTDISC = 'S'
               READ HISTDISC-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-HISTDISC
                   NOT AT END
                       IF HD-ANO NOT = HIST-ANO
                               OR HD-PERIODO NOT = HIST-PERIODO
                               OR HD-NUMBER NOT = HIST-NUMBER
                           MOVE 'S' TO WS-FIM-HISTDISC
                       ELSE
                           PERFORM ESCREVER-LINHA-DISC
                       END-IF
               END-READ
               END-PERFORM
               IF WS-DISC-OK = 'S'
                   CLOSE DISCIPLINA-FILE
               END-IF
               CLOSE HISTDISC-FILE
           END-IF
           CLOSE TRANSCRICAO-FILE
           DISPLAY "TRANSCRICAO CORRIGIDA JUNTA A transcricoes.lst"
           .

           ESCREVER-LINHA-DISC.
           MOVE SPACE TO NOMEDISC
           IF WS-DISC-OK = 'S'
               MOVE HD-CODDISC TO CODDISC
               READ DISCIPLINA-FILE KEY IS CODDISC
                   INVALID KEY
                       MOVE "DESCONHECIDA" TO NOMEDISC
               END-READ
           END-IF
           MOVE SPACE TO LINHA-TRANSCRICAO
           STRING "   "          DELIMITED BY SIZE
                  HD-CODDISC     DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  NOMEDISC       DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  HD-NOTA1       DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  HD-NOTA2       DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  HD-NOTA3       DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  HD-MEDIA       DELIMITED BY SIZE
                  INTO LINHA-TRANSCRICAO
           WRITE LINHA-TRANSCRICAO
           .

      ******************************************************************
      * Certificado de substituicao com os valores corrigidos do
      * periodo, no formato do certificado de NotasIndexado e com o
      * numero seguinte de certnum.cfg.
      ******************************************************************
           REIMPRIMIR-CERTIFICADO.
           PERFORM OBTER-NUMERO-CERTIFICADO

           MOVE SPACE TO NOMETURMA PROFESSOR
           IF HIST-CODTURMA NOT = ZERO
               OPEN INPUT TURMA-FILE
               IF WS-TURMA-STATUS = "00"
                   MOVE HIST-CODTURMA TO CODTURMA
                   READ TURMA-FILE KEY IS CODTURMA
                       INVALID KEY
                           MOVE "DESCONHECIDA" TO NOMETURMA
                   END-READ
                   CLOSE TURMA-FILE
               END-IF
           ELSE
               MOVE "SEM TURMA" TO NOMETURMA
           END-IF

           MOVE 'N' TO WS-MATRIC-OK
           OPEN INPUT MATRICULA-FILE
           IF WS-MATRIC-STATUS = "00"
               MOVE HIST-NUMBER TO MATRIC-NUMBER
               READ MATRICULA-FILE KEY IS MATRIC-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-MATRIC-OK
               END-READ
               CLOSE MATRICULA-FILE
           END-IF

           COMPUTE WS-PARCELA1 ROUNDED = HIST-NOTA1 * WS-PESO1 / 100
           COMPUTE WS-PARCELA2 ROUNDED = HIST-NOTA2 * WS-PESO2 / 100
           COMPUTE WS-PARCELA3 ROUNDED = HIST-NOTA3 * WS-PESO3 / 100

           OPEN EXTEND CERTIFICADO-FILE
           IF WS-CERT-STATUS NOT = "00"
               OPEN OUTPUT CERTIFICADO-FILE
           END-IF

           MOVE SPACE TO LINHA-CERTIFICADO
           STRING "========================================"
                  "========================================"
               DELIMITED BY SIZE INTO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO

           MOVE SPACE TO LINHA-CERTIFICADO
           STRING "ESCOLA SECUNDARIA - SERVICOS ADMINISTRATIVOS"
               DELIMITED BY SIZE INTO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO

           MOVE SPACE TO LINHA-CERTIFICADO
           STRING "CERTIFICADO DE APROVEITAMENTO NR "
                  DELIMITED BY SIZE
                  WS-NUMERO-CERT DELIMITED BY SIZE
                  INTO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO

           MOVE SPACE TO LINHA-CERTIFICADO
           STRING "PERIODO " DELIMITED BY SIZE
                  HIST-PERIODO DELIMITED BY SIZE
                  " DO ANO LETIVO " DELIMITED BY SIZE
                  HIST-ANO DELIMITED BY SIZE
                  " - CORRIGIDO PELA REVISAO NR " DELIMITED BY SIZE
                  REV-NUMBER DELIMITED BY SIZE
                  INTO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO

           MOVE SPACE TO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO

           MOVE SPACE TO LINHA-CERTIFICADO
           STRING "ALUNO NR " DELIMITED BY SIZE
                  HIST-NUMBER  DELIMITED BY SIZE
                  "  "         DELIMITED BY SIZE
                  HIST-NOME    DELIMITED BY SIZE
                  INTO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO

           IF WS-MATRIC-OK = 'S'
               MOVE SPACE TO LINHA-CERTIFICADO
               STRING "NASCIDO EM " DELIMITED BY SIZE
                      MATRIC-DATA-NASC DELIMITED BY SIZE
                      INTO LINHA-CERTIFICADO
               WRITE LINHA-CERTIFICADO
               MOVE SPACE TO LINHA-CERTIFICADO
               STRING "ENCARREGADO DE EDUCACAO " DELIMITED BY SIZE
                      MATRIC-ENCARREGADO DELIMITED BY SIZE
                      INTO LINHA-CERTIFICADO
               WRITE LINHA-CERTIFICADO
           END-IF

           MOVE SPACE TO LINHA-CERTIFICADO
           STRING "TURMA " DELIMITED BY SIZE
                  HIST-CODTURMA DELIMITED BY SIZE
                  " "      DELIMITED BY SIZE
                  NOMETURMA DELIMITED BY SIZE
                  " PROF " DELIMITED BY SIZE
                  PROFESSOR DELIMITED BY SIZE
                  INTO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO

           MOVE SPACE TO LINHA-CERTIFICADO
           STRING "NOTA 1 " DELIMITED BY SIZE
                  HIST-NOTA1 DELIMITED BY SIZE
                  " PESO "  DELIMITED BY SIZE
                  WS-PESO1  DELIMITED BY SIZE
                  " PARCELA " DELIMITED BY SIZE
                  WS-PARCELA1 DELIMITED BY SIZE
                  INTO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO

           MOVE SPACE TO LINHA-CERTIFICADO
           STRING "NOTA 2 " DELIMITED BY SIZE
                  HIST-NOTA2 DELIMITED BY SIZE
                  " PESO "  DELIMITED BY SIZE
                  WS-PESO2  DELIMITED BY SIZE
                  " PARCELA " DELIMITED BY SIZE
                  WS-PARCELA2 DELIMITED BY SIZE
                  INTO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO

           MOVE SPACE TO LINHA-CERTIFICADO
           STRING "NOTA 3 " DELIMITED BY SIZE
                  HIST-NOTA3 DELIMITED BY SIZE
                  " PESO "  DELIMITED BY SIZE
                  WS-PESO3  DELIMITED BY SIZE
                  " PARCELA " DELIMITED BY SIZE
                  WS-PARCELA3 DELIMITED BY SIZE
                  INTO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO

           MOVE SPACE TO LINHA-CERTIFICADO
           STRING "MEDIA FINAL " DELIMITED BY SIZE
                  HIST-MEDIA     DELIMITED BY SIZE
                  "  SITUACAO "  DELIMITED BY SIZE
                  HIST-SITUACAO  DELIMITED BY SIZE
                  INTO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO

           MOVE SPACE TO LINHA-CERTIFICADO
           STRING "EMITIDO EM " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  " EM SUBSTITUICAO DO ANTERIOR" DELIMITED BY SIZE
                  INTO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO

           MOVE SPACE TO LINHA-CERTIFICADO
           STRING "========================================"
                  "========================================"
               DELIMITED BY SIZE INTO LINHA-CERTIFICADO
           WRITE LINHA-CERTIFICADO

           CLOSE CERTIFICADO-FILE
           DISPLAY "CERTIFICADO NR " WS-NUMERO-CERT
               " GRAVADO EM certificados.lst"
           .

           OBTER-NUMERO-CERTIFICADO.
           MOVE ZERO TO WS-NUMERO-CERT
           OPEN INPUT CERTNUM-FILE
           IF WS-CERTNUM-STATUS = "00"
               READ CERTNUM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CERTNUM-VALOR TO WS-NUMERO-CERT
               END-READ
               CLOSE CERTNUM-FILE
           END-IF
           ADD 1 TO WS-NUMERO-CERT
           OPEN OUTPUT CERTNUM-FILE
           IF WS-CERTNUM-STATUS = "00"
               MOVE WS-NUMERO-CERT TO CERTNUM-VALOR
               WRITE REG-CERTNUM
               CLOSE CERTNUM-FILE
           ELSE
               DISPLAY "AVISO: NAO FOI POSSIVEL ATUALIZAR certnum.cfg"
           END-IF
           .

           CONSULTAR-PEDIDO.
           OPEN INPUT REVISAO-FILE
           IF WS-REVISAO-STATUS NOT = "00"
               DISPLAY "ERRO: SEM revisoes.dat, CORRA "
                   "CriarRevisaoIndexado"
               PERFORM MENU-REVISOES
           END-IF
           DISPLAY "NR DO PEDIDO DE REVISAO: "
           ACCEPT WS-REV-NUMBER
           MOVE WS-REV-NUMBER TO REV-NUMBER
           READ REVISAO-FILE KEY IS REV-NUMBER
               INVALID KEY
                   DISPLAY "PEDIDO " WS-REV-NUMBER " NAO EXISTE."
               NOT INVALID KEY
                   PERFORM MOSTRAR-PEDIDO
           END-READ
           CLOSE REVISAO-FILE
           PERFORM MENU-REVISOES
           .

           MOSTRAR-HISTORICO.
           DISPLAY "ALUNO " HIST-NUMBER " " HIST-NOME
               " TURMA " HIST-CODTURMA
           DISPLAY "NOTA1 " HIST-NOTA1 "  NOTA2 " HIST-NOTA2
               "  NOTA3 " HIST-NOTA3 "  MEDIA " HIST-MEDIA
               "  " HIST-SITUACAO
           .

           MOSTRAR-PEDIDO.
           PERFORM DESCREVER-PEDIDO
           DISPLAY "PEDIDO NR:     " REV-NUMBER
           DISPLAY "ALUNO:         " REV-ALUNO
           DISPLAY "PERIODO:       " REV-PERIODO " DE " REV-ANO
           IF REV-CODDISC NOT = ZERO
               DISPLAY "DISCIPLINA:    " REV-CODDISC
           END-IF
           DISPLAY "NOTA:          " WS-NOME-CAMPO
               "  CONTESTADA " WS-EDIT-CONTESTADA
               "  PEDIDA " WS-EDIT-PEDIDA
           DISPLAY "MOTIVO:        " REV-MOTIVO
           DISPLAY "PEDIDO EM:     " REV-DATA-PEDIDO
               " POR " REV-OPERADOR-PEDIDO
           DISPLAY "ESTADO:        " WS-NOME-ESTADO
           IF REV-ESTADO NOT = 'A'
               DISPLAY "DECIDIDO EM:   " REV-DATA-DECISAO
                   " POR " REV-OPERADOR-DECISAO
           END-IF
           IF REV-ESTADO = 'D'
               DISPLAY "CONCEDIDA:     " WS-EDIT-CONCEDIDA
                   "  MEDIA " REV-MEDIA-ANTES " -> " REV-MEDIA-DEPOIS
                   "  " REV-SITUACAO-DEPOIS
               IF REV-DATA-ENVIO = ZERO
                   DISPLAY "MINISTERIO:    CORRECAO POR ENVIAR"
               ELSE
                   DISPLAY "MINISTERIO:    CORRECAO ENVIADA EM "
                       REV-DATA-ENVIO
               END-IF
           END-IF
           .

           DESCREVER-PEDIDO.
           IF REV-CAMPO = 'M'
               MOVE "MEDIA"   TO WS-NOME-CAMPO
           ELSE
               MOVE SPACE TO WS-NOME-CAMPO
               STRING "NOTA " REV-CAMPO DELIMITED BY SIZE
                   INTO WS-NOME-CAMPO
           END-IF
           IF REV-CODDISC NOT = ZERO
               MOVE "DISC"      TO WS-NOME-CAMPO(8:4)
               MOVE REV-CODDISC TO WS-NOME-CAMPO(13:3)
           END-IF
           IF REV-ESTADO = 'A'
               MOVE "ABERTO"     TO WS-NOME-ESTADO
           ELSE IF REV-ESTADO = 'D'
               MOVE "DEFERIDO"   TO WS-NOME-ESTADO
           ELSE IF REV-ESTADO = 'I'
               MOVE "INDEFERIDO" TO WS-NOME-ESTADO
           ELSE
               MOVE REV-ESTADO   TO WS-NOME-ESTADO
           END-IF
           END-IF
           END-IF
           MOVE REV-NOTA-CONTESTADA TO WS-EDIT-CONTESTADA
           MOVE REV-NOTA-PEDIDA     TO WS-EDIT-PEDIDA
           MOVE REV-NOTA-CONCEDIDA  TO WS-EDIT-CONCEDIDA
           .

      ******************************************************************
      * Registo de todos os pedidos de um periodo para o conselho
      * pedagogico, pela chave alternativa do periodo.
      ******************************************************************
           REGISTO-REVISOES.
           DISPLAY "ANO LETIVO (ANO DE INICIO, EX. 2024): "
           ACCEPT WS-ANO-LETIVO
           DISPLAY "PERIODO (1-3): "
           MOVE ZERO TO WS-PERIODO
           PERFORM UNTIL WS-PERIODO >= 1 AND WS-PERIODO <= 3
           ACCEPT WS-PERIODO
           IF WS-PERIODO < 1 OR WS-PERIODO > 3
               DISPLAY "PERIODO INVALIDO, INSIRA NOVAMENTE!"
           END-IF
           END-PERFORM
           OPEN INPUT REVISAO-FILE
           IF WS-REVISAO-STATUS NOT = "00"
               DISPLAY "ERRO: SEM revisoes.dat, CORRA "
                   "CriarRevisaoIndexado"
               PERFORM MENU-REVISOES
           END-IF
           OPEN OUTPUT REGISTO-FILE
           IF WS-REGISTO-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL CRIAR revisoes.lst"
               CLOSE REVISAO-FILE
               PERFORM MENU-REVISOES
           END-IF
           MOVE 'N' TO WS-EXISTE
           OPEN INPUT HISTORICO-FILE
           IF WS-HIST-STATUS = "00"
               MOVE 'S' TO WS-EXISTE
           END-IF
           MOVE ZERO TO WS-TOTAL-ABERTOS WS-TOTAL-DEFERIDOS
               WS-TOTAL-INDEFERIDOS

           MOVE SPACE TO LINHA-REGISTO
           STRING "REGISTO DE REVISOES DE NOTA - PERIODO "
                      DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  " DE " DELIMITED BY SIZE
                  WS-ANO-LETIVO DELIMITED BY SIZE
                  INTO LINHA-REGISTO
           WRITE LINHA-REGISTO
           MOVE SPACE TO LINHA-REGISTO
           WRITE LINHA-REGISTO
           MOVE SPACE TO LINHA-REGISTO
           STRING "PEDIDO ALUNO NOME                 NOTA            "
                  "CONTEST "
                  "PEDIDA CONCED ESTADO     PEDIDO   DECISAO"
               DELIMITED BY SIZE INTO LINHA-REGISTO
           WRITE LINHA-REGISTO

           MOVE WS-ANO-LETIVO TO REV-ANO
           MOVE WS-PERIODO    TO REV-PERIODO
           MOVE 'N' TO WS-FIM-REVISAO
           START REVISAO-FILE KEY IS = REV-ANO-PERIODO
               INVALID KEY
                   MOVE 'S' TO WS-FIM-REVISAO
           END-START
           PERFORM UNTIL WS-FIM-REVISAO = 'S'
           READ REVISAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-REVISAO
               NOT AT END
                   IF REV-ANO NOT = WS-ANO-LETIVO
                           OR REV-PERIODO NOT = WS-PERIODO
                       MOVE 'S' TO WS-FIM-REVISAO
                   ELSE
                       PERFORM ESCREVER-LINHA-REGISTO
                   END-IF
           END-READ
           END-PERFORM

           MOVE SPACE TO LINHA-REGISTO
           WRITE LINHA-REGISTO
           MOVE SPACE TO LINHA-REGISTO
           STRING "ABERTOS: "      DELIMITED BY SIZE
                  WS-TOTAL-ABERTOS DELIMITED BY SIZE
                  "  DEFERIDOS: "  DELIMITED BY SIZE
                  WS-TOTAL-DEFERIDOS DELIMITED BY SIZE
                  "  INDEFERIDOS: " DELIMITED BY SIZE
                  WS-TOTAL-INDEFERIDOS DELIMITED BY SIZE
                  INTO LINHA-REGISTO
           WRITE LINHA-REGISTO

           IF WS-EXISTE = 'S'
               CLOSE HISTORICO-FILE
           END-IF
           CLOSE REGISTO-FILE
           CLOSE REVISAO-FILE
           DISPLAY "REGISTO GRAVADO EM revisoes.lst"
           PERFORM MENU-REVISOES
           .

           ESCREVER-LINHA-REGISTO.
           PERFORM DESCREVER-PEDIDO
           IF REV-ESTADO = 'A'
               ADD 1 TO WS-TOTAL-ABERTOS
           ELSE IF REV-ESTADO = 'D'
               ADD 1 TO WS-TOTAL-DEFERIDOS
           ELSE
               ADD 1 TO WS-TOTAL-INDEFERIDOS
           END-IF
           END-IF
           MOVE SPACE TO WS-NOME-ALUNO
           IF WS-EXISTE = 'S'
               MOVE REV-ANO     TO HIST-ANO
               MOVE REV-PERIODO TO HIST-PERIODO
               MOVE REV-ALUNO   TO HIST-NUMBER
               READ HISTORICO-FILE KEY IS CHAVE-HISTORICO
                   NOT INVALID KEY
                       MOVE HIST-NOME TO WS-NOME-ALUNO
               END-READ
           END-IF
           MOVE SPACE TO LINHA-REGISTO
           STRING REV-NUMBER         DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  REV-ALUNO          DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-NOME-ALUNO      DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-NOME-CAMPO      DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-EDIT-CONTESTADA DELIMITED BY SIZE
                  "   "              DELIMITED BY SIZE
                  WS-EDIT-PEDIDA     DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-EDIT-CONCEDIDA  DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-NOME-ESTADO     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  REV-DATA-PEDIDO    DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  REV-DATA-DECISAO   DELIMITED BY SIZE
                  INTO LINHA-REGISTO
           WRITE LINHA-REGISTO
           MOVE SPACE TO LINHA-REGISTO
           STRING "       MOTIVO: " DELIMITED BY SIZE
                  REV-MOTIVO        DELIMITED BY SIZE
                  INTO LINHA-REGISTO
           WRITE LINHA-REGISTO
           .

           CARREGAR-PESOS.
           OPEN INPUT PESOS-FILE
           IF WS-PESOS-STATUS = "00"
               READ PESOS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CFG-PESO1 TO WS-PESO1
                       MOVE CFG-PESO2 TO WS-PESO2
                       MOVE CFG-PESO3 TO WS-PESO3
               END-READ
               CLOSE PESOS-FILE
           END-IF
           .

           CIFRAR-SENHA.
           MOVE WS-SENHA-CLARA TO WS-SENHA-TROCADA
           INSPECT WS-SENHA-TROCADA CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789"
               TO "QWERTYUIOPASDFGHJKLZXCVBNM9876543210"
           MOVE 1 TO WS-IND-CIFRA
           PERFORM UNTIL WS-IND-CIFRA > 10
               MOVE WS-SENHA-TROCADA(WS-IND-CIFRA:1)
                   TO WS-SENHA-CIFRADA(11 - WS-IND-CIFRA:1)
               ADD 1 TO WS-IND-CIFRA
           END-PERFORM
           .

           FIM.
           STOP RUN.
       END PROGRAM RevisaoNotas.
