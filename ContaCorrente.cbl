      ******************************************************************
      * Author:
      * Date:
      * Purpose: conta corrente of each student number. Posts charges
      *          (debitos, with a payment due date) and payments
      *          (creditos) with the date, type, amount and the posting
      *          operator; shows the account of a student; prints the
      *          monthly statements, one envelope per encarregado with
      *          the accounts of all the siblings linked to it and the
      *          family total (name and morada off encarregados.dat, or
      *          off the enrollment master when the student is not
      *          linked),
      *          the overdue balances by turma, and flags students with
      *          matricula estado T or S still carrying a balance so
      *          the account is settled before their records are closed
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContaCorrente.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "slconta.cbl".
           COPY "slnotas.cbl".
           COPY "slmatric.cbl".
           COPY "slturma.cbl".
           COPY "slopera.cbl".
           COPY "slencar.cbl".
           SELECT SORT-ATRASO ASSIGN TO "sortatraso.tmp".
           SELECT SORT-EXTRATO ASSIGN TO "sortextrato.tmp".
           SELECT EXTRATO-FILE ASSIGN TO "extratos.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRATO-STATUS.
           SELECT ATRASO-FILE ASSIGN TO "saldosatraso.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATRASO-STATUS.
           SELECT SAIDA-FILE ASSIGN TO "saidascomsaldo.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAIDA-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY "fdconta.cbl".
           COPY "fdnotas.cbl".
           COPY "fdmatric.cbl".
           COPY "fdturma.cbl".
           COPY "fdopera.cbl".
           COPY "fdencar.cbl".
       SD  SORT-ATRASO.
       01  SORT-REG-ATRASO.
           05  SORT-CODTURMA           PIC 9(3).
           05  SORT-NUMBER             PIC 9(5).
           05  SORT-NOMEALUNO          PIC A(20).
           05  SORT-SALDO              PIC S9(7)V99.
           05  SORT-VENCIDO            PIC S9(7)V99.
      ******************************************************************
      * Extratos por encarregado: irmaos ligados ao mesmo encarregado
      * seguidos; sem encarregado ligado o separador e o proprio
      * numero, para sair um extrato por aluno.
      ******************************************************************
       SD  SORT-EXTRATO.
       01  SORT-REG-EXTRATO.
           05  SORT-EXT-CODENC         PIC 9(5).
           05  SORT-EXT-SEPARADOR      PIC 9(5).
           05  SORT-EXT-NUMBER         PIC 9(5).
       FD  EXTRATO-FILE.
       01  LINHA-EXTRATO                PIC X(80).
       FD  ATRASO-FILE.
       01  LINHA-ATRASO                 PIC X(80).
       FD  SAIDA-FILE.
       01  LINHA-SAIDA                  PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-CONTA-STATUS            PIC XX.
       77 WS-NOTAS-STATUS            PIC XX.
       77 WS-MATRIC-STATUS           PIC XX.
       77 WS-TURMA-STATUS            PIC XX.
       77 WS-ENC-STATUS              PIC XX.
       77 WS-OPERADOR-STATUS         PIC XX.
       77 WS-EXTRATO-STATUS          PIC XX.
       77 WS-ATRASO-STATUS           PIC XX.
       77 WS-SAIDA-STATUS            PIC XX.
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
       77 WS-NUMERO                  PIC 9(5).
       77 WS-TIPO                    PIC X.
       77 WS-DESCRICAO               PIC X(20).
       77 WS-VALOR                   PIC 9(5)V99.
       77 WS-DATA-MOV                PIC 9(8).
       77 WS-DATA-LIMITE             PIC 9(8).
       77 WS-PRAZO-PAGAMENTO         PIC 9(3) VALUE 30.
       77 WS-SEQ                     PIC 9(3).
       77 WS-HOJE                    PIC 9(8).
       77 WS-MES-EXTRATO             PIC 9(6).
       77 WS-PRIMEIRO-DIA            PIC 9(8).
       77 WS-ULTIMO-DIA              PIC 9(8).
       77 WS-SALDO                   PIC S9(7)V99.
       77 WS-SALDO-ANTERIOR          PIC S9(7)V99.
       77 WS-SALDO-VENCIDO           PIC S9(7)V99.
       77 WS-DEBITOS-VENCIDOS        PIC S9(7)V99.
       77 WS-CREDITOS                PIC S9(7)V99.
       77 WS-DEBITOS-MES             PIC S9(7)V99.
       77 WS-CREDITOS-MES            PIC S9(7)V99.
       77 WS-TOTAL-TURMA             PIC S9(7)V99.
       77 WS-TOTAL-ESCOLA            PIC S9(7)V99.
       77 WS-MOVIMENTOS-MES          PIC 9(3).
       77 WS-ALUNOS-TURMA            PIC 9(3).
       77 WS-TOTAL-EXTRATOS          PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-ATRASO            PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-SAIDAS            PIC 9(5) VALUE ZERO.
       77 WS-QUEBRA-TURMA            PIC 9(3).
       77 WS-NOME-TURMA              PIC A(20).
       77 WS-NOME-ALUNO              PIC A(20).
       77 WS-ESTADO-DESCR            PIC X(12).
       77 WS-FIM-CONTA               PIC X VALUE 'N'.
       77 WS-FIM-NOTAS               PIC X VALUE 'N'.
       77 WS-FIM-MATRIC              PIC X VALUE 'N'.
       77 WS-FIM-ORDENACAO           PIC X VALUE 'N'.
       77 WS-PRIMEIRA-QUEBRA         PIC X VALUE 'S'.
       77 WS-MATRIC-OK               PIC X VALUE 'N'.
       77 WS-TURMA-OK                PIC X VALUE 'N'.
       77 WS-NOTAS-OK                PIC X VALUE 'N'.
       77 WS-ENC-OK                  PIC X VALUE 'N'.
       77 WS-EXTRATO-ABERTO          PIC X VALUE 'N'.
       77 WS-CHAVE-ENVELOPE          PIC 9(10).
       77 WS-QUEBRA-ENVELOPE         PIC 9(10).
       77 WS-EDUCANDOS-EXTRATO       PIC 9(3).
       77 WS-SALDO-FAMILIA           PIC S9(7)V99.
       77 WS-NOME-DESTINATARIO       PIC X(40).
       77 WS-MORADA-DESTINATARIO     PIC X(40).
       77 CONT                       PIC X VALUE "N".
       77 WS-EDIT-VALOR              PIC Z(6)9.99.
       77 WS-EDIT-DEBITO             PIC Z(6)9.99.
       77 WS-EDIT-CREDITO            PIC Z(6)9.99.
       77 WS-EDIT-SALDO              PIC -(7)9.99.
       77 WS-EDIT-VENCIDO            PIC -(7)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** CONTA CORRENTE DOS ALUNOS ***"
           PERFORM AUTENTICAR-OPERADOR
           IF WS-AUTENTICADO NOT = 'S'
               DISPLAY "ACESSO RECUSADO."
               STOP RUN
           END-IF.
           MENU-CONTA.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           DISPLAY " "
           DISPLAY "*** 1-LANCAR MOVIMENTO            ***"
           DISPLAY "*** 2-CONSULTAR CONTA DO ALUNO    ***"
           DISPLAY "*** 3-EXTRATOS MENSAIS            ***"
           DISPLAY "*** 4-SALDOS EM ATRASO POR TURMA  ***"
           DISPLAY "*** 5-ALUNOS DE SAIDA COM SALDO   ***"
           DISPLAY "***          0-SAIR               ***"
           ACCEPT WS-OPCAO
           IF WS-OPCAO = 1
               PERFORM LANCAR-MOVIMENTO
           ELSE IF WS-OPCAO = 2
               PERFORM CONSULTAR-CONTA
           ELSE IF WS-OPCAO = 3
               PERFORM EXTRATOS-MENSAIS
           ELSE IF WS-OPCAO = 4
               PERFORM SALDOS-EM-ATRASO
           ELSE IF WS-OPCAO = 5
               PERFORM SAIDAS-COM-SALDO
           ELSE IF WS-OPCAO = 0
               PERFORM FIM
           ELSE
               DISPLAY "OPCAO INVALIDA, DIGITE UM NR VALIDO DO MENU"
               PERFORM MENU-CONTA
           .

      ******************************************************************
      * Qualquer operador ativo de operadores.dat pode lancar; o seu
      * ID fica em cada movimento. As tentativas falhadas contam e
      * bloqueiam como no login de NotasIndexado.
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
               MOVE 'S' TO WS-AUTENTICADO
               DISPLAY "LOGIN EFECTUADO COM SUCESSO"
           .

      ******************************************************************
      * Lancamento de um movimento: debito (encargo, com data limite
      * de pagamento) ou credito (pagamento) na conta do aluno.
      ******************************************************************
           LANCAR-MOVIMENTO.
           OPEN I-O CONTA-FILE
           IF WS-CONTA-STATUS NOT = "00"
               DISPLAY "ERRO: SEM contacorrente.dat, CORRA "
                   "CriarContaIndexado"
               PERFORM MENU-CONTA
           END-IF
           OPEN INPUT NOTAS-FILE
           IF WS-NOTAS-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL ABRIR notas.dat"
               CLOSE CONTA-FILE
               PERFORM MENU-CONTA
           END-IF
           DISPLAY "NR DO ALUNO: "
           ACCEPT WS-NUMERO
           MOVE WS-NUMERO TO NOTAS-NUMBER
           READ NOTAS-FILE KEY IS NOTAS-NUMBER
               INVALID KEY
                   DISPLAY "ERRO! NR DE ALUNO NAO ENCONTRADO."
                   CLOSE NOTAS-FILE
                   CLOSE CONTA-FILE
                   PERFORM MENU-CONTA
           END-READ
           DISPLAY "ALUNO " NOTAS-NUMBER " " NOMEALUNO
               " TURMA " CODTURMA-ALUNO
           CLOSE NOTAS-FILE

           DISPLAY "TIPO D-DEBITO (ENCARGO) C-CREDITO (PAGAMENTO): "
           MOVE SPACE TO WS-TIPO
           PERFORM UNTIL WS-TIPO = 'D' OR WS-TIPO = 'C'
           ACCEPT WS-TIPO
           IF WS-TIPO NOT = 'D' AND WS-TIPO NOT = 'C'
               DISPLAY "TIPO INVALIDO, INSIRA NOVAMENTE!"
           END-IF
           END-PERFORM

           DISPLAY "DATA DO MOVIMENTO AAAAMMDD (0 = HOJE): "
           ACCEPT WS-DATA-MOV
           IF WS-DATA-MOV = ZERO
               MOVE WS-HOJE TO WS-DATA-MOV
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-MOV) NOT = 0
               DISPLAY "ERRO! DATA INVALIDA."
               CLOSE CONTA-FILE
               PERFORM MENU-CONTA
           END-IF

           DISPLAY "DESCRICAO (EX. PROPINA OUTUBRO, REFEICOES): "
           MOVE SPACE TO WS-DESCRICAO
           PERFORM UNTIL WS-DESCRICAO NOT = SPACE
           ACCEPT WS-DESCRICAO
           IF WS-DESCRICAO = SPACE
               DISPLAY "DESCRICAO INVALIDA, INSIRA NOVAMENTE!"
           END-IF
           END-PERFORM

           DISPLAY "VALOR: "
           MOVE ZERO TO WS-VALOR
           PERFORM UNTIL WS-VALOR > ZERO
           ACCEPT WS-VALOR
           IF WS-VALOR = ZERO
               DISPLAY "VALOR INVALIDO, INSIRA NOVAMENTE!"
           END-IF
           END-PERFORM

           MOVE ZERO TO WS-DATA-LIMITE
           IF WS-TIPO = 'D'
               DISPLAY "DATA LIMITE DE PAGAMENTO AAAAMMDD (0 = "
                   WS-PRAZO-PAGAMENTO " DIAS): "
               ACCEPT WS-DATA-LIMITE
               IF WS-DATA-LIMITE = ZERO
                       OR FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-LIMITE)
                           NOT = 0
                   COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-DATA-MOV)
                       + WS-PRAZO-PAGAMENTO)
               END-IF
           END-IF

           PERFORM PROXIMA-SEQUENCIA
           MOVE WS-NUMERO      TO MOV-NUMBER
           MOVE WS-DATA-MOV    TO MOV-DATA
           MOVE WS-SEQ         TO MOV-SEQ
           MOVE WS-TIPO        TO MOV-TIPO
           MOVE WS-DESCRICAO   TO MOV-DESCRICAO
           MOVE WS-VALOR       TO MOV-VALOR
           MOVE WS-DATA-LIMITE TO MOV-DATA-LIMITE
           MOVE WS-LOGIN-ID    TO MOV-OPERADOR
           WRITE REG-MOVIMENTO
               INVALID KEY
                   DISPLAY "ERRO! NAO FOI POSSIVEL GRAVAR O MOVIMENTO."
               NOT INVALID KEY
                   DISPLAY "MOVIMENTO LANCADO."
           END-WRITE

           PERFORM CALCULAR-SALDO-ALUNO
           MOVE WS-SALDO TO WS-EDIT-SALDO
           MOVE WS-SALDO-VENCIDO TO WS-EDIT-VENCIDO
           DISPLAY "SALDO DO ALUNO: " WS-EDIT-SALDO
               "  VENCIDO: " WS-EDIT-VENCIDO
           CLOSE CONTA-FILE

           DISPLAY "QUER LANCAR MAIS ALGUM MOVIMENTO?"
           DISPLAY "S PARA CONTINUAR, OUTRA TECLA QUALQUER PARA SAIR"
           ACCEPT CONT
           IF CONT = "S"
               PERFORM LANCAR-MOVIMENTO
           ELSE
               PERFORM MENU-CONTA
           .

      ******************************************************************
      * Proximo numero de sequencia do aluno WS-NUMERO no dia
      * WS-DATA-MOV.
      ******************************************************************
           PROXIMA-SEQUENCIA.
           MOVE ZERO TO WS-SEQ
           MOVE WS-NUMERO   TO MOV-NUMBER
           MOVE WS-DATA-MOV TO MOV-DATA
           MOVE ZERO        TO MOV-SEQ
           MOVE 'N' TO WS-FIM-CONTA
           START CONTA-FILE KEY IS >= CHAVE-MOVIMENTO
               INVALID KEY
                   MOVE 'S' TO WS-FIM-CONTA
           END-START
           PERFORM UNTIL WS-FIM-CONTA = 'S'
           READ CONTA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CONTA
               NOT AT END
                   IF MOV-NUMBER NOT = WS-NUMERO
                           OR MOV-DATA NOT = WS-DATA-MOV
                       MOVE 'S' TO WS-FIM-CONTA
                   ELSE
                       MOVE MOV-SEQ TO WS-SEQ
                   END-IF
           END-READ
           END-PERFORM
           ADD 1 TO WS-SEQ
           .

      ******************************************************************
      * Saldo da conta do aluno WS-NUMERO (debitos menos creditos;
      * positivo = o aluno deve) e a parte vencida: debitos com data
      * limite ja passada, menos tudo o que foi pago.
      ******************************************************************
           CALCULAR-SALDO-ALUNO.
           MOVE ZERO TO WS-SALDO WS-SALDO-VENCIDO
               WS-DEBITOS-VENCIDOS WS-CREDITOS
           MOVE WS-NUMERO TO MOV-NUMBER
           MOVE ZERO      TO MOV-DATA MOV-SEQ
           MOVE 'N' TO WS-FIM-CONTA
           START CONTA-FILE KEY IS >= CHAVE-MOVIMENTO
               INVALID KEY
                   MOVE 'S' TO WS-FIM-CONTA
           END-START
           PERFORM UNTIL WS-FIM-CONTA = 'S'
           READ CONTA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CONTA
               NOT AT END
                   IF MOV-NUMBER NOT = WS-NUMERO
                       MOVE 'S' TO WS-FIM-CONTA
                   ELSE
                       PERFORM SOMAR-MOVIMENTO
                   END-IF
           END-READ
           END-PERFORM
           IF WS-DEBITOS-VENCIDOS > WS-CREDITOS
               COMPUTE WS-SALDO-VENCIDO =
                   WS-DEBITOS-VENCIDOS - WS-CREDITOS
           END-IF
           .

           SOMAR-MOVIMENTO.
           IF MOV-TIPO = 'D'
               ADD MOV-VALOR TO WS-SALDO
               IF MOV-DATA-LIMITE < WS-HOJE
                   ADD MOV-VALOR TO WS-DEBITOS-VENCIDOS
               END-IF
           ELSE
               SUBTRACT MOV-VALOR FROM WS-SALDO
               ADD MOV-VALOR TO WS-CREDITOS
           END-IF
           .

      ******************************************************************
      * Movimentos da conta de um aluno, com o saldo acumulado.
      ******************************************************************
           CONSULTAR-CONTA.
           OPEN INPUT CONTA-FILE
           IF WS-CONTA-STATUS NOT = "00"
               DISPLAY "ERRO: SEM contacorrente.dat, CORRA "
                   "CriarContaIndexado"
               PERFORM MENU-CONTA
           END-IF
           DISPLAY "NR DO ALUNO: "
           ACCEPT WS-NUMERO
           DISPLAY "DATA     SEQ T DESCRICAO                 VALOR"
               "    LIMITE OPERADOR         SALDO"
           MOVE ZERO TO WS-SALDO
           MOVE WS-NUMERO TO MOV-NUMBER
           MOVE ZERO      TO MOV-DATA MOV-SEQ
           MOVE 'N' TO WS-FIM-CONTA
           START CONTA-FILE KEY IS >= CHAVE-MOVIMENTO
               INVALID KEY
                   MOVE 'S' TO WS-FIM-CONTA
           END-START
           PERFORM UNTIL WS-FIM-CONTA = 'S'
           READ CONTA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CONTA
               NOT AT END
                   IF MOV-NUMBER NOT = WS-NUMERO
                       MOVE 'S' TO WS-FIM-CONTA
                   ELSE
                       IF MOV-TIPO = 'D'
                           ADD MOV-VALOR TO WS-SALDO
                       ELSE
                           SUBTRACT MOV-VALOR FROM WS-SALDO
                       END-IF
                       MOVE MOV-VALOR TO WS-EDIT-VALOR
                       MOVE WS-SALDO  TO WS-EDIT-SALDO
                       DISPLAY MOV-DATA " " MOV-SEQ " " MOV-TIPO " "
                           MOV-DESCRICAO " " WS-EDIT-VALOR " "
                           MOV-DATA-LIMITE " " MOV-OPERADOR " "
                           WS-EDIT-SALDO
                   END-IF
           END-READ
           END-PERFORM
           PERFORM CALCULAR-SALDO-ALUNO
           MOVE WS-SALDO TO WS-EDIT-SALDO
           MOVE WS-SALDO-VENCIDO TO WS-EDIT-VENCIDO
           DISPLAY "SALDO: " WS-EDIT-SALDO "  VENCIDO: "
               WS-EDIT-VENCIDO
           CLOSE CONTA-FILE
           PERFORM MENU-CONTA
           .

      ******************************************************************
      * Extrato mensal de cada aluno com movimentos no mes ou saldo em
      * aberto: saldo anterior, movimentos do mes e saldo final. Os
      * irmaos com o mesmo encarregado saem no mesmo envelope, com o
      * saldo total da familia no fim.
      ******************************************************************
           EXTRATOS-MENSAIS.
           DISPLAY "MES DO EXTRATO AAAAMM: "
           ACCEPT WS-MES-EXTRATO
           COMPUTE WS-PRIMEIRO-DIA = WS-MES-EXTRATO * 100 + 1
           COMPUTE WS-ULTIMO-DIA = WS-MES-EXTRATO * 100 + 31
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PRIMEIRO-DIA) NOT = 0
               DISPLAY "ERRO! MES INVALIDO."
               PERFORM MENU-CONTA
           END-IF
           OPEN INPUT CONTA-FILE
           IF WS-CONTA-STATUS NOT = "00"
               DISPLAY "ERRO: SEM contacorrente.dat, CORRA "
                   "CriarContaIndexado"
               PERFORM MENU-CONTA
           END-IF
           OPEN INPUT NOTAS-FILE
           IF WS-NOTAS-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL ABRIR notas.dat"
               CLOSE CONTA-FILE
               PERFORM MENU-CONTA
           END-IF
           OPEN INPUT MATRICULA-FILE
           IF WS-MATRIC-STATUS = "00"
               MOVE 'S' TO WS-MATRIC-OK
           ELSE
               MOVE 'N' TO WS-MATRIC-OK
               DISPLAY "AVISO: SEM matricula.dat, EXTRATOS SEM NOME DO "
                   "ENCARREGADO NEM MORADA"
           END-IF
           OPEN INPUT ENCARREGADO-FILE
           IF WS-ENC-STATUS = "00"
               MOVE 'S' TO WS-ENC-OK
           ELSE
               MOVE 'N' TO WS-ENC-OK
               DISPLAY "AVISO: SEM encarregados.dat, UM EXTRATO POR "
                   "ALUNO COM OS DADOS DA MATRICULA"
           END-IF
           OPEN OUTPUT EXTRATO-FILE
           IF WS-EXTRATO-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL CRIAR extratos.lst"
               CLOSE CONTA-FILE
               CLOSE NOTAS-FILE
               IF WS-MATRIC-OK = 'S'
                   CLOSE MATRICULA-FILE
               END-IF
               IF WS-ENC-OK = 'S'
                   CLOSE ENCARREGADO-FILE
               END-IF
               PERFORM MENU-CONTA
           END-IF

           MOVE ZERO TO WS-TOTAL-EXTRATOS
           SORT SORT-EXTRATO
               ON ASCENDING KEY SORT-EXT-CODENC SORT-EXT-SEPARADOR
                   SORT-EXT-NUMBER
               INPUT PROCEDURE IS SELECIONAR-EXTRATOS
               OUTPUT PROCEDURE IS ESCREVER-EXTRATOS-ENVELOPE

           CLOSE EXTRATO-FILE
           CLOSE CONTA-FILE
           CLOSE NOTAS-FILE
           IF WS-MATRIC-OK = 'S'
               CLOSE MATRICULA-FILE
           END-IF
           IF WS-ENC-OK = 'S'
               CLOSE ENCARREGADO-FILE
           END-IF
           DISPLAY "EXTRATOS EMITIDOS: " WS-TOTAL-EXTRATOS
           DISPLAY "FICHEIRO GRAVADO EM extratos.lst"
           PERFORM MENU-CONTA
           .

      ******************************************************************
      * Alunos com extrato no mes, com o encarregado da matricula.
      ******************************************************************
           SELECIONAR-EXTRATOS.
           MOVE 'N' TO WS-FIM-NOTAS
           PERFORM UNTIL WS-FIM-NOTAS = 'S'
           READ NOTAS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-NOTAS
               NOT AT END
                   MOVE NOTAS-NUMBER TO WS-NUMERO
                   PERFORM TOTALIZAR-MES-ALUNO
                   IF WS-MOVIMENTOS-MES > ZERO OR WS-SALDO NOT = ZERO
                       PERFORM LIBERTAR-EXTRATO-ALUNO
                   END-IF
           END-READ
           END-PERFORM
           .

           LIBERTAR-EXTRATO-ALUNO.
           MOVE ZERO TO SORT-EXT-CODENC
           IF WS-MATRIC-OK = 'S' AND WS-ENC-OK = 'S'
               MOVE NOTAS-NUMBER TO MATRIC-NUMBER
               READ MATRICULA-FILE KEY IS MATRIC-NUMBER
                   NOT INVALID KEY
                       MOVE MATRIC-CODENC TO SORT-EXT-CODENC
               END-READ
           END-IF
           IF SORT-EXT-CODENC = ZERO
               MOVE NOTAS-NUMBER TO SORT-EXT-SEPARADOR
           ELSE
               MOVE ZERO TO SORT-EXT-SEPARADOR
           END-IF
           MOVE NOTAS-NUMBER TO SORT-EXT-NUMBER
           RELEASE SORT-REG-EXTRATO
           .

      ******************************************************************
      * Um envelope por encarregado: cabecalho na quebra, o extrato de
      * cada educando (relido de notas.dat e retotalizado) e, havendo
      * mais de um, o saldo total da familia.
      ******************************************************************
           ESCREVER-EXTRATOS-ENVELOPE.
           MOVE 'N' TO WS-EXTRATO-ABERTO
           MOVE 'N' TO WS-FIM-ORDENACAO
           PERFORM UNTIL WS-FIM-ORDENACAO = 'S'
           RETURN SORT-EXTRATO
               AT END
                   MOVE 'S' TO WS-FIM-ORDENACAO
               NOT AT END
                   PERFORM ESCREVER-EXTRATO-ORDENADO
           END-RETURN
           END-PERFORM
           IF WS-EXTRATO-ABERTO = 'S'
               PERFORM ESCREVER-TOTAL-FAMILIA
           END-IF
           .

           ESCREVER-EXTRATO-ORDENADO.
           MOVE SORT-EXT-NUMBER TO NOTAS-NUMBER
           READ NOTAS-FILE KEY IS NOTAS-NUMBER
               INVALID KEY
                   DISPLAY "AVISO: ALUNO " SORT-EXT-NUMBER
                       " DESAPARECEU DE notas.dat, IGNORADO"
               NOT INVALID KEY
                   COMPUTE WS-CHAVE-ENVELOPE =
                       SORT-EXT-CODENC * 100000 + SORT-EXT-SEPARADOR
                   IF WS-EXTRATO-ABERTO = 'N'
                           OR WS-CHAVE-ENVELOPE NOT = WS-QUEBRA-ENVELOPE
                       IF WS-EXTRATO-ABERTO = 'S'
                           PERFORM ESCREVER-TOTAL-FAMILIA
                       END-IF
                       MOVE WS-CHAVE-ENVELOPE TO WS-QUEBRA-ENVELOPE
                       PERFORM ESCREVER-EXTRATO-ALUNO
                   END-IF
                   MOVE NOTAS-NUMBER TO WS-NUMERO
                   PERFORM TOTALIZAR-MES-ALUNO
                   MOVE SPACE TO LINHA-EXTRATO
                   WRITE LINHA-EXTRATO
                   PERFORM ESCREVER-CORPO-EXTRATO
                   ADD 1 TO WS-EDUCANDOS-EXTRATO
                   ADD WS-SALDO TO WS-SALDO-FAMILIA
           END-READ
           .

           ESCREVER-TOTAL-FAMILIA.
           MOVE 'N' TO WS-EXTRATO-ABERTO
           IF WS-EDUCANDOS-EXTRATO > 1
               MOVE WS-SALDO-FAMILIA TO WS-EDIT-SALDO
               MOVE SPACE TO LINHA-EXTRATO
               WRITE LINHA-EXTRATO
               MOVE SPACE TO LINHA-EXTRATO
               STRING "SALDO TOTAL DOS " DELIMITED BY SIZE
                      WS-EDUCANDOS-EXTRATO DELIMITED BY SIZE
                      " EDUCANDOS                 " DELIMITED BY SIZE
                      WS-EDIT-SALDO DELIMITED BY SIZE
                      INTO LINHA-EXTRATO
               WRITE LINHA-EXTRATO
           END-IF
           .

      ******************************************************************
      * Saldo anterior ao mes, movimentos do mes e saldo no fim do mes
      * do aluno WS-NUMERO.
      ******************************************************************
           TOTALIZAR-MES-ALUNO.
           MOVE ZERO TO WS-SALDO-ANTERIOR WS-SALDO WS-MOVIMENTOS-MES
               WS-DEBITOS-MES WS-CREDITOS-MES
           MOVE WS-NUMERO TO MOV-NUMBER
           MOVE ZERO      TO MOV-DATA MOV-SEQ
           MOVE 'N' TO WS-FIM-CONTA
           START CONTA-FILE KEY IS >= CHAVE-MOVIMENTO
               INVALID KEY
                   MOVE 'S' TO WS-FIM-CONTA
           END-START
           PERFORM UNTIL WS-FIM-CONTA = 'S'
           READ CONTA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CONTA
               NOT AT END
                   IF MOV-NUMBER NOT = WS-NUMERO
                           OR MOV-DATA > WS-ULTIMO-DIA
                       MOVE 'S' TO WS-FIM-CONTA
                   ELSE IF MOV-DATA < WS-PRIMEIRO-DIA
                       IF MOV-TIPO = 'D'
                           ADD MOV-VALOR TO WS-SALDO-ANTERIOR
                       ELSE
                           SUBTRACT MOV-VALOR FROM WS-SALDO-ANTERIOR
                       END-IF
                   ELSE
                       ADD 1 TO WS-MOVIMENTOS-MES
                       IF MOV-TIPO = 'D'
                           ADD MOV-VALOR TO WS-DEBITOS-MES
                       ELSE
                           ADD MOV-VALOR TO WS-CREDITOS-MES
                       END-IF
                   END-IF
                   END-IF
           END-READ
           END-PERFORM
           COMPUTE WS-SALDO = WS-SALDO-ANTERIOR + WS-DEBITOS-MES
               - WS-CREDITOS-MES
           .

      ******************************************************************
      * Cabecalho do envelope: o encarregado de encarregados.dat quando
      * a matricula esta ligada, senao o nome e a morada da matricula.
      ******************************************************************
           ESCREVER-EXTRATO-ALUNO.
           ADD 1 TO WS-TOTAL-EXTRATOS
           MOVE 'S' TO WS-EXTRATO-ABERTO
           MOVE ZERO TO WS-EDUCANDOS-EXTRATO WS-SALDO-FAMILIA
           MOVE SPACE TO WS-NOME-DESTINATARIO WS-MORADA-DESTINATARIO
           IF SORT-EXT-CODENC NOT = ZERO
               MOVE SORT-EXT-CODENC TO ENC-NUMBER
               READ ENCARREGADO-FILE KEY IS ENC-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ENC-NOME   TO WS-NOME-DESTINATARIO
                       MOVE ENC-MORADA TO WS-MORADA-DESTINATARIO
               END-READ
           END-IF
           IF WS-NOME-DESTINATARIO = SPACE AND WS-MATRIC-OK = 'S'
               MOVE NOTAS-NUMBER TO MATRIC-NUMBER
               READ MATRICULA-FILE KEY IS MATRIC-NUMBER
                   INVALID KEY
                       MOVE SPACE TO MATRIC-ENCARREGADO MATRIC-MORADA
               END-READ
               MOVE MATRIC-ENCARREGADO TO WS-NOME-DESTINATARIO
               MOVE MATRIC-MORADA      TO WS-MORADA-DESTINATARIO
           END-IF

           MOVE SPACE TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE SPACE TO LINHA-EXTRATO
           STRING "========================================"
                  "========================================"
               DELIMITED BY SIZE INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE SPACE TO LINHA-EXTRATO
           STRING "ESCOLA SECUNDARIA - SERVICOS ADMINISTRATIVOS"
               DELIMITED BY SIZE INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE SPACE TO LINHA-EXTRATO
           STRING "EXMO(A). SR(A). " DELIMITED BY SIZE
                  WS-NOME-DESTINATARIO DELIMITED BY SIZE
                  INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE SPACE TO LINHA-EXTRATO
           MOVE WS-MORADA-DESTINATARIO TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE SPACE TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE SPACE TO LINHA-EXTRATO
           STRING "EXTRATO DE CONTA CORRENTE DO MES " DELIMITED BY SIZE
                  WS-MES-EXTRATO DELIMITED BY SIZE
                  INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           .

      ******************************************************************
      * Corpo do extrato de um aluno (NOTAS-FILE posicionado no aluno
      * e totais do mes ja calculados): identificacao, saldo anterior,
      * movimentos do mes e saldo final.
      ******************************************************************
           ESCREVER-CORPO-EXTRATO.
           MOVE SPACE TO LINHA-EXTRATO
           STRING "ALUNO "       DELIMITED BY SIZE
                  NOTAS-NUMBER   DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  NOMEALUNO      DELIMITED BY SIZE
                  " TURMA "      DELIMITED BY SIZE
                  CODTURMA-ALUNO DELIMITED BY SIZE
                  INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE SPACE TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE WS-SALDO-ANTERIOR TO WS-EDIT-SALDO
           MOVE SPACE TO LINHA-EXTRATO
           STRING "SALDO ANTERIOR                          "
                      DELIMITED BY SIZE
                  WS-EDIT-SALDO DELIMITED BY SIZE
                  INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE SPACE TO LINHA-EXTRATO
           STRING "DATA     DESCRICAO                DEBITO    CREDITO"
                  "    LIMITE"
               DELIMITED BY SIZE INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO

           MOVE WS-NUMERO       TO MOV-NUMBER
           MOVE WS-PRIMEIRO-DIA TO MOV-DATA
           MOVE ZERO            TO MOV-SEQ
           MOVE 'N' TO WS-FIM-CONTA
           START CONTA-FILE KEY IS >= CHAVE-MOVIMENTO
               INVALID KEY
                   MOVE 'S' TO WS-FIM-CONTA
           END-START
           PERFORM UNTIL WS-FIM-CONTA = 'S'
           READ CONTA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CONTA
               NOT AT END
                   IF MOV-NUMBER NOT = WS-NUMERO
                           OR MOV-DATA > WS-ULTIMO-DIA
                       MOVE 'S' TO WS-FIM-CONTA
                   ELSE
                       PERFORM ESCREVER-MOVIMENTO-EXTRATO
                   END-IF
           END-READ
           END-PERFORM

           MOVE WS-DEBITOS-MES  TO WS-EDIT-DEBITO
           MOVE WS-CREDITOS-MES TO WS-EDIT-CREDITO
           MOVE SPACE TO LINHA-EXTRATO
           STRING "TOTAL DO MES                  " DELIMITED BY SIZE
                  WS-EDIT-DEBITO  DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-EDIT-CREDITO DELIMITED BY SIZE
                  INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE WS-SALDO TO WS-EDIT-SALDO
           MOVE SPACE TO LINHA-EXTRATO
           STRING "SALDO NO FIM DO MES (POSITIVO = EM DIVIDA) "
                      DELIMITED BY SIZE
                  WS-EDIT-SALDO DELIMITED BY SIZE
                  INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           .

           ESCREVER-MOVIMENTO-EXTRATO.
           MOVE ZERO TO WS-EDIT-DEBITO WS-EDIT-CREDITO
           IF MOV-TIPO = 'D'
               MOVE MOV-VALOR TO WS-EDIT-DEBITO
           ELSE
               MOVE MOV-VALOR TO WS-EDIT-CREDITO
           END-IF
           MOVE SPACE TO LINHA-EXTRATO
           IF MOV-TIPO = 'D'
               STRING MOV-DATA        DELIMITED BY SIZE
                      " "             DELIMITED BY SIZE
                      MOV-DESCRICAO   DELIMITED BY SIZE
                      " "             DELIMITED BY SIZE
                      WS-EDIT-DEBITO  DELIMITED BY SIZE
                      " "             DELIMITED BY SIZE
                      WS-EDIT-CREDITO DELIMITED BY SIZE
                      " "             DELIMITED BY SIZE
                      MOV-DATA-LIMITE DELIMITED BY SIZE
                      INTO LINHA-EXTRATO
           ELSE
               STRING MOV-DATA        DELIMITED BY SIZE
                      " "             DELIMITED BY SIZE
                      MOV-DESCRICAO   DELIMITED BY SIZE
                      " "             DELIMITED BY SIZE
                      WS-EDIT-DEBITO  DELIMITED BY SIZE
                      " "             DELIMITED BY SIZE
                      WS-EDIT-CREDITO DELIMITED BY SIZE
                      INTO LINHA-EXTRATO
           END-IF
           WRITE LINHA-EXTRATO
           .

      ******************************************************************
      * Saldos vencidos por turma: alunos com debitos de data limite
      * ja passada que os pagamentos nao cobrem, ordenados por turma e
      * numero, com o total de cada turma e da escola.
      ******************************************************************
           SALDOS-EM-ATRASO.
           OPEN INPUT CONTA-FILE
           IF WS-CONTA-STATUS NOT = "00"
               DISPLAY "ERRO: SEM contacorrente.dat, CORRA "
                   "CriarContaIndexado"
               PERFORM MENU-CONTA
           END-IF
           OPEN INPUT NOTAS-FILE
           IF WS-NOTAS-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL ABRIR notas.dat"
               CLOSE CONTA-FILE
               PERFORM MENU-CONTA
           END-IF
           OPEN INPUT TURMA-FILE
           IF WS-TURMA-STATUS = "00"
               MOVE 'S' TO WS-TURMA-OK
           ELSE
               MOVE 'N' TO WS-TURMA-OK
           END-IF
           OPEN OUTPUT ATRASO-FILE
           IF WS-ATRASO-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL CRIAR saldosatraso.lst"
               CLOSE CONTA-FILE
               CLOSE NOTAS-FILE
               IF WS-TURMA-OK = 'S'
                   CLOSE TURMA-FILE
               END-IF
               PERFORM MENU-CONTA
           END-IF
           SORT SORT-ATRASO
               ON ASCENDING KEY SORT-CODTURMA SORT-NUMBER
               INPUT PROCEDURE IS CARREGAR-ATRASOS
               OUTPUT PROCEDURE IS IMPRIMIR-ATRASOS
           CLOSE ATRASO-FILE
           CLOSE CONTA-FILE
           CLOSE NOTAS-FILE
           IF WS-TURMA-OK = 'S'
               CLOSE TURMA-FILE
           END-IF
           DISPLAY "ALUNOS COM SALDO VENCIDO: " WS-TOTAL-ATRASO
           DISPLAY "RELATORIO GRAVADO EM saldosatraso.lst"
           PERFORM MENU-CONTA
           .

           CARREGAR-ATRASOS.
           MOVE ZERO TO WS-TOTAL-ATRASO
           MOVE 'N' TO WS-FIM-NOTAS
           PERFORM UNTIL WS-FIM-NOTAS = 'S'
           READ NOTAS-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-NOTAS
               NOT AT END
                   MOVE NOTAS-NUMBER TO WS-NUMERO
                   PERFORM CALCULAR-SALDO-ALUNO
                   IF WS-SALDO-VENCIDO > ZERO
                       MOVE CODTURMA-ALUNO   TO SORT-CODTURMA
                       MOVE NOTAS-NUMBER     TO SORT-NUMBER
                       MOVE NOMEALUNO        TO SORT-NOMEALUNO
                       MOVE WS-SALDO         TO SORT-SALDO
                       MOVE WS-SALDO-VENCIDO TO SORT-VENCIDO
                       RELEASE SORT-REG-ATRASO
                       ADD 1 TO WS-TOTAL-ATRASO
                   END-IF
           END-READ
           END-PERFORM
           .

           IMPRIMIR-ATRASOS.
           MOVE SPACE TO LINHA-ATRASO
           STRING "SALDOS EM ATRASO POR TURMA EM " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO LINHA-ATRASO
           WRITE LINHA-ATRASO
           MOVE ZERO TO WS-TOTAL-ESCOLA
           MOVE 'S' TO WS-PRIMEIRA-QUEBRA
           MOVE 'N' TO WS-FIM-ORDENACAO
           PERFORM UNTIL WS-FIM-ORDENACAO = 'S'
           RETURN SORT-ATRASO
               AT END
                   MOVE 'S' TO WS-FIM-ORDENACAO
               NOT AT END
                   IF WS-PRIMEIRA-QUEBRA = 'S'
                           OR SORT-CODTURMA NOT = WS-QUEBRA-TURMA
                       PERFORM CABECALHO-TURMA-ATRASO
                   END-IF
                   ADD 1 TO WS-ALUNOS-TURMA
                   ADD SORT-VENCIDO TO WS-TOTAL-TURMA WS-TOTAL-ESCOLA
                   MOVE SORT-SALDO   TO WS-EDIT-SALDO
                   MOVE SORT-VENCIDO TO WS-EDIT-VENCIDO
                   MOVE SPACE TO LINHA-ATRASO
                   STRING SORT-NUMBER     DELIMITED BY SIZE
                          "     "         DELIMITED BY SIZE
                          SORT-NOMEALUNO  DELIMITED BY SIZE
                          " "             DELIMITED BY SIZE
                          WS-EDIT-SALDO   DELIMITED BY SIZE
                          " "             DELIMITED BY SIZE
                          WS-EDIT-VENCIDO DELIMITED BY SIZE
                          INTO LINHA-ATRASO
                   WRITE LINHA-ATRASO
           END-RETURN
           END-PERFORM
           IF WS-PRIMEIRA-QUEBRA = 'N'
               PERFORM TOTAL-TURMA-ATRASO
           END-IF
           MOVE WS-TOTAL-ESCOLA TO WS-EDIT-VENCIDO
           MOVE SPACE TO LINHA-ATRASO
           WRITE LINHA-ATRASO
           MOVE SPACE TO LINHA-ATRASO
           STRING "TOTAL VENCIDO NA ESCOLA: " DELIMITED BY SIZE
                  WS-EDIT-VENCIDO DELIMITED BY SIZE
                  "  ALUNOS: "    DELIMITED BY SIZE
                  WS-TOTAL-ATRASO DELIMITED BY SIZE
                  INTO LINHA-ATRASO
           WRITE LINHA-ATRASO
           .

           CABECALHO-TURMA-ATRASO.
           IF WS-PRIMEIRA-QUEBRA = 'N'
               PERFORM TOTAL-TURMA-ATRASO
           END-IF
           MOVE 'N' TO WS-PRIMEIRA-QUEBRA
           MOVE SORT-CODTURMA TO WS-QUEBRA-TURMA
           MOVE ZERO TO WS-ALUNOS-TURMA WS-TOTAL-TURMA
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
           MOVE SPACE TO LINHA-ATRASO
           WRITE LINHA-ATRASO
           MOVE SPACE TO LINHA-ATRASO
           STRING "TURMA "      DELIMITED BY SIZE
                  SORT-CODTURMA DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  WS-NOME-TURMA DELIMITED BY SIZE
                  INTO LINHA-ATRASO
           WRITE LINHA-ATRASO
           MOVE SPACE TO LINHA-ATRASO
           STRING "NR ALUNO  NOME DO ALUNO                SALDO"
                  "     VENCIDO"
               DELIMITED BY SIZE INTO LINHA-ATRASO
           WRITE LINHA-ATRASO
           .

           TOTAL-TURMA-ATRASO.
           MOVE WS-TOTAL-TURMA TO WS-EDIT-VENCIDO
           MOVE SPACE TO LINHA-ATRASO
           STRING "TOTAL VENCIDO DA TURMA: " DELIMITED BY SIZE
                  WS-EDIT-VENCIDO DELIMITED BY SIZE
                  "  ALUNOS: "    DELIMITED BY SIZE
                  WS-ALUNOS-TURMA DELIMITED BY SIZE
                  INTO LINHA-ATRASO
           WRITE LINHA-ATRASO
           .

      ******************************************************************
      * Alunos com matricula transferida (T) ou de saida (S) e saldo
      * diferente de zero: a conta tem de ser acertada antes de o
      * registo do aluno ser fechado.
      ******************************************************************
           SAIDAS-COM-SALDO.
           OPEN INPUT CONTA-FILE
           IF WS-CONTA-STATUS NOT = "00"
               DISPLAY "ERRO: SEM contacorrente.dat, CORRA "
                   "CriarContaIndexado"
               PERFORM MENU-CONTA
           END-IF
           OPEN INPUT MATRICULA-FILE
           IF WS-MATRIC-STATUS NOT = "00"
               DISPLAY "ERRO: SEM matricula.dat, CORRA "
                   "CriarMatriculaIndexado"
               CLOSE CONTA-FILE
               PERFORM MENU-CONTA
           END-IF
           OPEN INPUT NOTAS-FILE
           IF WS-NOTAS-STATUS = "00"
               MOVE 'S' TO WS-NOTAS-OK
           ELSE
               MOVE 'N' TO WS-NOTAS-OK
           END-IF
           OPEN OUTPUT SAIDA-FILE
           IF WS-SAIDA-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL CRIAR saidascomsaldo.lst"
               CLOSE CONTA-FILE
               CLOSE MATRICULA-FILE
               IF WS-NOTAS-OK = 'S'
                   CLOSE NOTAS-FILE
               END-IF
               PERFORM MENU-CONTA
           END-IF
           MOVE SPACE TO LINHA-SAIDA
           STRING "ALUNOS DE SAIDA COM SALDO EM ABERTO EM "
                      DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO LINHA-SAIDA
           WRITE LINHA-SAIDA
           MOVE SPACE TO LINHA-SAIDA
           STRING "NR ALUNO  NOME DO ALUNO        ESTADO       "
                  "       SALDO"
               DELIMITED BY SIZE INTO LINHA-SAIDA
           WRITE LINHA-SAIDA

           MOVE ZERO TO WS-TOTAL-SAIDAS
           MOVE 'N' TO WS-FIM-MATRIC
           PERFORM UNTIL WS-FIM-MATRIC = 'S'
           READ MATRICULA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-MATRIC
               NOT AT END
                   IF MATRIC-ESTADO = 'T' OR MATRIC-ESTADO = 'S'
                       MOVE MATRIC-NUMBER TO WS-NUMERO
                       PERFORM CALCULAR-SALDO-ALUNO
                       IF WS-SALDO NOT = ZERO
                           PERFORM ESCREVER-SAIDA-COM-SALDO
                       END-IF
                   END-IF
           END-READ
           END-PERFORM

           CLOSE SAIDA-FILE
           CLOSE CONTA-FILE
           CLOSE MATRICULA-FILE
           IF WS-NOTAS-OK = 'S'
               CLOSE NOTAS-FILE
           END-IF
           DISPLAY "ALUNOS DE SAIDA COM SALDO: " WS-TOTAL-SAIDAS
           DISPLAY "LISTAGEM GRAVADA EM saidascomsaldo.lst"
           PERFORM MENU-CONTA
           .

           ESCREVER-SAIDA-COM-SALDO.
           ADD 1 TO WS-TOTAL-SAIDAS
           MOVE SPACE TO WS-NOME-ALUNO
           IF WS-NOTAS-OK = 'S'
               MOVE MATRIC-NUMBER TO NOTAS-NUMBER
               READ NOTAS-FILE KEY IS NOTAS-NUMBER
                   INVALID KEY
                       MOVE "(REGISTO JA FECHADO)" TO WS-NOME-ALUNO
                   NOT INVALID KEY
                       MOVE NOMEALUNO TO WS-NOME-ALUNO
               END-READ
           END-IF
           IF MATRIC-ESTADO = 'T'
               MOVE "TRANSFERIDO" TO WS-ESTADO-DESCR
           ELSE
               MOVE "SAIU" TO WS-ESTADO-DESCR
           END-IF
           MOVE WS-SALDO TO WS-EDIT-SALDO
           MOVE SPACE TO LINHA-SAIDA
           STRING MATRIC-NUMBER   DELIMITED BY SIZE
                  "     "         DELIMITED BY SIZE
                  WS-NOME-ALUNO   DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-ESTADO-DESCR DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-EDIT-SALDO   DELIMITED BY SIZE
                  INTO LINHA-SAIDA
           WRITE LINHA-SAIDA
           DISPLAY "AVISO: ALUNO " MATRIC-NUMBER " " WS-ESTADO-DESCR
               " COM SALDO " WS-EDIT-SALDO
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
       END PROGRAM ContaCorrente.
