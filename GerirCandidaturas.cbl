      ******************************************************************
      * Author:
      * Date:
      * Purpose: registo das candidaturas de novos alunos
      *          (candidaturas.dat): dados do candidato, ano de
      *          escolaridade pedido e criterios de prioridade (irmao
      *          ja matriculado, residencia na area da escola,
      *          necessidades educativas especiais), consulta e
      *          desistencia; a seriacao e a colocacao nas turmas sao
      *          feitas por ColocarCandidaturas
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GerirCandidaturas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "slcand.cbl".
           COPY "slencar.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "fdcand.cbl".
           COPY "fdencar.cbl".

       WORKING-STORAGE SECTION.
       77 WS-CAND-STATUS             PIC XX.
       77 WS-ENC-STATUS              PIC XX.
       77 WS-OPCAO                   PIC 9.
       77 WS-CAND-NUMBER             PIC 9(5).
       77 WS-ULTIMO-NUMBER           PIC 9(5) VALUE ZERO.
       77 WS-FIM-CANDIDATURA         PIC X VALUE 'N'.
       77 WS-EXISTE                  PIC X VALUE 'N'.
       77 WS-ENC-VALIDO              PIC X VALUE 'N'.
       77 WS-CODENC                  PIC 9(5).
       77 WS-RESPOSTA                PIC X.
       77 WS-NOME-ESTADO             PIC X(15).
       77 WS-NOVO-NOME               PIC A(20).
       77 WS-NOVA-MORADA             PIC X(40).
       77 WS-NOVO-CONTACTO           PIC X(15).
       77 WS-NOVA-DATA-NASC          PIC 9(8).
       77 WS-NOVO-ANO-PEDIDO         PIC 9(2).
       77 WS-NOVO-CRITERIO           PIC X.
       77 WS-ANO-PEDIDO-MIN          PIC 9(2) VALUE 01.
       77 WS-ANO-PEDIDO-MAX          PIC 9(2) VALUE 12.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CONTINUE.
           MENU-CANDIDATURAS.
           DISPLAY " "
           DISPLAY "***     CANDIDATURAS DE NOVOS ALUNOS     ***"
           DISPLAY "*** 1-INSERIR CANDIDATURA                ***"
           DISPLAY "*** 2-EDITAR CANDIDATURA                 ***"
           DISPLAY "*** 3-CONSULTAR CANDIDATURA              ***"
           DISPLAY "*** 4-REGISTAR DESISTENCIA               ***"
           DISPLAY "***               0-SAIR                 ***"
           ACCEPT WS-OPCAO
           IF WS-OPCAO = 1
               PERFORM INSERIR-CANDIDATURA
           ELSE IF WS-OPCAO = 2
               PERFORM EDITAR-CANDIDATURA
           ELSE IF WS-OPCAO = 3
               PERFORM CONSULTAR-CANDIDATURA
           ELSE IF WS-OPCAO = 4
               PERFORM REGISTAR-DESISTENCIA
           ELSE IF WS-OPCAO = 0
               PERFORM FIM
           ELSE
               DISPLAY "OPCAO INVALIDA, DIGITE UM NR VALIDO DO MENU"
               PERFORM MENU-CANDIDATURAS
           .

      ******************************************************************
      * Insere uma candidatura com o numero seguinte ao maior
      * existente. O encarregado pode ser um ja registado em
      * encarregados.dat (os irmaos ja matriculados com o mesmo
      * encarregado contam na seriacao) ou so indicado pelo nome.
      ******************************************************************
           INSERIR-CANDIDATURA.
           OPEN I-O CANDIDATURA-FILE
           IF WS-CAND-STATUS NOT = "00"
               DISPLAY "ERRO: SEM candidaturas.dat, CORRA "
                   "CriarCandidaturaIndexado"
               PERFORM MENU-CANDIDATURAS
           END-IF

           PERFORM OBTER-ULTIMO-NUMERO
           ADD 1 TO WS-ULTIMO-NUMBER
           MOVE WS-ULTIMO-NUMBER TO WS-CAND-NUMBER
           DISPLAY "CANDIDATURA NR " WS-CAND-NUMBER

           INITIALIZE REG-CANDIDATURA
           MOVE WS-CAND-NUMBER TO CAND-NUMBER
           DISPLAY "NOME DO CANDIDATO: "
           PERFORM UNTIL CAND-NOME NOT = SPACES
           ACCEPT CAND-NOME
           IF CAND-NOME = SPACES
               DISPLAY "O NOME E OBRIGATORIO, INSIRA NOVAMENTE!"
           END-IF
           END-PERFORM

           DISPLAY "DATA DE NASCIMENTO (AAAAMMDD): "
           PERFORM UNTIL CAND-DATA-NASC > ZERO
           ACCEPT CAND-DATA-NASC
           IF CAND-DATA-NASC = ZERO
               DISPLAY "DATA INVALIDA, INSIRA NOVAMENTE!"
           END-IF
           END-PERFORM

           DISPLAY "MORADA: "
           ACCEPT CAND-MORADA
           DISPLAY "CONTACTO (TELEFONE): "
           ACCEPT CAND-CONTACTO

           DISPLAY "NR DO ENCARREGADO EM encarregados.dat "
               "(0 SE NENHUM): "
           PERFORM PEDIR-ENCARREGADO-CANDIDATURA
           IF WS-ENC-VALIDO = 'S'
               MOVE WS-CODENC TO CAND-CODENC
               MOVE ENC-NOME  TO CAND-ENCARREGADO
           ELSE
               DISPLAY "ENCARREGADO DE EDUCACAO: "
               PERFORM UNTIL CAND-ENCARREGADO NOT = SPACE
               ACCEPT CAND-ENCARREGADO
               IF CAND-ENCARREGADO = SPACE
                   DISPLAY "NOME INVALIDO, INSIRA NOVAMENTE!"
               END-IF
               END-PERFORM
           END-IF

           DISPLAY "ANO DE ESCOLARIDADE PEDIDO (" WS-ANO-PEDIDO-MIN
               "-" WS-ANO-PEDIDO-MAX "): "
           PERFORM UNTIL CAND-ANO-PEDIDO >= WS-ANO-PEDIDO-MIN
                   AND CAND-ANO-PEDIDO <= WS-ANO-PEDIDO-MAX
           ACCEPT CAND-ANO-PEDIDO
           IF CAND-ANO-PEDIDO < WS-ANO-PEDIDO-MIN
                   OR CAND-ANO-PEDIDO > WS-ANO-PEDIDO-MAX
               DISPLAY "ANO INVALIDO, INSIRA NOVAMENTE!"
           END-IF
           END-PERFORM

           DISPLAY "IRMAO JA MATRICULADO NA ESCOLA? (S/N): "
           PERFORM PEDIR-CRITERIO
           MOVE WS-NOVO-CRITERIO TO CAND-IRMAO
           DISPLAY "RESIDE NA AREA DA ESCOLA? (S/N): "
           PERFORM PEDIR-CRITERIO
           MOVE WS-NOVO-CRITERIO TO CAND-AREA
           DISPLAY "NECESSIDADES EDUCATIVAS ESPECIAIS? (S/N): "
           PERFORM PEDIR-CRITERIO
           MOVE WS-NOVO-CRITERIO TO CAND-NEE

           ACCEPT CAND-DATA-ENTRADA FROM DATE YYYYMMDD
           MOVE 'P' TO CAND-ESTADO
           MOVE ZERO TO CAND-CODTURMA CAND-ORDEM CAND-ALUNO

           WRITE REG-CANDIDATURA
               INVALID KEY
                   DISPLAY "ERRO! JA EXISTE A CANDIDATURA NR "
                       WS-CAND-NUMBER
               NOT INVALID KEY
                   DISPLAY "CANDIDATURA " WS-CAND-NUMBER
                       " INSERIDA COM SUCESSO!"
           END-WRITE
           CLOSE CANDIDATURA-FILE
           DISPLAY "QUER INSERIR MAIS ALGUMA CANDIDATURA?"
           DISPLAY "S PARA CONTINUAR, OUTRA TECLA QUALQUER PARA SAIR"
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA = "S"
               PERFORM INSERIR-CANDIDATURA
           ELSE
               PERFORM MENU-CANDIDATURAS
           END-IF
           .

           OBTER-ULTIMO-NUMERO.
           MOVE ZERO TO WS-ULTIMO-NUMBER
           MOVE 'N' TO WS-FIM-CANDIDATURA
           MOVE 99999 TO CAND-NUMBER
           START CANDIDATURA-FILE KEY IS NOT > CAND-NUMBER
               INVALID KEY
                   MOVE 'S' TO WS-FIM-CANDIDATURA
           END-START
           IF WS-FIM-CANDIDATURA = 'N'
               READ CANDIDATURA-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CAND-NUMBER TO WS-ULTIMO-NUMBER
               END-READ
           END-IF
           .

           PEDIR-CRITERIO.
           MOVE SPACE TO WS-NOVO-CRITERIO
           PERFORM UNTIL WS-NOVO-CRITERIO = 'S'
                   OR WS-NOVO-CRITERIO = 'N'
           ACCEPT WS-NOVO-CRITERIO
           IF WS-NOVO-CRITERIO NOT = 'S' AND WS-NOVO-CRITERIO NOT = 'N'
               DISPLAY "RESPONDA S OU N!"
           END-IF
           END-PERFORM
           .

      ******************************************************************
      * Le o nr do encarregado; WS-ENC-VALIDO fica S quando o
      * encarregado existe em encarregados.dat (ENC-NOME carregado).
      ******************************************************************
           PEDIR-ENCARREGADO-CANDIDATURA.
           MOVE 'N' TO WS-ENC-VALIDO
           MOVE ZERO TO WS-CODENC
           ACCEPT WS-CODENC
           IF WS-CODENC NOT = ZERO
               OPEN INPUT ENCARREGADO-FILE
               IF WS-ENC-STATUS NOT = "00"
                   DISPLAY "AVISO: SEM encarregados.dat, INDIQUE O "
                       "NOME DO ENCARREGADO"
               ELSE
                   MOVE WS-CODENC TO ENC-NUMBER
                   READ ENCARREGADO-FILE KEY IS ENC-NUMBER
                       INVALID KEY
                           DISPLAY "AVISO: ENCARREGADO " WS-CODENC
                               " NAO EXISTE, INDIQUE O NOME"
                       NOT INVALID KEY
                           MOVE 'S' TO WS-ENC-VALIDO
                           DISPLAY "ENCARREGADO: " ENC-NOME
                   END-READ
                   CLOSE ENCARREGADO-FILE
               END-IF
           END-IF
           .

      ******************************************************************
      * Edita uma candidatura ainda nao matriculada. Campo deixado em
      * branco (ou a zero) mantem o valor atual. Uma candidatura ja
      * colocada ou em lista de espera volta a pendente, para entrar
      * de novo na proxima seriacao.
      ******************************************************************
           EDITAR-CANDIDATURA.
           OPEN I-O CANDIDATURA-FILE
           IF WS-CAND-STATUS NOT = "00"
               DISPLAY "ERRO: SEM candidaturas.dat, CORRA "
                   "CriarCandidaturaIndexado"
               PERFORM MENU-CANDIDATURAS
           END-IF

           DISPLAY "NR DA CANDIDATURA A EDITAR: "
           ACCEPT WS-CAND-NUMBER
           MOVE WS-CAND-NUMBER TO CAND-NUMBER
           MOVE 'S' TO WS-EXISTE
           READ CANDIDATURA-FILE
               INVALID KEY
                   MOVE 'N' TO WS-EXISTE
           END-READ
           IF WS-EXISTE = 'N'
               DISPLAY "CANDIDATURA " WS-CAND-NUMBER " NAO EXISTE."
               CLOSE CANDIDATURA-FILE
               PERFORM MENU-CANDIDATURAS
           END-IF
           IF CAND-ESTADO = 'M' OR CAND-ESTADO = 'D'
               PERFORM DESCREVER-ESTADO-CANDIDATURA
               DISPLAY "ERRO! CANDIDATURA " WS-NOME-ESTADO
                   ", NAO PODE SER ALTERADA."
               CLOSE CANDIDATURA-FILE
               PERFORM MENU-CANDIDATURAS
           END-IF

           PERFORM MOSTRAR-CANDIDATURA
           DISPLAY "(DEIXE EM BRANCO PARA MANTER O VALOR ATUAL)"
           DISPLAY "NOVO NOME: "
           MOVE SPACES TO WS-NOVO-NOME
           ACCEPT WS-NOVO-NOME
           DISPLAY "NOVA DATA DE NASCIMENTO (0 PARA MANTER): "
           MOVE ZERO TO WS-NOVA-DATA-NASC
           ACCEPT WS-NOVA-DATA-NASC
           DISPLAY "NOVA MORADA: "
           MOVE SPACES TO WS-NOVA-MORADA
           ACCEPT WS-NOVA-MORADA
           DISPLAY "NOVO CONTACTO: "
           MOVE SPACES TO WS-NOVO-CONTACTO
           ACCEPT WS-NOVO-CONTACTO
           DISPLAY "NOVO ANO DE ESCOLARIDADE (0 PARA MANTER): "
           MOVE ZERO TO WS-NOVO-ANO-PEDIDO
           ACCEPT WS-NOVO-ANO-PEDIDO

           IF WS-NOVO-NOME NOT = SPACES
               MOVE WS-NOVO-NOME TO CAND-NOME
           END-IF
           IF WS-NOVA-DATA-NASC NOT = ZERO
               MOVE WS-NOVA-DATA-NASC TO CAND-DATA-NASC
           END-IF
           IF WS-NOVA-MORADA NOT = SPACES
               MOVE WS-NOVA-MORADA TO CAND-MORADA
           END-IF
           IF WS-NOVO-CONTACTO NOT = SPACES
               MOVE WS-NOVO-CONTACTO TO CAND-CONTACTO
           END-IF
           IF WS-NOVO-ANO-PEDIDO >= WS-ANO-PEDIDO-MIN
                   AND WS-NOVO-ANO-PEDIDO <= WS-ANO-PEDIDO-MAX
               MOVE WS-NOVO-ANO-PEDIDO TO CAND-ANO-PEDIDO
           END-IF

           DISPLAY "NOVO NR DO ENCARREGADO (0 PARA MANTER): "
           PERFORM PEDIR-ENCARREGADO-CANDIDATURA
           IF WS-ENC-VALIDO = 'S'
               MOVE WS-CODENC TO CAND-CODENC
               MOVE ENC-NOME  TO CAND-ENCARREGADO
           END-IF

           DISPLAY "IRMAO JA MATRICULADO NA ESCOLA? (S/N): "
           PERFORM PEDIR-CRITERIO
           MOVE WS-NOVO-CRITERIO TO CAND-IRMAO
           DISPLAY "RESIDE NA AREA DA ESCOLA? (S/N): "
           PERFORM PEDIR-CRITERIO
           MOVE WS-NOVO-CRITERIO TO CAND-AREA
           DISPLAY "NECESSIDADES EDUCATIVAS ESPECIAIS? (S/N): "
           PERFORM PEDIR-CRITERIO
           MOVE WS-NOVO-CRITERIO TO CAND-NEE

           MOVE 'P'  TO CAND-ESTADO
           MOVE ZERO TO CAND-CODTURMA CAND-ORDEM

           REWRITE REG-CANDIDATURA
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A CANDIDATURA."
               NOT INVALID KEY
                   DISPLAY "CANDIDATURA ALTERADA COM SUCESSO!"
           END-REWRITE
           CLOSE CANDIDATURA-FILE
           PERFORM MENU-CANDIDATURAS
           .

           CONSULTAR-CANDIDATURA.
           OPEN INPUT CANDIDATURA-FILE
           IF WS-CAND-STATUS NOT = "00"
               DISPLAY "ERRO: SEM candidaturas.dat, CORRA "
                   "CriarCandidaturaIndexado"
               PERFORM MENU-CANDIDATURAS
           END-IF

           DISPLAY "NR DA CANDIDATURA: "
           ACCEPT WS-CAND-NUMBER
           MOVE WS-CAND-NUMBER TO CAND-NUMBER
           READ CANDIDATURA-FILE
               INVALID KEY
                   DISPLAY "CANDIDATURA " WS-CAND-NUMBER " NAO EXISTE."
               NOT INVALID KEY
                   PERFORM MOSTRAR-CANDIDATURA
           END-READ
           CLOSE CANDIDATURA-FILE
           PERFORM MENU-CANDIDATURAS
           .

           MOSTRAR-CANDIDATURA.
           PERFORM DESCREVER-ESTADO-CANDIDATURA
           DISPLAY "NR:              " CAND-NUMBER
           DISPLAY "NOME:            " CAND-NOME
           DISPLAY "NASCIMENTO:      " CAND-DATA-NASC
           DISPLAY "MORADA:          " CAND-MORADA
           DISPLAY "CONTACTO:        " CAND-CONTACTO
           DISPLAY "ENCARREGADO:     " CAND-CODENC " " CAND-ENCARREGADO
           DISPLAY "ANO PEDIDO:      " CAND-ANO-PEDIDO
           DISPLAY "IRMAO NA ESCOLA: " CAND-IRMAO
               "   AREA: " CAND-AREA "   NEE: " CAND-NEE
           DISPLAY "ENTRADA:         " CAND-DATA-ENTRADA
           DISPLAY "ESTADO:          " WS-NOME-ESTADO
           IF CAND-ESTADO = 'C' OR CAND-ESTADO = 'E'
                   OR CAND-ESTADO = 'M'
               DISPLAY "ORDEM NO ANO:    " CAND-ORDEM
           END-IF
           IF CAND-ESTADO = 'C' OR CAND-ESTADO = 'M'
               DISPLAY "TURMA:           " CAND-CODTURMA
           END-IF
           IF CAND-ESTADO = 'M'
               DISPLAY "NR DE ALUNO:     " CAND-ALUNO
           END-IF
           .

           DESCREVER-ESTADO-CANDIDATURA.
           IF CAND-ESTADO = 'P'
               MOVE "PENDENTE"        TO WS-NOME-ESTADO
           ELSE IF CAND-ESTADO = 'C'
               MOVE "COLOCADA"        TO WS-NOME-ESTADO
           ELSE IF CAND-ESTADO = 'E'
               MOVE "LISTA DE ESPERA" TO WS-NOME-ESTADO
           ELSE IF CAND-ESTADO = 'M'
               MOVE "MATRICULADA"     TO WS-NOME-ESTADO
           ELSE IF CAND-ESTADO = 'D'
               MOVE "DESISTIU"        TO WS-NOME-ESTADO
           ELSE
               MOVE CAND-ESTADO       TO WS-NOME-ESTADO
           END-IF
           .

      ******************************************************************
      * Desistencia: a candidatura sai da seriacao e liberta o lugar
      * que tinha na proposta de colocacao.
      ******************************************************************
           REGISTAR-DESISTENCIA.
           OPEN I-O CANDIDATURA-FILE
           IF WS-CAND-STATUS NOT = "00"
               DISPLAY "ERRO: SEM candidaturas.dat, CORRA "
                   "CriarCandidaturaIndexado"
               PERFORM MENU-CANDIDATURAS
           END-IF

           DISPLAY "NR DA CANDIDATURA: "
           ACCEPT WS-CAND-NUMBER
           MOVE WS-CAND-NUMBER TO CAND-NUMBER
           MOVE 'S' TO WS-EXISTE
           READ CANDIDATURA-FILE
               INVALID KEY
                   MOVE 'N' TO WS-EXISTE
           END-READ
           IF WS-EXISTE = 'N'
               DISPLAY "CANDIDATURA " WS-CAND-NUMBER " NAO EXISTE."
           ELSE IF CAND-ESTADO = 'M'
               DISPLAY "ERRO! CANDIDATO JA MATRICULADO COMO ALUNO "
                   CAND-ALUNO
           ELSE
               PERFORM MOSTRAR-CANDIDATURA
               DISPLAY "CONFIRMA A DESISTENCIA? (S PARA CONFIRMAR): "
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA = 'S'
                   MOVE 'D'  TO CAND-ESTADO
                   MOVE ZERO TO CAND-CODTURMA
                   REWRITE REG-CANDIDATURA
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A CANDIDATURA."
                       NOT INVALID KEY
                           DISPLAY "DESISTENCIA REGISTADA."
                   END-REWRITE
               END-IF
           END-IF
           END-IF
           CLOSE CANDIDATURA-FILE
           PERFORM MENU-CANDIDATURAS
           .

           FIM.
           STOP RUN.
       END PROGRAM GerirCandidaturas.
