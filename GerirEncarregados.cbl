      ******************************************************************
      * Author:
      * Date:
      * Purpose: maintenance of the encarregados de educacao master
      *          encarregados.dat (name, morada, telefone, email and
      *          NIF), lookup of an encarregado by name and the list of
      *          the children whose matricula points to an encarregado,
      *          used by the registrar and by the secretaria to keep
      *          one contact per family for letters and statements
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GerirEncarregados.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "slencar.cbl".
           COPY "slmatric.cbl".
           COPY "slnotas.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "fdencar.cbl".
           COPY "fdmatric.cbl".
           COPY "fdnotas.cbl".

       WORKING-STORAGE SECTION.
       77 WS-ENC-STATUS              PIC XX.
       77 WS-MATRIC-STATUS           PIC XX.
       77 WS-NOTAS-STATUS            PIC XX.
       77 WS-OPCAO                   PIC 9.
       77 WS-ENC-NUMBER              PIC 9(5).
       77 WS-ULTIMO-NUMBER           PIC 9(5) VALUE ZERO.
       77 WS-FIM-ENCARREGADO         PIC X VALUE 'N'.
       77 WS-FIM-MATRICULA           PIC X VALUE 'N'.
       77 WS-EXISTE                  PIC X VALUE 'N'.
       77 WS-NOTAS-OK                PIC X VALUE 'N'.
       77 WS-TOTAL-FILHOS            PIC 9(3) VALUE ZERO.
       77 WS-TOTAL-ENCONTRADOS       PIC 9(3) VALUE ZERO.
       77 WS-NOME-PESQUISA           PIC A(40).
       77 WS-TAMANHO-PESQUISA        PIC 9(2).
       77 WS-NOME-ALUNO              PIC A(20).
       77 WS-NOME-ESTADO             PIC X(11).
       77 WS-NOVO-NOME               PIC A(40).
       77 WS-NOVA-MORADA             PIC X(40).
       77 WS-NOVO-TELEFONE           PIC X(15).
       77 WS-NOVO-EMAIL              PIC X(40).
       77 WS-NOVO-NIF                PIC 9(9).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CONTINUE.
           MENU-ENCARREGADOS.
           DISPLAY " "
           DISPLAY "***   ENCARREGADOS DE EDUCACAO   ***"
           DISPLAY "*** 1-INSERIR ENCARREGADO        ***"
           DISPLAY "*** 2-EDITAR ENCARREGADO         ***"
           DISPLAY "*** 3-CONSULTAR ENCARREGADO      ***"
           DISPLAY "*** 4-EDUCANDOS DO ENCARREGADO   ***"
           DISPLAY "*** 5-PESQUISAR POR NOME         ***"
           DISPLAY "***           0-SAIR             ***"
           ACCEPT WS-OPCAO
           IF WS-OPCAO = 1
               PERFORM INSERIR-ENCARREGADO
           ELSE IF WS-OPCAO = 2
               PERFORM EDITAR-ENCARREGADO
           ELSE IF WS-OPCAO = 3
               PERFORM CONSULTAR-ENCARREGADO
           ELSE IF WS-OPCAO = 4
               PERFORM LISTAR-EDUCANDOS
           ELSE IF WS-OPCAO = 5
               PERFORM PESQUISAR-ENCARREGADO
           ELSE IF WS-OPCAO = 0
               PERFORM FIM
           ELSE
               DISPLAY "OPCAO INVALIDA, DIGITE UM NR VALIDO DO MENU"
               PERFORM MENU-ENCARREGADOS
           .

      ******************************************************************
      * Insere um encarregado. O numero e proposto a seguir ao maior
      * numero existente; o operador pode aceitar (0) ou indicar outro
      * numero livre. O nome e obrigatorio, o NIF zero fica como nao
      * indicado.
      ******************************************************************
           INSERIR-ENCARREGADO.
           OPEN I-O ENCARREGADO-FILE
           IF WS-ENC-STATUS NOT = "00"
               DISPLAY "ERRO: SEM encarregados.dat, CORRA "
                   "CriarEncarregadoIndexado"
               PERFORM MENU-ENCARREGADOS
           END-IF

           PERFORM OBTER-ULTIMO-NUMERO
           ADD 1 TO WS-ULTIMO-NUMBER
           DISPLAY "NR DO ENCARREGADO (0 PARA USAR O NR "
               WS-ULTIMO-NUMBER "): "
           ACCEPT WS-ENC-NUMBER
           IF WS-ENC-NUMBER = ZERO
               MOVE WS-ULTIMO-NUMBER TO WS-ENC-NUMBER
           END-IF

           MOVE SPACES TO WS-NOVO-NOME
           PERFORM UNTIL WS-NOVO-NOME NOT = SPACES
           DISPLAY "NOME COMPLETO: "
           ACCEPT WS-NOVO-NOME
           IF WS-NOVO-NOME = SPACES
               DISPLAY "O NOME E OBRIGATORIO, INSIRA NOVAMENTE!"
           END-IF
           END-PERFORM

           INITIALIZE REG-ENCARREGADO
           MOVE WS-ENC-NUMBER TO ENC-NUMBER
           MOVE WS-NOVO-NOME  TO ENC-NOME
           DISPLAY "MORADA: "
           ACCEPT ENC-MORADA
           DISPLAY "TELEFONE: "
           ACCEPT ENC-TELEFONE
           DISPLAY "EMAIL: "
           ACCEPT ENC-EMAIL
           DISPLAY "NIF (0 SE NAO INDICADO): "
           ACCEPT ENC-NIF

           WRITE REG-ENCARREGADO
               INVALID KEY
                   DISPLAY "ERRO! JA EXISTE UM ENCARREGADO COM O NR "
                       WS-ENC-NUMBER
               NOT INVALID KEY
                   DISPLAY "ENCARREGADO " WS-ENC-NUMBER
                       " INSERIDO COM SUCESSO!"
           END-WRITE
           CLOSE ENCARREGADO-FILE
           PERFORM MENU-ENCARREGADOS
           .

           OBTER-ULTIMO-NUMERO.
           MOVE ZERO TO WS-ULTIMO-NUMBER
           MOVE 'N' TO WS-FIM-ENCARREGADO
           MOVE 99999 TO ENC-NUMBER
           START ENCARREGADO-FILE KEY IS NOT > ENC-NUMBER
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ENCARREGADO
           END-START
           IF WS-FIM-ENCARREGADO = 'N'
               READ ENCARREGADO-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ENC-NUMBER TO WS-ULTIMO-NUMBER
               END-READ
           END-IF
           .

      ******************************************************************
      * Edita os dados de um encarregado. Campo deixado em branco (ou
      * NIF a zero) mantem o valor atual.
      ******************************************************************
           EDITAR-ENCARREGADO.
           OPEN I-O ENCARREGADO-FILE
           IF WS-ENC-STATUS NOT = "00"
               DISPLAY "ERRO: SEM encarregados.dat, CORRA "
                   "CriarEncarregadoIndexado"
               PERFORM MENU-ENCARREGADOS
           END-IF

           DISPLAY "NR DO ENCARREGADO A EDITAR: "
           ACCEPT WS-ENC-NUMBER
           MOVE WS-ENC-NUMBER TO ENC-NUMBER
           MOVE 'S' TO WS-EXISTE
           READ ENCARREGADO-FILE
               INVALID KEY
                   MOVE 'N' TO WS-EXISTE
           END-READ
           IF WS-EXISTE = 'N'
               DISPLAY "ENCARREGADO " WS-ENC-NUMBER " NAO EXISTE."
               CLOSE ENCARREGADO-FILE
               PERFORM MENU-ENCARREGADOS
           END-IF

           PERFORM MOSTRAR-ENCARREGADO
           DISPLAY "(DEIXE EM BRANCO PARA MANTER O VALOR ATUAL)"
           DISPLAY "NOVO NOME: "
           MOVE SPACES TO WS-NOVO-NOME
           ACCEPT WS-NOVO-NOME
           DISPLAY "NOVA MORADA: "
           MOVE SPACES TO WS-NOVA-MORADA
           ACCEPT WS-NOVA-MORADA
           DISPLAY "NOVO TELEFONE: "
           MOVE SPACES TO WS-NOVO-TELEFONE
           ACCEPT WS-NOVO-TELEFONE
           DISPLAY "NOVO EMAIL: "
           MOVE SPACES TO WS-NOVO-EMAIL
           ACCEPT WS-NOVO-EMAIL
           DISPLAY "NOVO NIF (0 PARA MANTER): "
           MOVE ZERO TO WS-NOVO-NIF
           ACCEPT WS-NOVO-NIF

           IF WS-NOVO-NOME NOT = SPACES
               MOVE WS-NOVO-NOME TO ENC-NOME
           END-IF
           IF WS-NOVA-MORADA NOT = SPACES
               MOVE WS-NOVA-MORADA TO ENC-MORADA
           END-IF
           IF WS-NOVO-TELEFONE NOT = SPACES
               MOVE WS-NOVO-TELEFONE TO ENC-TELEFONE
           END-IF
           IF WS-NOVO-EMAIL NOT = SPACES
               MOVE WS-NOVO-EMAIL TO ENC-EMAIL
           END-IF
           IF WS-NOVO-NIF NOT = ZERO
               MOVE WS-NOVO-NIF TO ENC-NIF
           END-IF

           REWRITE REG-ENCARREGADO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O ENCARREGADO."
               NOT INVALID KEY
                   DISPLAY "ENCARREGADO ALTERADO COM SUCESSO!"
           END-REWRITE
           CLOSE ENCARREGADO-FILE
           PERFORM MENU-ENCARREGADOS
           .

           CONSULTAR-ENCARREGADO.
           OPEN INPUT ENCARREGADO-FILE
           IF WS-ENC-STATUS NOT = "00"
               DISPLAY "ERRO: SEM encarregados.dat, CORRA "
                   "CriarEncarregadoIndexado"
               PERFORM MENU-ENCARREGADOS
           END-IF

           DISPLAY "NR DO ENCARREGADO: "
           ACCEPT WS-ENC-NUMBER
           MOVE WS-ENC-NUMBER TO ENC-NUMBER
           READ ENCARREGADO-FILE
               INVALID KEY
                   DISPLAY "ENCARREGADO " WS-ENC-NUMBER " NAO EXISTE."
               NOT INVALID KEY
                   PERFORM MOSTRAR-ENCARREGADO
           END-READ
           CLOSE ENCARREGADO-FILE
           PERFORM MENU-ENCARREGADOS
           .

           MOSTRAR-ENCARREGADO.
           DISPLAY "NR:       " ENC-NUMBER
           DISPLAY "NOME:     " ENC-NOME
           DISPLAY "MORADA:   " ENC-MORADA
           DISPLAY "TELEFONE: " ENC-TELEFONE
           DISPLAY "EMAIL:    " ENC-EMAIL
           DISPLAY "NIF:      " ENC-NIF
           .

      ******************************************************************
      * Lista os educandos de um encarregado pela chave alternativa
      * MATRIC-CODENC de matricula.dat, com o nome do aluno tirado de
      * notas.dat e o estado da matricula.
      ******************************************************************
           LISTAR-EDUCANDOS.
           OPEN INPUT ENCARREGADO-FILE
           IF WS-ENC-STATUS NOT = "00"
               DISPLAY "ERRO: SEM encarregados.dat, CORRA "
                   "CriarEncarregadoIndexado"
               PERFORM MENU-ENCARREGADOS
           END-IF
           OPEN INPUT MATRICULA-FILE
           IF WS-MATRIC-STATUS NOT = "00"
               DISPLAY "ERRO: SEM matricula.dat, CORRA "
                   "CriarMatriculaIndexado"
               CLOSE ENCARREGADO-FILE
               PERFORM MENU-ENCARREGADOS
           END-IF
           MOVE 'S' TO WS-NOTAS-OK
           OPEN INPUT NOTAS-FILE
           IF WS-NOTAS-STATUS NOT = "00"
               DISPLAY "AVISO: SEM notas.dat, NOMES DOS ALUNOS NAO "
                   "DISPONIVEIS."
               MOVE 'N' TO WS-NOTAS-OK
           END-IF

           DISPLAY "NR DO ENCARREGADO: "
           ACCEPT WS-ENC-NUMBER
           MOVE WS-ENC-NUMBER TO ENC-NUMBER
           MOVE 'S' TO WS-EXISTE
           READ ENCARREGADO-FILE
               INVALID KEY
                   MOVE 'N' TO WS-EXISTE
           END-READ
           IF WS-EXISTE = 'N'
               DISPLAY "ENCARREGADO " WS-ENC-NUMBER " NAO EXISTE."
           ELSE
               DISPLAY "EDUCANDOS DE " ENC-NOME
               DISPLAY "NR    NOME                 ESTADO"
               MOVE ZERO TO WS-TOTAL-FILHOS
               MOVE WS-ENC-NUMBER TO MATRIC-CODENC
               MOVE 'N' TO WS-FIM-MATRICULA
               START MATRICULA-FILE KEY IS = MATRIC-CODENC
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-MATRICULA
               END-START
               PERFORM UNTIL WS-FIM-MATRICULA = 'S'
               READ MATRICULA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-MATRICULA
                   NOT AT END
                       IF MATRIC-CODENC NOT = WS-ENC-NUMBER
                           MOVE 'S' TO WS-FIM-MATRICULA
                       ELSE
                           PERFORM MOSTRAR-EDUCANDO
                       END-IF
               END-READ
               END-PERFORM
               DISPLAY "TOTAL DE EDUCANDOS: " WS-TOTAL-FILHOS
           END-IF

           CLOSE ENCARREGADO-FILE
           CLOSE MATRICULA-FILE
           IF WS-NOTAS-OK = 'S'
               CLOSE NOTAS-FILE
           END-IF
           PERFORM MENU-ENCARREGADOS
           .

           MOSTRAR-EDUCANDO.
           ADD 1 TO WS-TOTAL-FILHOS
           MOVE SPACES TO WS-NOME-ALUNO
           IF WS-NOTAS-OK = 'S'
               MOVE MATRIC-NUMBER TO NOTAS-NUMBER
               READ NOTAS-FILE
                   INVALID KEY
                       MOVE "(SEM REGISTO)" TO WS-NOME-ALUNO
                   NOT INVALID KEY
                       MOVE NOMEALUNO TO WS-NOME-ALUNO
               END-READ
           END-IF
           IF MATRIC-ESTADO = 'A'
               MOVE "ATIVO"       TO WS-NOME-ESTADO
           ELSE IF MATRIC-ESTADO = 'T'
               MOVE "TRANSFERIDO" TO WS-NOME-ESTADO
           ELSE IF MATRIC-ESTADO = 'S'
               MOVE "SAIU"        TO WS-NOME-ESTADO
           ELSE
               MOVE MATRIC-ESTADO TO WS-NOME-ESTADO
           END-IF
           DISPLAY MATRIC-NUMBER " " WS-NOME-ALUNO " " WS-NOME-ESTADO
           .

      ******************************************************************
      * Pesquisa por nome pela chave alternativa ENC-NOME: mostra os
      * encarregados cujo nome comeca pelo texto indicado.
      ******************************************************************
           PESQUISAR-ENCARREGADO.
           OPEN INPUT ENCARREGADO-FILE
           IF WS-ENC-STATUS NOT = "00"
               DISPLAY "ERRO: SEM encarregados.dat, CORRA "
                   "CriarEncarregadoIndexado"
               PERFORM MENU-ENCARREGADOS
           END-IF

           DISPLAY "INICIO DO NOME A PESQUISAR: "
           MOVE SPACES TO WS-NOME-PESQUISA
           ACCEPT WS-NOME-PESQUISA
           MOVE 40 TO WS-TAMANHO-PESQUISA
           PERFORM UNTIL WS-TAMANHO-PESQUISA = 1
               OR WS-NOME-PESQUISA(WS-TAMANHO-PESQUISA:1) NOT = SPACE
           SUBTRACT 1 FROM WS-TAMANHO-PESQUISA
           END-PERFORM
           MOVE ZERO TO WS-TOTAL-ENCONTRADOS
           MOVE WS-NOME-PESQUISA TO ENC-NOME
           MOVE 'N' TO WS-FIM-ENCARREGADO
           START ENCARREGADO-FILE KEY IS NOT < ENC-NOME
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ENCARREGADO
           END-START
           PERFORM UNTIL WS-FIM-ENCARREGADO = 'S'
           READ ENCARREGADO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ENCARREGADO
               NOT AT END
                   PERFORM VERIFICAR-NOME-PESQUISA
           END-READ
           END-PERFORM
           IF WS-TOTAL-ENCONTRADOS = ZERO
               DISPLAY "NENHUM ENCARREGADO ENCONTRADO."
           END-IF
           CLOSE ENCARREGADO-FILE
           PERFORM MENU-ENCARREGADOS
           .

           VERIFICAR-NOME-PESQUISA.
           IF ENC-NOME(1:WS-TAMANHO-PESQUISA) =
               WS-NOME-PESQUISA(1:WS-TAMANHO-PESQUISA)
               ADD 1 TO WS-TOTAL-ENCONTRADOS
               DISPLAY ENC-NUMBER " " ENC-NOME " " ENC-TELEFONE
           ELSE
               MOVE 'S' TO WS-FIM-ENCARREGADO
           END-IF
           .

           FIM.
           STOP RUN.
       END PROGRAM GerirEncarregados.
