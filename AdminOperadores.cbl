      *          operadores.dat, reserved to senior operators; create,
      *          disable, re-enable and unlock accounts, force a senha
      *          change at the next login and import the entries of
      *          the old flat operadores.cfg, and link an account to
      *          a teacher of professores.dat (profile P). Senhas are
      *          stored ciphered and expire after a set number of days
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "slopera.cbl".
           COPY "slprof.cbl".
           SELECT ANTIGO-FILE ASSIGN TO "operadores.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANTIGO-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY "fdopera.cbl".
           COPY "fdprof.cbl".
       FD  ANTIGO-FILE.
       01  REG-ANTIGO.
           05  ANT-ID                  PIC X(10).
       WORKING-STORAGE SECTION.
       77 WS-OPERADOR-STATUS         PIC XX.
       77 WS-ANTIGO-STATUS           PIC XX.
       77 WS-PROF-STATUS             PIC XX.
       77 WS-OPCAO                   PIC 9.
       77 WS-AUTENTICADO             PIC X VALUE 'N'.
       77 WS-TENTATIVAS              PIC 9 VALUE ZERO.
       77 WS-ID-ALVO                 PIC X(10).
       77 WS-PERFIL-NOVO             PIC X.
       77 WS-ESTADO-NOVO             PIC X.
       77 WS-CODPROF-NOVO            PIC 9(3).
       77 WS-PROF-VALIDO             PIC X.
       77 WS-VALIDADE-SENHA          PIC 9(3) VALUE 90.
       77 WS-DATA-HOJE               PIC 9(8).
       77 WS-TROCA-OBRIGATORIA       PIC X.
           DISPLAY "*** 5-FORCAR TROCA SENHA  ***"
           DISPLAY "*** 6-LISTAR OPERADORES   ***"
           DISPLAY "*** 7-IMPORTAR operadores.cfg ***"
           DISPLAY "*** 8-LIGAR A PROFESSOR   ***"
           DISPLAY "***       0-SAIR          ***"
           ACCEPT WS-OPCAO
           IF WS-OPCAO = 1
               PERFORM LISTAR-OPERADORES
           ELSE IF WS-OPCAO = 7
               PERFORM IMPORTAR-ANTIGO
           ELSE IF WS-OPCAO = 8
               PERFORM LIGAR-PROFESSOR
           ELSE IF WS-OPCAO = 0
               PERFORM FIM
           ELSE
                   PERFORM MENU-ADMIN
           END-READ

           DISPLAY "PERFIL J-JUNIOR S-SENIOR P-PROFESSOR: "
           MOVE SPACE TO WS-PERFIL-NOVO
           PERFORM UNTIL WS-PERFIL-NOVO = 'J'
                   OR WS-PERFIL-NOVO = 'S' OR WS-PERFIL-NOVO = 'P'
           ACCEPT WS-PERFIL-NOVO
           IF WS-PERFIL-NOVO NOT = 'J' AND WS-PERFIL-NOVO NOT = 'S'
                   AND WS-PERFIL-NOVO NOT = 'P'
               DISPLAY "PERFIL INVALIDO, INSIRA NOVAMENTE!"
           END-IF
           END-PERFORM

           MOVE ZERO TO WS-CODPROF-NOVO
           IF WS-PERFIL-NOVO = 'P'
               MOVE 'N' TO WS-PROF-VALIDO
               PERFORM UNTIL WS-PROF-VALIDO = 'S'
               DISPLAY "CODIGO DO PROFESSOR: "
               ACCEPT WS-CODPROF-NOVO
               PERFORM VALIDAR-PROFESSOR
               END-PERFORM
           END-IF

           PERFORM PEDIR-SENHA-NOVA

           INITIALIZE REG-OPERADOR
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE      TO OPERADOR-DATA-SENHA
           MOVE ZERO              TO OPERADOR-TENTATIVAS
           MOVE WS-CODPROF-NOVO   TO OPERADOR-CODPROF
           WRITE REG-OPERADOR
           CLOSE OPERADOR-FILE
           DISPLAY "OPERADOR CRIADO; TROCA DE SENHA OBRIGATORIA NO "
               PERFORM MENU-ADMIN
           END-IF
           DISPLAY "ID          PERFIL ESTADO     SENHA DE   TENT"
               " PROF"
           MOVE 'N' TO WS-FIM-LISTA
           PERFORM UNTIL WS-FIM-LISTA = 'S'
           READ OPERADOR-FILE NEXT RECORD
                   DISPLAY OPERADOR-ID "  " OPERADOR-PERFIL "      "
                       WS-ESTADO-DESCR " " OPERADOR-DATA-SENHA
                       "   " OPERADOR-TENTATIVAS
                       "    " OPERADOR-CODPROF
           END-READ
           END-PERFORM
           CLOSE OPERADOR-FILE
           MOVE 'S'              TO OPERADOR-TROCAR
           MOVE WS-DATA-HOJE     TO OPERADOR-DATA-SENHA
           MOVE ZERO             TO OPERADOR-TENTATIVAS
           MOVE ZERO             TO OPERADOR-CODPROF
           WRITE REG-OPERADOR
               INVALID KEY
                   DISPLAY "AVISO: OPERADOR " ANT-ID " JA EXISTE, "
           END-WRITE
           .

      ******************************************************************
      * Liga (ou desliga, com codigo zero) a conta a um professor de
      * professores.dat; um login de perfil P so lanca notas nas
      * turmas e disciplinas que esse professor leciona, pelo que um
      * perfil P sem professor nao lanca notas em lado nenhum.
      ******************************************************************
           LIGAR-PROFESSOR.
           OPEN I-O OPERADOR-FILE
           IF WS-OPERADOR-STATUS NOT = "00"
               DISPLAY "ERRO: SEM operadores.dat, CORRA "
                   "CriarOperadorIndexado"
               PERFORM MENU-ADMIN
           END-IF
           DISPLAY "ID DO OPERADOR: "
           ACCEPT WS-ID-ALVO
           MOVE WS-ID-ALVO TO OPERADOR-ID
           READ OPERADOR-FILE KEY IS OPERADOR-ID
               INVALID KEY
                   DISPLAY "ERRO! OPERADOR NAO ENCONTRADO."
                   CLOSE OPERADOR-FILE
                   PERFORM MENU-ADMIN
           END-READ
           DISPLAY "PERFIL " OPERADOR-PERFIL
               " PROFESSOR ATUAL " OPERADOR-CODPROF
           MOVE 'N' TO WS-PROF-VALIDO
           PERFORM UNTIL WS-PROF-VALIDO = 'S'
           DISPLAY "CODIGO DO PROFESSOR (0 PARA DESLIGAR): "
           ACCEPT WS-CODPROF-NOVO
           IF WS-CODPROF-NOVO = ZERO
               MOVE 'S' TO WS-PROF-VALIDO
           ELSE
               PERFORM VALIDAR-PROFESSOR
           END-IF
           END-PERFORM
           MOVE WS-CODPROF-NOVO TO OPERADOR-CODPROF
           REWRITE REG-OPERADOR
           IF OPERADOR-PERFIL = 'P' AND WS-CODPROF-NOVO = ZERO
               DISPLAY "AVISO: PERFIL P SEM PROFESSOR NAO PODE LANCAR "
                   "NOTAS."
           END-IF
           DISPLAY "OPERADOR " OPERADOR-ID " LIGADO AO PROFESSOR "
               OPERADOR-CODPROF
           CLOSE OPERADOR-FILE
           PERFORM MENU-ADMIN
           .

           VALIDAR-PROFESSOR.
           MOVE 'N' TO WS-PROF-VALIDO
           OPEN INPUT PROFESSOR-FILE
           IF WS-PROF-STATUS NOT = "00"
               DISPLAY "ERRO: SEM professores.dat, CORRA "
                   "CriarProfessorIndexado"
               CLOSE OPERADOR-FILE
               PERFORM MENU-ADMIN
           END-IF
           MOVE WS-CODPROF-NOVO TO CODPROF
           READ PROFESSOR-FILE KEY IS CODPROF
               INVALID KEY
                   DISPLAY "PROFESSOR INEXISTENTE, INSIRA NOVAMENTE!"
               NOT INVALID KEY
                   DISPLAY "PROFESSOR: " NOMEPROF
                   MOVE 'S' TO WS-PROF-VALIDO
           END-READ
           CLOSE PROFESSOR-FILE
           .

      ******************************************************************
      * Cifra da senha: substituicao de alfabeto seguida de inversao
      * dos 10 caracteres. Tem de ser identica em todos os programas
