      ******************************************************************
      * Author:
      * Date:
      * Purpose: jogo do galo a dois, contra o PC ou em torneio do
      *          clube (jogadores registados, todos contra todos,
      *          classificacao guardada em classificacao.dat)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT JOGOSALVO-FILE ASSIGN TO "jogosalvo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOGOSALVO-STATUS.
           SELECT CLASSIFICACAO-FILE ASSIGN TO "classificacao.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASSIFICACAO-STATUS.
           SELECT TORNEIO-FILE ASSIGN TO "torneio.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TORNEIO-STATUS.
           SELECT TABELA-FILE ASSIGN TO "torneio.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABELA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLACAR-FILE.
           05  SALVO-JOGADOR           PIC X.
           05  SALVO-MODO              PIC 9.
           05  SALVO-CONTADOR          PIC 9.
           05  SALVO-PARTIDA           PIC 9(3).
      ******************************************************************
      * Jogadores do torneio com os totais da classificacao.
      ******************************************************************
       FD  CLASSIFICACAO-FILE.
       01  REG-CLASSIFICACAO.
           05  CLA-NUMERO              PIC 9(3).
           05  CLA-NOME                PIC X(20).
           05  CLA-JOGOS               PIC 9(3).
           05  CLA-VITORIAS            PIC 9(3).
           05  CLA-EMPATES             PIC 9(3).
           05  CLA-DERROTAS            PIC 9(3).
           05  CLA-PONTOS              PIC 9(4).
      ******************************************************************
      * Calendario do torneio: uma partida por par de jogadores;
      * estado P=por jogar S=suspensa J=jogada, resultado X, O ou
      * E (empate).
      ******************************************************************
       FD  TORNEIO-FILE.
       01  REG-PARTIDA.
           05  PAR-NUMERO              PIC 9(3).
           05  PAR-JOGADOR-X           PIC 9(3).
           05  PAR-JOGADOR-O           PIC 9(3).
           05  PAR-ESTADO              PIC X.
           05  PAR-RESULTADO           PIC X.
           05  PAR-DATA                PIC 9(8).
       FD  TABELA-FILE.
       01  LINHA-TABELA                PIC X(60).
       WORKING-STORAGE SECTION.
       01 TABULEIRO.
           03 LINHA-1                OCCURS 3 TIMES.
       77 WS-RETOMAR           PIC X.
       01 WS-CELULAS-SALVAS.
           05 WS-CEL-SALVA     PIC X OCCURS 9 TIMES.
       77 WS-CLASSIFICACAO-STATUS PIC XX.
       77 WS-TORNEIO-STATUS    PIC XX.
       77 WS-TABELA-STATUS     PIC XX.
       77 WS-OPCAO-TORNEIO     PIC 9.
       77 WS-PARTIDA           PIC 9(3)             VALUE ZERO.
       77 WS-PARTIDA-PEDIDA    PIC 9(3).
       77 WS-TOTAL-JOGADORES   PIC 9(3)             VALUE ZERO.
       77 WS-TOTAL-PARTIDAS    PIC 9(3)             VALUE ZERO.
       77 WS-PARTIDAS-NOVAS    PIC 9(3).
       77 WS-IND-J             PIC 9(3).
       77 WS-IND-K             PIC 9(3).
       77 WS-IND-P             PIC 9(3).
       77 WS-AUX-ORDEM         PIC 9(3).
       77 WS-SOMA-PAR          PIC 9(3).
       77 WS-QUOCIENTE         PIC 9(3).
       77 WS-RESTO             PIC 9.
       77 WS-EXISTE-PAR        PIC X.
       77 WS-TROCAR            PIC X.
       77 WS-FIM-FICHEIRO      PIC X.
       77 WS-NOVO-NOME         PIC X(20).
       77 WS-NOME-X            PIC X(20).
       77 WS-NOME-O            PIC X(20).
       77 WS-SALVO-PARTIDA     PIC 9(3)             VALUE ZERO.
       77 WS-JOGO-OBSOLETO     PIC X                VALUE "N".
       77 WS-CONFIRMA          PIC X.
       77 WS-DATA-HOJE         PIC 9(8).
       77 WS-NOME-ESTADO       PIC X(9).
       01 WS-TAB-JOGADORES.
           05 WS-JOG           OCCURS 30 TIMES.
               10 WS-JOG-NOME      PIC X(20).
               10 WS-JOG-JOGOS     PIC 9(3).
               10 WS-JOG-VITORIAS  PIC 9(3).
               10 WS-JOG-EMPATES   PIC 9(3).
               10 WS-JOG-DERROTAS  PIC 9(3).
               10 WS-JOG-PONTOS    PIC 9(4).
       01 WS-TAB-ORDEM.
           05 WS-ORDEM         PIC 9(3) OCCURS 30 TIMES.
       01 WS-TAB-PARTIDAS.
           05 WS-PAR           OCCURS 435 TIMES.
               10 WS-PAR-X         PIC 9(3).
               10 WS-PAR-O         PIC 9(3).
               10 WS-PAR-ESTADO    PIC X.
               10 WS-PAR-RESULTADO PIC X.
               10 WS-PAR-DATA      PIC 9(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           IF WS-RETOMADO NOT = "S"
               DISPLAY "INSIRA UMA OPCAO ENTRE 1.1 E 3.3"
               DISPLAY "MODO DE JOGO: 1-DOIS JOGADORES  2-CONTRA O PC"
                   "  3-TORNEIO"
               ACCEPT WS-MODO-JOGO
               IF WS-MODO-JOGO = 3
                   PERFORM CARREGAR-TORNEIO
                   PERFORM MENU-TORNEIO
               END-IF
           END-IF
           DISPLAY " "
           DISPLAY LINHA-2(1,1) "|" LINHA-2(1,2) "|" LINHA-2(1,3)
                   MOVE WS-POSICAO-CPU TO POSICAO
                   DISPLAY "JOGADOR O (PC) JOGA NA POSICAO " POSICAO
               ELSE
                   IF WS-PARTIDA > ZERO
                       IF JOGADOR = "X"
                           DISPLAY "VEZ DE " WS-NOME-X
                       ELSE
                           DISPLAY "VEZ DE " WS-NOME-O
                       END-IF
                   END-IF
                   DISPLAY "JOGADOR " JOGADOR ", ESCOLHA UMA POSICAO"
                   DISPLAY "(0 PARA SUSPENDER E GRAVAR O JOGO)"
                   ACCEPT POSICAO
               DISPLAY "O JOGADOR " JOGADOR " VENCEU O JOGO! PARABENS!".
               MOVE JOGADOR TO WS-RESULTADO
               PERFORM REGISTAR-PLACAR.
               IF WS-PARTIDA > ZERO
                   PERFORM TERMINAR-PARTIDA-TORNEIO
               ELSE
                   PERFORM PERGUNTAR-NOVO-JOGO
               END-IF.


           NOVAJOGADA.
                   DISPLAY "O JOGO FICOU EMPATADO...BORING..."
                   MOVE "EMPATE" TO WS-RESULTADO
                   PERFORM REGISTAR-PLACAR
                   IF WS-PARTIDA > ZERO
                       PERFORM TERMINAR-PARTIDA-TORNEIO
                   ELSE
                       PERFORM PERGUNTAR-NOVO-JOGO
                   END-IF
               END-IF.

      ******************************************************************
      * a jogar, o modo e o contador de jogadas ficam em jogosalvo.dat;
      * o ficheiro so e limpo quando o jogo terminado e o que foi
      * retomado, para que o placar so seja atualizado uma vez por
      * partida e um jogo suspenso nao se perca ao jogar outro. Um
      * jogo de torneio cuja partida ja nao esta suspensa no torneio
      * (jogada ou de um torneio anterior) e descartado.
      ******************************************************************
           VERIFICAR-JOGO-GRAVADO.
               MOVE "N" TO WS-RETOMADO
               MOVE "N" TO WS-JOGO-OBSOLETO
               OPEN INPUT JOGOSALVO-FILE
               IF WS-JOGOSALVO-STATUS = "00"
                   READ JOGOSALVO-FILE
                           ACCEPT WS-RETOMAR
                           IF WS-RETOMAR = "S" OR WS-RETOMAR = "s"
                               PERFORM RESTAURAR-JOGO
                               IF WS-JOGO-OBSOLETO = "S"
                                   MOVE ZERO TO WS-PARTIDA
                               ELSE
                                   MOVE "S" TO WS-RETOMADO
                               END-IF
                           END-IF
                   END-READ
                   CLOSE JOGOSALVO-FILE
                   IF WS-JOGO-OBSOLETO = "S"
                       PERFORM LIMPAR-JOGO-GRAVADO
                   END-IF
               END-IF.

           RESTAURAR-JOGO.
               MOVE "N" TO WS-JOGO-OBSOLETO
               IF SALVO-PARTIDA NOT NUMERIC
                   MOVE ZERO TO SALVO-PARTIDA
               END-IF
               MOVE SALVO-PARTIDA TO WS-PARTIDA
               IF WS-PARTIDA > ZERO
                   PERFORM CARREGAR-TORNEIO
                   IF WS-PARTIDA > WS-TOTAL-PARTIDAS
                       MOVE "S" TO WS-JOGO-OBSOLETO
                   ELSE IF WS-PAR-ESTADO(WS-PARTIDA) NOT = "S"
                       MOVE "S" TO WS-JOGO-OBSOLETO
                   END-IF
                   END-IF
               END-IF
               IF WS-JOGO-OBSOLETO = "S"
                   DISPLAY "AVISO: A PARTIDA " WS-PARTIDA " DO JOGO "
                       "GRAVADO JA NAO ESTA SUSPENSA NO TORNEIO;"
                       " O JOGO E DESCARTADO."
               ELSE
                   MOVE SALVO-CELULAS TO WS-CELULAS-SALVAS
                   MOVE WS-CEL-SALVA(1) TO LINHA-2(1,1)
                   MOVE WS-CEL-SALVA(2) TO LINHA-2(1,2)
                   MOVE WS-CEL-SALVA(3) TO LINHA-2(1,3)
                   MOVE WS-CEL-SALVA(4) TO LINHA-2(2,1)
                   MOVE WS-CEL-SALVA(5) TO LINHA-2(2,2)
                   MOVE WS-CEL-SALVA(6) TO LINHA-2(2,3)
                   MOVE WS-CEL-SALVA(7) TO LINHA-2(3,1)
                   MOVE WS-CEL-SALVA(8) TO LINHA-2(3,2)
                   MOVE WS-CEL-SALVA(9) TO LINHA-2(3,3)
                   MOVE SALVO-JOGADOR TO JOGADOR
                   MOVE SALVO-MODO TO WS-MODO-JOGO
                   MOVE SALVO-CONTADOR TO CONTADOR
                   IF WS-PARTIDA > ZERO
                       PERFORM APRESENTAR-PARTIDA
                   END-IF
                   DISPLAY "JOGO RETOMADO, JOGA O JOGADOR " JOGADOR
               END-IF.

           GRAVAR-JOGO.
               MOVE LINHA-2(1,1) TO WS-CEL-SALVA(1)
                   MOVE JOGADOR TO SALVO-JOGADOR
                   MOVE WS-MODO-JOGO TO SALVO-MODO
                   MOVE CONTADOR TO SALVO-CONTADOR
                   MOVE WS-PARTIDA TO SALVO-PARTIDA
                   WRITE REG-JOGOSALVO
                   CLOSE JOGOSALVO-FILE
                   IF WS-PARTIDA > ZERO
                       MOVE "S" TO WS-PAR-ESTADO(WS-PARTIDA)
                       PERFORM GRAVAR-TORNEIO
                   END-IF
               END-IF.

           LIMPAR-JOGO-GRAVADO.
                   STOP RUN
               END-IF.

      ******************************************************************
      * Torneio do clube: jogadores com nome, calendario de todos
      * contra todos e classificacao (vitoria 3 pontos, empate 1,
      * derrota 0). classificacao.dat e torneio.dat ficam de uma
      * sessao para a outra ate se iniciar um novo torneio; uma
      * partida suspensa fica em jogosalvo.dat com o seu numero e
      * conta para o torneio quando for retomada e terminada.
      ******************************************************************
           MENU-TORNEIO.
               DISPLAY " "
               DISPLAY "*** TORNEIO: " WS-TOTAL-JOGADORES " JOGADORES, "
                   WS-TOTAL-PARTIDAS " PARTIDAS ***"
               DISPLAY "1-REGISTAR JOGADOR     2-GERAR CALENDARIO"
               DISPLAY "3-JOGAR PARTIDA        4-CALENDARIO"
               DISPLAY "5-CLASSIFICACAO        6-NOVO TORNEIO"
               DISPLAY "0-SAIR"
               ACCEPT WS-OPCAO-TORNEIO
               IF WS-OPCAO-TORNEIO = 1
                   PERFORM REGISTAR-JOGADOR
               ELSE IF WS-OPCAO-TORNEIO = 2
                   PERFORM GERAR-CALENDARIO
               ELSE IF WS-OPCAO-TORNEIO = 3
                   PERFORM JOGAR-PARTIDA
               ELSE IF WS-OPCAO-TORNEIO = 4
                   PERFORM LISTAR-CALENDARIO
               ELSE IF WS-OPCAO-TORNEIO = 5
                   PERFORM IMPRIMIR-CLASSIFICACAO
               ELSE IF WS-OPCAO-TORNEIO = 6
                   PERFORM NOVO-TORNEIO
               ELSE IF WS-OPCAO-TORNEIO = 0
                   STOP RUN
               ELSE
                   DISPLAY "OPCAO INVALIDA"
                   PERFORM MENU-TORNEIO
               .

           CARREGAR-TORNEIO.
               INITIALIZE WS-TAB-JOGADORES WS-TAB-PARTIDAS
               MOVE ZERO TO WS-TOTAL-JOGADORES WS-TOTAL-PARTIDAS
               OPEN INPUT CLASSIFICACAO-FILE
               IF WS-CLASSIFICACAO-STATUS = "00"
                   MOVE "N" TO WS-FIM-FICHEIRO
                   PERFORM UNTIL WS-FIM-FICHEIRO = "S"
                   READ CLASSIFICACAO-FILE
                       AT END
                           MOVE "S" TO WS-FIM-FICHEIRO
                       NOT AT END
                           IF CLA-NUMERO > ZERO AND CLA-NUMERO <= 30
                               MOVE CLA-NUMERO TO WS-IND-J
                               MOVE CLA-NOME TO WS-JOG-NOME(WS-IND-J)
                               MOVE CLA-JOGOS TO WS-JOG-JOGOS(WS-IND-J)
                               MOVE CLA-VITORIAS
                                   TO WS-JOG-VITORIAS(WS-IND-J)
                               MOVE CLA-EMPATES
                                   TO WS-JOG-EMPATES(WS-IND-J)
                               MOVE CLA-DERROTAS
                                   TO WS-JOG-DERROTAS(WS-IND-J)
                               MOVE CLA-PONTOS
                                   TO WS-JOG-PONTOS(WS-IND-J)
                               IF CLA-NUMERO > WS-TOTAL-JOGADORES
                                   MOVE CLA-NUMERO TO WS-TOTAL-JOGADORES
                               END-IF
                           END-IF
                   END-READ
                   END-PERFORM
                   CLOSE CLASSIFICACAO-FILE
               END-IF
               OPEN INPUT TORNEIO-FILE
               IF WS-TORNEIO-STATUS = "00"
                   MOVE "N" TO WS-FIM-FICHEIRO
                   PERFORM UNTIL WS-FIM-FICHEIRO = "S"
                   READ TORNEIO-FILE
                       AT END
                           MOVE "S" TO WS-FIM-FICHEIRO
                       NOT AT END
                           IF PAR-NUMERO > ZERO AND PAR-NUMERO <= 435
                               MOVE PAR-NUMERO TO WS-IND-P
                               MOVE PAR-JOGADOR-X TO WS-PAR-X(WS-IND-P)
                               MOVE PAR-JOGADOR-O TO WS-PAR-O(WS-IND-P)
                               MOVE PAR-ESTADO
                                   TO WS-PAR-ESTADO(WS-IND-P)
                               MOVE PAR-RESULTADO
                                   TO WS-PAR-RESULTADO(WS-IND-P)
                               MOVE PAR-DATA TO WS-PAR-DATA(WS-IND-P)
                               IF PAR-NUMERO > WS-TOTAL-PARTIDAS
                                   MOVE PAR-NUMERO TO WS-TOTAL-PARTIDAS
                               END-IF
                           END-IF
                   END-READ
                   END-PERFORM
                   CLOSE TORNEIO-FILE
               END-IF.

           GRAVAR-CLASSIFICACAO.
               OPEN OUTPUT CLASSIFICACAO-FILE
               IF WS-CLASSIFICACAO-STATUS NOT = "00"
                   DISPLAY "ERRO! NAO FOI POSSIVEL GRAVAR "
                       "classificacao.dat"
               ELSE
                   MOVE 1 TO WS-IND-J
                   PERFORM UNTIL WS-IND-J > WS-TOTAL-JOGADORES
                       MOVE WS-IND-J TO CLA-NUMERO
                       MOVE WS-JOG-NOME(WS-IND-J) TO CLA-NOME
                       MOVE WS-JOG-JOGOS(WS-IND-J) TO CLA-JOGOS
                       MOVE WS-JOG-VITORIAS(WS-IND-J) TO CLA-VITORIAS
                       MOVE WS-JOG-EMPATES(WS-IND-J) TO CLA-EMPATES
                       MOVE WS-JOG-DERROTAS(WS-IND-J) TO CLA-DERROTAS
                       MOVE WS-JOG-PONTOS(WS-IND-J) TO CLA-PONTOS
                       WRITE REG-CLASSIFICACAO
                       ADD 1 TO WS-IND-J
                   END-PERFORM
                   CLOSE CLASSIFICACAO-FILE
               END-IF.

           GRAVAR-TORNEIO.
               OPEN OUTPUT TORNEIO-FILE
               IF WS-TORNEIO-STATUS NOT = "00"
                   DISPLAY "ERRO! NAO FOI POSSIVEL GRAVAR torneio.dat"
               ELSE
                   MOVE 1 TO WS-IND-P
                   PERFORM UNTIL WS-IND-P > WS-TOTAL-PARTIDAS
                       MOVE WS-IND-P TO PAR-NUMERO
                       MOVE WS-PAR-X(WS-IND-P) TO PAR-JOGADOR-X
                       MOVE WS-PAR-O(WS-IND-P) TO PAR-JOGADOR-O
                       MOVE WS-PAR-ESTADO(WS-IND-P) TO PAR-ESTADO
                       MOVE WS-PAR-RESULTADO(WS-IND-P) TO PAR-RESULTADO
                       MOVE WS-PAR-DATA(WS-IND-P) TO PAR-DATA
                       WRITE REG-PARTIDA
                       ADD 1 TO WS-IND-P
                   END-PERFORM
                   CLOSE TORNEIO-FILE
               END-IF.

           REGISTAR-JOGADOR.
               IF WS-TOTAL-JOGADORES = 30
                   DISPLAY "ERRO! O TORNEIO JA TEM 30 JOGADORES."
                   PERFORM MENU-TORNEIO
               END-IF
               DISPLAY "NOME DO JOGADOR: "
               MOVE SPACE TO WS-NOVO-NOME
               ACCEPT WS-NOVO-NOME
               IF WS-NOVO-NOME = SPACE
                   DISPLAY "NOME INVALIDO."
                   PERFORM MENU-TORNEIO
               END-IF
               MOVE 1 TO WS-IND-J
               PERFORM UNTIL WS-IND-J > WS-TOTAL-JOGADORES
                       OR WS-JOG-NOME(WS-IND-J) = WS-NOVO-NOME
                   ADD 1 TO WS-IND-J
               END-PERFORM
               IF WS-IND-J NOT > WS-TOTAL-JOGADORES
                   DISPLAY "ERRO! " WS-NOVO-NOME " JA ESTA REGISTADO "
                       "COM O NR " WS-IND-J
                   PERFORM MENU-TORNEIO
               END-IF
               ADD 1 TO WS-TOTAL-JOGADORES
               MOVE WS-TOTAL-JOGADORES TO WS-IND-J
               MOVE WS-NOVO-NOME TO WS-JOG-NOME(WS-IND-J)
               MOVE ZERO TO WS-JOG-JOGOS(WS-IND-J)
                   WS-JOG-VITORIAS(WS-IND-J) WS-JOG-EMPATES(WS-IND-J)
                   WS-JOG-DERROTAS(WS-IND-J) WS-JOG-PONTOS(WS-IND-J)
               PERFORM GRAVAR-CLASSIFICACAO
               DISPLAY "JOGADOR " WS-IND-J " " WS-NOVO-NOME
                   " REGISTADO. GERE O CALENDARIO PARA O INCLUIR."
               PERFORM MENU-TORNEIO.

      ******************************************************************
      * Todos contra todos: acrescenta ao calendario cada par de
      * jogadores que ainda nao tem partida, de modo que um jogador
      * registado a meio do torneio entra sem mexer no que ja foi
      * jogado. Quem joga com X alterna pela soma dos numeros.
      ******************************************************************
           GERAR-CALENDARIO.
               MOVE ZERO TO WS-PARTIDAS-NOVAS
               MOVE 1 TO WS-IND-J
               PERFORM UNTIL WS-IND-J >= WS-TOTAL-JOGADORES
                   COMPUTE WS-IND-K = WS-IND-J + 1
                   PERFORM UNTIL WS-IND-K > WS-TOTAL-JOGADORES
                       PERFORM ACRESCENTAR-PAR
                       ADD 1 TO WS-IND-K
                   END-PERFORM
                   ADD 1 TO WS-IND-J
               END-PERFORM
               IF WS-PARTIDAS-NOVAS > ZERO
                   PERFORM GRAVAR-TORNEIO
               END-IF
               DISPLAY "PARTIDAS ACRESCENTADAS: " WS-PARTIDAS-NOVAS
                   "  TOTAL: " WS-TOTAL-PARTIDAS
               PERFORM MENU-TORNEIO.

           ACRESCENTAR-PAR.
               MOVE "N" TO WS-EXISTE-PAR
               MOVE 1 TO WS-IND-P
               PERFORM UNTIL WS-IND-P > WS-TOTAL-PARTIDAS
                       OR WS-EXISTE-PAR = "S"
                   IF (WS-PAR-X(WS-IND-P) = WS-IND-J
                           AND WS-PAR-O(WS-IND-P) = WS-IND-K)
                           OR (WS-PAR-X(WS-IND-P) = WS-IND-K
                           AND WS-PAR-O(WS-IND-P) = WS-IND-J)
                       MOVE "S" TO WS-EXISTE-PAR
                   END-IF
                   ADD 1 TO WS-IND-P
               END-PERFORM
               IF WS-EXISTE-PAR = "N" AND WS-TOTAL-PARTIDAS < 435
                   ADD 1 TO WS-TOTAL-PARTIDAS
                   ADD 1 TO WS-PARTIDAS-NOVAS
                   MOVE WS-TOTAL-PARTIDAS TO WS-IND-P
                   COMPUTE WS-SOMA-PAR = WS-IND-J + WS-IND-K
                   DIVIDE WS-SOMA-PAR BY 2 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO
                   IF WS-RESTO = 1
                       MOVE WS-IND-J TO WS-PAR-X(WS-IND-P)
                       MOVE WS-IND-K TO WS-PAR-O(WS-IND-P)
                   ELSE
                       MOVE WS-IND-K TO WS-PAR-X(WS-IND-P)
                       MOVE WS-IND-J TO WS-PAR-O(WS-IND-P)
                   END-IF
                   MOVE "P" TO WS-PAR-ESTADO(WS-IND-P)
                   MOVE SPACE TO WS-PAR-RESULTADO(WS-IND-P)
                   MOVE ZERO TO WS-PAR-DATA(WS-IND-P)
               END-IF.

      ******************************************************************
      * Joga a partida pedida (0 = a proxima por jogar). Uma partida
      * suspensa retoma-se do jogosalvo.dat; se o jogo gravado ja la
      * nao estiver, recomeca do tabuleiro vazio.
      ******************************************************************
           JOGAR-PARTIDA.
               DISPLAY "NR DA PARTIDA (0 = PROXIMA POR JOGAR): "
               ACCEPT WS-PARTIDA-PEDIDA
               IF WS-PARTIDA-PEDIDA = ZERO
                   MOVE 1 TO WS-IND-P
                   PERFORM UNTIL WS-IND-P > WS-TOTAL-PARTIDAS
                           OR WS-PAR-ESTADO(WS-IND-P) NOT = "J"
                       ADD 1 TO WS-IND-P
                   END-PERFORM
                   IF WS-IND-P > WS-TOTAL-PARTIDAS
                       DISPLAY "NAO HA PARTIDAS POR JOGAR."
                       PERFORM MENU-TORNEIO
                   END-IF
                   MOVE WS-IND-P TO WS-PARTIDA-PEDIDA
               END-IF
               IF WS-PARTIDA-PEDIDA > WS-TOTAL-PARTIDAS
                   DISPLAY "PARTIDA " WS-PARTIDA-PEDIDA " NAO EXISTE."
                   PERFORM MENU-TORNEIO
               END-IF
               IF WS-PAR-ESTADO(WS-PARTIDA-PEDIDA) = "J"
                   DISPLAY "A PARTIDA " WS-PARTIDA-PEDIDA
                       " JA FOI JOGADA."
                   PERFORM MENU-TORNEIO
               END-IF

               PERFORM LIMPAR-TABULEIRO
               MOVE WS-PARTIDA-PEDIDA TO WS-PARTIDA
               MOVE 3 TO WS-MODO-JOGO
               MOVE "N" TO WS-RETOMADO
               IF WS-PAR-ESTADO(WS-PARTIDA) = "S"
                   PERFORM PROCURAR-PARTIDA-GRAVADA
                   IF WS-RETOMADO NOT = "S"
                       DISPLAY "AVISO: O JOGO GRAVADO DESTA PARTIDA JA "
                           "NAO EXISTE, RECOMECA DO INICIO."
                   END-IF
               END-IF
               IF WS-RETOMADO NOT = "S"
                   PERFORM APRESENTAR-PARTIDA
               END-IF
               PERFORM EXIBIRTABULEIRO
               PERFORM SEQUENCIA.

           PROCURAR-PARTIDA-GRAVADA.
               MOVE ZERO TO WS-SALVO-PARTIDA
               MOVE "N" TO WS-JOGO-OBSOLETO
               OPEN INPUT JOGOSALVO-FILE
               IF WS-JOGOSALVO-STATUS = "00"
                   READ JOGOSALVO-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SALVO-PARTIDA NUMERIC
                               MOVE SALVO-PARTIDA TO WS-SALVO-PARTIDA
                           END-IF
                           IF WS-SALVO-PARTIDA = WS-PARTIDA
                               PERFORM RESTAURAR-JOGO
                               IF WS-JOGO-OBSOLETO NOT = "S"
                                   MOVE "S" TO WS-RETOMADO
                               END-IF
                           END-IF
                   END-READ
                   CLOSE JOGOSALVO-FILE
                   IF WS-JOGO-OBSOLETO = "S"
                       PERFORM LIMPAR-JOGO-GRAVADO
                   END-IF
               END-IF.

           APRESENTAR-PARTIDA.
               MOVE WS-JOG-NOME(WS-PAR-X(WS-PARTIDA)) TO WS-NOME-X
               MOVE WS-JOG-NOME(WS-PAR-O(WS-PARTIDA)) TO WS-NOME-O
               DISPLAY "PARTIDA " WS-PARTIDA ": " WS-NOME-X
                   " (X) CONTRA " WS-NOME-O " (O)".

      ******************************************************************
      * Resultado da partida nos dois jogadores; JOGADOR e o vencedor,
      * WS-RESULTADO = EMPATE num empate.
      ******************************************************************
           TERMINAR-PARTIDA-TORNEIO.
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WS-PAR-X(WS-PARTIDA) TO WS-IND-J
               MOVE WS-PAR-O(WS-PARTIDA) TO WS-IND-K
               ADD 1 TO WS-JOG-JOGOS(WS-IND-J) WS-JOG-JOGOS(WS-IND-K)
               IF WS-RESULTADO = "EMPATE"
                   MOVE "E" TO WS-PAR-RESULTADO(WS-PARTIDA)
                   ADD 1 TO WS-JOG-EMPATES(WS-IND-J)
                       WS-JOG-EMPATES(WS-IND-K)
                   ADD 1 TO WS-JOG-PONTOS(WS-IND-J)
                       WS-JOG-PONTOS(WS-IND-K)
               ELSE
                   MOVE JOGADOR TO WS-PAR-RESULTADO(WS-PARTIDA)
                   IF JOGADOR = "O"
                       MOVE WS-PAR-O(WS-PARTIDA) TO WS-IND-J
                       MOVE WS-PAR-X(WS-PARTIDA) TO WS-IND-K
                   END-IF
                   ADD 1 TO WS-JOG-VITORIAS(WS-IND-J)
                   ADD 3 TO WS-JOG-PONTOS(WS-IND-J)
                   ADD 1 TO WS-JOG-DERROTAS(WS-IND-K)
                   DISPLAY "VITORIA DE " WS-JOG-NOME(WS-IND-J)
               END-IF
               MOVE "J" TO WS-PAR-ESTADO(WS-PARTIDA)
               MOVE WS-DATA-HOJE TO WS-PAR-DATA(WS-PARTIDA)
               PERFORM GRAVAR-TORNEIO
               PERFORM GRAVAR-CLASSIFICACAO
               MOVE ZERO TO WS-PARTIDA
               PERFORM LIMPAR-TABULEIRO
               PERFORM MENU-TORNEIO.

           LIMPAR-TABULEIRO.
               MOVE "_" TO LINHA-2(1,1)
               MOVE "_" TO LINHA-2(1,2)
               MOVE "_" TO LINHA-2(1,3)
               MOVE "_" TO LINHA-2(2,1)
               MOVE "_" TO LINHA-2(2,2)
               MOVE "_" TO LINHA-2(2,3)
               MOVE "_" TO LINHA-2(3,1)
               MOVE "_" TO LINHA-2(3,2)
               MOVE "_" TO LINHA-2(3,3)
               MOVE "X" TO JOGADOR
               MOVE "N" TO WS-JOGO-TERMINOU
               MOVE ZERO TO CONTADOR.

           LISTAR-CALENDARIO.
               MOVE 1 TO WS-IND-P
               PERFORM UNTIL WS-IND-P > WS-TOTAL-PARTIDAS
                   IF WS-PAR-ESTADO(WS-IND-P) = "J"
                       MOVE "JOGADA" TO WS-NOME-ESTADO
                   ELSE IF WS-PAR-ESTADO(WS-IND-P) = "S"
                       MOVE "SUSPENSA" TO WS-NOME-ESTADO
                   ELSE
                       MOVE "POR JOGAR" TO WS-NOME-ESTADO
                   END-IF
                   END-IF
                   DISPLAY WS-IND-P " "
                       WS-JOG-NOME(WS-PAR-X(WS-IND-P)) " X "
                       WS-JOG-NOME(WS-PAR-O(WS-IND-P)) " "
                       WS-NOME-ESTADO " " WS-PAR-RESULTADO(WS-IND-P)
                   ADD 1 TO WS-IND-P
               END-PERFORM
               PERFORM MENU-TORNEIO.

      ******************************************************************
      * Tabela ordenada por pontos e, no empate, por vitorias; sai no
      * ecra e em torneio.lst.
      ******************************************************************
           IMPRIMIR-CLASSIFICACAO.
               MOVE 1 TO WS-IND-J
               PERFORM UNTIL WS-IND-J > WS-TOTAL-JOGADORES
                   MOVE WS-IND-J TO WS-ORDEM(WS-IND-J)
                   ADD 1 TO WS-IND-J
               END-PERFORM
               MOVE "S" TO WS-TROCAR
               PERFORM UNTIL WS-TROCAR = "N"
                   MOVE "N" TO WS-TROCAR
                   MOVE 1 TO WS-IND-J
                   PERFORM UNTIL WS-IND-J >= WS-TOTAL-JOGADORES
                       COMPUTE WS-IND-K = WS-IND-J + 1
                       IF WS-JOG-PONTOS(WS-ORDEM(WS-IND-K)) >
                               WS-JOG-PONTOS(WS-ORDEM(WS-IND-J))
                           OR (WS-JOG-PONTOS(WS-ORDEM(WS-IND-K)) =
                               WS-JOG-PONTOS(WS-ORDEM(WS-IND-J))
                           AND WS-JOG-VITORIAS(WS-ORDEM(WS-IND-K)) >
                               WS-JOG-VITORIAS(WS-ORDEM(WS-IND-J)))
                           MOVE WS-ORDEM(WS-IND-J) TO WS-AUX-ORDEM
                           MOVE WS-ORDEM(WS-IND-K) TO WS-ORDEM(WS-IND-J)
                           MOVE WS-AUX-ORDEM TO WS-ORDEM(WS-IND-K)
                           MOVE "S" TO WS-TROCAR
                       END-IF
                       ADD 1 TO WS-IND-J
                   END-PERFORM
               END-PERFORM

               OPEN OUTPUT TABELA-FILE
               MOVE SPACE TO LINHA-TABELA
               STRING "POS NOME                  J   V   E   D  PTS"
                   DELIMITED BY SIZE INTO LINHA-TABELA
               DISPLAY LINHA-TABELA
               IF WS-TABELA-STATUS = "00"
                   WRITE LINHA-TABELA
               END-IF
               MOVE 1 TO WS-IND-J
               PERFORM UNTIL WS-IND-J > WS-TOTAL-JOGADORES
                   MOVE WS-ORDEM(WS-IND-J) TO WS-IND-K
                   MOVE SPACE TO LINHA-TABELA
                   STRING WS-IND-J                DELIMITED BY SIZE
                          " "                     DELIMITED BY SIZE
                          WS-JOG-NOME(WS-IND-K)   DELIMITED BY SIZE
                          " "                     DELIMITED BY SIZE
                          WS-JOG-JOGOS(WS-IND-K)  DELIMITED BY SIZE
                          " "                     DELIMITED BY SIZE
                          WS-JOG-VITORIAS(WS-IND-K) DELIMITED BY SIZE
                          " "                     DELIMITED BY SIZE
                          WS-JOG-EMPATES(WS-IND-K) DELIMITED BY SIZE
                          " "                     DELIMITED BY SIZE
                          WS-JOG-DERROTAS(WS-IND-K) DELIMITED BY SIZE
                          " "                     DELIMITED BY SIZE
                          WS-JOG-PONTOS(WS-IND-K) DELIMITED BY SIZE
                          INTO LINHA-TABELA
                   DISPLAY LINHA-TABELA
                   IF WS-TABELA-STATUS = "00"
                       WRITE LINHA-TABELA
                   END-IF
                   ADD 1 TO WS-IND-J
               END-PERFORM
               IF WS-TABELA-STATUS = "00"
                   CLOSE TABELA-FILE
                   DISPLAY "CLASSIFICACAO GRAVADA EM torneio.lst"
               END-IF
               PERFORM MENU-TORNEIO.

           NOVO-TORNEIO.
               DISPLAY "APAGAR JOGADORES, CALENDARIO E CLASSIFICACAO "
                   "DO TORNEIO ATUAL? (S PARA CONFIRMAR): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S"
                   INITIALIZE WS-TAB-JOGADORES WS-TAB-PARTIDAS
                   MOVE ZERO TO WS-TOTAL-JOGADORES WS-TOTAL-PARTIDAS
                   PERFORM GRAVAR-CLASSIFICACAO
                   PERFORM GRAVAR-TORNEIO
                   MOVE ZERO TO WS-SALVO-PARTIDA
                   OPEN INPUT JOGOSALVO-FILE
                   IF WS-JOGOSALVO-STATUS = "00"
                       READ JOGOSALVO-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               IF SALVO-PARTIDA NUMERIC
                                   MOVE SALVO-PARTIDA
                                       TO WS-SALVO-PARTIDA
                               END-IF
                       END-READ
                       CLOSE JOGOSALVO-FILE
                   END-IF
                   IF WS-SALVO-PARTIDA > ZERO
                       PERFORM LIMPAR-JOGO-GRAVADO
                       DISPLAY "JOGO SUSPENSO DO TORNEIO ANTERIOR "
                           "DESCARTADO."
                   END-IF
                   DISPLAY "NOVO TORNEIO INICIADO."
               END-IF
               PERFORM MENU-TORNEIO.

       END PROGRAM YOUR-PROGRAM-NAME.
