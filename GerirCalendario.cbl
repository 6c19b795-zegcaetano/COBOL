      ******************************************************************
      * Author:
      * Date:
      * Purpose: maintenance of the school calendar calendario.dat
      *          (periodos letivos with start and end dates, feriados
      *          and interrupcoes, epoca de recurso window) from which
      *          the online and batch programs take the current ano
      *          letivo and periodo, and a printed school-year calendar
      *          for the staff with the dias letivos of each periodo
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GerirCalendario.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "slcalen.cbl".
           SELECT CALIMP-FILE ASSIGN TO "calendario.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALIMP-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY "fdcalen.cbl".
       FD  CALIMP-FILE.
       01  LINHA-CALIMP                 PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-CALENDARIO-STATUS       PIC XX.
       77 WS-CALIMP-STATUS           PIC XX.
       77 WS-OPCAO                   PIC 9.
       77 WS-ANO                     PIC 9(4).
       77 WS-ANO-SEGUINTE            PIC 9(4).
       77 WS-TIPO                    PIC X.
       77 WS-PERIODO                 PIC 9(1).
       77 WS-DATA-INICIO             PIC 9(8).
       77 WS-DATA-FIM                PIC 9(8).
       77 WS-DESCRICAO               PIC X(30).
       77 WS-FIM-CALENDARIO          PIC X VALUE 'N'.
       77 WS-DATA-OK                 PIC X VALUE 'N'.
       77 WS-SOBREPOSTO              PIC X VALUE 'N'.
       77 WS-NOME-TIPO               PIC X(12).
       77 WS-TOTAL-ENTRADAS          PIC 9(3) VALUE ZERO.
       77 WS-DIAS-LETIVOS            PIC 9(3) VALUE ZERO.
       77 WS-DIA-INT                 PIC 9(7).
       77 WS-DIA-FIM-INT             PIC 9(7).
       77 WS-DIA-SEMANA              PIC 9(1).
       77 WS-QUOCIENTE               PIC 9(7).
       77 WS-FERIADO                 PIC X VALUE 'N'.
       77 WS-NUM-FERIADOS            PIC 9(3) VALUE ZERO.
       77 WS-IND                     PIC 9(3).
       01 WS-DATA-VALIDAR            PIC 9(8).
       01 WS-DATA-PARTES REDEFINES WS-DATA-VALIDAR.
           05 WS-DV-ANO              PIC 9(4).
           05 WS-DV-MES              PIC 9(2).
           05 WS-DV-DIA              PIC 9(2).
      ******************************************************************
      * Feriados e interrupcoes do ano em memoria (em dias corridos)
      * para descontar aos dias letivos de cada periodo impresso.
      ******************************************************************
       01 WS-TAB-FERIADOS.
           05 WS-TF-ENTRADA          OCCURS 100 TIMES.
               10 WS-TF-INICIO       PIC 9(7).
               10 WS-TF-FIM          PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CONTINUE.
           MENU-CALENDARIO.
           DISPLAY " "
           DISPLAY "***    CALENDARIO ESCOLAR     ***"
           DISPLAY "*** 1-INSERIR PERIODO         ***"
           DISPLAY "*** 2-INSERIR FERIADO/PAUSA   ***"
           DISPLAY "*** 3-INSERIR EPOCA RECURSO   ***"
           DISPLAY "*** 4-APAGAR ENTRADA          ***"
           DISPLAY "*** 5-IMPRIMIR CALENDARIO     ***"
           DISPLAY "***        0-SAIR             ***"
           ACCEPT WS-OPCAO
           IF WS-OPCAO = 1
               MOVE 'P' TO WS-TIPO
               PERFORM INSERIR-ENTRADA
           ELSE IF WS-OPCAO = 2
               MOVE 'F' TO WS-TIPO
               PERFORM INSERIR-ENTRADA
           ELSE IF WS-OPCAO = 3
               MOVE 'R' TO WS-TIPO
               PERFORM INSERIR-ENTRADA
           ELSE IF WS-OPCAO = 4
               PERFORM APAGAR-ENTRADA
           ELSE IF WS-OPCAO = 5
               PERFORM IMPRIMIR-CALENDARIO
           ELSE IF WS-OPCAO = 0
               PERFORM FIM
           ELSE
               DISPLAY "OPCAO INVALIDA, DIGITE UM NR VALIDO DO MENU"
               PERFORM MENU-CALENDARIO
           .

      ******************************************************************
      * Insere um periodo letivo (P), um feriado ou interrupcao (F) ou
      * a epoca de recurso de um periodo (R). As datas tem de cair no
      * ano letivo (ano indicado ou o seguinte) e os periodos do mesmo
      * ano nao se podem sobrepor nem repetir o numero.
      ******************************************************************
           INSERIR-ENTRADA.
           OPEN I-O CALENDARIO-FILE
           IF WS-CALENDARIO-STATUS NOT = "00"
               DISPLAY "ERRO: SEM calendario.dat, CORRA "
                   "CriarCalendarioIndexado"
               PERFORM MENU-CALENDARIO
           END-IF

           DISPLAY "ANO LETIVO (ANO DE INICIO, EX: 2026): "
           MOVE ZERO TO WS-ANO
           PERFORM UNTIL WS-ANO > 1900
           ACCEPT WS-ANO
           IF WS-ANO NOT > 1900
               DISPLAY "ANO INVALIDO, INSIRA NOVAMENTE!"
           END-IF
           END-PERFORM
           COMPUTE WS-ANO-SEGUINTE = WS-ANO + 1

           MOVE ZERO TO WS-PERIODO
           IF WS-TIPO = 'P' OR WS-TIPO = 'R'
               DISPLAY "PERIODO (1-3): "
               PERFORM UNTIL WS-PERIODO > 0 AND WS-PERIODO < 4
               ACCEPT WS-PERIODO
               IF WS-PERIODO < 1 OR WS-PERIODO > 3
                   DISPLAY "PERIODO INVALIDO, INSIRA NOVAMENTE!"
               END-IF
               END-PERFORM
           END-IF

           DISPLAY "DATA DE INICIO (AAAAMMDD): "
           MOVE 'N' TO WS-DATA-OK
           PERFORM UNTIL WS-DATA-OK = 'S'
           ACCEPT WS-DATA-INICIO
           MOVE WS-DATA-INICIO TO WS-DATA-VALIDAR
           PERFORM VALIDAR-DATA
           IF WS-DATA-OK NOT = 'S'
               DISPLAY "DATA INVALIDA, INSIRA NOVAMENTE!"
           END-IF
           END-PERFORM

           DISPLAY "DATA DE FIM (AAAAMMDD, IGUAL A DE INICIO PARA UM "
               "SO DIA): "
           MOVE 'N' TO WS-DATA-OK
           PERFORM UNTIL WS-DATA-OK = 'S'
           ACCEPT WS-DATA-FIM
           MOVE WS-DATA-FIM TO WS-DATA-VALIDAR
           PERFORM VALIDAR-DATA
           IF WS-DATA-OK = 'S' AND WS-DATA-FIM < WS-DATA-INICIO
               MOVE 'N' TO WS-DATA-OK
           END-IF
           IF WS-DATA-OK NOT = 'S'
               DISPLAY "DATA INVALIDA OU ANTERIOR AO INICIO, INSIRA "
                   "NOVAMENTE!"
           END-IF
           END-PERFORM

           DISPLAY "DESCRICAO: "
           ACCEPT WS-DESCRICAO

           IF WS-TIPO = 'P'
               PERFORM VERIFICAR-SOBREPOSICAO
               IF WS-SOBREPOSTO = 'S'
                   CLOSE CALENDARIO-FILE
                   PERFORM MENU-CALENDARIO
               END-IF
           END-IF

           MOVE WS-ANO         TO CAL-ANO
           MOVE WS-TIPO        TO CAL-TIPO
           MOVE WS-DATA-INICIO TO CAL-DATA-INICIO
           MOVE WS-DATA-FIM    TO CAL-DATA-FIM
           MOVE WS-PERIODO     TO CAL-PERIODO
           MOVE WS-DESCRICAO   TO CAL-DESCRICAO
           WRITE REG-CALENDARIO
               INVALID KEY
                   DISPLAY "ERRO! JA EXISTE UMA ENTRADA DESTE TIPO "
                       "COM ESSA DATA DE INICIO."
               NOT INVALID KEY
                   DISPLAY "ENTRADA INSERIDA COM SUCESSO!"
           END-WRITE
           CLOSE CALENDARIO-FILE
           PERFORM MENU-CALENDARIO
           .

           VALIDAR-DATA.
           MOVE 'S' TO WS-DATA-OK
           IF WS-DV-ANO NOT = WS-ANO AND WS-DV-ANO NOT = WS-ANO-SEGUINTE
               MOVE 'N' TO WS-DATA-OK
           END-IF
           IF WS-DV-MES < 1 OR WS-DV-MES > 12
               MOVE 'N' TO WS-DATA-OK
           END-IF
           IF WS-DV-DIA < 1 OR WS-DV-DIA > 31
               MOVE 'N' TO WS-DATA-OK
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-VALIDAR) NOT = 0
               MOVE 'N' TO WS-DATA-OK
           END-IF
           .

      ******************************************************************
      * Um periodo novo nao pode repetir o numero de outro periodo do
      * mesmo ano nem cruzar as datas de outro periodo.
      ******************************************************************
           VERIFICAR-SOBREPOSICAO.
           MOVE 'N' TO WS-SOBREPOSTO
           MOVE WS-ANO TO CAL-ANO
           MOVE 'P'    TO CAL-TIPO
           MOVE ZERO   TO CAL-DATA-INICIO
           MOVE 'N' TO WS-FIM-CALENDARIO
           START CALENDARIO-FILE KEY IS >= CHAVE-CALENDARIO
               INVALID KEY
                   MOVE 'S' TO WS-FIM-CALENDARIO
           END-START
           PERFORM UNTIL WS-FIM-CALENDARIO = 'S'
           READ CALENDARIO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CALENDARIO
               NOT AT END
                   IF CAL-ANO NOT = WS-ANO OR CAL-TIPO NOT = 'P'
                       MOVE 'S' TO WS-FIM-CALENDARIO
                   ELSE
                       IF CAL-PERIODO = WS-PERIODO
                           MOVE 'S' TO WS-SOBREPOSTO
                           DISPLAY "ERRO! O PERIODO " WS-PERIODO
                               " DE " WS-ANO " JA ESTA NO CALENDARIO."
                       ELSE
                           IF WS-DATA-INICIO NOT > CAL-DATA-FIM
                                   AND WS-DATA-FIM NOT < CAL-DATA-INICIO
                               MOVE 'S' TO WS-SOBREPOSTO
                               DISPLAY "ERRO! AS DATAS CRUZAM O "
                                   "PERIODO " CAL-PERIODO " ("
                                   CAL-DATA-INICIO " A "
                                   CAL-DATA-FIM ")."
                           END-IF
                       END-IF
                   END-IF
           END-READ
           END-PERFORM
           .

           APAGAR-ENTRADA.
           OPEN I-O CALENDARIO-FILE
           IF WS-CALENDARIO-STATUS NOT = "00"
               DISPLAY "ERRO: SEM calendario.dat, CORRA "
                   "CriarCalendarioIndexado"
               PERFORM MENU-CALENDARIO
           END-IF
           DISPLAY "ANO LETIVO: "
           ACCEPT CAL-ANO
           DISPLAY "TIPO (P=PERIODO F=FERIADO R=RECURSO): "
           ACCEPT CAL-TIPO
           DISPLAY "DATA DE INICIO (AAAAMMDD): "
           ACCEPT CAL-DATA-INICIO
           READ CALENDARIO-FILE KEY IS CHAVE-CALENDARIO
               INVALID KEY
                   DISPLAY "ERRO! ENTRADA NAO ENCONTRADA."
               NOT INVALID KEY
                   DELETE CALENDARIO-FILE
                   DISPLAY "ENTRADA APAGADA COM SUCESSO!"
           END-READ
           CLOSE CALENDARIO-FILE
           PERFORM MENU-CALENDARIO
           .

      ******************************************************************
      * Calendario do ano letivo impresso para o pessoal: periodos com
      * os dias letivos (segunda a sexta, descontados os feriados e
      * interrupcoes), depois os feriados e a epoca de recurso.
      ******************************************************************
           IMPRIMIR-CALENDARIO.
           OPEN INPUT CALENDARIO-FILE
           IF WS-CALENDARIO-STATUS NOT = "00"
               DISPLAY "ERRO: SEM calendario.dat, CORRA "
                   "CriarCalendarioIndexado"
               PERFORM MENU-CALENDARIO
           END-IF
           DISPLAY "ANO LETIVO A IMPRIMIR (EX: 2026): "
           ACCEPT WS-ANO
           COMPUTE WS-ANO-SEGUINTE = WS-ANO + 1

           PERFORM CARREGAR-FERIADOS

           OPEN OUTPUT CALIMP-FILE
           IF WS-CALIMP-STATUS NOT = "00"
               DISPLAY "ERRO! NAO FOI POSSIVEL CRIAR calendario.lst"
               CLOSE CALENDARIO-FILE
               PERFORM MENU-CALENDARIO
           END-IF

           MOVE SPACE TO LINHA-CALIMP
           STRING "CALENDARIO ESCOLAR DO ANO LETIVO " DELIMITED BY SIZE
                  WS-ANO          DELIMITED BY SIZE
                  "/"             DELIMITED BY SIZE
                  WS-ANO-SEGUINTE DELIMITED BY SIZE
                  INTO LINHA-CALIMP
           WRITE LINHA-CALIMP
           MOVE SPACE TO LINHA-CALIMP
           WRITE LINHA-CALIMP

           MOVE ZERO TO WS-TOTAL-ENTRADAS
           MOVE 'P' TO WS-TIPO
           PERFORM IMPRIMIR-TIPO
           MOVE 'F' TO WS-TIPO
           PERFORM IMPRIMIR-TIPO
           MOVE 'R' TO WS-TIPO
           PERFORM IMPRIMIR-TIPO

           MOVE SPACE TO LINHA-CALIMP
           WRITE LINHA-CALIMP
           MOVE SPACE TO LINHA-CALIMP
           STRING "ENTRADAS NO CALENDARIO: " DELIMITED BY SIZE
                  WS-TOTAL-ENTRADAS          DELIMITED BY SIZE
                  INTO LINHA-CALIMP
           WRITE LINHA-CALIMP

           CLOSE CALIMP-FILE
           CLOSE CALENDARIO-FILE
           IF WS-TOTAL-ENTRADAS = ZERO
               DISPLAY "AVISO: O ANO " WS-ANO " NAO TEM ENTRADAS NO "
                   "CALENDARIO."
           END-IF
           DISPLAY "CALENDARIO GRAVADO EM calendario.lst"
           PERFORM MENU-CALENDARIO
           .

           CARREGAR-FERIADOS.
           MOVE ZERO TO WS-NUM-FERIADOS
           MOVE WS-ANO TO CAL-ANO
           MOVE 'F'    TO CAL-TIPO
           MOVE ZERO   TO CAL-DATA-INICIO
           MOVE 'N' TO WS-FIM-CALENDARIO
           START CALENDARIO-FILE KEY IS >= CHAVE-CALENDARIO
               INVALID KEY
                   MOVE 'S' TO WS-FIM-CALENDARIO
           END-START
           PERFORM UNTIL WS-FIM-CALENDARIO = 'S'
           READ CALENDARIO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CALENDARIO
               NOT AT END
                   IF CAL-ANO NOT = WS-ANO OR CAL-TIPO NOT = 'F'
                       MOVE 'S' TO WS-FIM-CALENDARIO
                   ELSE
                       IF WS-NUM-FERIADOS < 100
                           ADD 1 TO WS-NUM-FERIADOS
                           COMPUTE WS-TF-INICIO(WS-NUM-FERIADOS) =
                               FUNCTION INTEGER-OF-DATE(CAL-DATA-INICIO)
                           COMPUTE WS-TF-FIM(WS-NUM-FERIADOS) =
                               FUNCTION INTEGER-OF-DATE(CAL-DATA-FIM)
                       END-IF
                   END-IF
           END-READ
           END-PERFORM
           .

           IMPRIMIR-TIPO.
           EVALUATE WS-TIPO
               WHEN 'P'
                   MOVE "PERIODOS" TO WS-NOME-TIPO
               WHEN 'F'
                   MOVE "FERIADOS" TO WS-NOME-TIPO
               WHEN 'R'
                   MOVE "RECURSO" TO WS-NOME-TIPO
           END-EVALUATE
           MOVE SPACE TO LINHA-CALIMP
           WRITE LINHA-CALIMP
           MOVE WS-NOME-TIPO TO LINHA-CALIMP
           WRITE LINHA-CALIMP

           MOVE WS-ANO  TO CAL-ANO
           MOVE WS-TIPO TO CAL-TIPO
           MOVE ZERO    TO CAL-DATA-INICIO
           MOVE 'N' TO WS-FIM-CALENDARIO
           START CALENDARIO-FILE KEY IS >= CHAVE-CALENDARIO
               INVALID KEY
                   MOVE 'S' TO WS-FIM-CALENDARIO
           END-START
           PERFORM UNTIL WS-FIM-CALENDARIO = 'S'
           READ CALENDARIO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CALENDARIO
               NOT AT END
                   IF CAL-ANO NOT = WS-ANO OR CAL-TIPO NOT = WS-TIPO
                       MOVE 'S' TO WS-FIM-CALENDARIO
                   ELSE
                       ADD 1 TO WS-TOTAL-ENTRADAS
                       PERFORM IMPRIMIR-ENTRADA
                   END-IF
           END-READ
           END-PERFORM
           .

           IMPRIMIR-ENTRADA.
           MOVE SPACE TO LINHA-CALIMP
           IF CAL-TIPO = 'P'
               PERFORM CONTAR-DIAS-LETIVOS
               STRING "  " DELIMITED BY SIZE
                      CAL-PERIODO     DELIMITED BY SIZE
                      ". PERIODO "    DELIMITED BY SIZE
                      CAL-DATA-INICIO DELIMITED BY SIZE
                      " A "           DELIMITED BY SIZE
                      CAL-DATA-FIM    DELIMITED BY SIZE
                      "  DIAS LETIVOS " DELIMITED BY SIZE
                      WS-DIAS-LETIVOS DELIMITED BY SIZE
                      "  "            DELIMITED BY SIZE
                      CAL-DESCRICAO   DELIMITED BY SIZE
                      INTO LINHA-CALIMP
           ELSE
               IF CAL-TIPO = 'R'
                   STRING "  RECURSO DO " DELIMITED BY SIZE
                          CAL-PERIODO     DELIMITED BY SIZE
                          ". PERIODO "    DELIMITED BY SIZE
                          CAL-DATA-INICIO DELIMITED BY SIZE
                          " A "           DELIMITED BY SIZE
                          CAL-DATA-FIM    DELIMITED BY SIZE
                          "  "            DELIMITED BY SIZE
                          CAL-DESCRICAO   DELIMITED BY SIZE
                          INTO LINHA-CALIMP
               ELSE
                   STRING "  " DELIMITED BY SIZE
                          CAL-DATA-INICIO DELIMITED BY SIZE
                          " A "           DELIMITED BY SIZE
                          CAL-DATA-FIM    DELIMITED BY SIZE
                          "  "            DELIMITED BY SIZE
                          CAL-DESCRICAO   DELIMITED BY SIZE
                          INTO LINHA-CALIMP
               END-IF
           END-IF
           WRITE LINHA-CALIMP
           .

      ******************************************************************
      * Dias letivos do periodo lido: dias uteis (segunda a sexta) que
      * nao caem em nenhum feriado ou interrupcao do ano. O dia 1 do
      * calendario inteiro (01-01-1601) foi uma segunda-feira.
      ******************************************************************
           CONTAR-DIAS-LETIVOS.
           MOVE ZERO TO WS-DIAS-LETIVOS
           COMPUTE WS-DIA-INT =
               FUNCTION INTEGER-OF-DATE(CAL-DATA-INICIO)
           COMPUTE WS-DIA-FIM-INT =
               FUNCTION INTEGER-OF-DATE(CAL-DATA-FIM)
           PERFORM UNTIL WS-DIA-INT > WS-DIA-FIM-INT
               DIVIDE 7 INTO WS-DIA-INT GIVING WS-QUOCIENTE
                   REMAINDER WS-DIA-SEMANA
               IF WS-DIA-SEMANA > 0 AND WS-DIA-SEMANA < 6
                   MOVE 'N' TO WS-FERIADO
                   MOVE 1 TO WS-IND
                   PERFORM UNTIL WS-IND > WS-NUM-FERIADOS
                       IF WS-DIA-INT NOT < WS-TF-INICIO(WS-IND)
                               AND WS-DIA-INT NOT > WS-TF-FIM(WS-IND)
                           MOVE 'S' TO WS-FERIADO
                       END-IF
                       ADD 1 TO WS-IND
                   END-PERFORM
                   IF WS-FERIADO = 'N'
                       ADD 1 TO WS-DIAS-LETIVOS
                   END-IF
               END-IF
               ADD 1 TO WS-DIA-INT
           END-PERFORM
           .

           FIM.
           STOP RUN.
       END PROGRAM GerirCalendario.
