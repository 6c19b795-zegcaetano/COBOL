      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CriarSubstituicaoIndexado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "slsubst.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "fdsubst.cbl".
       WORKING-STORAGE SECTION.
       77 WS-SUBST-STATUS       PIC XX.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
       OPEN OUTPUT SUBSTITUICAO-FILE.
       IF WS-SUBST-STATUS NOT = "00"
           DISPLAY "ERRO! NAO FOI POSSIVEL CRIAR substituicoes.dat"
       ELSE
           DISPLAY "O ficheiro 'substituicoes.dat' foi criado"
       END-IF
       CLOSE SUBSTITUICAO-FILE.
       PROGRAM-DONE.
       STOP RUN.
