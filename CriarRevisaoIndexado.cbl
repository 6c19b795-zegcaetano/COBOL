      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CriarRevisaoIndexado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "slrevis.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "fdrevis.cbl".
       WORKING-STORAGE SECTION.
       77 WS-REVISAO-STATUS      PIC XX.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
       OPEN OUTPUT REVISAO-FILE.
       IF WS-REVISAO-STATUS NOT = "00"
           DISPLAY "ERRO! NAO FOI POSSIVEL CRIAR revisoes.dat"
       ELSE
           DISPLAY "O ficheiro 'revisoes.dat' foi criado"
       END-IF
       CLOSE REVISAO-FILE.
       PROGRAM-DONE.
       STOP RUN.
