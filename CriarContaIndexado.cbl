      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CriarContaIndexado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "slconta.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "fdconta.cbl".
       WORKING-STORAGE SECTION.
       77 WS-CONTA-STATUS       PIC XX.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
       OPEN OUTPUT CONTA-FILE.
       IF WS-CONTA-STATUS NOT = "00"
           DISPLAY "ERRO! NAO FOI POSSIVEL CRIAR contacorrente.dat"
       ELSE
           DISPLAY "O ficheiro 'contacorrente.dat' foi criado"
       END-IF
       CLOSE CONTA-FILE.
       PROGRAM-DONE.
       STOP RUN.
