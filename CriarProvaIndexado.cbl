      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CriarProvaIndexado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "slprova.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "fdprova.cbl".
       WORKING-STORAGE SECTION.
       77 WS-PROVA-STATUS       PIC XX.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
       OPEN OUTPUT PROVA-FILE.
       IF WS-PROVA-STATUS NOT = "00"
           DISPLAY "ERRO! NAO FOI POSSIVEL CRIAR provas.dat"
       ELSE
           DISPLAY "O ficheiro 'provas.dat' foi criado"
       END-IF
       CLOSE PROVA-FILE.
       PROGRAM-DONE.
       STOP RUN.
