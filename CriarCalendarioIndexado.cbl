      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CriarCalendarioIndexado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "slcalen.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "fdcalen.cbl".
       WORKING-STORAGE SECTION.
       77 WS-CALENDARIO-STATUS  PIC XX.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
       OPEN OUTPUT CALENDARIO-FILE.
       IF WS-CALENDARIO-STATUS NOT = "00"
           DISPLAY "ERRO! NAO FOI POSSIVEL CRIAR calendario.dat"
       ELSE
           DISPLAY "O ficheiro 'calendario.dat' foi criado"
       END-IF
       CLOSE CALENDARIO-FILE.
       PROGRAM-DONE.
       STOP RUN.
