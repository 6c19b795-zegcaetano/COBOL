      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CriarEncarregadoIndexado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "slencar.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "fdencar.cbl".
       WORKING-STORAGE SECTION.
       77 WS-ENC-STATUS         PIC XX.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
       OPEN OUTPUT ENCARREGADO-FILE.
       IF WS-ENC-STATUS NOT = "00"
           DISPLAY "ERRO! NAO FOI POSSIVEL CRIAR encarregados.dat"
       ELSE
           DISPLAY "O ficheiro 'encarregados.dat' foi criado"
       END-IF
       CLOSE ENCARREGADO-FILE.
       PROGRAM-DONE.
       STOP RUN.
