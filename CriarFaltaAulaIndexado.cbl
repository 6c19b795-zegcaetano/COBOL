      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CriarFaltaAulaIndexado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "slfaula.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "fdfaula.cbl".
       WORKING-STORAGE SECTION.
       77 WS-FALTAULA-STATUS    PIC XX.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
       OPEN OUTPUT FALTAULA-FILE.
       IF WS-FALTAULA-STATUS NOT = "00"
           DISPLAY "ERRO! NAO FOI POSSIVEL CRIAR faltasaula.dat"
       ELSE
           DISPLAY "O ficheiro 'faltasaula.dat' foi criado"
       END-IF
       CLOSE FALTAULA-FILE.
       PROGRAM-DONE.
       STOP RUN.
