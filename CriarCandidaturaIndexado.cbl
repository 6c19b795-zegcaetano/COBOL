      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CriarCandidaturaIndexado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "slcand.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "fdcand.cbl".
       WORKING-STORAGE SECTION.
       77 WS-CAND-STATUS         PIC XX.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
       OPEN OUTPUT CANDIDATURA-FILE.
       IF WS-CAND-STATUS NOT = "00"
           DISPLAY "ERRO! NAO FOI POSSIVEL CRIAR candidaturas.dat"
       ELSE
           DISPLAY "O ficheiro 'candidaturas.dat' foi criado"
       END-IF
       CLOSE CANDIDATURA-FILE.
       PROGRAM-DONE.
       STOP RUN.
