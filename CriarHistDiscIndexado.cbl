      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CriarHistDiscIndexado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "slhdisc.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "fdhdisc.cbl".
       WORKING-STORAGE SECTION.
       77 WS-HISTDISC-STATUS    PIC XX.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
       OPEN OUTPUT HISTDISC-FILE.
       IF WS-HISTDISC-STATUS NOT = "00"
           DISPLAY "ERRO! NAO FOI POSSIVEL CRIAR historicodisc.dat"
       ELSE
           DISPLAY "O ficheiro 'historicodisc.dat' foi criado"
       END-IF
       CLOSE HISTDISC-FILE.
       PROGRAM-DONE.
       STOP RUN.
