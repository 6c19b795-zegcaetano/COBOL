      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CriarNotificacaoIndexado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "slnotif.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "fdnotif.cbl".
       WORKING-STORAGE SECTION.
       77 WS-NOTIFENV-STATUS       PIC XX.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
       OPEN OUTPUT NOTIFENV-FILE.
       IF WS-NOTIFENV-STATUS NOT = "00"
           DISPLAY "ERRO! NAO FOI POSSIVEL CRIAR notifenviadas.dat"
       ELSE
           DISPLAY "O ficheiro 'notifenviadas.dat' foi criado"
       END-IF
       CLOSE NOTIFENV-FILE.
       PROGRAM-DONE.
       STOP RUN.
