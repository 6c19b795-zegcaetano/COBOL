      ******************************************************************
      * Select clause for FALTAULA-FILE (dated absences per lesson,
      * alternate indexed by date for the daily listings)
      ******************************************************************
       SELECT FALTAULA-FILE ASSIGN TO "faltasaula.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-FALTA-AULA
           ALTERNATE RECORD KEY IS FA-DATA WITH DUPLICATES
           FILE STATUS IS WS-FALTAULA-STATUS.
