      ******************************************************************
      * Select clause for CALENDARIO-FILE (school-year calendar)
      ******************************************************************
       SELECT CALENDARIO-FILE ASSIGN TO "calendario.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-CALENDARIO
           FILE STATUS IS WS-CALENDARIO-STATUS.
