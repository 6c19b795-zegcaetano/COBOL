      ******************************************************************
      * Select clause for MATRICULA-FILE (student enrollment master;
      * alternate key on the encarregado for the siblings lookup)
      ******************************************************************
       SELECT MATRICULA-FILE ASSIGN TO "matricula.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MATRIC-NUMBER
           ALTERNATE RECORD KEY IS MATRIC-CODENC WITH DUPLICATES
           FILE STATUS IS WS-MATRIC-STATUS.
