      ******************************************************************
      * Select clause for ENCARREGADO-FILE (encarregados de educacao;
      * alternate key on the name for the lookup by name)
      ******************************************************************
       SELECT ENCARREGADO-FILE ASSIGN TO "encarregados.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENC-NUMBER
           ALTERNATE RECORD KEY IS ENC-NOME WITH DUPLICATES
           FILE STATUS IS WS-ENC-STATUS.
