      ******************************************************************
      * Select clause for CANDIDATURA-FILE (new-intake applications)
      ******************************************************************
       SELECT CANDIDATURA-FILE ASSIGN TO "candidaturas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAND-NUMBER
           FILE STATUS IS WS-CAND-STATUS.
