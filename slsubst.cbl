      ******************************************************************
      * Select clause for SUBSTITUICAO-FILE (teacher absences and the
      * substitute cover of each tempo, alternate indexed by date for
      * the daily cover sheet)
      ******************************************************************
       SELECT SUBSTITUICAO-FILE ASSIGN TO "substituicoes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-SUBSTITUICAO
           ALTERNATE RECORD KEY IS SUB-DATA WITH DUPLICATES
           FILE STATUS IS WS-SUBST-STATUS.
