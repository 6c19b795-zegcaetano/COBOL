      ******************************************************************
      * Select clause for HISTDISC-FILE (closed-period archive of the
      * per-discipline results)
      ******************************************************************
       SELECT HISTDISC-FILE ASSIGN TO "historicodisc.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-HIST-DISC
           FILE STATUS IS WS-HISTDISC-STATUS.
