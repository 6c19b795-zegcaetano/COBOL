      ******************************************************************
      * Select clause for CONTA-FILE (conta corrente of each student
      * number: charges and payments)
      ******************************************************************
       SELECT CONTA-FILE ASSIGN TO "contacorrente.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-MOVIMENTO
           FILE STATUS IS WS-CONTA-STATUS.
