      ******************************************************************
      * Select clause for REVISAO-FILE (grade review requests on closed
      * periods; alternate key on the period for the register)
      ******************************************************************
       SELECT REVISAO-FILE ASSIGN TO "revisoes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REV-NUMBER
           ALTERNATE RECORD KEY IS REV-ANO-PERIODO WITH DUPLICATES
           FILE STATUS IS WS-REVISAO-STATUS.
