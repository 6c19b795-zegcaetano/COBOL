      ******************************************************************
      * Select clause for NOTIFENV-FILE (notifications already sent to
      * the SMS/email gateway, one per student + event + reference)
      ******************************************************************
       SELECT NOTIFENV-FILE ASSIGN TO "notifenviadas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-NOTIF-ENVIADA
           FILE STATUS IS WS-NOTIFENV-STATUS.
