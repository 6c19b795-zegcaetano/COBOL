      ******************************************************************
      * Record layout for NOTIFENV-FILE (one record per student and
      * event already extracted for the gateway, so a rerun never
      * sends it again; evento FALTA = absences of a day (referencia
      * = date), NOTA = grade change (referencia = auditoria key),
      * RISCO = at risk in a period (referencia = ano + periodo),
      * FECHO = period-close result (referencia = ano + periodo);
      * mensagens = message records written for it)
      ******************************************************************
       FD  NOTIFENV-FILE.
       01  REG-NOTIF-ENVIADA.
           05  CHAVE-NOTIF-ENVIADA.
               10  NE-NUMBER           PIC 9(5).
               10  NE-EVENTO           PIC X(5).
               10  NE-REFERENCIA       PIC X(19).
           05  NE-DATA-ENVIO           PIC 9(8).
           05  NE-MENSAGENS            PIC 9(2).
