      ******************************************************************
      * Record layout for CALENDARIO-FILE (calendario escolar; one
      * record per ano letivo + type + start date: P = periodo letivo
      * (CAL-PERIODO 1-3), F = feriado or interrupcao letiva, R =
      * epoca de recurso for the periodo in CAL-PERIODO; single days
      * carry the same start and end date)
      ******************************************************************
       FD  CALENDARIO-FILE.
       01  REG-CALENDARIO.
           05  CHAVE-CALENDARIO.
               10  CAL-ANO             PIC 9(4).
               10  CAL-TIPO            PIC X.
               10  CAL-DATA-INICIO     PIC 9(8).
           05  CAL-DATA-FIM            PIC 9(8).
           05  CAL-PERIODO             PIC 9(1).
           05  CAL-DESCRICAO           PIC X(30).
