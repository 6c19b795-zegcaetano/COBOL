      ******************************************************************
      * Record layout for REVISAO-FILE (one record per revisao de nota
      * requested on a period already archived in historico.dat;
      * campo 1/2/3 = NOTA1/NOTA2/NOTA3, M = the media of the period;
      * estado A = aberto, D = deferido (historico.dat amended with
      * REV-NOTA-CONCEDIDA), I = indeferido; the decision is taken by
      * a senior operator; REV-DATA-ENVIO is the date the correction
      * went out in ministerio.dat, zero while still to be sent;
      * REV-CODDISC zero = the period result in historico.dat, other
      * = that disciplina's record in historicodisc.dat)
      ******************************************************************
       FD  REVISAO-FILE.
       01  REG-REVISAO.
           05  REV-NUMBER              PIC 9(5).
           05  REV-ANO-PERIODO.
               10  REV-ANO             PIC 9(4).
               10  REV-PERIODO         PIC 9(1).
           05  REV-ALUNO               PIC 9(5).
           05  REV-CAMPO               PIC X.
           05  REV-NOTA-CONTESTADA     PIC 99V99.
           05  REV-NOTA-PEDIDA         PIC 99V99.
           05  REV-MOTIVO              PIC X(60).
           05  REV-ESTADO              PIC X.
           05  REV-DATA-PEDIDO         PIC 9(8).
           05  REV-OPERADOR-PEDIDO     PIC X(10).
           05  REV-DATA-DECISAO        PIC 9(8).
           05  REV-OPERADOR-DECISAO    PIC X(10).
           05  REV-NOTA-CONCEDIDA      PIC 99V99.
           05  REV-MEDIA-ANTES         PIC 99V99.
           05  REV-MEDIA-DEPOIS        PIC 99V99.
           05  REV-SITUACAO-ANTES      PIC X(10).
           05  REV-SITUACAO-DEPOIS     PIC X(10).
           05  REV-DATA-ENVIO          PIC 9(8).
           05  REV-CODDISC             PIC 9(3).
