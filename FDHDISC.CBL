      ******************************************************************
      * Record layout for HISTDISC-FILE (permanent archive of the
      * per-discipline results of closed periods; one record per
      * academic year + period + student + discipline, period 9 being
      * the yearly result written by the promotion run; the turma and
      * the teacher are those of the timetable at closing time)
      ******************************************************************
       FD  HISTDISC-FILE.
       01  REG-HIST-DISC.
           05  CHAVE-HIST-DISC.
               10  HD-ANO              PIC 9(4).
               10  HD-PERIODO          PIC 9(1).
               10  HD-NUMBER           PIC 9(5).
               10  HD-CODDISC          PIC 9(3).
           05  HD-NOTA1                PIC 99V99.
           05  HD-NOTA2                PIC 99V99.
           05  HD-NOTA3                PIC 99V99.
           05  HD-MEDIA                PIC 99V99.
           05  HD-CODTURMA             PIC 9(3).
           05  HD-CODPROF              PIC 9(3).
