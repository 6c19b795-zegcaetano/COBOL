      ******************************************************************
      * Record layout for RUNCTL-FILE - one line per batch start and
      * batch end (INICIADO / CONCLUIDO / ABENDADO); counters are only
      * meaningful on end records; ano+periodo only on period closes.
      * RetencaoRGPD also writes one ANONIMIZOU line per student it
      * anonymised (student number in LIDOS, records changed in
      * GRAVADOS, last academic year of the student in ANO)
      ******************************************************************
       FD  RUNCTL-FILE.
       01  REG-RUNCTL.
