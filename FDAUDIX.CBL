           05  AIX-MEDIA-DEPOIS        PIC 99V99.
           05  AIX-TURMA-ANTES         PIC 9(3).
           05  AIX-TURMA-DEPOIS        PIC 9(3).
      * Zero for movements on notas.dat; for NOTADIS (notas por
      * disciplina in notasdisc.dat) carries the disciplina code
           05  AIX-CODDISC             PIC 9(3).
