      * senha stored ciphered, never in clear; estado A = ativo,
      * I = inativo, B = bloqueado por tentativas falhadas; trocar
      * S = must change the senha at the next login; data-senha is
      * when the senha was last set, for the expiry check; perfil
      * J = junior/secretaria, S = senior, P = professor, who may only
      * post grades for the turmas and disciplinas of the teacher in
      * codprof; codprof zero = not linked to a teacher)
      ******************************************************************
       FD  OPERADOR-FILE.
       01  REG-OPERADOR.
           05  OPERADOR-TROCAR         PIC X.
           05  OPERADOR-DATA-SENHA     PIC 9(8).
           05  OPERADOR-TENTATIVAS     PIC 9.
           05  OPERADOR-CODPROF        PIC 9(3).
