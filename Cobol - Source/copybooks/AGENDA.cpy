               02  AGD-CONTA-DESTINO       PIC 9(7).
               02  AGD-DESCRICAO           PIC X(30).
               02  AGD-STATUS              PIC X(01).
      *> 'S' SUSPENSA PELO OBITO DO TITULAR: SEGUE VIGENTE (CONTA
      *> COMO ATIVA NO ENCERRAMENTO E NAS CONSULTAS), MAS O AGENDADOR
      *> NÂO A EXECUTA
                   88  AGD-ATIVO           VALUE 'A' 'S'.
                   88  AGD-CANCELADO       VALUE 'C'.
                   88  AGD-SUSPENSO        VALUE 'S'.
      *> DATA DA ULTIMA EXECUÇÂO; O EXECUTOR PULA ORDENS JA EXECUTADAS
      *> HOJE, O QUE TORNA O RESTART DO JOB IDEMPOTENTE
               02  AGD-DT-ULT-EXEC.
