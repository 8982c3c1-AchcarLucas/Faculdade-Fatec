      *> LAYOUT DO DIARIO DE ACESSOS NEGADOS (ARQ-ACESSO-NEGADO.DAT):
      *> UMA LINHA POR TENTATIVA DE OPÇÂO DO MENU OU AÇÂO SENSIVEL QUE A
      *> MATRIZ DE PERMISSÔES RECUSOU AO PERFIL DO OPERADOR, ANEXADA A
      *> CADA RECUSA. O RELATORIO DE SEGREGAÇÂO DE FUNÇÔES RESUME AS
      *> RECUSAS DO MES POR OPERADOR
           01   REG-ACESSO-NEGADO.
               02  ACN-DATA.
                   03  ACN-DATA-ANO        PIC 9(04).
                   03  ACN-DATA-MES        PIC 9(02).
                   03  ACN-DATA-DIA        PIC 9(02).
               02  ACN-HORA.
                   03  ACN-HORA-HH         PIC 9(02).
                   03  ACN-HORA-MM         PIC 9(02).
                   03  ACN-HORA-SS         PIC 9(02).
               02  ACN-OPERADOR            PIC 9(4).
               02  ACN-PERFIL              PIC X(01).
               02  ACN-FUNCAO              PIC X(04).
