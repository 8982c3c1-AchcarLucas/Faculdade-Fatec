               02  OPE-CODIGO              PIC 9(4).
               02  OPE-NOME                PIC X(30).
               02  OPE-SENHA               PIC X(8).
      *> PERFIL: O QUE CADA UM PODE FAZER NO CAIXA VEM DA MATRIZ DE
      *> PERMISSÔES (ARQ-PERMISSAO.DAT) OU DO PADRAO DO PERFIL
               02  OPE-PERFIL              PIC X(01).
                   88  OPE-SUPERVISOR      VALUE 'S'.
                   88  OPE-CAIXA           VALUE 'C'.
                   88  OPE-GERENTE         VALUE 'G'.
                   88  OPE-RETAGUARDA      VALUE 'B'.
                   88  OPE-AUDITOR         VALUE 'A'.
      *> GERENTE DE RELACIONAMENTO: DONO DE UMA CARTEIRA DE CLIENTES
      *> (CLI-GERENTE), RECEBE O RELATORIO MENSAL DA CARTEIRA
                   88  OPE-GERENTE-RELAC   VALUE 'R'.
                   88  OPE-PERFIL-VALIDO   VALUE 'S' 'C' 'G' 'B' 'A' 'R'.
               02  OPE-STATUS              PIC X(01).
                   88  OPE-ATIVO           VALUE 'A'.
                   88  OPE-INATIVO         VALUE 'I'.
