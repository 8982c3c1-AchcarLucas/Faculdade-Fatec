      *> LAYOUT DA MATRIZ DE PERMISSÔES POR PERFIL (ARQ-PERMISSAO.DAT):
      *> UM REGISTRO POR PERFIL DE OPERADOR E FUNÇÂO — OPÇÂO DO MENU
      *> PRINCIPAL ('OP' + NUMERO DA OPÇÂO) OU AÇÂO SENSIVEL DENTRO DE
      *> UMA OPÇÂO (APRV APROVAR PEDIDO, BLQI/BLQL INCLUIR/LIBERAR
      *> BLOQUEIO JUDICIAL, PARM PARAMETROS, OPER OPERADORES, JANL
      *> JANELA BATCH, WTCH WATCHLIST, REVI OPERAÇÔES RETIDAS, FRAU
      *> CASOS DE FRAUDE, TESR COFRE, CCFX EXCLUSÂO DO CCF, EMPR
      *> EMPRESAS, OVRD CREDENCIAL DE OVERRIDE, PERM ESTA MATRIZ).
      *> FUNÇÂO SEM REGISTRO SEGUE O PADRAO DO PERFIL NO PROGRAMA DE
      *> CAIXA. MANTIDA PELA OPÇÂO 44, COM TRILHA DE AUDITORIA
           01   REG-PERMISSAO.
               02  PRM-CHAVE.
                   03  PRM-PERFIL          PIC X(01).
                   03  PRM-FUNCAO          PIC X(04).
               02  PRM-PERMITIDO           PIC X(01).
                   88  PRM-CONCEDIDA       VALUE 'S'.
                   88  PRM-NEGADA          VALUE 'N'.
               02  PRM-DT-ULT-MODIF.
                   03  PRM-MODIF-ANO       PIC 9(04).
                   03  PRM-MODIF-MES       PIC 9(02).
                   03  PRM-MODIF-DIA       PIC 9(02).
               02  PRM-OPERADOR            PIC 9(4).
