      *> LAYOUT DO CADASTRO DE EMPRESAS (ARQ-EMPRESA.DAT): UM REGISTRO
      *> POR CNPJ TITULAR DE CONTA (PESSOA JURIDICA). RAZÂO SOCIAL E
      *> CONTATO VIVEM AQUI, COMO OS DO CLIENTE PESSOA FISICA EM
      *> ARQ-CLIENTE.DAT; A CONTA GUARDA O NOME FANTASIA EM W-NOME.
      *> MANTIDO PELA OPÇÂO 43 DO CAIXA
           01   REG-EMPRESA.
               02  PJ-CNPJ                 PIC 9(14).
               02  PJ-RAZAO-SOCIAL         PIC X(40).
               02  PJ-NOME-FANTASIA        PIC X(32).
               02  PJ-DT-ABERTURA.
                   03  PJ-ABERTURA-ANO     PIC 9(04).
                   03  PJ-ABERTURA-MES     PIC 9(02).
                   03  PJ-ABERTURA-DIA     PIC 9(02).
               02  PJ-EMAIL                PIC X(40).
               02  PJ-TELEFONE             PIC X(15).
               02  PJ-ENDERECO             PIC X(40).
               02  PJ-CEP                  PIC 9(8).
      *> ALÇADA DE ASSINATURA: SAQUE OU TRANSFERENCIA ACIMA DESTE VALOR
      *> NAS CONTAS DA EMPRESA SO SAI COM A ASSINATURA DE REPRESENTANTE
      *> LEGAL COM PODERES (ARQ-REPRESENTANTE.DAT), CONFERIDA NO CAIXA;
      *> ZEROS = TODA OPERAÇÂO PEDE ASSINATURA
               02  PJ-ALCADA-ASSINATURA    PIC 9(8)V99.
               02  PJ-DT-ULT-MODIF.
                   03  PJ-ULT-MODIF-ANO    PIC 9(04).
                   03  PJ-ULT-MODIF-MES    PIC 9(02).
                   03  PJ-ULT-MODIF-DIA    PIC 9(02).
      *> DATA DA ULTIMA REVISÂO CADASTRAL DA EMPRESA, GRAVADA PELA
      *> OPÇÂO 43 DO CAIXA; ZEROS = NUNCA REVISADA, JA CONTA COMO VENCIDA
               02  PJ-DT-ULT-REVISAO.
                   03  PJ-REVISAO-ANO      PIC 9(04).
                   03  PJ-REVISAO-MES      PIC 9(02).
                   03  PJ-REVISAO-DIA      PIC 9(02).
      *> SITUAÇÂO MANTIDA PELO JOB CONTA-RECADASTRO, COMO A DO CLIENTE:
      *> 'V' VENCIDA COM LEMBRETE NA FILA, 'P' CARENCIA ESGOTADA (O
      *> CAIXA AVISA E O SAQUE ACIMA DO VALOR DO PARAMETRO PEDE
      *> SUPERVISOR); A OPÇÂO 43 VOLTA PARA EM DIA AO GRAVAR
               02  PJ-SITUACAO-CADASTRO    PIC X(1).
                   88  PJ-CADASTRO-EM-DIA  VALUE ' ' 'E'.
                   88  PJ-CADASTRO-VENCIDO VALUE 'V'.
                   88  PJ-CADASTRO-PENDENTE VALUE 'P'.
               02  PJ-DT-LEMBRETE.
                   03  PJ-LEMBRETE-ANO     PIC 9(04).
                   03  PJ-LEMBRETE-MES     PIC 9(02).
                   03  PJ-LEMBRETE-DIA     PIC 9(02).
