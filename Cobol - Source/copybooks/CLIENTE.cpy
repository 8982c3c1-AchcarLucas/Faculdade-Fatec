               02  CLI-NOME                PIC X(32).
               02  CLI-EMAIL               PIC X(40).
               02  CLI-TELEFONE            PIC X(15).
      *> DADOS CADASTRAIS EXIGIDOS PELA RENOVAÇÂO PERIODICA (KYC)
               02  CLI-ENDERECO            PIC X(40).
               02  CLI-CEP                 PIC 9(8).
               02  CLI-DT-NASCIMENTO.
                   03  CLI-NASC-ANO        PIC 9(04).
                   03  CLI-NASC-MES        PIC 9(02).
                   03  CLI-NASC-DIA        PIC 9(02).
               02  CLI-RENDA-DECLARADA     PIC 9(8)V99.
      *> DATA DA ULTIMA REVISÂO CADASTRAL, GRAVADA PELA OPÇÂO 18 DO
      *> CAIXA; ZEROS = NUNCA REVISADO, JA CONTA COMO VENCIDO
               02  CLI-DT-ULT-REVISAO.
                   03  CLI-REVISAO-ANO     PIC 9(04).
                   03  CLI-REVISAO-MES     PIC 9(02).
                   03  CLI-REVISAO-DIA     PIC 9(02).
      *> SITUAÇÂO MANTIDA PELO JOB CONTA-RECADASTRO: 'V' QUANDO A
      *> REVISÂO VENCE E O LEMBRETE VAI PARA A FILA DE NOTIFICAÇÔES,
      *> 'P' QUANDO A CARENCIA ACABA SEM ATUALIZAÇÂO (O CAIXA AVISA E O
      *> SAQUE ACIMA DO VALOR DO PARAMETRO PEDE SUPERVISOR); A OPÇÂO 18
      *> VOLTA PARA EM DIA AO GRAVAR
               02  CLI-SITUACAO-CADASTRO   PIC X(1).
                   88  CLI-CADASTRO-EM-DIA VALUE ' ' 'E'.
                   88  CLI-CADASTRO-VENCIDO VALUE 'V'.
                   88  CLI-CADASTRO-PENDENTE VALUE 'P'.
               02  CLI-DT-LEMBRETE.
                   03  CLI-LEMBRETE-ANO    PIC 9(04).
                   03  CLI-LEMBRETE-MES    PIC 9(02).
                   03  CLI-LEMBRETE-DIA    PIC 9(02).
      *> GERENTE DE RELACIONAMENTO RESPONSAVEL PELO CLIENTE: CODIGO DE
      *> UM OPERADOR DE PERFIL 'R', ATRIBUIDO PELA OPÇÂO 46 DO CAIXA;
      *> ZEROS = CLIENTE SEM GERENTE
               02  CLI-GERENTE             PIC 9(4).
