      *> LAYOUT DO CADASTRO DE AUTORIZAÇÔES DE DEBITO AUTOMATICO
      *> (ARQ-DEBAUT.DAT): UMA AUTORIZAÇÂO POR CONTRATO DO CLIENTE NA
      *> EMPRESA CONVENIADA (AGUA, LUZ, TELEFONE...), PELA CHAVE QUE
      *> CHEGA NO ARQUIVO DE COBRANÇA DA EMPRESA. INCLUIDA, ALTERADA E
      *> CANCELADA NO CAIXA; O JOB CONTA-DEBAUT SO DEBITA CONTRATO COM
      *> AUTORIZAÇÂO ATIVA
           01   REG-DEBAUT.
               02  DAU-CHAVE.
                   03  DAU-EMPRESA         PIC 9(4).
                   03  DAU-CONTRATO        PIC X(20).
               02  DAU-COD-CONTA           PIC 9(7).
      *> TETO POR DEBITO ESCOLHIDO PELO CLIENTE; ZEROS = SEM TETO
               02  DAU-VALOR-MAXIMO        PIC 9(8)V99.
               02  DAU-STATUS              PIC X(1).
      *> 'S' SUSPENSA PELO OBITO DO TITULAR: SEGUE VIGENTE PARA O
      *> CAIXA, MAS O JOB RECUSA A FATURA
                   88  DAU-ATIVA           VALUE 'A' 'S'.
                   88  DAU-CANCELADA       VALUE 'C'.
                   88  DAU-SUSPENSA        VALUE 'S'.
               02  DAU-DT-AUTORIZACAO.
                   03  DAU-AUTORIZ-ANO     PIC 9(04).
                   03  DAU-AUTORIZ-MES     PIC 9(02).
                   03  DAU-AUTORIZ-DIA     PIC 9(02).
      *> DATA DO CANCELAMENTO; ZEROS NA AUTORIZAÇÂO ATIVA
               02  DAU-DT-CANCELAMENTO.
                   03  DAU-CANCEL-ANO      PIC 9(04).
                   03  DAU-CANCEL-MES      PIC 9(02).
                   03  DAU-CANCEL-DIA      PIC 9(02).
               02  DAU-OPERADOR            PIC 9(4).
