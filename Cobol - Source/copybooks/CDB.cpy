      *> LAYOUT DA APLICAÇÂO EM CDB (ARQ-CDB.DAT): UMA APLICAÇÂO POR
      *> REGISTRO, PRESA A CONTA. O PRINCIPAL E DEBITADO NA APLICAÇÂO
      *> ('AP' NO EXTRATO); O JOB CONTA-CDB APROPRIA O RENDIMENTO A
      *> CADA DIA UTIL E NO VENCIMENTO CREDITA PRINCIPAL MAIS
      *> RENDIMENTO, JA DESCONTADO O IR RETIDO ('RC' NO EXTRATO). O
      *> RESGATE ANTECIPADO E FEITO NO CAIXA PELO MESMO CALCULO
           01   REG-CDB.
               02  CDB-CHAVE.
                   03  CDB-COD-CONTA       PIC 9(7).
                   03  CDB-SEQUENCIA       PIC 9(6).
               02  CDB-PRINCIPAL           PIC 9(8)V99.
      *> TAXA PRE-FIXADA AO ANO, APROPRIADA POR DIA UTIL (BASE 252)
               02  CDB-TAXA-ANUAL          PIC 9(2)V9(2).
               02  CDB-STATUS              PIC X(1).
                   88  CDB-ATIVO           VALUE 'A'.
                   88  CDB-RESGATADO       VALUE 'R'.
               02  CDB-DT-APLICACAO.
                   03  CDB-APLIC-ANO       PIC 9(04).
                   03  CDB-APLIC-MES       PIC 9(02).
                   03  CDB-APLIC-DIA       PIC 9(02).
               02  CDB-DT-VENCIMENTO.
                   03  CDB-VENC-ANO        PIC 9(04).
                   03  CDB-VENC-MES        PIC 9(02).
                   03  CDB-VENC-DIA        PIC 9(02).
      *> RENDIMENTO BRUTO JA APROPRIADO E O ULTIMO DIA UTIL APROPRIADO;
      *> A DATA TORNA O RESTART DO JOB IDEMPOTENTE
               02  CDB-RENDIMENTO-ACUM     PIC 9(8)V99.
               02  CDB-DT-ULT-APROPRIACAO.
                   03  CDB-APROP-ANO       PIC 9(04).
                   03  CDB-APROP-MES       PIC 9(02).
                   03  CDB-APROP-DIA       PIC 9(02).
      *> PREENCHIDOS NO RESGATE (ANTECIPADO OU NO VENCIMENTO); ZEROS
      *> ENQUANTO A APLICAÇÂO ESTA ATIVA
               02  CDB-IR-RETIDO           PIC 9(8)V99.
               02  CDB-VALOR-RESGATE       PIC 9(8)V99.
               02  CDB-DT-RESGATE.
                   03  CDB-RESG-ANO        PIC 9(04).
                   03  CDB-RESG-MES        PIC 9(02).
                   03  CDB-RESG-DIA        PIC 9(02).
