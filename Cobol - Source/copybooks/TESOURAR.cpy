      *> LAYOUT DO REGISTRO DE TESOURARIA (ARQ-TESOURARIA.DAT): UM COFRE
      *> POR AGENCIA POR DIA. CRIADO NO PRIMEIRO MOVIMENTO DO DIA COM O
      *> SALDO DE ABERTURA HERDADO DO ULTIMO DIA DA AGENCIA (O CONTADO,
      *> SE O COFRE FOI FECHADO), ACUMULA OS SUPRIMENTOS ENTREGUES AS
      *> GAVETAS, AS DEVOLUÇÔES RECEBIDAS DELAS E AS REMESSAS DE
      *> CARRO-FORTE, E E CONFERIDO NO FECHAMENTO CONTRA O CONTADO
           01   REG-TESOURARIA.
               02  TES-CHAVE.
                   03  TES-COD-AGENCIA     PIC 9(4).
                   03  TES-DATA.
                       04  TES-DATA-ANO    PIC 9(04).
                       04  TES-DATA-MES    PIC 9(02).
                       04  TES-DATA-DIA    PIC 9(02).
               02  TES-SALDO-ABERTURA      PIC 9(10)V99.
               02  TES-TOT-SUPRIMENTOS     PIC 9(10)V99.
               02  TES-TOT-DEVOLUCOES      PIC 9(10)V99.
      *> CARRO-FORTE: ENVIADA = NUMERARIO QUE SAIU PARA A TESOURARIA
      *> CENTRAL; RECEBIDA = NUMERARIO QUE CHEGOU DELA
               02  TES-TOT-REMESSA-ENV     PIC 9(10)V99.
               02  TES-TOT-REMESSA-REC     PIC 9(10)V99.
               02  TES-STATUS              PIC X(01).
                   88  TES-ABERTA          VALUE 'A'.
                   88  TES-FECHADA         VALUE 'F'.
      *> DINHEIRO CONTADO NO FECHAMENTO E A DIFERENÇA CONTRA O ESPERADO
      *> (ABERTURA + DEVOLUÇÔES - SUPRIMENTOS + RECEBIDAS - ENVIADAS)
               02  TES-VALOR-CONTADO       PIC 9(10)V99.
               02  TES-DIFERENCA           PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.
