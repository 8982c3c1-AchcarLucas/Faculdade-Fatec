      *> LAYOUT DO REGISTRO DA FILA DE NOTIFICAÇÔES AO CLIENTE
      *> (ARQ-NOTIFICACAO.DAT): OS JOBS E TELAS GRAVAM UM REGISTRO POR
      *> EVENTO QUE O CLIENTE PRECISA SABER (ORDEM AGENDADA QUE FALHOU,
      *> PEDIDO DE LIMITE/REABERTURA DECIDIDO OU EXPIRADO, CONTA DE
      *> CONSUMO RECUSADA NO DEBITO AUTOMATICO); O DESPACHANTE
      *> CONTA-NOTIFICA TRANSFORMA A FILA EM EXTRATOS POR CANAL
      *> (EMAIL/TELEFONE) E MARCA CADA UM COMO DESPACHADO
           01   REG-NOTIFICACAO.
               02  NOT-CHAVE.
                   03  NOT-COD-CONTA       PIC 9(7).
                   88  NOT-PEDIDO-EXPIRADO VALUE 'PX'.
                   88  NOT-REABERTURA-APROVADA VALUE 'RA'.
                   88  NOT-REABERTURA-REJEITADA VALUE 'RR'.
                   88  NOT-DEBITO-AUT-RECUSADO VALUE 'DR'.
      *> CONTA TRANSFERIDA PARA OUTRA AGENCIA (FUSÂO DE AGENCIAS)
                   88  NOT-MUDANCA-AGENCIA VALUE 'MA'.
      *> REVISÂO CADASTRAL VENCIDA: ATUALIZAR DADOS NA AGENCIA
                   88  NOT-RECADASTRO      VALUE 'RC'.
      *> RECLAMAÇÂO DO SAC ABERTA (COM O PROTOCOLO) E FECHADA
                   88  NOT-SAC-ABERTA      VALUE 'SA'.
                   88  NOT-SAC-FECHADA     VALUE 'SF'.
      *> CHEQUE EMITIDO PELA CONTA DEVOLVIDO NA COMPENSAÇÂO (COM O
      *> NUMERO DA FOLHA E O MOTIVO)
                   88  NOT-CHEQUE-DEVOLVIDO VALUE 'CD'.
               02  NOT-TEXTO               PIC X(40).
               02  NOT-DATA.
                   03  NOT-DATA-ANO        PIC 9(04).
