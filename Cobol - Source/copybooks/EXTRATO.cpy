                   88  EXT-PARCELA-EMP     VALUE 'PE'.
      *> CREDITO DE SALARIO LIQUIDO LANÇADO PELO JOB MENSAL DA FOLHA
                   88  EXT-SALARIO         VALUE 'SL'.
      *> APLICAÇÂO EM CDB DEBITADA NO CAIXA ('AP') E O RESGATE
      *> CREDITADO LIQUIDO DO IR, NO CAIXA OU NO VENCIMENTO ('RC')
                   88  EXT-APLICACAO-CDB   VALUE 'AP'.
                   88  EXT-RESGATE-CDB     VALUE 'RC'.
      *> PAGAMENTO DE BOLETO NO CAIXA, DEBITADO DA CONTA
                   88  EXT-PAGTO-BOLETO    VALUE 'BL'.
      *> CONTA DE CONSUMO DEBITADA PELO JOB DE DEBITO AUTOMATICO, CONTRA
      *> A AUTORIZAÇÂO DO CLIENTE PARA A EMPRESA CONVENIADA
                   88  EXT-DEBITO-AUTOMATICO VALUE 'DA'.
      *> CHEQUE DE OUTRO BANCO DEPOSITADO NO CAIXA ('DC'), CREDITADO MAS
      *> BLOQUEADO ATE A COMPENSAÇÂO, E O ESTORNO DO CREDITO QUANDO A
      *> CAMARA DEVOLVE O CHEQUE ('CD'); A TARIFA DA DEVOLUÇÂO E UM 'TA'
      *> DE CATEGORIA 98
                   88  EXT-DEPOSITO-CHEQUE VALUE 'DC'.
                   88  EXT-CHEQUE-DEVOLVIDO VALUE 'CD'.
               02  EXT-VALOR               PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
               02  EXT-SALDO-ANTERIOR      PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
               02  EXT-SALDO-ATUAL         PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
