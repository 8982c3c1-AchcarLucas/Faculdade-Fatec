               02  CPV-VALOR               PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
               02  CPV-SALDO-ATUAL         PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
               02  CPV-OPERADOR            PIC 9(4).
      *> REIMPRESSÔES FEITAS PELA OPÇÂO 34: QUANTAS VIAS EXTRAS JA
      *> SAIRAM, QUEM PEDIU A ULTIMA E QUANDO (ZEROS = NUNCA
      *> REIMPRESSO); CADA VIA TAMBEM VAI PARA O DIARIO DE
      *> REIMPRESSÔES (REIMPLOG), QUE A PRODUTIVIDADE CONTA
               02  CPV-QTDE-REIMPRESSOES   PIC 9(3).
               02  CPV-OPERADOR-REIMPRESSAO PIC 9(4).
               02  CPV-DT-ULT-REIMPRESSAO.
                   03  CPV-REIMP-ANO       PIC 9(04).
                   03  CPV-REIMP-MES       PIC 9(02).
                   03  CPV-REIMP-DIA       PIC 9(02).
