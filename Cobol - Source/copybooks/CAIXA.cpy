      *> (FUNDO + DEPOSITOS - SAQUES); POSITIVA = SOBRA, NEGATIVA = FALTA
               02  CXA-VALOR-DECLARADO     PIC 9(10)V99.
               02  CXA-DIFERENCA           PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.
      *> AGENCIA DA GAVETA (INFORMADA NA ABERTURA) E O DINHEIRO
      *> TRAZIDO DA TESOURARIA DA AGENCIA (SUPRIMENTO) E DEVOLVIDO A
      *> ELA (DEVOLUÇÂO DO EXCESSO) AO LONGO DO DIA
               02  CXA-COD-AGENCIA         PIC 9(4).
               02  CXA-TOT-SUPRIMENTOS     PIC 9(10)V99.
               02  CXA-TOT-DEVOLUCOES      PIC 9(10)V99.
