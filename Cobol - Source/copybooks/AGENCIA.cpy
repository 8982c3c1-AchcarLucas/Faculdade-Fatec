               02  AGE-STATUS              PIC X(01).
                   88  AGE-ATIVA           VALUE 'A'.
                   88  AGE-INATIVA         VALUE 'I'.
      *> TETO DE NUMERARIO COBERTO PELO SEGURO NA AGENCIA (TESOURARIA);
      *> SALDO ACIMA DELE E SINALIZADO PARA A TESOURARIA CENTRAL MANDAR
      *> O CARRO-FORTE. ZEROS = SEM TETO CADASTRADO
               02  AGE-LIMITE-NUMERARIO    PIC 9(10)V99.
