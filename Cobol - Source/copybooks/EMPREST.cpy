      *> CREDITADO NA CONTRATAÇÂO ('EM' NO EXTRATO) E A PARCELA FIXA
      *> (TABELA PRICE) E DEBITADA TODO MES PELO JOB
      *> CONTA-EMPRESTIMO-COBRANCA ('PE' NO EXTRATO); PARCELA QUE NÂO
      *> PODE SER DEBITADA VIRA ATRASO E VAI PARA O RELATORIO. NO
      *> CONSIGNADO A PARCELA E DESCONTADA NA FOLHA DO FUNCIONARIO
      *> (DESCONTOS-FOLHA, ATE A MARGEM CONSIGNAVEL) E DADA COMO PAGA
      *> PELO CONTA-SALARIO; SO O QUE A MARGEM NÂO COBRIU VOLTA PARA O
      *> DEBITO EM CONTA
           01   REG-EMPRESTIMO.
               02  EMP-CHAVE.
                   03  EMP-COD-CONTA       PIC 9(7).
               02  EMP-PARCELAS-ATRASO     PIC 9(3).
               02  EMP-DIA-VENCIMENTO      PIC 9(2).
               02  EMP-STATUS              PIC X(1).
      *> 'S' COBRANÇA SUSPENSA PELO OBITO DO TITULAR: A DIVIDA SEGUE
      *> EM ABERTO (CONTA COMO ATIVO), MAS O JOB NÂO DEBITA PARCELA
                   88  EMP-ATIVO           VALUE 'A' 'S'.
                   88  EMP-QUITADO         VALUE 'Q'.
                   88  EMP-SUSPENSO        VALUE 'S'.
               02  EMP-DT-CONTRATACAO.
                   03  EMP-CONTR-ANO       PIC 9(04).
                   03  EMP-CONTR-MES       PIC 9(02).
                   03  EMP-COBR-ANO        PIC 9(04).
                   03  EMP-COBR-MES        PIC 9(02).
                   03  EMP-COBR-DIA        PIC 9(02).
      *> 'C' CONSIGNADO EM FOLHA; BRANCO OU 'P' EMPRESTIMO PESSOAL
               02  EMP-TIPO                PIC X(1).
                   88  EMP-CONSIGNADO      VALUE 'C'.
      *> MATRICULA DO FUNCIONARIO (FUNCIONARIO-CONTA.DAT) NO CONSIGNADO
               02  EMP-MATRICULA           PIC 9(5).
      *> PARTE DA PARCELA QUE A MARGEM CONSIGNAVEL NÂO COBRIU, A
      *> DEBITAR EM CONTA PELO JOB DE COBRANÇA
               02  EMP-RESIDUO-FOLHA       PIC 9(8)V99.
