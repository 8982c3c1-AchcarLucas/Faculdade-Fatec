                   03  INT-SEQUENCIA       PIC 9(6).
      *> TIPO DO MOVIMENTO PRETENDIDO, NOS MESMOS CODIGOS DO EXTRATO
      *> ('DE' 'SA' 'TE' 'ES' 'TX', 'EM' DA LIBERAÇÂO DE EMPRESTIMO E
      *> 'TA' DA TARIFA DE EXCEDENTE DE PACOTE, 'AP' E 'RC' DA
      *> APLICAÇÂO E DO RESGATE DE CDB, 'BL' DO PAGAMENTO DE BOLETO,
      *> 'DC' DO DEPOSITO DE CHEQUE DE OUTRO BANCO);
      *> 'TE' TEM AS DUAS PERNAS
               02  INT-TIPO                PIC X(2).
               02  INT-CONTA-ORIGEM        PIC 9(7).
               02  INT-CONTA-DESTINO       PIC 9(7).
               02  INT-TX-BANCO            PIC 9(3).
               02  INT-TX-AGENCIA          PIC 9(4).
               02  INT-TX-CONTA            PIC 9(7).
      *> CODIGO DE BARRAS QUANDO A INTENÇÂO E DE 'BL' (ESPAÇOS NAS
      *> DEMAIS): PERMITE AO CONTA-RECUPERA REGRAVAR O PAGAMENTO EM
      *> ARQ-BOLETO QUE FALTOU ENTRE O MOVIMENTO E A BAIXA
               02  INT-BOL-BARRAS          PIC X(44).
      *> SEQUENCIA DA APLICAÇÂO EM ARQ-CDB QUANDO A INTENÇÂO E DE 'AP'
      *> OU 'RC' (ZEROS NAS DEMAIS): PERMITE AO CONTA-RECUPERA APAGAR
      *> A APLICAÇÂO SEM DEBITO OU FECHAR O RESGATE SEM O STATUS 'R'
               02  INT-CDB-SEQUENCIA       PIC 9(6).
