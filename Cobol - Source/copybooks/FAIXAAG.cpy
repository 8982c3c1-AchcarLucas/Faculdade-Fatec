      *> LAYOUT DAS FAIXAS DE AGENCIAS DA JANELA NOTURNA
      *> (ARQ-FAIXAS-AGENCIA.DAT, UMA LINHA POR FAIXA, NUMERADAS 01, 02,
      *> ... EM ORDEM CRESCENTE, COBRINDO DE 0000 A 9999 SEM LACUNA NEM
      *> SOBREPOSIÇÂO): O CONTA-ORQUESTRADOR DISPARA UMA
      *> EXECUÇÂO DO PASSO POR FAIXA EM PARALELO E O CONTA-CONSOLIDA
      *> JUNTA OS TOTAIS POR AGENCIA E OS RELATORIOS DAS FAIXAS
           01   REG-FAIXA-AGENCIA.
               02  FXA-FAIXA               PIC 9(2).
               02  FXA-AGENCIA-DE          PIC 9(4).
               02  FXA-AGENCIA-ATE         PIC 9(4).
