      *> LAYOUT DO ITEM DE CARTEIRA (ARQ-CARTEIRA-ITEM.DAT): CADA
      *> OCORRENCIA APONTADA PELOS JOBS CONTA-ALERTA (CONTA ACIMA DO
      *> LIMITE), CONTA-DORMENTE (CONTA MARCADA DORMENTE) E
      *> CONTA-EMPRESTIMO-COBRANCA (CONTRATO COM PARCELA EM ATRASO),
      *> ENDEREÇADA AO GERENTE DE RELACIONAMENTO DO TITULAR DA CONTA
      *> (CLI-GERENTE; ZEROS = SEM GERENTE). CADA JOB REFAZ OS SEUS
      *> ITENS A CADA EXECUÇÂO E O CONTA-CARTEIRA OS LISTA NA SEÇÂO DO
      *> GERENTE, LIDOS PELA CHAVE ALTERNATIVA ITM-GERENTE
           01   REG-CARTEIRA-ITEM.
               02  ITM-CHAVE.
                   03  ITM-ORIGEM          PIC X(2).
                       88  ITM-ALERTA      VALUE 'AL'.
                       88  ITM-DORMENTE    VALUE 'DO'.
                       88  ITM-COBRANCA    VALUE 'CB'.
                   03  ITM-COD-CONTA       PIC 9(7).
      *> SEQUENCIA DO CONTRATO EM ATRASO; ZEROS NOS DEMAIS
                   03  ITM-REFERENCIA      PIC 9(6).
               02  ITM-GERENTE             PIC 9(4).
               02  ITM-COD-AGENCIA         PIC 9(4).
               02  ITM-CPF                 PIC 9(11).
               02  ITM-DATA.
                   03  ITM-DATA-ANO        PIC 9(04).
                   03  ITM-DATA-MES        PIC 9(02).
                   03  ITM-DATA-DIA        PIC 9(02).
      *> A LINHA DO RELATORIO DO JOB DE ORIGEM, COMO FOI GRAVADA LA
               02  ITM-TEXTO               PIC X(120).
