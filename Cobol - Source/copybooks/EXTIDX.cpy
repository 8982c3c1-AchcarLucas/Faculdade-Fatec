      *> LAYOUT DO INDICE DOS ARQUIVAMENTOS DE EXTRATO
      *> (ARQ-EXT-ARQUIVO-IDX.DAT): UMA ENTRADA POR CONTA E POR ARQUIVO
      *> DATADO GRAVADO PELO CONTA-ARQUIVA-EXTRATO, COM O PERIODO DOS
      *> MOVIMENTOS DA CONTA QUE FORAM PARA LA. QUEM PRECISA DE UM
      *> PERIODO QUE JA SAIU DO ONLINE (EXPORTAÇÂO DE EXTRATO) LE SO OS
      *> ARQUIVOS APONTADOS AQUI, SEM VARRER TODOS OS ARQUIVAMENTOS.
      *> ARQUIVAMENTOS ANTERIORES AO INDICE ENTRAM NELE PELO UTILITARIO
      *> CONTA-INDEXA-ARQUIVO, UM ARQUIVO POR VEZ
           01   REG-EXT-IDX.
               02  EAX-CHAVE.
                   03  EAX-COD-CONTA       PIC 9(7).
                   03  EAX-DATA-ARQUIVO    PIC 9(8).
               02  EAX-ARQUIVO             PIC X(40).
      *> DATAS (AAAAMMDD) DO PRIMEIRO E DO ULTIMO MOVIMENTO DA CONTA
      *> GRAVADOS NESTE ARQUIVO
               02  EAX-DT-PRIMEIRO         PIC 9(8).
               02  EAX-DT-ULTIMO           PIC 9(8).
               02  EAX-QTDE                PIC 9(6).
