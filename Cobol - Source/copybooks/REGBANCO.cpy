      *> PACOTE DE SERVIÇOS CONTRATADO (ARQ-PACOTE.DAT); ZEROS = SEM
      *> PACOTE, A MANUTENÇÂO SEGUE NA TABELA DE FAIXAS POR LIMITE
               02  W-PACOTE                PIC 9(2).
      *> TIPO DO TITULAR: 'F' PESSOA FISICA (PADRAO; REGISTROS ANTIGOS
      *> EM BRANCO CONTAM COMO FISICA), IDENTIFICADA POR CPF; 'J'
      *> PESSOA JURIDICA, IDENTIFICADA PELO CNPJ ABAIXO, COM CPF E CPF2
      *> ZERADOS. OS DADOS DA EMPRESA E OS REPRESENTANTES LEGAIS VIVEM
      *> EM ARQ-EMPRESA.DAT E ARQ-REPRESENTANTE.DAT
               02  W-TIPO-TITULAR          PIC X(01).
                   88  TITULAR-PF          VALUE 'F' ' '.
                   88  TITULAR-PJ          VALUE 'J'.
      *> CNPJ DA EMPRESA TITULAR; ZEROS NA CONTA DE PESSOA FISICA. NÂO
      *> HA CHAVE ALTERNATIVA — BUSCAS POR CNPJ VARREM O ARQUIVO, COMO
      *> AS DE SEGUNDO TITULAR
               02  CNPJ                    PIC 9(14).
