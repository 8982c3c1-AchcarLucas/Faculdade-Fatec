      *> LAYOUT DO DIARIO DE REIMPRESSÔES DE COMPROVANTE
      *> (ARQ-REIMPRESSAO.DAT): UMA LINHA POR VIA EXTRA TIRADA PELA
      *> OPÇÂO 34 DO PROGRAMA DE CAIXA, COM QUEM PEDIU E QUANDO. O
      *> COMPROVANTE SO GUARDA A ULTIMA REIMPRESSÂO; A PRODUTIVIDADE
      *> POR OPERADOR CONTA AS LINHAS DESTE DIARIO
           01   REG-REIMPRESSAO.
               02  RIM-NUMERO              PIC 9(8).
               02  RIM-COD-CONTA           PIC 9(7).
               02  RIM-OPERADOR            PIC 9(4).
               02  RIM-DATA.
                   03  RIM-DATA-ANO        PIC 9(04).
                   03  RIM-DATA-MES        PIC 9(02).
                   03  RIM-DATA-DIA        PIC 9(02).
               02  RIM-HORA.
                   03  RIM-HORA-HH         PIC 9(02).
                   03  RIM-HORA-MM         PIC 9(02).
                   03  RIM-HORA-SS         PIC 9(02).
