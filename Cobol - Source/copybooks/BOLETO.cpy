      *> LAYOUT DO REGISTRO DE BOLETO PAGO NO CAIXA (ARQ-BOLETO.DAT)
      *> UM PAGAMENTO POR REGISTRO, DEBITADO DA CONTA NA HORA; O JOB
      *> NOTURNO CONTA-BOLETO-REMESSA RECOLHE OS PENDENTES NO ARQUIVO
      *> DE REMESSA DO BANCO FAVORECIDO E OS MARCA COMO REMETIDOS
           01   REG-BOLETO.
               02  BOL-CHAVE.
                   03  BOL-COD-CONTA       PIC 9(7).
                   03  BOL-SEQUENCIA       PIC 9(6).
      *> CODIGO DE BARRAS DE 44 POSIÇÔES REMONTADO DA LINHA DIGITAVEL
      *> (SEM OS DV DE CAMPO), QUE E O QUE O FAVORECIDO RECONHECE
               02  BOL-CODIGO-BARRAS       PIC X(44).
      *> 'B' BOLETO BANCARIO (47 DIGITOS); 'A' ARRECADAÇÂO DE
      *> CONCESSIONARIA/TRIBUTO (48 DIGITOS, INICIA POR 8)
               02  BOL-TIPO                PIC X(1).
                   88  BOL-BANCARIO        VALUE 'B'.
                   88  BOL-ARRECADACAO     VALUE 'A'.
      *> BANCO DO CEDENTE (3 PRIMEIROS DIGITOS DO BOLETO BANCARIO);
      *> ZEROS NA ARRECADAÇÂO, QUE VAI TODA NUM ARQUIVO DE CONVENIOS
               02  BOL-BANCO-FAVORECIDO    PIC 9(3).
      *> VENCIMENTO DECODIFICADO DO FATOR; ZEROS QUANDO O DOCUMENTO
      *> NÂO TRAZ VENCIMENTO (FATOR ZERO OU ARRECADAÇÂO)
               02  BOL-DT-VENCIMENTO.
                   03  BOL-VENC-ANO        PIC 9(04).
                   03  BOL-VENC-MES        PIC 9(02).
                   03  BOL-VENC-DIA        PIC 9(02).
               02  BOL-VALOR-DOCUMENTO     PIC 9(8)V99.
      *> MULTA + MORA COBRADAS NO PAGAMENTO APOS O VENCIMENTO
               02  BOL-VALOR-ENCARGOS      PIC 9(8)V99.
               02  BOL-VALOR-PAGO          PIC 9(8)V99.
               02  BOL-STATUS              PIC X(01).
                   88  BOL-PENDENTE        VALUE 'P'.
                   88  BOL-REMETIDO        VALUE 'R'.
               02  BOL-DT-PAGAMENTO.
                   03  BOL-PAGTO-ANO       PIC 9(04).
                   03  BOL-PAGTO-MES       PIC 9(02).
                   03  BOL-PAGTO-DIA       PIC 9(02).
      *> DATA DA REMESSA QUE LEVOU O PAGAMENTO; ZEROS ENQUANTO PENDENTE
               02  BOL-DT-REMESSA.
                   03  BOL-REMESSA-ANO     PIC 9(04).
                   03  BOL-REMESSA-MES     PIC 9(02).
                   03  BOL-REMESSA-DIA     PIC 9(02).
      *> COMPROVANTE EMITIDO NO CAIXA; ZEROS NO PAGAMENTO REGRAVADO
      *> PELO CONTA-RECUPERA
               02  BOL-NUM-COMPROVANTE     PIC 9(8).
               02  BOL-OPERADOR            PIC 9(4).
