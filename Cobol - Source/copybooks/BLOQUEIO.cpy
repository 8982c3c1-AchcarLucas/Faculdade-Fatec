      *> CONTA-BLOQUEIO-CARGA. ENQUANTO ATIVA, OS DEBITOS DA CONTA
      *> (SAQUE, TRANSFERENCIA, ORDENS AGENDADAS) NÂO PODEM LEVAR O
      *> SALDO ABAIXO DA SOMA DOS BLOQUEIOS ATIVOS; O LIMITE DE CHEQUE
      *> ESPECIAL SO VALE COMO PISO QUANDO NÂO HA BLOQUEIO ATIVO. O
      *> REGISTRO DE OBITO (OPÇÂO 45) GRAVA A ORDEM 'ESPOLIO': NA CONTA
      *> INDIVIDUAL COM O VALOR MAXIMO, QUE BARRA TODO DEBITO E DEIXA
      *> ENTRAR CREDITO; NA CONJUNTA, COM A COTA DO FALECIDO NO SALDO
      *> DA DATA DO OBITO. SO A LIBERAÇÂO POR ORDEM JUDICIAL (BLQL) SOLTA
           01   REG-BLOQUEIO.
               02  BLQ-CHAVE.
                   03  BLQ-COD-CONTA       PIC 9(7).
                   03  BLQ-SEQUENCIA       PIC 9(6).
               02  BLQ-ORDEM               PIC X(12).
                   88  BLQ-ESPOLIO         VALUE "ESPOLIO".
               02  BLQ-VALOR               PIC 9(8)V99.
               02  BLQ-AUTORIDADE          PIC X(30).
               02  BLQ-STATUS              PIC X(1).
