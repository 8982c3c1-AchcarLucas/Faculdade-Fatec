      *> LAYOUT DO CHEQUE DE TERCEIRO DEPOSITADO (ARQ-CHEQUE-DEP.DAT)
      *> UM REGISTRO POR CHEQUE DE OUTRO BANCO RECEBIDO NO DEPOSITO DE
      *> CAIXA. O VALOR E CREDITADO EM W-SALDO NO DEPOSITO ('DC'), MAS
      *> FICA FORA DO SALDO DISPONIVEL ATE CDP-DT-DISPONIVEL (FLOAT DA
      *> COMPENSAÇÂO EM DIAS UTEIS). O JOB NOTURNO DE REMESSA DE CHEQUES
      *> RECOLHE OS PENDENTES PARA A CAMARA E O RETORNO DE DEVOLVIDOS
      *> ESTORNA O CREDITO ('CD') E COBRA A TARIFA
           01   REG-CHEQUE-DEP.
               02  CDP-CHAVE.
                   03  CDP-COD-CONTA       PIC 9(7).
                   03  CDP-SEQUENCIA       PIC 9(6).
      *> DADOS DO CHEQUE: BANCO, AGENCIA E CONTA DO EMITENTE E O NUMERO
      *> DA FOLHA, COMO IMPRESSOS NA LINHA DO CHEQUE
               02  CDP-BANCO-EMITENTE      PIC 9(3).
               02  CDP-AGENCIA-EMITENTE    PIC 9(4).
               02  CDP-CONTA-EMITENTE      PIC 9(7).
               02  CDP-NUMERO-CHEQUE       PIC 9(6).
               02  CDP-VALOR               PIC 9(8)V99.
               02  CDP-STATUS              PIC X(01).
                   88  CDP-PENDENTE        VALUE 'P'.
                   88  CDP-REMETIDO        VALUE 'R'.
                   88  CDP-DEVOLVIDO       VALUE 'D'.
      *> REFERENCIA ENVIADA A CAMARA (CONTA + PARTE DA SEQUENCIA); O
      *> RETORNO DE DEVOLVIDOS LOCALIZA O CHEQUE POR ELA
               02  CDP-REFERENCIA          PIC X(12).
               02  CDP-DATA.
                   03  CDP-DATA-ANO        PIC 9(04).
                   03  CDP-DATA-MES        PIC 9(02).
                   03  CDP-DATA-DIA        PIC 9(02).
      *> PRIMEIRO DIA EM QUE O VALOR ENTRA NO SALDO DISPONIVEL
               02  CDP-DT-DISPONIVEL.
                   03  CDP-DISP-ANO        PIC 9(04).
                   03  CDP-DISP-MES        PIC 9(02).
                   03  CDP-DISP-DIA        PIC 9(02).
      *> SEQUENCIA DO MOVIMENTO 'DC' QUE CREDITOU O CHEQUE; ZEROS
      *> ENQUANTO O CREDITO NÂO FOI GRAVADO
               02  CDP-SEQ-EXTRATO         PIC 9(6).
               02  CDP-OPERADOR            PIC 9(4).
      *> MOTIVO DA DEVOLUÇÂO INFORMADO PELA CAMARA (11/12 SEM FUNDOS,
      *> 13 CONTA ENCERRADA, 21 SUSTADO ...); ESPAÇOS SE NÂO DEVOLVIDO
               02  CDP-MOTIVO-DEVOLUCAO    PIC X(02).
