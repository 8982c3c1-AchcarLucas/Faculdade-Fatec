      *> REGISTRO, CRIADA 'E' (EMITIDA) NA EMISSÂO DO TALÂO PELO CAIXA.
      *> A COMPENSAÇÂO BAIXA PARA 'C' COM VALOR E DATA QUANDO O DEBITO
      *> DA CAMARA TRAZ O NUMERO DO CHEQUE; A SUSTAÇÂO ('S') FAZ O
      *> CLEARING DEVOLVER O CHEQUE NO ARQUIVO DE RETORNO. CHEQUE SEM
      *> FUNDOS VOLTA A CAMARA COM MOTIVO 11 NA PRIMEIRA APRESENTAÇÂO
      *> (A FOLHA SEGUE 'E') E 12 NA SEGUNDA, QUANDO PASSA A 'D'
      *> (DEVOLVIDO EM DEFINITIVO) E O EMITENTE ENTRA NO CCF
           01   REG-CHEQUE.
               02  CHQ-CHAVE.
                   03  CHQ-COD-CONTA       PIC 9(7).
                   88  CHQ-EMITIDO         VALUE 'E'.
                   88  CHQ-COMPENSADO      VALUE 'C'.
                   88  CHQ-SUSTADO         VALUE 'S'.
                   88  CHQ-DEVOLVIDO       VALUE 'D'.
      *> VALOR SO CONHECIDO NA COMPENSAÇÂO; ZEROS ENQUANTO EM ABERTO
               02  CHQ-VALOR               PIC 9(8)V99.
               02  CHQ-DT-EMISSAO.
                   03  CHQ-COMP-ANO        PIC 9(04).
                   03  CHQ-COMP-MES        PIC 9(02).
                   03  CHQ-COMP-DIA        PIC 9(02).
      *> DEVOLUÇÔES POR FALTA DE FUNDOS: QUANTIDADE (0 A 2) E O MOTIVO
      *> E A DATA DE CADA APRESENTAÇÂO DEVOLVIDA
               02  CHQ-QTDE-DEVOLUCOES     PIC 9(1).
               02  CHQ-MOTIVO-DEV1         PIC X(2).
               02  CHQ-DT-DEV1.
                   03  CHQ-DEV1-ANO        PIC 9(04).
                   03  CHQ-DEV1-MES        PIC 9(02).
                   03  CHQ-DEV1-DIA        PIC 9(02).
               02  CHQ-MOTIVO-DEV2         PIC X(2).
               02  CHQ-DT-DEV2.
                   03  CHQ-DEV2-ANO        PIC 9(04).
                   03  CHQ-DEV2-MES        PIC 9(02).
                   03  CHQ-DEV2-DIA        PIC 9(02).
