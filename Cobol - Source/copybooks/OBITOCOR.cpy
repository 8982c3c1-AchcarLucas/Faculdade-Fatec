      *> LAYOUT DO DIARIO DE OCORRENCIAS DE ESPOLIO
      *> (ARQ-OBITO-OCORRENCIA.DAT): UMA LINHA POR MOVIMENTO TENTADO NO
      *> CAIXA EM CONTA DE TITULAR OU SEGUNDO TITULAR FALECIDO, ANEXADA
      *> NA HORA DA TENTATIVA, EFETIVADA OU NÂO. O JOB CONTA-ESPOLIO
      *> LISTA AS OCORRENCIAS DE CADA CPF NO RELATORIO DO INVENTARIO
           01   REG-OBITO-OCORRENCIA.
               02  OCO-CPF                 PIC 9(11).
               02  OCO-COD-CONTA           PIC 9(7).
      *> TIPO DO MOVIMENTO TENTADO, NOS CODIGOS DO EXTRATO (SA, DE, TE...)
               02  OCO-TIPO                PIC X(2).
               02  OCO-VALOR               PIC 9(8)V99.
               02  OCO-DATA.
                   03  OCO-DATA-ANO        PIC 9(04).
                   03  OCO-DATA-MES        PIC 9(02).
                   03  OCO-DATA-DIA        PIC 9(02).
               02  OCO-HORA.
                   03  OCO-HORA-HH         PIC 9(02).
                   03  OCO-HORA-MM         PIC 9(02).
                   03  OCO-HORA-SS         PIC 9(02).
               02  OCO-OPERADOR            PIC 9(4).
