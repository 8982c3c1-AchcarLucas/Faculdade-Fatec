      *> LAYOUT DO REGISTRO DE OBITO DE CLIENTE (ARQ-OBITO.DAT): UM
      *> REGISTRO POR CPF FALECIDO, GRAVADO PELO SUPERVISOR NA OPÇÂO 45
      *> COM A DATA DO OBITO E A MATRICULA DA CERTIDÂO. O REGISTRO
      *> BLOQUEIA AS CONTAS DO CPF PARA DEBITO (BLOQUEIO 'ESPOLIO' EM
      *> ARQ-BLOQUEIO.DAT: TOTAL NA CONTA INDIVIDUAL, A COTA DO FALECIDO
      *> NA CONJUNTA), SUSPENDE AGENDAMENTOS, DEBITOS AUTOMATICOS E
      *> COBRANÇA DE EMPRESTIMOS, SUSTA OS CHEQUES EM ABERTO E BLOQUEIA
      *> OS CARTÔES. O JOB CONTA-ESPOLIO LISTA TUDO PARA O INVENTARIO
           01   REG-OBITO.
               02  OBT-CPF                 PIC 9(11).
               02  OBT-DT-OBITO.
                   03  OBT-OBITO-ANO       PIC 9(04).
                   03  OBT-OBITO-MES       PIC 9(02).
                   03  OBT-OBITO-DIA       PIC 9(02).
      *> MATRICULA DA CERTIDÂO DE OBITO (32 DIGITOS NO MODELO NACIONAL)
               02  OBT-CERTIDAO            PIC X(32).
               02  OBT-DT-REGISTRO.
                   03  OBT-REGISTRO-ANO    PIC 9(04).
                   03  OBT-REGISTRO-MES    PIC 9(02).
                   03  OBT-REGISTRO-DIA    PIC 9(02).
               02  OBT-OPERADOR            PIC 9(4).
      *> CONTAS ALCANÇADAS NO REGISTRO: TOTAL E QUANTAS CONJUNTAS (SO A
      *> COTA DO FALECIDO BLOQUEADA, PELO PERCENTUAL DO PARAMETRO)
               02  OBT-QTDE-CONTAS         PIC 9(3).
               02  OBT-QTDE-CONJUNTAS      PIC 9(3).
