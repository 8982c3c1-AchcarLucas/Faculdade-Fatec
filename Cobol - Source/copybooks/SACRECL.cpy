      *> LAYOUT DO REGISTRO DE RECLAMAÇÂO/SOLICITAÇÂO DO SAC
      *> (ARQ-SAC.DAT): UM POR PROTOCOLO, ABERTO NO CAIXA CONTRA A
      *> CONTA E O CPF DO CLIENTE E, QUANDO A QUEIXA E DE UM MOVIMENTO
      *> (TARIFA INDEVIDA, SAQUE CONTESTADO, AGENDAMENTO QUE FALHOU),
      *> CONTRA A SEQUENCIA DELE NO EXTRATO. O PRAZO REGULATORIO DE
      *> RESPOSTA E FIXADO NA ABERTURA E ACOMPANHADO PELO JOB
      *> CONTA-SAC-AGING ATE O FECHAMENTO
           01   REG-SAC.
               02  SAC-PROTOCOLO           PIC 9(8).
               02  SAC-COD-CONTA           PIC 9(7).
               02  SAC-CPF                 PIC 9(11).
               02  SAC-COD-AGENCIA         PIC 9(4).
      *> MOVIMENTO CONTESTADO; ZEROS = RECLAMAÇÂO SEM MOVIMENTO
               02  SAC-SEQ-EXTRATO         PIC 9(6).
               02  SAC-CATEGORIA           PIC X(2).
                   88  SAC-CAT-TARIFA      VALUE 'TA'.
                   88  SAC-CAT-SAQUE       VALUE 'SQ'.
                   88  SAC-CAT-AGENDAMENTO VALUE 'AG'.
                   88  SAC-CAT-OUTROS      VALUE 'OU'.
                   88  SAC-CATEGORIA-VALIDA VALUE 'TA' 'SQ' 'AG' 'OU'.
               02  SAC-DESCRICAO           PIC X(40).
               02  SAC-OPERADOR-ABERTURA   PIC 9(4).
               02  SAC-DT-ABERTURA.
                   03  SAC-ABERTURA-ANO    PIC 9(04).
                   03  SAC-ABERTURA-MES    PIC 9(02).
                   03  SAC-ABERTURA-DIA    PIC 9(02).
      *> DATA LIMITE DA RESPOSTA AO CLIENTE (DIAS UTEIS APOS A ABERTURA)
               02  SAC-DT-PRAZO.
                   03  SAC-PRAZO-ANO       PIC 9(04).
                   03  SAC-PRAZO-MES       PIC 9(02).
                   03  SAC-PRAZO-DIA       PIC 9(02).
               02  SAC-STATUS              PIC X(1).
                   88  SAC-ABERTA          VALUE 'A'.
                   88  SAC-EM-TRATAMENTO   VALUE 'T'.
                   88  SAC-FECHADA         VALUE 'F'.
                   88  SAC-PENDENTE        VALUE 'A' 'T'.
      *> DESFECHO NO FECHAMENTO; BRANCO ENQUANTO PENDENTE
               02  SAC-RESOLUCAO           PIC X(1).
                   88  SAC-PROCEDENTE      VALUE 'P'.
                   88  SAC-IMPROCEDENTE    VALUE 'I'.
               02  SAC-TEXTO-RESOLUCAO     PIC X(30).
               02  SAC-DT-FECHAMENTO.
                   03  SAC-FECHA-ANO       PIC 9(04).
                   03  SAC-FECHA-MES       PIC 9(02).
                   03  SAC-FECHA-DIA       PIC 9(02).
               02  SAC-OPERADOR-FECHAMENTO PIC 9(4).
      *> SEQUENCIA DO ESTORNO ('ES') LANÇADO A PARTIR DA RECLAMAÇÂO
      *> PROCEDENTE; ZEROS = NENHUM
               02  SAC-SEQ-ESTORNO         PIC 9(6).
      *> HISTORICO DE STATUS: UMA ENTRADA POR ABERTURA ('A'),
      *> ANDAMENTO ('T'), FECHAMENTO ('F') E ESTORNO LANÇADO ('E');
      *> CHEIO, A MAIS ANTIGA SAI DA TABELA
               02  SAC-QTDE-HISTORICO      PIC 9(2).
               02  SAC-TABELA-HISTORICO.
                   03  SAC-HISTORICO OCCURS 10 TIMES.
                       04  SAC-HIS-STATUS      PIC X(1).
                       04  SAC-HIS-DATA        PIC 9(8).
                       04  SAC-HIS-OPERADOR    PIC 9(4).
                       04  SAC-HIS-TEXTO       PIC X(30).
