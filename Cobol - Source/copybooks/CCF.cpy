      *> LAYOUT DO CADASTRO DE EMITENTES DE CHEQUE SEM FUNDOS
      *> (ARQ-CCF.DAT): UM REGISTRO POR CHEQUE DEVOLVIDO PELA SEGUNDA
      *> VEZ POR FALTA DE FUNDOS, GRAVADO PELA COMPENSAÇÂO COM O CPF DO
      *> TITULAR DA CONTA (CONTA DE EMPRESA: CPF ZERADO E O CNPJ EM
      *> CCF-CNPJ). ENQUANTO HOUVER REGISTRO ATIVO PARA O CPF OU CNPJ O
      *> CAIXA NÂO EMITE TALÂO; A EXCLUSÂO APOS A REGULARIZAÇÂO E FEITA
      *> POR SUPERVISOR. O JOB DE REMESSA DO CCF LEVA AO CADASTRO
      *> CENTRAL AS INCLUSÔES E EXCLUSÔES AINDA NÂO ENVIADAS
           01   REG-CCF.
               02  CCF-CHAVE.
                   03  CCF-CPF             PIC 9(11).
                   03  CCF-COD-CONTA       PIC 9(7).
                   03  CCF-NUMERO-CHEQUE   PIC 9(6).
               02  CCF-COD-AGENCIA         PIC 9(4).
               02  CCF-VALOR               PIC 9(8)V99.
      *> MOTIVO DA DEVOLUÇÂO QUE LEVOU A INCLUSÂO (12 = SEGUNDA
      *> APRESENTAÇÂO SEM FUNDOS)
               02  CCF-MOTIVO              PIC X(2).
               02  CCF-STATUS              PIC X(1).
                   88  CCF-ATIVO           VALUE 'A'.
                   88  CCF-EXCLUIDO        VALUE 'E'.
               02  CCF-DT-INCLUSAO.
                   03  CCF-INCL-ANO        PIC 9(04).
                   03  CCF-INCL-MES        PIC 9(02).
                   03  CCF-INCL-DIA        PIC 9(02).
               02  CCF-DT-EXCLUSAO.
                   03  CCF-EXCL-ANO        PIC 9(04).
                   03  CCF-EXCL-MES        PIC 9(02).
                   03  CCF-EXCL-DIA        PIC 9(02).
               02  CCF-OPERADOR-EXCLUSAO   PIC 9(4).
      *> SITUAÇÂO DO ENVIO AO CADASTRO CENTRAL: 'P' PENDENTE, 'E'
      *> ENVIADO; A EXCLUSÂO FICA EM ESPAÇOS ENQUANTO O REGISTRO ESTA
      *> ATIVO
               02  CCF-ENVIO-INCLUSAO      PIC X(1).
                   88  CCF-INCLUSAO-PENDENTE VALUE 'P'.
                   88  CCF-INCLUSAO-ENVIADA VALUE 'E'.
               02  CCF-ENVIO-EXCLUSAO      PIC X(1).
                   88  CCF-EXCLUSAO-PENDENTE VALUE 'P'.
                   88  CCF-EXCLUSAO-ENVIADA VALUE 'E'.
      *> CNPJ DO EMITENTE QUANDO A CONTA E DE PESSOA JURIDICA; ZEROS NA
      *> DE PESSOA FISICA. SEM CHAVE PROPRIA: O CAIXA PROCURA PELO
      *> PREFIXO DE CPF ZERADO DA CHAVE E CONFERE ESTE CAMPO
               02  CCF-CNPJ                PIC 9(14).
