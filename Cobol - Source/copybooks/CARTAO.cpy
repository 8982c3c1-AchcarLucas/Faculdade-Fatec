      *> LAYOUT DO CADASTRO DE CARTÔES DE DEBITO (ARQ-CARTAO.DAT): UM
      *> CARTÂO POR REGISTRO, PELO NUMERO (BIN DA CASA + SEQUENCIA +
      *> DV DE LUHN), PRESO A UMA CONTA. EMITIDO, BLOQUEADO E
      *> SUBSTITUIDO NO CAIXA; O JOB CONTA-ATM SO LANÇA SAQUE DE
      *> CARTÂO ATIVO E DENTRO DA VALIDADE
           01   REG-CARTAO.
               02  CRT-NUMERO              PIC 9(16).
               02  CRT-COD-CONTA           PIC 9(7).
               02  CRT-STATUS              PIC X(1).
                   88  CRT-ATIVO           VALUE 'A'.
                   88  CRT-BLOQUEADO       VALUE 'B'.
                   88  CRT-SUBSTITUIDO     VALUE 'S'.
      *> ULTIMO MES DE USO (FIM DO MES); EMISSÂO + 5 ANOS
               02  CRT-VALIDADE.
                   03  CRT-VALIDADE-ANO    PIC 9(04).
                   03  CRT-VALIDADE-MES    PIC 9(02).
               02  CRT-DT-EMISSAO.
                   03  CRT-EMISSAO-ANO     PIC 9(04).
                   03  CRT-EMISSAO-MES     PIC 9(02).
                   03  CRT-EMISSAO-DIA     PIC 9(02).
      *> DATA DO BLOQUEIO OU DA SUBSTITUIÇÂO; ZEROS NO CARTÂO ATIVO
               02  CRT-DT-STATUS.
                   03  CRT-STATUS-ANO      PIC 9(04).
                   03  CRT-STATUS-MES      PIC 9(02).
                   03  CRT-STATUS-DIA      PIC 9(02).
      *> CARTÂO QUE SUBSTITUIU ESTE ('S'); ZEROS NOS DEMAIS
               02  CRT-NUMERO-SUBSTITUTO   PIC 9(16).
               02  CRT-OPERADOR            PIC 9(4).
