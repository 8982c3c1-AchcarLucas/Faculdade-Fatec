      *> LAYOUT DOS REPRESENTANTES LEGAIS DAS EMPRESAS
      *> (ARQ-REPRESENTANTE.DAT): UM REGISTRO POR CNPJ E CPF DO
      *> REPRESENTANTE, COM OS PODERES DE ASSINATURA NAS CONTAS DA
      *> EMPRESA. A CHAVE ALTERNATIVA DE CPF LOCALIZA AS EMPRESAS QUE
      *> UMA PESSOA REPRESENTA (WATCHLIST, CONSULTAS). REVOGADO NÂO E
      *> APAGADO: FICA 'R' PARA O HISTORICO DAS ASSINATURAS
           01   REG-REPRESENTANTE.
               02  REP-CHAVE.
                   03  REP-CNPJ            PIC 9(14).
                   03  REP-CPF             PIC 9(11).
               02  REP-NOME                PIC X(32).
      *> PODERES: 'I' ASSINA ISOLADAMENTE ATE REP-LIMITE (ZEROS = SEM
      *> LIMITE); 'C' SO ASSINA EM CONJUNTO COM OUTRO REPRESENTANTE;
      *> 'N' SEM PODERES DE MOVIMENTAÇÂO (SO CONSULTA)
               02  REP-PODERES             PIC X(1).
                   88  REP-ISOLADO         VALUE 'I'.
                   88  REP-CONJUNTO        VALUE 'C'.
                   88  REP-SEM-PODERES     VALUE 'N'.
               02  REP-LIMITE              PIC 9(8)V99.
      *> FIM DO MANDATO (PROCURAÇÂO OU ATA); ZEROS = PRAZO INDETERMINADO
               02  REP-DT-VALIDADE.
                   03  REP-VALIDADE-ANO    PIC 9(04).
                   03  REP-VALIDADE-MES    PIC 9(02).
                   03  REP-VALIDADE-DIA    PIC 9(02).
               02  REP-STATUS              PIC X(1).
                   88  REP-ATIVO           VALUE 'A'.
                   88  REP-REVOGADO        VALUE 'R'.
               02  REP-DT-INCLUSAO.
                   03  REP-INCL-ANO        PIC 9(04).
                   03  REP-INCL-MES        PIC 9(02).
                   03  REP-INCL-DIA        PIC 9(02).
               02  REP-OPERADOR            PIC 9(4).
