       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-MASCARA.

      *> JOB DE EXTRAÇÂO PARA O AMBIENTE DE TREINAMENTO E TESTE: GERA
      *> UMA COPIA MASCARADA E CONSISTENTE DO CONJUNTO DE ARQUIVOS DA
      *> CONTA CORRENTE (ARQ-BANCO, ARQ-CLIENTE, ARQ-EXTRATO, ARQ-CHEQUE,
      *> ARQ-EMPRESTIMO, ARQ-AGENDA, ARQ-BLOQUEIO, ARQ-WATCHLIST,
      *> ARQ-EMPRESA E ARQ-REPRESENTANTE) COM O PREFIXO "TREINO-" NO
      *> NOME; O AMBIENTE DE TREINAMENTO RECEBE OS ARQUIVOS SEM O
      *> PREFIXO. OS DEMAIS ARQUIVOS COMEÇAM VAZIOS LA.
      *>   - CPF: CADA CPF REAL (TITULAR, SEGUNDO TITULAR, CLIENTE,
      *>     VIGIADO, REPRESENTANTE) GANHA UM CPF GERADO COM DIGITOS
      *>     VERIFICADORES VALIDOS, O MESMO EM TODOS OS ARQUIVOS, ENTÂO
      *>     AS CHAVES CONTINUAM SE ENCONTRANDO. O GERADO NUNCA COINCIDE
      *>     COM UM CPF REAL DA BASE;
      *>   - COD-CONTA: RENUMERADA NA ORDEM DO ARQ-BANCO, COM O W-DV
      *>     RECALCULADO, E A MESMA RENUMERAÇÂO VALE NO EXTRATO (INCLUSIVE
      *>     A CONTA DA OUTRA PONTA), NO CHEQUE, NO EMPRESTIMO, NA ORDEM
      *>     AGENDADA (E SEU DESTINO) E NO BLOQUEIO. CONTA QUE SO APARECE
      *>     NOS SATELITES (JA DESCARREGADA) GANHA NUMERO NOVO NA HORA;
      *>   - NOME, E-MAIL, TELEFONE E ENDEREÇO: FICTICIOS, DERIVADOS DO
      *>     NUMERO DE ORDEM DO CPF MASCARADO (A PESSOA TEM O MESMO NOME
      *>     NA CONTA E NO CADASTRO), COM UM CEP FIXO DE TREINAMENTO; DO
      *>     NASCIMENTO SO FICA O ANO (DIA 01/01). EMPRESA GANHA RAZÂO
      *>     SOCIAL E NOME FANTASIA FICTICIOS PELA RAIZ DO CNPJ. DESCRIÇÂO LIVRE
      *>     DIGITADA NO CAIXA OU NA ORDEM AGENDADA E APAGADA;
      *>   - VALORES: OPCIONALMENTE REDUZIDOS AO PERCENTUAL DE
      *>     ARQ-MASCARA-PARAM.DAT (PADRAO 100 = SEM ALTERAÇÂO), NO SALDO,
      *>     NO EXTRATO E NOS VALORES DE CHEQUE, EMPRESTIMO, AGENDA E
      *>     BLOQUEIO (O BLOQUEIO DE ESPOLIO MANTEM O VALOR MAXIMO).
      *> AS TABELAS DE-PARA FICAM EM ARQUIVOS DE TRABALHO QUE SÂO
      *> ZERADOS NO FIM, PARA O ORIGINAL NÂO SAIR DO AMBIENTE DE
      *> PRODUÇÂO. ANTES DE ZERA-LOS, UMA PASSADA FINAL RELE A COPIA E
      *> PROCURA CADA CPF E CADA NOME NA LISTA DOS ORIGINAIS: O
      *> RELATORIO FECHA COM A PROVA DE QUE NENHUM SOBREVIVEU. RODA COM A
      *> JANELA BATCH FECHADA PARA A COPIA SAIR CONSISTENTE.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARQ-BANCO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS COD-CONTA
                       FILE STATUS ARQ-OK.

                   SELECT ARQ-CLIENTE ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CLI-CPF
                       FILE STATUS ARQ-CLI-OK.

                   SELECT ARQ-EXTRATO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS EXT-CHAVE
                       FILE STATUS ARQ-EXT-OK.

                   SELECT ARQ-CHEQUE ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CHQ-CHAVE
                       FILE STATUS ARQ-CHQ-OK.

                   SELECT ARQ-EMPRESTIMO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS EMP-CHAVE
                       FILE STATUS ARQ-EMP-OK.

                   SELECT ARQ-AGENDA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS AGD-CHAVE
                       FILE STATUS ARQ-AGD-OK.

                   SELECT ARQ-BLOQUEIO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS BLQ-CHAVE
                       FILE STATUS ARQ-BLQ-OK.

                   SELECT ARQ-WATCHLIST ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS WTC-CPF
                       FILE STATUS ARQ-WTC-OK.

                   SELECT ARQ-EMPRESA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS PJ-CNPJ
                       FILE STATUS ARQ-PJ-OK.

                   SELECT ARQ-REPRESENTANTE ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS REP-CHAVE
                       ALTERNATE RECORD KEY IS REP-CPF WITH DUPLICATES
                       FILE STATUS ARQ-REP-OK.

      *> COPIAS MASCARADAS, COM AS MESMAS CHAVES DOS ORIGINAIS
                   SELECT TRN-BANCO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS TBA-COD-CONTA
                       ALTERNATE RECORD KEY IS TBA-CPF WITH DUPLICATES
                       FILE STATUS TRN-BAN-OK.

                   SELECT TRN-CLIENTE ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS TCL-CPF
                       FILE STATUS TRN-CLI-OK.

                   SELECT TRN-EXTRATO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS TEX-CHAVE
                       FILE STATUS TRN-EXT-OK.

                   SELECT TRN-CHEQUE ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS TCH-CHAVE
                       FILE STATUS TRN-CHQ-OK.

                   SELECT TRN-EMPRESTIMO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS TEM-CHAVE
                       FILE STATUS TRN-EMP-OK.

                   SELECT TRN-AGENDA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS TAG-CHAVE
                       FILE STATUS TRN-AGD-OK.

                   SELECT TRN-BLOQUEIO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS TBL-CHAVE
                       FILE STATUS TRN-BLQ-OK.

                   SELECT TRN-WATCHLIST ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS TWT-CPF
                       FILE STATUS TRN-WTC-OK.

                   SELECT TRN-EMPRESA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS TPJ-CNPJ
                       FILE STATUS TRN-PJ-OK.

                   SELECT TRN-REPRESENTANTE ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS TRE-CHAVE
                       ALTERNATE RECORD KEY IS TRE-CPF WITH DUPLICATES
                       FILE STATUS TRN-REP-OK.

      *> TABELAS DE-PARA DE TRABALHO, ZERADAS NO FIM
                   SELECT ARQ-MAPA-CPF ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS MCP-ORIGINAL
                       FILE STATUS ARQ-MCP-OK.

                   SELECT ARQ-MAPA-CONTA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS MCT-ORIGINAL
                       FILE STATUS ARQ-MCT-OK.

                   SELECT ARQ-MAPA-NOME ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS MNO-NOME
                       FILE STATUS ARQ-MNO-OK.

                   SELECT ARQ-PARAM ASSIGN TO "ARQ-MASCARA-PARAM.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-PAR-OK.

                   SELECT ARQ-RELATORIO ASSIGN TO WS-REL-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-REL-OK.

                   SELECT ARQ-SISTEMA ASSIGN TO "ARQ-SISTEMA-STATUS.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-SYS-OK.

                   SELECT ARQ-JOBLOG ASSIGN TO "ARQ-JOBLOG.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-JLG-OK.

                   SELECT ARQ-CATALOGO ASSIGN TO "ARQ-RELATORIO-CATALOGO.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-CAT-OK.

       DATA DIVISION.

           FILE SECTION.
               FD ARQ-BANCO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-BANCO.DAT".

               COPY REGBANCO.

               FD ARQ-CLIENTE LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CLIENTE.DAT".

               COPY CLIENTE.

               FD ARQ-EXTRATO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EXTRATO.DAT".

               COPY EXTRATO.

               FD ARQ-CHEQUE LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CHEQUE.DAT".

               COPY CHEQUE.

               FD ARQ-EMPRESTIMO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EMPRESTIMO.DAT".

               COPY EMPREST.

               FD ARQ-AGENDA LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-AGENDA.DAT".

               COPY AGENDA.

               FD ARQ-BLOQUEIO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-BLOQUEIO.DAT".

               COPY BLOQUEIO.

               FD ARQ-WATCHLIST LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-WATCHLIST.DAT".

               COPY WATCHLST.

               FD ARQ-EMPRESA LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EMPRESA.DAT".

               COPY EMPRESA.

               FD ARQ-REPRESENTANTE LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-REPRESENTANTE.DAT".

               COPY REPRES.

      *> AS COPIAS TEM O LAYOUT DO ORIGINAL; SO AS CHAVES E OS CAMPOS
      *> CONFERIDOS NA PROVA FINAL SÂO NOMEADOS
               FD TRN-BANCO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "TREINO-ARQ-BANCO.DAT".

               01  REG-TRN-BANCO.
                   02  FILLER                  PIC X(2).
                   02  TBA-CPF                 PIC 9(11).
                   02  FILLER                  PIC X(4).
                   02  TBA-COD-CONTA           PIC 9(7).
                   02  TBA-NOME                PIC X(32).
                   02  FILLER                  PIC X(110).
                   02  TBA-CPF2                PIC 9(11).
                   02  FILLER                  PIC X(18).

               FD TRN-CLIENTE LABEL RECORDS STANDARD VALUE OF FILE-ID IS "TREINO-ARQ-CLIENTE.DAT".

               01  REG-TRN-CLIENTE.
                   02  TCL-CPF                 PIC 9(11).
                   02  TCL-NOME                PIC X(32).
                   02  FILLER                  PIC X(142).

               FD TRN-EXTRATO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "TREINO-ARQ-EXTRATO.DAT".

               01  REG-TRN-EXTRATO.
                   02  TEX-CHAVE               PIC X(13).
                   02  FILLER                  PIC X(88).

               FD TRN-CHEQUE LABEL RECORDS STANDARD VALUE OF FILE-ID IS "TREINO-ARQ-CHEQUE.DAT".

               01  REG-TRN-CHEQUE.
                   02  TCH-CHAVE               PIC X(13).
                   02  FILLER                  PIC X(48).

               FD TRN-EMPRESTIMO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "TREINO-ARQ-EMPRESTIMO.DAT".

               01  REG-TRN-EMPRESTIMO.
                   02  TEM-CHAVE               PIC X(13).
                   02  FILLER                  PIC X(68).

               FD TRN-AGENDA LABEL RECORDS STANDARD VALUE OF FILE-ID IS "TREINO-ARQ-AGENDA.DAT".

               01  REG-TRN-AGENDA.
                   02  TAG-CHAVE               PIC X(13).
                   02  FILLER                  PIC X(58).

               FD TRN-BLOQUEIO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "TREINO-ARQ-BLOQUEIO.DAT".

               01  REG-TRN-BLOQUEIO.
                   02  TBL-CHAVE               PIC X(13).
                   02  FILLER                  PIC X(61).

               FD TRN-WATCHLIST LABEL RECORDS STANDARD VALUE OF FILE-ID IS "TREINO-ARQ-WATCHLIST.DAT".

               01  REG-TRN-WATCHLIST.
                   02  TWT-CPF                 PIC 9(11).
                   02  FILLER                  PIC X(40).

               FD TRN-EMPRESA LABEL RECORDS STANDARD VALUE OF FILE-ID IS "TREINO-ARQ-EMPRESA.DAT".

               01  REG-TRN-EMPRESA.
                   02  TPJ-CNPJ                PIC 9(14).
                   02  TPJ-RAZAO-SOCIAL        PIC X(40).
                   02  TPJ-NOME-FANTASIA       PIC X(32).
                   02  FILLER                  PIC X(146).

               FD TRN-REPRESENTANTE LABEL RECORDS STANDARD VALUE OF FILE-ID IS "TREINO-ARQ-REPRESENTANTE.DAT".

               01  REG-TRN-REPRESENTANTE.
                   02  TRE-CHAVE.
                       03  TRE-CNPJ            PIC 9(14).
                       03  TRE-CPF             PIC 9(11).
                   02  TRE-NOME                PIC X(32).
                   02  FILLER                  PIC X(32).

      *> CPF REAL -> CPF GERADO E NUMERO DE ORDEM DA PESSOA (BASE DOS
      *> DADOS FICTICIOS)
               FD ARQ-MAPA-CPF LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-MASCARA-MAPA-CPF.DAT".

               01  REG-MAPA-CPF.
                   02  MCP-ORIGINAL            PIC 9(11).
                   02  MCP-NOVO                PIC 9(11).
                   02  MCP-SEQ                 PIC 9(6).

               FD ARQ-MAPA-CONTA LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-MASCARA-MAPA-CONTA.DAT".

               01  REG-MAPA-CONTA.
                   02  MCT-ORIGINAL            PIC 9(7).
                   02  MCT-NOVA                PIC 9(7).

      *> NOMES REAIS (PESSOAS E EMPRESAS), SO PARA A PROVA FINAL
               FD ARQ-MAPA-NOME LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-MASCARA-MAPA-NOME.DAT".

               01  REG-MAPA-NOME.
                   02  MNO-NOME                PIC X(40).

               FD ARQ-PARAM LABEL RECORDS STANDARD.

               01  REG-PARAM.
                   02  PAR-PERCENTUAL-VALORES  PIC 9(3).

               FD ARQ-RELATORIO LABEL RECORDS STANDARD.

               01  REG-RELATORIO               PIC X(100).

               FD ARQ-SISTEMA LABEL RECORDS STANDARD.

               COPY SISTEMA.

               FD ARQ-JOBLOG LABEL RECORDS STANDARD.

               COPY JOBLOG.

               FD ARQ-CATALOGO LABEL RECORDS STANDARD.

               COPY CATALOGO.

       WORKING-STORAGE SECTION.

                01  ARQ-JLG-OK              PIC X(2).
                01  ARQ-CAT-OK              PIC X(2).

                01 JOBLOG-VARIABLES.
                    02  W-JLG-TIME          PIC 9(8).
                    02  W-JLG-EVENTO        PIC X(1).
                    02  W-JLG-QTDE          PIC 9(8).
                    02  W-JLG-CKPT          PIC X(1).

                01  REG-CHECK.
                    02  ARQ-OK              PIC 9(2).
                    02  ARQ-CLI-OK          PIC X(2).
                    02  ARQ-EXT-OK          PIC X(2).
                    02  ARQ-CHQ-OK          PIC X(2).
                    02  ARQ-EMP-OK          PIC X(2).
                    02  ARQ-AGD-OK          PIC X(2).
                    02  ARQ-BLQ-OK          PIC X(2).
                    02  ARQ-WTC-OK          PIC X(2).
                    02  ARQ-PJ-OK           PIC X(2).
                    02  ARQ-REP-OK          PIC X(2).
                    02  TRN-BAN-OK          PIC X(2).
                    02  TRN-CLI-OK          PIC X(2).
                    02  TRN-EXT-OK          PIC X(2).
                    02  TRN-CHQ-OK          PIC X(2).
                    02  TRN-EMP-OK          PIC X(2).
                    02  TRN-AGD-OK          PIC X(2).
                    02  TRN-BLQ-OK          PIC X(2).
                    02  TRN-WTC-OK          PIC X(2).
                    02  TRN-PJ-OK           PIC X(2).
                    02  TRN-REP-OK          PIC X(2).
                    02  ARQ-MCP-OK          PIC X(2).
                    02  ARQ-MCT-OK          PIC X(2).
                    02  ARQ-MNO-OK          PIC X(2).
                    02  ARQ-PAR-OK          PIC X(2).
                    02  ARQ-REL-OK          PIC X(2).
                    02  ARQ-SYS-OK          PIC X(2).

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                    02 MONTHS           PIC 9(02).
                    02 DAYS             PIC 9(02).

                01 WS-REL-FILENAME              PIC X(40).
                01 W-QTDE-LINHAS-REL            PIC 9(8) VALUE ZEROS.

                *> PERCENTUAL APLICADO AOS VALORES (100 = SEM ALTERAÇÂO)
                01 W-PERCENTUAL-VALORES         PIC 9(3) VALUE 100.

      *> PRENOMES E SOBRENOMES DOS DADOS FICTICIOS; O NUMERO DE ORDEM DA
      *> PESSOA VAI NO FIM DO NOME, ENTÂO NENHUM NOME GERADO E DE GENTE
                01 TABELA-PRENOMES-PADRAO.
                    02  FILLER              PIC X(10) VALUE "ANA".
                    02  FILLER              PIC X(10) VALUE "BRUNO".
                    02  FILLER              PIC X(10) VALUE "CARLA".
                    02  FILLER              PIC X(10) VALUE "DANIEL".
                    02  FILLER              PIC X(10) VALUE "ELISA".
                    02  FILLER              PIC X(10) VALUE "FABIO".
                    02  FILLER              PIC X(10) VALUE "GABRIELA".
                    02  FILLER              PIC X(10) VALUE "HEITOR".
                    02  FILLER              PIC X(10) VALUE "ISABEL".
                    02  FILLER              PIC X(10) VALUE "JOAO".
                    02  FILLER              PIC X(10) VALUE "KARINA".
                    02  FILLER              PIC X(10) VALUE "LUCAS".
                    02  FILLER              PIC X(10) VALUE "MARINA".
                    02  FILLER              PIC X(10) VALUE "NELSON".
                    02  FILLER              PIC X(10) VALUE "OLIVIA".
                    02  FILLER              PIC X(10) VALUE "PAULO".
                    02  FILLER              PIC X(10) VALUE "RAQUEL".
                    02  FILLER              PIC X(10) VALUE "SERGIO".
                    02  FILLER              PIC X(10) VALUE "TERESA".
                    02  FILLER              PIC X(10) VALUE "VITOR".
                01 TABELA-PRENOMES REDEFINES TABELA-PRENOMES-PADRAO.
                    02  PN-PRENOME          PIC X(10) OCCURS 20 TIMES.

                01 TABELA-SOBRENOMES-PADRAO.
                    02  FILLER              PIC X(10) VALUE "ALVES".
                    02  FILLER              PIC X(10) VALUE "BARROS".
                    02  FILLER              PIC X(10) VALUE "CAMPOS".
                    02  FILLER              PIC X(10) VALUE "DIAS".
                    02  FILLER              PIC X(10) VALUE "ESTEVES".
                    02  FILLER              PIC X(10) VALUE "FARIAS".
                    02  FILLER              PIC X(10) VALUE "GOMES".
                    02  FILLER              PIC X(10) VALUE "LIMA".
                    02  FILLER              PIC X(10) VALUE "MACEDO".
                    02  FILLER              PIC X(10) VALUE "NUNES".
                    02  FILLER              PIC X(10) VALUE "OLIVEIRA".
                    02  FILLER              PIC X(10) VALUE "PEREIRA".
                    02  FILLER              PIC X(10) VALUE "QUEIROZ".
                    02  FILLER              PIC X(10) VALUE "RAMOS".
                    02  FILLER              PIC X(10) VALUE "SANTOS".
                    02  FILLER              PIC X(10) VALUE "TAVARES".
                    02  FILLER              PIC X(10) VALUE "VIEIRA".
                    02  FILLER              PIC X(10) VALUE "XAVIER".
                    02  FILLER              PIC X(10) VALUE "ANDRADE".
                    02  FILLER              PIC X(10) VALUE "BORGES".
                01 TABELA-SOBRENOMES REDEFINES TABELA-SOBRENOMES-PADRAO.
                    02  SN-SOBRENOME        PIC X(10) OCCURS 20 TIMES.

                *> GERAÇÂO DE CPF: BASE SEQUENCIAL DE 9 DIGITOS E OS DOIS
                *> DIGITOS VERIFICADORES MODULO 11. SO SERVE BASE CUJOS
                *> DOIS RESTOS FICAM ENTRE 2 E 9, QUE E ONDE TODA VARIANTE
                *> DA CONFERENCIA DE CPF CONCORDA NO DIGITO
                01 CPF-GERACAO-VARIABLES.
                    02  W-CPF-BASE                  PIC 9(9) VALUE 100000000.
                    02  W-CPF-GERADO                PIC 9(11).
                    02  W-CPF-DIGITO                PIC 9(1).
                    02  W-CPF-PESO                  PIC 9(2).
                    02  W-CPF-IDX                   PIC 9(2).
                    02  W-CPF-SOMA                  PIC 9(4).
                    02  W-CPF-QUOCIENTE             PIC 9(4).
                    02  W-CPF-RESTO                 PIC 9(2).
                    02  W-CPF-DV                    PIC 9(1).
                    02  W-CPF-CANDIDATO             PIC X(1).
                        88  CPF-CANDIDATO-OK        VALUE 'S'.

                01 DV-VERIFICATION.
                    02  W-DV-BASE                   PIC 9(7).
                    02  W-DV-DIGITO                 PIC 9(1).
                    02  W-DV-SOMA                   PIC 9(4).
                    02  W-DV-PESO                   PIC 9(1).
                    02  W-DV-IDX                    PIC 9(1).
                    02  W-DV-RESTO                  PIC 9(2).
                    02  W-DV-CALCULADO              PIC 9(1).

                01 MAPA-VARIABLES.
                    02  W-CPF-ORIGINAL              PIC 9(11).
                    02  W-CPF-MASCARADO             PIC 9(11).
                    02  W-SEQ-PESSOA                PIC 9(6).
                    02  W-CONTA-ORIGINAL            PIC 9(7).
                    02  W-CONTA-MASCARADA           PIC 9(7).
                    *> AS CONTAS RENUMERADAS COMEÇAM AQUI
                    02  W-PROXIMA-CONTA             PIC 9(7) VALUE 0100000.
                    02  W-NOME-COLETA               PIC X(40).

                *> DADOS FICTICIOS DA PESSOA OU DA EMPRESA DA VEZ
                01 FICTICIO-VARIABLES.
                    02  W-IDX-PRENOME               PIC 9(2).
                    02  W-IDX-SOBRENOME             PIC 9(2).
                    02  W-QUOCIENTE                 PIC 9(6).
                    02  W-NOME-FICT                 PIC X(32).
                    02  W-EMAIL-FICT                PIC X(40).
                    02  W-TELEFONE-FICT             PIC X(15).
                    02  W-ENDERECO-FICT             PIC X(40).
                    *> CEP UNICO DO ENDEREÇO FICTICIO; DO NASCIMENTO SO FICA
                    *> O ANO (A IDADE CONTINUA SERVINDO AOS TESTES)
                    02  W-CEP-FICT                  PIC 9(8) VALUE 01001000.
                    02  W-CNPJ-RAIZ                 PIC X(8).
                    02  W-RAZAO-FICT                PIC X(40).

                01 WS-CONTROLE.
                    02  WS-EOF                  PIC X(1) VALUE 'N'.
                        88  FIM-ARQUIVO         VALUE 'S'.
                    02  W-ULT-CPF-ATRIBUIDO     PIC 9(11).

                01 CONTADORES.
                    02  W-QTDE-CPFS             PIC 9(6) VALUE ZEROS.
                    02  W-QTDE-NOMES            PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-CONTAS-MAPA      PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-SEM-MAPA         PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-LIDOS            PIC 9(8).
                    02  W-QTDE-GRAVADOS         PIC 9(8).
                    02  W-QTDE-TOTAL            PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-CPFS-CONFERIDOS  PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-NOMES-CONFERIDOS PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-CPF-SOBREVIVEU   PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-NOME-SOBREVIVEU  PIC 9(8) VALUE ZEROS.
                    02  W-NOME-ARQUIVO          PIC X(30).

       PROCEDURE DIVISION.

            INIT.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                STRING "ARQ-MASCARA-REL-" DELIMITED BY SIZE
                       YEARS  DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       DAYS   DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                    INTO WS-REL-FILENAME.
                PERFORM LE-PARAM.
                MOVE 'I' TO W-JLG-EVENTO.
                MOVE ZEROS TO W-JLG-QTDE.
                MOVE 'N' TO W-JLG-CKPT.
                PERFORM GRAVA-JOBLOG.
                PERFORM MARCA-JANELA-BATCH.
                OPEN OUTPUT ARQ-RELATORIO.
                PERFORM GRAVA-LINHA-CABECALHO.
                PERFORM ABRE-MAPAS.
                PERFORM COLETA-ORIGINAIS.
                PERFORM ATRIBUI-CPFS.
                PERFORM MASCARA-BANCO.
                PERFORM MASCARA-CLIENTE.
                PERFORM MASCARA-EXTRATO.
                PERFORM MASCARA-CHEQUE.
                PERFORM MASCARA-EMPRESTIMO.
                PERFORM MASCARA-AGENDA.
                PERFORM MASCARA-BLOQUEIO.
                PERFORM MASCARA-WATCHLIST.
                PERFORM MASCARA-EMPRESA.
                PERFORM MASCARA-REPRESENTANTE.
                PERFORM PROVA-COPIA.
                PERFORM ZERA-MAPAS.
                PERFORM GRAVA-LINHA-PROVA.
                CLOSE ARQ-RELATORIO.
                PERFORM LIBERA-JANELA-BATCH.
                PERFORM GRAVA-CATALOGO.
                MOVE 'F' TO W-JLG-EVENTO.
                MOVE W-QTDE-TOTAL TO W-JLG-QTDE.
                PERFORM GRAVA-JOBLOG.
                DISPLAY "COPIA MASCARADA GERADA. REGISTROS: " W-QTDE-TOTAL
                        " CPFS: " W-QTDE-CPFS.
                IF W-QTDE-CPF-SOBREVIVEU > ZEROS OR
                   W-QTDE-NOME-SOBREVIVEU > ZEROS
                    DISPLAY "ATENCAO: DADO ORIGINAL NA COPIA, NAO LIBERAR. VER " WS-REL-FILENAME
                END-IF.
                STOP RUN.

           *> PERCENTUAL DOS VALORES NA COPIA; SEM O ARQUIVO, OU FORA DE
           *> 1 A 100, OS VALORES SAEM COMO ESTAO
           LE-PARAM.
                OPEN INPUT ARQ-PARAM.
                IF ARQ-PAR-OK EQUAL "00"
                    READ ARQ-PARAM
                        AT END CONTINUE
                        NOT AT END
                            IF PAR-PERCENTUAL-VALORES > ZEROS AND
                               PAR-PERCENTUAL-VALORES NOT > 100
                                MOVE PAR-PERCENTUAL-VALORES TO W-PERCENTUAL-VALORES
                            END-IF
                    END-READ
                    CLOSE ARQ-PARAM
                ELSE
                    DISPLAY "ARQ-MASCARA-PARAM.DAT AUSENTE, VALORES SEM REDUCAO"
                END-IF.

           *> AS TABELAS DE-PARA COMEÇAM SEMPRE VAZIAS
            ABRE-MAPAS.
                OPEN OUTPUT ARQ-MAPA-CPF.
                CLOSE ARQ-MAPA-CPF.
                OPEN I-O ARQ-MAPA-CPF.
                OPEN OUTPUT ARQ-MAPA-CONTA.
                CLOSE ARQ-MAPA-CONTA.
                OPEN I-O ARQ-MAPA-CONTA.
                OPEN OUTPUT ARQ-MAPA-NOME.
                CLOSE ARQ-MAPA-NOME.
                OPEN I-O ARQ-MAPA-NOME.

      *> ============================================================
      *> PRIMEIRA PASSADA: TODO CPF E TODO NOME REAL DA BASE, E A
      *> RENUMERAÇÂO DAS CONTAS NA ORDEM DO ARQ-BANCO
      *> ============================================================
            COLETA-ORIGINAIS.
                OPEN INPUT ARQ-BANCO.
                IF ARQ-OK EQUAL ZEROS
                    MOVE 'N' TO WS-EOF
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-BANCO NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                MOVE CPF TO W-CPF-ORIGINAL
                                PERFORM GUARDA-CPF
                                MOVE CPF2 TO W-CPF-ORIGINAL
                                PERFORM GUARDA-CPF
                                MOVE W-NOME TO W-NOME-COLETA
                                PERFORM GUARDA-NOME
                                MOVE COD-CONTA TO W-CONTA-ORIGINAL
                                PERFORM MAPEIA-CONTA
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-BANCO
                END-IF.
                OPEN INPUT ARQ-CLIENTE.
                IF ARQ-CLI-OK EQUAL "00"
                    MOVE 'N' TO WS-EOF
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-CLIENTE NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                MOVE CLI-CPF TO W-CPF-ORIGINAL
                                PERFORM GUARDA-CPF
                                MOVE CLI-NOME TO W-NOME-COLETA
                                PERFORM GUARDA-NOME
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-CLIENTE
                END-IF.
                OPEN INPUT ARQ-WATCHLIST.
                IF ARQ-WTC-OK EQUAL "00"
                    MOVE 'N' TO WS-EOF
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-WATCHLIST NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                MOVE WTC-CPF TO W-CPF-ORIGINAL
                                PERFORM GUARDA-CPF
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-WATCHLIST
                END-IF.
                OPEN INPUT ARQ-REPRESENTANTE.
                IF ARQ-REP-OK EQUAL "00"
                    MOVE 'N' TO WS-EOF
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-REPRESENTANTE NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                MOVE REP-CPF TO W-CPF-ORIGINAL
                                PERFORM GUARDA-CPF
                                MOVE REP-NOME TO W-NOME-COLETA
                                PERFORM GUARDA-NOME
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-REPRESENTANTE
                END-IF.
                OPEN INPUT ARQ-EMPRESA.
                IF ARQ-PJ-OK EQUAL "00"
                    MOVE 'N' TO WS-EOF
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-EMPRESA NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                MOVE PJ-RAZAO-SOCIAL TO W-NOME-COLETA
                                PERFORM GUARDA-NOME
                                MOVE PJ-NOME-FANTASIA TO W-NOME-COLETA
                                PERFORM GUARDA-NOME
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-EMPRESA
                END-IF.

            GUARDA-CPF.
                IF W-CPF-ORIGINAL NOT EQUAL ZEROS
                    MOVE W-CPF-ORIGINAL TO MCP-ORIGINAL
                    MOVE ZEROS TO MCP-NOVO
                    MOVE ZEROS TO MCP-SEQ
                    WRITE REG-MAPA-CPF
                        INVALID KEY CONTINUE
                    END-WRITE
                END-IF.

            GUARDA-NOME.
                IF W-NOME-COLETA NOT EQUAL SPACES
                    MOVE W-NOME-COLETA TO MNO-NOME
                    WRITE REG-MAPA-NOME
                        INVALID KEY CONTINUE
                        NOT INVALID KEY ADD 1 TO W-QTDE-NOMES
                    END-WRITE
                END-IF.

           *> CONTA JA RENUMERADA DEVOLVE O MESMO NUMERO; CONTA NOVA GANHA
           *> O PROXIMO DA SEQUENCIA
            MAPEIA-CONTA.
                IF W-CONTA-ORIGINAL EQUAL ZEROS
                    MOVE ZEROS TO W-CONTA-MASCARADA
                ELSE
                    MOVE W-CONTA-ORIGINAL TO MCT-ORIGINAL
                    READ ARQ-MAPA-CONTA
                        INVALID KEY
                            ADD 1 TO W-PROXIMA-CONTA
                            ADD 1 TO W-QTDE-CONTAS-MAPA
                            MOVE W-CONTA-ORIGINAL TO MCT-ORIGINAL
                            MOVE W-PROXIMA-CONTA TO MCT-NOVA
                            WRITE REG-MAPA-CONTA
                                INVALID KEY DISPLAY "ERRO NA TABELA DE CONTAS " W-CONTA-ORIGINAL
                            END-WRITE
                    END-READ
                    MOVE MCT-NOVA TO W-CONTA-MASCARADA
                END-IF.

      *> ============================================================
      *> GERA UM CPF PARA CADA CPF REAL, NA ORDEM DA TABELA. O GERADO
      *> QUE COINCIDE COM UM CPF REAL (CHAVE DA PROPRIA TABELA) E
      *> DESCARTADO; A LEITURA E REPOSICIONADA DEPOIS DE CADA CONSULTA
      *> ============================================================
            ATRIBUI-CPFS.
                MOVE ZEROS TO W-QTDE-CPFS.
                MOVE 'N' TO WS-EOF.
                MOVE ZEROS TO MCP-ORIGINAL.
                START ARQ-MAPA-CPF KEY IS NOT LESS THAN MCP-ORIGINAL
                    INVALID KEY MOVE 'S' TO WS-EOF.
                PERFORM UNTIL FIM-ARQUIVO
                    READ ARQ-MAPA-CPF NEXT RECORD
                        AT END MOVE 'S' TO WS-EOF
                        NOT AT END PERFORM ATRIBUI-CPF
                    END-READ
                END-PERFORM.

            ATRIBUI-CPF.
                MOVE MCP-ORIGINAL TO W-ULT-CPF-ATRIBUIDO.
                ADD 1 TO W-QTDE-CPFS.
                MOVE 'N' TO W-CPF-CANDIDATO.
                PERFORM PROXIMO-CPF-CANDIDATO UNTIL CPF-CANDIDATO-OK.
                MOVE W-ULT-CPF-ATRIBUIDO TO MCP-ORIGINAL.
                READ ARQ-MAPA-CPF
                    INVALID KEY DISPLAY "ERRO NA TABELA DE CPF"
                    NOT INVALID KEY
                        MOVE W-CPF-GERADO TO MCP-NOVO
                        MOVE W-QTDE-CPFS TO MCP-SEQ
                        REWRITE REG-MAPA-CPF
                            INVALID KEY DISPLAY "ERRO NA TABELA DE CPF"
                        END-REWRITE
                END-READ.
                MOVE W-ULT-CPF-ATRIBUIDO TO MCP-ORIGINAL.
                START ARQ-MAPA-CPF KEY IS GREATER THAN MCP-ORIGINAL
                    INVALID KEY MOVE 'S' TO WS-EOF.

            PROXIMO-CPF-CANDIDATO.
                ADD 1 TO W-CPF-BASE.
                PERFORM CALCULA-DV-CPF.
                IF CPF-CANDIDATO-OK
                    MOVE W-CPF-GERADO TO MCP-ORIGINAL
                    READ ARQ-MAPA-CPF
                        INVALID KEY CONTINUE
                        NOT INVALID KEY MOVE 'N' TO W-CPF-CANDIDATO
                    END-READ
                END-IF.

           *> DIGITOS VERIFICADORES DO CPF SOBRE W-CPF-BASE: PESOS 10 A 2
           *> PARA O PRIMEIRO, 11 A 2 (COM O PRIMEIRO DV) PARA O SEGUNDO;
           *> DV = 11 - RESTO. RESTO FORA DE 2 A 9 DESCARTA A BASE
            CALCULA-DV-CPF.
                MOVE 'S' TO W-CPF-CANDIDATO.
                MOVE ZEROS TO W-CPF-GERADO.
                MOVE W-CPF-BASE TO W-CPF-GERADO (1:9).
                MOVE ZEROS TO W-CPF-SOMA.
                MOVE 10 TO W-CPF-PESO.
                MOVE 1 TO W-CPF-IDX.
                PERFORM SOMA-DV-CPF UNTIL W-CPF-IDX > 9.
                DIVIDE W-CPF-SOMA BY 11 GIVING W-CPF-QUOCIENTE REMAINDER W-CPF-RESTO.
                IF W-CPF-RESTO < 2 OR W-CPF-RESTO > 9
                    MOVE 'N' TO W-CPF-CANDIDATO
                ELSE
                    COMPUTE W-CPF-DV = 11 - W-CPF-RESTO
                    MOVE W-CPF-DV TO W-CPF-GERADO (10:1)
                    MOVE ZEROS TO W-CPF-SOMA
                    MOVE 11 TO W-CPF-PESO
                    MOVE 1 TO W-CPF-IDX
                    PERFORM SOMA-DV-CPF UNTIL W-CPF-IDX > 10
                    DIVIDE W-CPF-SOMA BY 11 GIVING W-CPF-QUOCIENTE REMAINDER W-CPF-RESTO
                    IF W-CPF-RESTO < 2 OR W-CPF-RESTO > 9
                        MOVE 'N' TO W-CPF-CANDIDATO
                    ELSE
                        COMPUTE W-CPF-DV = 11 - W-CPF-RESTO
                        MOVE W-CPF-DV TO W-CPF-GERADO (11:1)
                    END-IF
                END-IF.

            SOMA-DV-CPF.
                MOVE W-CPF-GERADO (W-CPF-IDX:1) TO W-CPF-DIGITO.
                COMPUTE W-CPF-SOMA = W-CPF-SOMA + W-CPF-DIGITO * W-CPF-PESO.
                SUBTRACT 1 FROM W-CPF-PESO.
                ADD 1 TO W-CPF-IDX.

           *> DIGITO VERIFICADOR MODULO-11 DO NUMERO DE CONTA EM
           *> W-DV-BASE: PESOS 2 A 8 DA DIREITA PARA A ESQUERDA; RESTO
           *> 0 OU 1 DA DIGITO 0
           CALCULA-DV-CONTA.
                MOVE ZEROS TO W-DV-SOMA.
                MOVE 2 TO W-DV-PESO.
                MOVE 7 TO W-DV-IDX.
                PERFORM SOMA-DV-CONTA UNTIL W-DV-IDX < 1.
                COMPUTE W-DV-RESTO = FUNCTION MOD(W-DV-SOMA, 11).
                IF W-DV-RESTO < 2
                    MOVE ZEROS TO W-DV-CALCULADO
                ELSE
                    COMPUTE W-DV-CALCULADO = 11 - W-DV-RESTO
                END-IF.

           SOMA-DV-CONTA.
                MOVE W-DV-BASE (W-DV-IDX:1) TO W-DV-DIGITO.
                COMPUTE W-DV-SOMA = W-DV-SOMA + W-DV-DIGITO * W-DV-PESO.
                ADD 1 TO W-DV-PESO.
                SUBTRACT 1 FROM W-DV-IDX.

           *> CPF REAL -> CPF GERADO E NUMERO DE ORDEM; ZEROS (CONTA DE
           *> EMPRESA, SEM SEGUNDO TITULAR) FICA ZEROS
            MAPEIA-CPF.
                MOVE ZEROS TO W-CPF-MASCARADO.
                MOVE ZEROS TO W-SEQ-PESSOA.
                IF W-CPF-ORIGINAL NOT EQUAL ZEROS
                    MOVE W-CPF-ORIGINAL TO MCP-ORIGINAL
                    READ ARQ-MAPA-CPF
                        INVALID KEY ADD 1 TO W-QTDE-SEM-MAPA
                        NOT INVALID KEY
                            MOVE MCP-NOVO TO W-CPF-MASCARADO
                            MOVE MCP-SEQ TO W-SEQ-PESSOA
                    END-READ
                END-IF.

           *> NOME, CONTATO E ENDEREÇO FICTICIOS PELO NUMERO DE ORDEM
            MONTA-PESSOA-FICTICIA.
                DIVIDE W-SEQ-PESSOA BY 20 GIVING W-QUOCIENTE REMAINDER W-IDX-PRENOME.
                ADD 1 TO W-IDX-PRENOME.
                DIVIDE W-QUOCIENTE BY 20 GIVING W-QUOCIENTE REMAINDER W-IDX-SOBRENOME.
                ADD 1 TO W-IDX-SOBRENOME.
                MOVE SPACES TO W-NOME-FICT.
                STRING PN-PRENOME (W-IDX-PRENOME) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       SN-SOBRENOME (W-IDX-SOBRENOME) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       W-SEQ-PESSOA DELIMITED BY SIZE
                    INTO W-NOME-FICT.
                MOVE SPACES TO W-EMAIL-FICT.
                STRING "CLIENTE" DELIMITED BY SIZE
                       W-SEQ-PESSOA DELIMITED BY SIZE
                       "@TREINO.LOCAL" DELIMITED BY SIZE
                    INTO W-EMAIL-FICT.
                MOVE SPACES TO W-TELEFONE-FICT.
                STRING "(00)9" DELIMITED BY SIZE
                       W-SEQ-PESSOA DELIMITED BY SIZE
                    INTO W-TELEFONE-FICT.
                MOVE SPACES TO W-ENDERECO-FICT.
                STRING "RUA DO TREINAMENTO, " DELIMITED BY SIZE
                       W-SEQ-PESSOA DELIMITED BY SIZE
                    INTO W-ENDERECO-FICT.

           *> EMPRESA FICTICIA PELA RAIZ DO CNPJ (O CNPJ E DADO PUBLICO E
           *> FICA COMO ESTA)
            MONTA-EMPRESA-FICTICIA.
                MOVE SPACES TO W-NOME-FICT.
                STRING "EMPRESA TREINO " DELIMITED BY SIZE
                       W-CNPJ-RAIZ DELIMITED BY SIZE
                    INTO W-NOME-FICT.
                MOVE SPACES TO W-RAZAO-FICT.
                STRING "EMPRESA TREINO " DELIMITED BY SIZE
                       W-CNPJ-RAIZ DELIMITED BY SIZE
                       " LTDA" DELIMITED BY SIZE
                    INTO W-RAZAO-FICT.
                MOVE SPACES TO W-EMAIL-FICT.
                STRING "EMPRESA" DELIMITED BY SIZE
                       W-CNPJ-RAIZ DELIMITED BY SIZE
                       "@TREINO.LOCAL" DELIMITED BY SIZE
                    INTO W-EMAIL-FICT.
                MOVE SPACES TO W-TELEFONE-FICT.
                STRING "(00)3" DELIMITED BY SIZE
                       W-CNPJ-RAIZ DELIMITED BY SIZE
                    INTO W-TELEFONE-FICT.
                MOVE SPACES TO W-ENDERECO-FICT.
                STRING "AVENIDA DO TREINAMENTO, " DELIMITED BY SIZE
                       W-CNPJ-RAIZ DELIMITED BY SIZE
                    INTO W-ENDERECO-FICT.

      *> ============================================================
      *> SEGUNDA PASSADA: GRAVA AS COPIAS MASCARADAS
      *> ============================================================
            MASCARA-BANCO.
                MOVE ZEROS TO W-QTDE-LIDOS.
                MOVE ZEROS TO W-QTDE-GRAVADOS.
                OPEN OUTPUT TRN-BANCO.
                OPEN INPUT ARQ-BANCO.
                IF ARQ-OK EQUAL ZEROS
                    MOVE 'N' TO WS-EOF
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-BANCO NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END PERFORM MASCARA-CONTA
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-BANCO
                END-IF.
                CLOSE TRN-BANCO.
                MOVE "ARQ-BANCO" TO W-NOME-ARQUIVO.
                PERFORM GRAVA-LINHA-ARQUIVO.

            MASCARA-CONTA.
                ADD 1 TO W-QTDE-LIDOS.
                MOVE COD-CONTA TO W-CONTA-ORIGINAL.
                PERFORM MAPEIA-CONTA.
                MOVE W-CONTA-MASCARADA TO COD-CONTA.
                MOVE COD-CONTA TO W-DV-BASE.
                PERFORM CALCULA-DV-CONTA.
                MOVE W-DV-CALCULADO TO W-DV.
                MOVE CPF TO W-CPF-ORIGINAL.
                PERFORM MAPEIA-CPF.
                MOVE W-CPF-MASCARADO TO CPF.
                IF TITULAR-PJ
                    MOVE CNPJ (1:8) TO W-CNPJ-RAIZ
                    PERFORM MONTA-EMPRESA-FICTICIA
                ELSE
                    PERFORM MONTA-PESSOA-FICTICIA
                END-IF.
                MOVE W-NOME-FICT TO W-NOME.
                MOVE W-EMAIL-FICT TO W-EMAIL.
                MOVE W-TELEFONE-FICT TO W-TELEFONE.
                MOVE CPF2 TO W-CPF-ORIGINAL.
                PERFORM MAPEIA-CPF.
                MOVE W-CPF-MASCARADO TO CPF2.
                IF W-PERCENTUAL-VALORES < 100
                    COMPUTE W-SALDO ROUNDED = W-SALDO * W-PERCENTUAL-VALORES / 100
                END-IF.
                WRITE REG-TRN-BANCO FROM REG-BANCO
                    INVALID KEY DISPLAY "CHAVE DUPLICADA NA COPIA DO ARQ-BANCO: " COD-CONTA
                    NOT INVALID KEY ADD 1 TO W-QTDE-GRAVADOS
                END-WRITE.

            MASCARA-CLIENTE.
                MOVE ZEROS TO W-QTDE-LIDOS.
                MOVE ZEROS TO W-QTDE-GRAVADOS.
                OPEN OUTPUT TRN-CLIENTE.
                OPEN INPUT ARQ-CLIENTE.
                IF ARQ-CLI-OK EQUAL "00"
                    MOVE 'N' TO WS-EOF
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-CLIENTE NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END PERFORM MASCARA-CADASTRO
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-CLIENTE
                END-IF.
                CLOSE TRN-CLIENTE.
                MOVE "ARQ-CLIENTE" TO W-NOME-ARQUIVO.
                PERFORM GRAVA-LINHA-ARQUIVO.

            MASCARA-CADASTRO.
                ADD 1 TO W-QTDE-LIDOS.
                MOVE CLI-CPF TO W-CPF-ORIGINAL.
                PERFORM MAPEIA-CPF.
                MOVE W-CPF-MASCARADO TO CLI-CPF.
                PERFORM MONTA-PESSOA-FICTICIA.
                MOVE W-NOME-FICT TO CLI-NOME.
                MOVE W-EMAIL-FICT TO CLI-EMAIL.
                MOVE W-TELEFONE-FICT TO CLI-TELEFONE.
                MOVE W-ENDERECO-FICT TO CLI-ENDERECO.
                MOVE W-CEP-FICT TO CLI-CEP.
                IF CLI-NASC-ANO NOT EQUAL ZEROS
                    MOVE 01 TO CLI-NASC-MES
                    MOVE 01 TO CLI-NASC-DIA
                END-IF.
                WRITE REG-TRN-CLIENTE FROM REG-CLIENTE
                    INVALID KEY DISPLAY "CHAVE DUPLICADA NA COPIA DO ARQ-CLIENTE: " CLI-CPF
                    NOT INVALID KEY ADD 1 TO W-QTDE-GRAVADOS
                END-WRITE.

            MASCARA-EXTRATO.
                MOVE ZEROS TO W-QTDE-LIDOS.
                MOVE ZEROS TO W-QTDE-GRAVADOS.
                OPEN OUTPUT TRN-EXTRATO.
                OPEN INPUT ARQ-EXTRATO.
                IF ARQ-EXT-OK EQUAL "00"
                    MOVE 'N' TO WS-EOF
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-EXTRATO NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END PERFORM MASCARA-MOVIMENTO
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-EXTRATO
                END-IF.
                CLOSE TRN-EXTRATO.
                MOVE "ARQ-EXTRATO" TO W-NOME-ARQUIVO.
                PERFORM GRAVA-LINHA-ARQUIVO.

           *> A DESCRIÇÂO DIGITADA NO CAIXA OU COPIADA DA ORDEM AGENDADA
           *> PODE TRAZER NOME DE GENTE; A DOS JOBS E FIXA POR TIPO E FICA
            MASCARA-MOVIMENTO.
                ADD 1 TO W-QTDE-LIDOS.
                MOVE EXT-COD-CONTA TO W-CONTA-ORIGINAL.
                PERFORM MAPEIA-CONTA.
                MOVE W-CONTA-MASCARADA TO EXT-COD-CONTA.
                MOVE EXT-CONTA-CONTRA TO W-CONTA-ORIGINAL.
                PERFORM MAPEIA-CONTA.
                MOVE W-CONTA-MASCARADA TO EXT-CONTA-CONTRA.
                IF EXT-OPERADOR NOT EQUAL ZEROS OR EXT-AGENDADO
                    MOVE SPACES TO EXT-DESCRICAO
                END-IF.
                IF W-PERCENTUAL-VALORES < 100
                    COMPUTE EXT-VALOR ROUNDED = EXT-VALOR * W-PERCENTUAL-VALORES / 100
                    COMPUTE EXT-SALDO-ANTERIOR ROUNDED = EXT-SALDO-ANTERIOR * W-PERCENTUAL-VALORES / 100
                    COMPUTE EXT-SALDO-ATUAL ROUNDED = EXT-SALDO-ATUAL * W-PERCENTUAL-VALORES / 100
                END-IF.
                WRITE REG-TRN-EXTRATO FROM REG-EXTRATO
                    INVALID KEY DISPLAY "CHAVE DUPLICADA NA COPIA DO ARQ-EXTRATO: " EXT-CHAVE
                    NOT INVALID KEY ADD 1 TO W-QTDE-GRAVADOS
                END-WRITE.

            MASCARA-CHEQUE.
                MOVE ZEROS TO W-QTDE-LIDOS.
                MOVE ZEROS TO W-QTDE-GRAVADOS.
                OPEN OUTPUT TRN-CHEQUE.
                OPEN INPUT ARQ-CHEQUE.
                IF ARQ-CHQ-OK EQUAL "00"
                    MOVE 'N' TO WS-EOF
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-CHEQUE NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                ADD 1 TO W-QTDE-LIDOS
                                MOVE CHQ-COD-CONTA TO W-CONTA-ORIGINAL
                                PERFORM MAPEIA-CONTA
                                MOVE W-CONTA-MASCARADA TO CHQ-COD-CONTA
                                IF W-PERCENTUAL-VALORES < 100
                                    COMPUTE CHQ-VALOR ROUNDED = CHQ-VALOR * W-PERCENTUAL-VALORES / 100
                                END-IF
                                WRITE REG-TRN-CHEQUE FROM REG-CHEQUE
                                    INVALID KEY DISPLAY "CHAVE DUPLICADA NA COPIA DO ARQ-CHEQUE: " CHQ-CHAVE
                                    NOT INVALID KEY ADD 1 TO W-QTDE-GRAVADOS
                                END-WRITE
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-CHEQUE
                END-IF.
                CLOSE TRN-CHEQUE.
                MOVE "ARQ-CHEQUE" TO W-NOME-ARQUIVO.
                PERFORM GRAVA-LINHA-ARQUIVO.

            MASCARA-EMPRESTIMO.
                MOVE ZEROS TO W-QTDE-LIDOS.
                MOVE ZEROS TO W-QTDE-GRAVADOS.
                OPEN OUTPUT TRN-EMPRESTIMO.
                OPEN INPUT ARQ-EMPRESTIMO.
                IF ARQ-EMP-OK EQUAL "00"
                    MOVE 'N' TO WS-EOF
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-EMPRESTIMO NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                ADD 1 TO W-QTDE-LIDOS
                                MOVE EMP-COD-CONTA TO W-CONTA-ORIGINAL
                                PERFORM MAPEIA-CONTA
                                MOVE W-CONTA-MASCARADA TO EMP-COD-CONTA
                                IF W-PERCENTUAL-VALORES < 100
                                    COMPUTE EMP-PRINCIPAL ROUNDED = EMP-PRINCIPAL * W-PERCENTUAL-VALORES / 100
                                    COMPUTE EMP-VALOR-PARCELA ROUNDED = EMP-VALOR-PARCELA * W-PERCENTUAL-VALORES / 100
                                END-IF
                                WRITE REG-TRN-EMPRESTIMO FROM REG-EMPRESTIMO
                                    INVALID KEY DISPLAY "CHAVE DUPLICADA NA COPIA DO ARQ-EMPRESTIMO: " EMP-CHAVE
                                    NOT INVALID KEY ADD 1 TO W-QTDE-GRAVADOS
                                END-WRITE
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-EMPRESTIMO
                END-IF.
                CLOSE TRN-EMPRESTIMO.
                MOVE "ARQ-EMPRESTIMO" TO W-NOME-ARQUIVO.
                PERFORM GRAVA-LINHA-ARQUIVO.

            MASCARA-AGENDA.
                MOVE ZEROS TO W-QTDE-LIDOS.
                MOVE ZEROS TO W-QTDE-GRAVADOS.
                OPEN OUTPUT TRN-AGENDA.
                OPEN INPUT ARQ-AGENDA.
                IF ARQ-AGD-OK EQUAL "00"
                    MOVE 'N' TO WS-EOF
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-AGENDA NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                ADD 1 TO W-QTDE-LIDOS
                                MOVE AGD-COD-CONTA TO W-CONTA-ORIGINAL
                                PERFORM MAPEIA-CONTA
                                MOVE W-CONTA-MASCARADA TO AGD-COD-CONTA
                                MOVE AGD-CONTA-DESTINO TO W-CONTA-ORIGINAL
                                PERFORM MAPEIA-CONTA
                                MOVE W-CONTA-MASCARADA TO AGD-CONTA-DESTINO
                                IF AGD-DESCRICAO NOT EQUAL SPACES
                                    MOVE "PAGAMENTO AGENDADO" TO AGD-DESCRICAO
                                END-IF
                                IF W-PERCENTUAL-VALORES < 100
                                    COMPUTE AGD-VALOR ROUNDED = AGD-VALOR * W-PERCENTUAL-VALORES / 100
                                END-IF
                                WRITE REG-TRN-AGENDA FROM REG-AGENDAMENTO
                                    INVALID KEY DISPLAY "CHAVE DUPLICADA NA COPIA DO ARQ-AGENDA: " AGD-CHAVE
                                    NOT INVALID KEY ADD 1 TO W-QTDE-GRAVADOS
                                END-WRITE
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-AGENDA
                END-IF.
                CLOSE TRN-AGENDA.
                MOVE "ARQ-AGENDA" TO W-NOME-ARQUIVO.
                PERFORM GRAVA-LINHA-ARQUIVO.

           *> O BLOQUEIO DE ESPOLIO DA CONTA INDIVIDUAL TEM O VALOR MAXIMO
           *> DE PROPOSITO (BARRA TODO DEBITO) E NÂO E REDUZIDO
            MASCARA-BLOQUEIO.
                MOVE ZEROS TO W-QTDE-LIDOS.
                MOVE ZEROS TO W-QTDE-GRAVADOS.
                OPEN OUTPUT TRN-BLOQUEIO.
                OPEN INPUT ARQ-BLOQUEIO.
                IF ARQ-BLQ-OK EQUAL "00"
                    MOVE 'N' TO WS-EOF
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-BLOQUEIO NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                ADD 1 TO W-QTDE-LIDOS
                                MOVE BLQ-COD-CONTA TO W-CONTA-ORIGINAL
                                PERFORM MAPEIA-CONTA
                                MOVE W-CONTA-MASCARADA TO BLQ-COD-CONTA
                                IF W-PERCENTUAL-VALORES < 100 AND
                                   NOT (BLQ-ESPOLIO AND BLQ-VALOR EQUAL 99999999,99)
                                    COMPUTE BLQ-VALOR ROUNDED = BLQ-VALOR * W-PERCENTUAL-VALORES / 100
                                END-IF
                                WRITE REG-TRN-BLOQUEIO FROM REG-BLOQUEIO
                                    INVALID KEY DISPLAY "CHAVE DUPLICADA NA COPIA DO ARQ-BLOQUEIO: " BLQ-CHAVE
                                    NOT INVALID KEY ADD 1 TO W-QTDE-GRAVADOS
                                END-WRITE
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-BLOQUEIO
                END-IF.
                CLOSE TRN-BLOQUEIO.
                MOVE "ARQ-BLOQUEIO" TO W-NOME-ARQUIVO.
                PERFORM GRAVA-LINHA-ARQUIVO.

            MASCARA-WATCHLIST.
                MOVE ZEROS TO W-QTDE-LIDOS.
                MOVE ZEROS TO W-QTDE-GRAVADOS.
                OPEN OUTPUT TRN-WATCHLIST.
                OPEN INPUT ARQ-WATCHLIST.
                IF ARQ-WTC-OK EQUAL "00"
                    MOVE 'N' TO WS-EOF
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-WATCHLIST NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                ADD 1 TO W-QTDE-LIDOS
                                MOVE WTC-CPF TO W-CPF-ORIGINAL
                                PERFORM MAPEIA-CPF
                                MOVE W-CPF-MASCARADO TO WTC-CPF
                                MOVE "REGISTRO DE TREINAMENTO" TO WTC-DESCRICAO
                                WRITE REG-TRN-WATCHLIST FROM REG-WATCHLIST
                                    INVALID KEY DISPLAY "CHAVE DUPLICADA NA COPIA DO ARQ-WATCHLIST: " WTC-CPF
                                    NOT INVALID KEY ADD 1 TO W-QTDE-GRAVADOS
                                END-WRITE
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-WATCHLIST
                END-IF.
                CLOSE TRN-WATCHLIST.
                MOVE "ARQ-WATCHLIST" TO W-NOME-ARQUIVO.
                PERFORM GRAVA-LINHA-ARQUIVO.

            MASCARA-EMPRESA.
                MOVE ZEROS TO W-QTDE-LIDOS.
                MOVE ZEROS TO W-QTDE-GRAVADOS.
                OPEN OUTPUT TRN-EMPRESA.
                OPEN INPUT ARQ-EMPRESA.
                IF ARQ-PJ-OK EQUAL "00"
                    MOVE 'N' TO WS-EOF
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-EMPRESA NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                ADD 1 TO W-QTDE-LIDOS
                                MOVE PJ-CNPJ (1:8) TO W-CNPJ-RAIZ
                                PERFORM MONTA-EMPRESA-FICTICIA
                                MOVE W-RAZAO-FICT TO PJ-RAZAO-SOCIAL
                                MOVE W-NOME-FICT TO PJ-NOME-FANTASIA
                                MOVE W-EMAIL-FICT TO PJ-EMAIL
                                MOVE W-TELEFONE-FICT TO PJ-TELEFONE
                                MOVE W-ENDERECO-FICT TO PJ-ENDERECO
                                WRITE REG-TRN-EMPRESA FROM REG-EMPRESA
                                    INVALID KEY DISPLAY "CHAVE DUPLICADA NA COPIA DO ARQ-EMPRESA: " PJ-CNPJ
                                    NOT INVALID KEY ADD 1 TO W-QTDE-GRAVADOS
                                END-WRITE
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-EMPRESA
                END-IF.
                CLOSE TRN-EMPRESA.
                MOVE "ARQ-EMPRESA" TO W-NOME-ARQUIVO.
                PERFORM GRAVA-LINHA-ARQUIVO.

            MASCARA-REPRESENTANTE.
                MOVE ZEROS TO W-QTDE-LIDOS.
                MOVE ZEROS TO W-QTDE-GRAVADOS.
                OPEN OUTPUT TRN-REPRESENTANTE.
                OPEN INPUT ARQ-REPRESENTANTE.
                IF ARQ-REP-OK EQUAL "00"
                    MOVE 'N' TO WS-EOF
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-REPRESENTANTE NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                ADD 1 TO W-QTDE-LIDOS
                                MOVE REP-CPF TO W-CPF-ORIGINAL
                                PERFORM MAPEIA-CPF
                                MOVE W-CPF-MASCARADO TO REP-CPF
                                PERFORM MONTA-PESSOA-FICTICIA
                                MOVE W-NOME-FICT TO REP-NOME
                                WRITE REG-TRN-REPRESENTANTE FROM REG-REPRESENTANTE
                                    INVALID KEY DISPLAY "CHAVE DUPLICADA NA COPIA DO ARQ-REPRESENTANTE: " REP-CHAVE
                                    NOT INVALID KEY ADD 1 TO W-QTDE-GRAVADOS
                                END-WRITE
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-REPRESENTANTE
                END-IF.
                CLOSE TRN-REPRESENTANTE.
                MOVE "ARQ-REPRESENTANTE" TO W-NOME-ARQUIVO.
                PERFORM GRAVA-LINHA-ARQUIVO.

      *> ============================================================
      *> PROVA: RELE AS COPIAS E PROCURA CADA CPF E CADA NOME ENTRE OS
      *> ORIGINAIS; QUALQUER ACHADO VAI PARA O RELATORIO
      *> ============================================================
            PROVA-COPIA.
                OPEN INPUT TRN-BANCO.
                MOVE 'N' TO WS-EOF.
                PERFORM UNTIL FIM-ARQUIVO
                    READ TRN-BANCO NEXT RECORD
                        AT END MOVE 'S' TO WS-EOF
                        NOT AT END
                            MOVE TBA-CPF TO W-CPF-ORIGINAL
                            PERFORM CONFERE-CPF
                            MOVE TBA-CPF2 TO W-CPF-ORIGINAL
                            PERFORM CONFERE-CPF
                            MOVE TBA-NOME TO W-NOME-COLETA
                            PERFORM CONFERE-NOME
                    END-READ
                END-PERFORM.
                CLOSE TRN-BANCO.
                OPEN INPUT TRN-CLIENTE.
                MOVE 'N' TO WS-EOF.
                PERFORM UNTIL FIM-ARQUIVO
                    READ TRN-CLIENTE NEXT RECORD
                        AT END MOVE 'S' TO WS-EOF
                        NOT AT END
                            MOVE TCL-CPF TO W-CPF-ORIGINAL
                            PERFORM CONFERE-CPF
                            MOVE TCL-NOME TO W-NOME-COLETA
                            PERFORM CONFERE-NOME
                    END-READ
                END-PERFORM.
                CLOSE TRN-CLIENTE.
                OPEN INPUT TRN-WATCHLIST.
                MOVE 'N' TO WS-EOF.
                PERFORM UNTIL FIM-ARQUIVO
                    READ TRN-WATCHLIST NEXT RECORD
                        AT END MOVE 'S' TO WS-EOF
                        NOT AT END
                            MOVE TWT-CPF TO W-CPF-ORIGINAL
                            PERFORM CONFERE-CPF
                    END-READ
                END-PERFORM.
                CLOSE TRN-WATCHLIST.
                OPEN INPUT TRN-REPRESENTANTE.
                MOVE 'N' TO WS-EOF.
                PERFORM UNTIL FIM-ARQUIVO
                    READ TRN-REPRESENTANTE NEXT RECORD
                        AT END MOVE 'S' TO WS-EOF
                        NOT AT END
                            MOVE TRE-CPF TO W-CPF-ORIGINAL
                            PERFORM CONFERE-CPF
                            MOVE TRE-NOME TO W-NOME-COLETA
                            PERFORM CONFERE-NOME
                    END-READ
                END-PERFORM.
                CLOSE TRN-REPRESENTANTE.
                OPEN INPUT TRN-EMPRESA.
                MOVE 'N' TO WS-EOF.
                PERFORM UNTIL FIM-ARQUIVO
                    READ TRN-EMPRESA NEXT RECORD
                        AT END MOVE 'S' TO WS-EOF
                        NOT AT END
                            MOVE TPJ-RAZAO-SOCIAL TO W-NOME-COLETA
                            PERFORM CONFERE-NOME
                            MOVE TPJ-NOME-FANTASIA TO W-NOME-COLETA
                            PERFORM CONFERE-NOME
                    END-READ
                END-PERFORM.
                CLOSE TRN-EMPRESA.

            CONFERE-CPF.
                IF W-CPF-ORIGINAL NOT EQUAL ZEROS
                    ADD 1 TO W-QTDE-CPFS-CONFERIDOS
                    MOVE W-CPF-ORIGINAL TO MCP-ORIGINAL
                    READ ARQ-MAPA-CPF
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            ADD 1 TO W-QTDE-CPF-SOBREVIVEU
                            MOVE "CPF ORIGINAL ENCONTRADO NA COPIA (CPF OMITIDO DESTE RELATORIO)" TO REG-RELATORIO
                            PERFORM GRAVA-LINHA
                    END-READ
                END-IF.

            CONFERE-NOME.
                IF W-NOME-COLETA NOT EQUAL SPACES
                    ADD 1 TO W-QTDE-NOMES-CONFERIDOS
                    MOVE W-NOME-COLETA TO MNO-NOME
                    READ ARQ-MAPA-NOME
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            ADD 1 TO W-QTDE-NOME-SOBREVIVEU
                            MOVE "NOME ORIGINAL ENCONTRADO NA COPIA (NOME OMITIDO DESTE RELATORIO)" TO REG-RELATORIO
                            PERFORM GRAVA-LINHA
                    END-READ
                END-IF.

           *> AS TABELAS DE-PARA TEM OS CPFS, AS CONTAS E OS NOMES REAIS:
           *> SAEM ZERADAS PARA NADA SER LEVADO JUNTO COM A COPIA
            ZERA-MAPAS.
                CLOSE ARQ-MAPA-CPF.
                CLOSE ARQ-MAPA-CONTA.
                CLOSE ARQ-MAPA-NOME.
                OPEN OUTPUT ARQ-MAPA-CPF.
                CLOSE ARQ-MAPA-CPF.
                OPEN OUTPUT ARQ-MAPA-CONTA.
                CLOSE ARQ-MAPA-CONTA.
                OPEN OUTPUT ARQ-MAPA-NOME.
                CLOSE ARQ-MAPA-NOME.

            GRAVA-LINHA-CABECALHO.
                MOVE SPACES TO REG-RELATORIO.
                STRING "COPIA MASCARADA PARA TREINAMENTO - " DELIMITED BY SIZE
                       DAYS "/" MONTHS "/" YEARS DELIMITED BY SIZE
                       " - VALORES A " DELIMITED BY SIZE
                       W-PERCENTUAL-VALORES DELIMITED BY SIZE
                       "%" DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                PERFORM GRAVA-LINHA.

            GRAVA-LINHA-ARQUIVO.
                ADD W-QTDE-GRAVADOS TO W-QTDE-TOTAL.
                STRING W-NOME-ARQUIVO DELIMITED BY SPACE
                       " LIDOS " DELIMITED BY SIZE
                       W-QTDE-LIDOS DELIMITED BY SIZE
                       " GRAVADOS NA COPIA " DELIMITED BY SIZE
                       W-QTDE-GRAVADOS DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                PERFORM GRAVA-LINHA.

            GRAVA-LINHA-PROVA.
                STRING "CPFS REAIS NA BASE " DELIMITED BY SIZE
                       W-QTDE-CPFS DELIMITED BY SIZE
                       " CONTAS RENUMERADAS " DELIMITED BY SIZE
                       W-QTDE-CONTAS-MAPA DELIMITED BY SIZE
                       " NOMES REAIS " DELIMITED BY SIZE
                       W-QTDE-NOMES DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                PERFORM GRAVA-LINHA.
                STRING "PROVA: CPFS CONFERIDOS NA COPIA " DELIMITED BY SIZE
                       W-QTDE-CPFS-CONFERIDOS DELIMITED BY SIZE
                       " ORIGINAIS ENCONTRADOS " DELIMITED BY SIZE
                       W-QTDE-CPF-SOBREVIVEU DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                PERFORM GRAVA-LINHA.
                STRING "PROVA: NOMES CONFERIDOS NA COPIA " DELIMITED BY SIZE
                       W-QTDE-NOMES-CONFERIDOS DELIMITED BY SIZE
                       " ORIGINAIS ENCONTRADOS " DELIMITED BY SIZE
                       W-QTDE-NOME-SOBREVIVEU DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                PERFORM GRAVA-LINHA.
                IF W-QTDE-SEM-MAPA > ZEROS
                    STRING "CPFS SEM DE-PARA (GRAVADOS ZERADOS) " DELIMITED BY SIZE
                           W-QTDE-SEM-MAPA DELIMITED BY SIZE
                        INTO REG-RELATORIO
                    PERFORM GRAVA-LINHA
                END-IF.
                IF W-QTDE-CPF-SOBREVIVEU EQUAL ZEROS AND
                   W-QTDE-NOME-SOBREVIVEU EQUAL ZEROS
                    MOVE "RESULTADO: NENHUM CPF OU NOME ORIGINAL NA COPIA, LIBERADA PARA TREINAMENTO" TO REG-RELATORIO
                ELSE
                    MOVE "RESULTADO: DADO ORIGINAL NA COPIA, NAO LIBERAR" TO REG-RELATORIO
                END-IF.
                PERFORM GRAVA-LINHA.

            GRAVA-LINHA.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.
                MOVE SPACES TO REG-RELATORIO.

           *> LIGA E DESLIGA A MARCA DE JANELA BATCH NO ARQUIVO DE STATUS
           *> DO SISTEMA; COM A MARCA LIGADA NADA MUDA NA BASE ENQUANTO A
           *> COPIA E TIRADA
           MARCA-JANELA-BATCH.
                OPEN OUTPUT ARQ-SISTEMA.
                MOVE 'S' TO SYS-BATCH-EM-ANDAMENTO.
                MOVE "CONTA-MASCARA" TO SYS-JOB.
                MOVE DATE-TIME TO SYS-DATA.
                WRITE REG-SISTEMA.
                CLOSE ARQ-SISTEMA.

           LIBERA-JANELA-BATCH.
                OPEN OUTPUT ARQ-SISTEMA.
                MOVE 'N' TO SYS-BATCH-EM-ANDAMENTO.
                MOVE "CONTA-MASCARA" TO SYS-JOB.
                MOVE DATE-TIME TO SYS-DATA.
                WRITE REG-SISTEMA.
                CLOSE ARQ-SISTEMA.


           *> ANOTA NO DIARIO CENTRAL DE EXECUÇÔES (ARQ-JOBLOG.DAT) O
           *> INICIO ('I') E O FIM ('F') DESTA EXECUÇÂO; UM 'I' SEM 'F'
           *> CORRESPONDENTE DENUNCIA FIM ANORMAL
           GRAVA-JOBLOG.
                OPEN EXTEND ARQ-JOBLOG.
                IF ARQ-JLG-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-JOBLOG
                END-IF.
                MOVE "CONTA-MASCARA" TO JLG-JOB.
                MOVE W-JLG-EVENTO TO JLG-EVENTO.
                COMPUTE JLG-DATA = YEARS * 10000 + MONTHS * 100 + DAYS.
                ACCEPT W-JLG-TIME FROM TIME.
                MOVE W-JLG-TIME (1:6) TO JLG-HORA.
                MOVE W-JLG-QTDE TO JLG-QTDE.
                MOVE W-JLG-CKPT TO JLG-CHECKPOINT.
                WRITE REG-JOBLOG.
                CLOSE ARQ-JOBLOG.


           *> REGISTRA O RELATORIO DATADO NO CATALOGO CENTRAL DE
           *> RELATORIOS, COM A CONTAGEM DE LINHAS GRAVADAS, PARA A TELA
           *> DE CONSULTA LOCALIZA-LO E O EXPURGO APLICAR A RETENÇÂO
           GRAVA-CATALOGO.
                OPEN EXTEND ARQ-CATALOGO.
                IF ARQ-CAT-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-CATALOGO
                END-IF.
                MOVE "CONTA-MASCARA" TO CAT-JOB.
                MOVE WS-REL-FILENAME TO CAT-ARQUIVO.
                COMPUTE CAT-DATA = YEARS * 10000 + MONTHS * 100 + DAYS.
                MOVE W-QTDE-LINHAS-REL TO CAT-QTDE.
                WRITE REG-CATALOGO.
                CLOSE ARQ-CATALOGO.

       END PROGRAM CONTA-MASCARA.
