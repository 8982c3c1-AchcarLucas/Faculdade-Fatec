       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-EXPORTA-EXTRATO.

      *> JOB DE EXPORTAÇÂO DE EXTRATO ELETRONICO PARA O SISTEMA CONTABIL
      *> DE CLIENTES EMPRESA. CADA LINHA DE ARQ-EXPORTA-PEDIDOS.DAT PEDE
      *> O EXTRATO DE UMA CONTA NUM PERIODO (PEDIDO AVULSO) OU, COM AS
      *> DATAS ZERADAS, E UMA ASSINATURA MENSAL: O MES ANTERIOR E GERADO
      *> NA PRIMEIRA EXECUÇÂO DE CADA MES. PARA CADA PEDIDO SAI NA PASTA
      *> DE ENTREGA (ENTREGA/) UM ARQUIVO OFX 1.02 E/OU UM ARQUIVO DE
      *> LARGURA FIXA NO ESTILO CNAB 240 (EXTRATO PARA CONCILIAÇÂO), COM
      *> SALDO DE ABERTURA, SALDO DE FECHAMENTO E UM LANÇAMENTO POR
      *> MOVIMENTO QUE ALTEROU O SALDO, IDENTIFICADO POR CONTA +
      *> SEQUENCIA DO EXTRATO. CADA ARQUIVO GERADO E REGISTRADO NO
      *> CATALOGO CENTRAL DE RELATORIOS.
      *> PERIODOS QUE JA SAIRAM DO ONLINE SÂO LIDOS DOS ARQUIVAMENTOS
      *> APONTADOS PELO INDICE ARQ-EXT-ARQUIVO-IDX.DAT (OS ANTERIORES AO
      *> INDICE SÂO CARREGADOS POR CONTA-INDEXA-ARQUIVO); CONTA ENCERRADA
      *> E MOVIDA PARA O HISTORICO E LOCALIZADA PELO INDICE
      *> ARQ-CONTA-HIST-IDX.DAT. RERODAR E SEGURO: OS ARQUIVOS DE
      *> ENTREGA SÂO REGRAVADOS, E AS ASSINATURAS SO SAEM UMA VEZ POR MES
      *> (O CHECKPOINT GUARDA A DATA DA ULTIMA EXECUÇÂO CONCLUIDA). UM
      *> ARQUIVO DE ENTREGA QUE NÂO ABRE OU NÂO GRAVA FICA FORA DO
      *> CATALOGO E SEGURA O CHECKPOINT, PARA A PROXIMA EXECUÇÂO REFAZER.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARQ-PEDIDOS ASSIGN TO "ARQ-EXPORTA-PEDIDOS.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-PED-OK.

                   SELECT ARQ-BANCO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS COD-CONTA
                       FILE STATUS ARQ-OK.

                   SELECT ARQ-EXTRATO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS EXT-CHAVE
                       FILE STATUS ARQ-EXT-OK.

                   SELECT ARQ-EXT-IDX ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS EAX-CHAVE
                       FILE STATUS ARQ-EAX-OK.

                   SELECT ARQ-ARQUIVO ASSIGN TO WS-ARQUIVO-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-ARQ-OK.

                   SELECT ARQ-HIST-IDX ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS HIX-COD-CONTA
                       FILE STATUS ARQ-HIX-OK.

                   SELECT ARQ-HISTORICO ASSIGN TO WS-HISTORICO-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-HST-OK.

                   SELECT ARQ-OFX ASSIGN TO WS-OFX-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-OFX-OK.

                   SELECT ARQ-CNAB ASSIGN TO WS-CNAB-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-CNB-OK.

                   SELECT ARQ-CHECKPOINT ASSIGN TO "CKPT_EXPORTA_EXTRATO.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-CKPT-OK.

                   SELECT ARQ-CATALOGO ASSIGN TO "ARQ-RELATORIO-CATALOGO.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-CAT-OK.

                   SELECT ARQ-SISTEMA ASSIGN TO "ARQ-SISTEMA-STATUS.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-SYS-OK.

                   SELECT ARQ-JOBLOG ASSIGN TO "ARQ-JOBLOG.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-JLG-OK.

       DATA DIVISION.

           FILE SECTION.
      *> PEDIDO DE EXPORTAÇÂO: CONTA, PERIODO (AAAAMMDD, ZEROS NAS DUAS
      *> DATAS = ASSINATURA MENSAL) E FORMATO ('O' SO OFX, 'C' SO CNAB,
      *> 'A' OU ESPAÇO OS DOIS)
               FD ARQ-PEDIDOS LABEL RECORDS STANDARD.

               01  REG-PEDIDO.
                   02  PED-COD-CONTA           PIC 9(7).
                   02  PED-DATA-INICIO         PIC 9(8).
                   02  PED-DATA-FIM            PIC 9(8).
                   02  PED-FORMATO             PIC X(1).
                       88  PED-SO-OFX          VALUE 'O'.
                       88  PED-SO-CNAB         VALUE 'C'.

               FD ARQ-BANCO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-BANCO.DAT".

               COPY REGBANCO.

               FD ARQ-EXTRATO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EXTRATO.DAT".

               COPY EXTRATO.

               FD ARQ-EXT-IDX LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EXT-ARQUIVO-IDX.DAT".

               COPY EXTIDX.

               FD ARQ-ARQUIVO LABEL RECORDS STANDARD.

               01  REG-ARQUIVO                 PIC X(120).

               FD ARQ-HIST-IDX LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CONTA-HIST-IDX.DAT".

               COPY HISTIDX.

               FD ARQ-HISTORICO LABEL RECORDS STANDARD.

               01  REG-HISTORICO               PIC X(200).

               FD ARQ-OFX LABEL RECORDS STANDARD.

               01  REG-OFX                     PIC X(80).

               FD ARQ-CNAB LABEL RECORDS STANDARD.

               01  REG-CNAB                    PIC X(240).

               FD ARQ-CHECKPOINT LABEL RECORDS STANDARD.

               COPY CHECKPT.

               FD ARQ-CATALOGO LABEL RECORDS STANDARD.

               COPY CATALOGO.

               FD ARQ-SISTEMA LABEL RECORDS STANDARD.

               COPY SISTEMA.

               FD ARQ-JOBLOG LABEL RECORDS STANDARD.

               COPY JOBLOG.

       WORKING-STORAGE SECTION.

                01  ARQ-JLG-OK              PIC X(2).

                01 JOBLOG-VARIABLES.
                    02  W-JLG-TIME          PIC 9(8).
                    02  W-JLG-EVENTO        PIC X(1).
                    02  W-JLG-QTDE          PIC 9(8).
                    02  W-JLG-CKPT          PIC X(1).

                01  ARQ-SYS-OK              PIC X(2).

                01  REG-CHECK.
                    02  ARQ-PED-OK          PIC X(2).
                    02  ARQ-OK              PIC 9(2).
                    02  ARQ-EXT-OK          PIC X(2).
                    02  ARQ-EAX-OK          PIC X(2).
                    02  ARQ-ARQ-OK          PIC X(2).
                    02  ARQ-HIX-OK          PIC 9(2).
                    02  ARQ-HST-OK          PIC X(2).
                    02  ARQ-OFX-OK          PIC X(2).
                    02  ARQ-CNB-OK          PIC X(2).
                    02  ARQ-CKPT-OK         PIC X(2).
                    02  ARQ-CAT-OK          PIC X(2).

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                    02 MONTHS           PIC 9(02).
                    02 DAYS             PIC 9(02).

                01 WS-ARQUIVO-FILENAME          PIC X(40).
                01 WS-HISTORICO-FILENAME        PIC X(40).
                01 WS-OFX-FILENAME              PIC X(40).
                01 WS-CNAB-FILENAME             PIC X(40).

                01 BANCO-VARIABLES.
                    *> CODIGO DA CASA NOS LAYOUTS INTERBANCARIOS (BANKID
                    *> DO OFX E CAMPO BANCO DO CNAB)
                    02  W-BANCO-CASA            PIC 9(3) VALUE 999.
                    02  W-NOME-CASA             PIC X(30) VALUE "BANCO TP2".

                01 PERIODO-VARIABLES.
                    02  W-DATA-HOJE             PIC 9(8).
                    02  W-HORA-GERACAO          PIC 9(8).
                    *> PERIODO DO PEDIDO EM CURSO (AAAAMMDD)
                    02  W-DATA-INICIO           PIC 9(8).
                    02  W-DATA-INICIO-R REDEFINES W-DATA-INICIO.
                        03  W-INICIO-ANO        PIC 9(4).
                        03  W-INICIO-MES        PIC 9(2).
                        03  W-INICIO-DIA        PIC 9(2).
                    02  W-DATA-FIM              PIC 9(8).
                    02  W-DATA-FIM-R REDEFINES W-DATA-FIM.
                        03  W-FIM-ANO           PIC 9(4).
                        03  W-FIM-MES           PIC 9(2).
                        03  W-FIM-DIA           PIC 9(2).
                    *> MES ANTERIOR AO DA EXECUÇÂO, PERIODO DAS ASSINATURAS
                    02  W-MES-ANT-INICIO        PIC 9(8).
                    02  W-MES-ANT-FIM           PIC 9(8).
                    02  W-DT-MOVIMENTO          PIC 9(8).
                    02  W-DT-MOVIMENTO-R REDEFINES W-DT-MOVIMENTO.
                        03  W-MOV-ANO           PIC 9(4).
                        03  W-MOV-MES           PIC 9(2).
                        03  W-MOV-DIA           PIC 9(2).
                    02  W-HORA-MOVIMENTO        PIC 9(6).
                    02  W-DATA-AUX              PIC 9(8).

                01 SALDO-VARIABLES.
                    02  W-SALDO-ABERTURA        PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-SALDO-FECHAMENTO      PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    *> SALDO NO FIM DO PERIODO, DO SALDO-ANTERIOR DO PRIMEIRO
                    *> MOVIMENTO POSTERIOR A ELE (PERIODO SEM MOVIMENTO)
                    02  W-SALDO-FIM-PERIODO     PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    *> EFEITO DO MOVIMENTO NO SALDO (POSITIVO = CREDITO)
                    02  W-VALOR-MOV             PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-TOTAL-DEBITOS         PIC 9(10)V99.
                    02  W-TOTAL-CREDITOS        PIC 9(10)V99.
                    02  W-ULT-SEQ-LIDA          PIC 9(6).
                    02  W-QTDE-LANCAMENTOS      PIC 9(6).

                *> MONTAGEM DE VALOR NO PADRAO DO OFX (PONTO DECIMAL, SINAL
                *> NA FRENTE, SEM BRANCOS): W-VALOR-FMT ENTRA, W-VALOR-TEXTO
                *> SAI
                01 FORMATA-VARIABLES.
                    02  W-VALOR-FMT             PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-VALOR-ABS             PIC 9(8)V99.
                    02  W-VALOR-ABS-R REDEFINES W-VALOR-ABS.
                        03  W-VALOR-INTEIRO     PIC 9(8).
                        03  W-VALOR-CENTAVOS    PIC 9(2).
                    02  M-VALOR-INTEIRO         PIC Z(7)9.
                    02  W-BRANCOS               PIC 9(2).
                    02  W-VALOR-TEXTO           PIC X(14).
                    02  W-ACCTID                PIC X(9).
                    02  W-FITID                 PIC X(13).
                    02  W-MEMO                  PIC X(24).
                    *> INSCRIÇÂO DO TITULAR NO CNAB: 1 CPF, 2 CNPJ (CONTA
                    *> DE EMPRESA)
                    02  W-CNAB-TIPO-INSCRICAO   PIC 9(1).
                    02  W-CNAB-INSCRICAO        PIC 9(14).

                01 WS-CONTROLE.
                    02  WS-EOF                  PIC X(1) VALUE 'N'.
                        88  FIM-ARQUIVO         VALUE 'S'.
                    02  W-QTDE-LIDA             PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-GERADOS          PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-REJEITADOS       PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-ASSINATURAS      PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-FALHAS           PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-LINHAS-OFX       PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-LINHAS-CNAB      PIC 9(8) VALUE ZEROS.
                    02  W-CAT-FILENAME          PIC X(40).
                    02  W-CAT-QTDE              PIC 9(8).
                    *> 'S' QUANDO A ULTIMA EXECUÇÂO CONCLUIDA FOI EM MES
                    *> ANTERIOR: AS ASSINATURAS MENSAIS SAEM NESTA
                    02  W-ASSINATURAS           PIC X(1) VALUE 'S'.
                        88  GERA-ASSINATURAS    VALUE 'S'.
                    02  W-PEDIDO-VALIDO         PIC X(1).
                        88  PEDIDO-VALIDO       VALUE 'S'.
                    02  W-ACHOU-CONTA           PIC X(1).
                        88  ACHOU-CONTA         VALUE 'S'.
                    02  W-GERA-OFX              PIC X(1).
                        88  GERA-OFX            VALUE 'S'.
                    02  W-GERA-CNAB             PIC X(1).
                        88  GERA-CNAB           VALUE 'S'.
                    02  W-ACHOU-MOV             PIC X(1).
                        88  ACHOU-MOV-PERIODO   VALUE 'S'.
                    02  W-ACHOU-POS             PIC X(1).
                        88  ACHOU-MOV-POS-PERIODO VALUE 'S'.
                    *> LIGADA NO PRIMEIRO MOVIMENTO POSTERIOR AO PERIODO: O
                    *> RESTO DA CONTA NÂO INTERESSA E A VARREDURA PARA
                    02  W-FIM-CONTA             PIC X(1).
                        88  FIM-CONTA           VALUE 'S'.
                    02  W-CABECALHO             PIC X(1).
                        88  CABECALHO-GRAVADO   VALUE 'S'.
                    *> DESLIGADA QUANDO A ABERTURA OU UMA GRAVAÇÂO DOS
                    *> ARQUIVOS DE ENTREGA DO PEDIDO FALHA (PASTA AUSENTE,
                    *> DISCO CHEIO): O ARQUIVO NÂO VAI PARA O CATALOGO
                    02  W-ENTREGA               PIC X(1).
                        88  ENTREGA-OK          VALUE 'S'.

      *> LAYOUT DE LARGURA FIXA (240 POSIÇÔES) NO ESTILO DO CNAB 240 DE
      *> EXTRATO PARA CONCILIAÇÂO: HEADER DE ARQUIVO (0), HEADER DE LOTE
      *> (1) COM O SALDO INICIAL, UM DETALHE (3, SEGMENTO E) POR
      *> LANÇAMENTO, TRAILER DE LOTE (5) COM O SALDO FINAL E OS TOTAIS E
      *> TRAILER DE ARQUIVO (9). UM LOTE POR ARQUIVO (UMA CONTA)
                01 CNAB-HEADER-ARQUIVO.
                    02  CNH-BANCO               PIC 9(3).
                    02  CNH-LOTE                PIC 9(4) VALUE ZEROS.
                    02  CNH-TIPO-REGISTRO       PIC 9(1) VALUE 0.
                    02  FILLER                  PIC X(9) VALUE SPACES.
                    02  CNH-TIPO-INSCRICAO      PIC 9(1).
                    02  CNH-INSCRICAO           PIC 9(14).
                    02  FILLER                  PIC X(20) VALUE SPACES.
                    02  CNH-AGENCIA             PIC 9(5).
                    02  FILLER                  PIC X(1) VALUE SPACES.
                    02  CNH-CONTA               PIC 9(12).
                    02  CNH-DV                  PIC 9(1).
                    02  FILLER                  PIC X(1) VALUE SPACES.
                    02  CNH-NOME-EMPRESA        PIC X(30).
                    02  CNH-NOME-BANCO          PIC X(30).
                    02  FILLER                  PIC X(10) VALUE SPACES.
                    *> 2 = RETORNO (ARQUIVO GERADO PELO BANCO)
                    02  CNH-CODIGO-ARQUIVO      PIC 9(1) VALUE 2.
                    02  CNH-DATA-GERACAO        PIC 9(8).
                    02  CNH-HORA-GERACAO        PIC 9(6).
                    02  CNH-SEQUENCIA           PIC 9(6) VALUE 1.
                    02  CNH-VERSAO-LAYOUT       PIC 9(3) VALUE 1.
                    02  FILLER                  PIC X(74) VALUE SPACES.

                01 CNAB-HEADER-LOTE.
                    02  CNL-BANCO               PIC 9(3).
                    02  CNL-LOTE                PIC 9(4) VALUE 1.
                    02  CNL-TIPO-REGISTRO       PIC 9(1) VALUE 1.
                    *> 'E' = EXTRATO; SERVIÇO 04 = CONCILIAÇÂO BANCARIA
                    02  CNL-OPERACAO            PIC X(1) VALUE 'E'.
                    02  CNL-SERVICO             PIC 9(2) VALUE 4.
                    02  CNL-FORMA               PIC 9(2) VALUE ZEROS.
                    02  CNL-VERSAO-LAYOUT       PIC 9(3) VALUE 1.
                    02  FILLER                  PIC X(1) VALUE SPACES.
                    02  CNL-TIPO-INSCRICAO      PIC 9(1).
                    02  CNL-INSCRICAO           PIC 9(14).
                    02  FILLER                  PIC X(20) VALUE SPACES.
                    02  CNL-AGENCIA             PIC 9(5).
                    02  FILLER                  PIC X(1) VALUE SPACES.
                    02  CNL-CONTA               PIC 9(12).
                    02  CNL-DV                  PIC 9(1).
                    02  FILLER                  PIC X(1) VALUE SPACES.
                    02  CNL-NOME-EMPRESA        PIC X(30).
                    02  FILLER                  PIC X(40) VALUE SPACES.
                    02  CNL-DATA-SALDO          PIC 9(8).
                    02  CNL-SALDO-INICIAL       PIC 9(16)V99.
                    02  CNL-SITUACAO-SALDO      PIC X(1).
                    *> 'F' = SALDO FINAL DO DIA ANTERIOR AO PERIODO
                    02  CNL-POSICAO-SALDO       PIC X(1) VALUE 'F'.
                    02  CNL-MOEDA               PIC X(3) VALUE "BRL".
                    02  CNL-SEQ-EXTRATO         PIC 9(5) VALUE 1.
                    02  FILLER                  PIC X(62) VALUE SPACES.

                01 CNAB-DETALHE.
                    02  CND-BANCO               PIC 9(3).
                    02  CND-LOTE                PIC 9(4) VALUE 1.
                    02  CND-TIPO-REGISTRO       PIC 9(1) VALUE 3.
                    02  CND-SEQ-REGISTRO        PIC 9(5).
                    02  CND-SEGMENTO            PIC X(1) VALUE 'E'.
                    02  FILLER                  PIC X(3) VALUE SPACES.
                    02  CND-TIPO-INSCRICAO      PIC 9(1).
                    02  CND-INSCRICAO           PIC 9(14).
                    02  FILLER                  PIC X(20) VALUE SPACES.
                    02  CND-AGENCIA             PIC 9(5).
                    02  FILLER                  PIC X(1) VALUE SPACES.
                    02  CND-CONTA               PIC 9(12).
                    02  CND-DV                  PIC 9(1).
                    02  FILLER                  PIC X(1) VALUE SPACES.
                    02  CND-NOME-EMPRESA        PIC X(30).
                    02  FILLER                  PIC X(6) VALUE SPACES.
                    02  CND-DATA-LANCAMENTO     PIC 9(8).
                    02  CND-HORA-LANCAMENTO     PIC 9(6).
                    02  CND-VALOR               PIC 9(16)V99.
                    02  CND-TIPO-LANCAMENTO     PIC X(1).
                    02  CND-CATEGORIA           PIC 9(3).
                    *> TIPO DO MOVIMENTO NO EXTRATO (DE, SA, TC ...) E A
                    *> DESCRIÇÂO GRAVADA NELE
                    02  CND-COD-HISTORICO       PIC X(4).
                    02  CND-HISTORICO           PIC X(25).
                    *> IDENTIFICADOR UNICO DO LANÇAMENTO: CONTA + SEQUENCIA
                    02  CND-ID-LANCAMENTO       PIC X(20).
                    02  FILLER                  PIC X(47) VALUE SPACES.

                01 CNAB-TRAILER-LOTE.
                    02  CNT-BANCO               PIC 9(3).
                    02  CNT-LOTE                PIC 9(4) VALUE 1.
                    02  CNT-TIPO-REGISTRO       PIC 9(1) VALUE 5.
                    02  FILLER                  PIC X(9) VALUE SPACES.
                    02  CNT-TIPO-INSCRICAO      PIC 9(1).
                    02  CNT-INSCRICAO           PIC 9(14).
                    02  FILLER                  PIC X(20) VALUE SPACES.
                    02  CNT-AGENCIA             PIC 9(5).
                    02  FILLER                  PIC X(1) VALUE SPACES.
                    02  CNT-CONTA               PIC 9(12).
                    02  CNT-DV                  PIC 9(1).
                    02  FILLER                  PIC X(1) VALUE SPACES.
                    02  FILLER                  PIC X(16) VALUE SPACES.
                    02  CNT-DATA-SALDO          PIC 9(8).
                    02  CNT-SALDO-FINAL         PIC 9(16)V99.
                    02  CNT-SITUACAO-SALDO      PIC X(1).
                    02  CNT-POSICAO-SALDO       PIC X(1) VALUE 'F'.
                    02  CNT-QTDE-REGISTROS      PIC 9(6).
                    02  CNT-TOTAL-DEBITOS       PIC 9(16)V99.
                    02  CNT-TOTAL-CREDITOS      PIC 9(16)V99.
                    02  FILLER                  PIC X(82) VALUE SPACES.

                01 CNAB-TRAILER-ARQUIVO.
                    02  CNZ-BANCO               PIC 9(3).
                    02  CNZ-LOTE                PIC 9(4) VALUE 9999.
                    02  CNZ-TIPO-REGISTRO       PIC 9(1) VALUE 9.
                    02  FILLER                  PIC X(9) VALUE SPACES.
                    02  CNZ-QTDE-LOTES          PIC 9(6) VALUE 1.
                    02  CNZ-QTDE-REGISTROS      PIC 9(6).
                    02  FILLER                  PIC X(211) VALUE SPACES.

       PROCEDURE DIVISION.

            INIT.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                ACCEPT W-HORA-GERACAO FROM TIME.
                COMPUTE W-DATA-HOJE = YEARS * 10000 + MONTHS * 100 + DAYS.
                PERFORM CALCULA-MES-ANTERIOR.
                PERFORM LE-CHECKPOINT.
                MOVE 'I' TO W-JLG-EVENTO.
                MOVE ZEROS TO W-JLG-QTDE.
                MOVE 'N' TO W-JLG-CKPT.
                PERFORM GRAVA-JOBLOG.
                PERFORM OPEN-FILES.
                PERFORM MARCA-JANELA-BATCH.
                PERFORM PROCESSA-PEDIDOS UNTIL FIM-ARQUIVO.
                *> COM FALHA DE ENTREGA O CHECKPOINT NÂO AVANÇA: A PROXIMA
                *> EXECUÇÂO DO MES REGRAVA TAMBEM AS ASSINATURAS
                IF W-QTDE-FALHAS EQUAL ZEROS
                    PERFORM GRAVA-CHECKPOINT
                ELSE
                    DISPLAY "FALHA NA ENTREGA DE " W-QTDE-FALHAS
                            " PEDIDO(S), CHECKPOINT NAO ATUALIZADO"
                END-IF.
                PERFORM LIBERA-JANELA-BATCH.
                PERFORM CLOSE-FILES.
                MOVE 'F' TO W-JLG-EVENTO.
                MOVE W-QTDE-GERADOS TO W-JLG-QTDE.
                PERFORM GRAVA-JOBLOG.
                DISPLAY "EXPORTACAO DE EXTRATOS CONCLUIDA. PEDIDOS: " W-QTDE-LIDA
                        " GERADOS: " W-QTDE-GERADOS
                        " ASSINATURAS: " W-QTDE-ASSINATURAS
                        " REJEITADOS: " W-QTDE-REJEITADOS
                        " FALHAS: " W-QTDE-FALHAS.
                STOP RUN.

           *> PERIODO DAS ASSINATURAS: DO DIA 1 AO ULTIMO DIA DO MES
           *> ANTERIOR AO DA EXECUÇÂO (VESPERA DO DIA 1 DO MES CORRENTE)
           CALCULA-MES-ANTERIOR.
                COMPUTE W-DATA-AUX = YEARS * 10000 + MONTHS * 100 + 1.
                COMPUTE W-MES-ANT-FIM = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (W-DATA-AUX) - 1).
                COMPUTE W-MES-ANT-INICIO =
                    (W-MES-ANT-FIM / 100) * 100 + 1.

           *> O CHECKPOINT GUARDA A DATA DA ULTIMA EXECUÇÂO CONCLUIDA; SE
           *> FOI NESTE MES AS ASSINATURAS JA FORAM ENTREGUES
           LE-CHECKPOINT.
                MOVE 'S' TO W-ASSINATURAS.
                OPEN INPUT ARQ-CHECKPOINT.
                IF ARQ-CKPT-OK EQUAL "00"
                    READ ARQ-CHECKPOINT
                        AT END CONTINUE
                        NOT AT END
                            IF CKPT-DATA-ANO EQUAL YEARS AND
                               CKPT-DATA-MES EQUAL MONTHS
                                MOVE 'N' TO W-ASSINATURAS
                            END-IF
                    END-READ
                    CLOSE ARQ-CHECKPOINT
                END-IF.

            OPEN-FILES.
                OPEN INPUT ARQ-PEDIDOS.
                IF ARQ-PED-OK NOT EQUAL "00"
                    DISPLAY "ARQ-EXPORTA-PEDIDOS.DAT AUSENTE, NADA A EXPORTAR"
                    MOVE 'S' TO WS-EOF
                END-IF.
                OPEN INPUT ARQ-BANCO.
                OPEN INPUT ARQ-EXTRATO.
                OPEN INPUT ARQ-EXT-IDX.
                OPEN INPUT ARQ-HIST-IDX.

            PROCESSA-PEDIDOS.
                READ ARQ-PEDIDOS
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        ADD 1 TO W-QTDE-LIDA
                        PERFORM TRATA-PEDIDO
                END-READ.

           *> VALIDA O PEDIDO, LOCALIZA A CONTA E GERA OS ARQUIVOS; UMA
           *> ASSINATURA FORA DA PRIMEIRA EXECUÇÂO DO MES E SO IGNORADA
           TRATA-PEDIDO.
                MOVE 'S' TO W-PEDIDO-VALIDO.
                IF PED-DATA-INICIO EQUAL ZEROS AND PED-DATA-FIM EQUAL ZEROS
                    IF NOT GERA-ASSINATURAS
                        MOVE 'N' TO W-PEDIDO-VALIDO
                    ELSE
                        ADD 1 TO W-QTDE-ASSINATURAS
                        MOVE W-MES-ANT-INICIO TO W-DATA-INICIO
                        MOVE W-MES-ANT-FIM TO W-DATA-FIM
                    END-IF
                ELSE
                    MOVE PED-DATA-INICIO TO W-DATA-INICIO
                    MOVE PED-DATA-FIM TO W-DATA-FIM
                    PERFORM VALIDA-PERIODO
                END-IF.
                IF PEDIDO-VALIDO
                    PERFORM LOCALIZA-CONTA
                    IF ACHOU-CONTA
                        PERFORM GERA-EXPORTACAO
                    ELSE
                        ADD 1 TO W-QTDE-REJEITADOS
                        DISPLAY "PEDIDO REJEITADO: CONTA " PED-COD-CONTA
                                " NAO ENCONTRADA"
                    END-IF
                END-IF.

           *> PERIODO AVULSO: DATAS COERENTES, INICIO ANTES DO FIM E FIM
           *> ATE HOJE
           VALIDA-PERIODO.
                IF W-INICIO-MES < 1 OR W-INICIO-MES > 12 OR
                   W-INICIO-DIA < 1 OR W-INICIO-DIA > 31 OR
                   W-FIM-MES < 1 OR W-FIM-MES > 12 OR
                   W-FIM-DIA < 1 OR W-FIM-DIA > 31 OR
                   W-DATA-INICIO > W-DATA-FIM OR
                   W-DATA-FIM > W-DATA-HOJE
                    MOVE 'N' TO W-PEDIDO-VALIDO
                    ADD 1 TO W-QTDE-REJEITADOS
                    DISPLAY "PEDIDO REJEITADO: CONTA " PED-COD-CONTA
                            " PERIODO INVALIDO " W-DATA-INICIO " A " W-DATA-FIM
                END-IF.

           *> A CONTA VEM DO ONLINE OU, SE JA FOI ENCERRADA E MOVIDA PELO
           *> CONTA-OFFLOAD, DO ARQUIVO HISTORICO APONTADO PELO INDICE
           LOCALIZA-CONTA.
                MOVE 'N' TO W-ACHOU-CONTA.
                MOVE PED-COD-CONTA TO COD-CONTA.
                READ ARQ-BANCO
                    INVALID KEY PERFORM LOCALIZA-CONTA-HISTORICO
                    NOT INVALID KEY MOVE 'S' TO W-ACHOU-CONTA
                END-READ.

           LOCALIZA-CONTA-HISTORICO.
                MOVE PED-COD-CONTA TO HIX-COD-CONTA.
                READ ARQ-HIST-IDX
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE HIX-ARQUIVO TO WS-HISTORICO-FILENAME
                        OPEN INPUT ARQ-HISTORICO
                        IF ARQ-HST-OK EQUAL "00"
                            PERFORM UNTIL ARQ-HST-OK EQUAL "10" OR ACHOU-CONTA
                                READ ARQ-HISTORICO
                                    AT END MOVE "10" TO ARQ-HST-OK
                                    NOT AT END
                                        MOVE REG-HISTORICO TO REG-BANCO
                                        IF COD-CONTA EQUAL PED-COD-CONTA
                                            MOVE 'S' TO W-ACHOU-CONTA
                                        END-IF
                                END-READ
                            END-PERFORM
                            CLOSE ARQ-HISTORICO
                        END-IF
                END-READ.

           *> GERA OS ARQUIVOS DE UM PEDIDO: CABEÇALHOS QUANDO O SALDO DE
           *> ABERTURA FICA CONHECIDO (PRIMEIRO MOVIMENTO DO PERIODO OU FIM
           *> DA VARREDURA), UM LANÇAMENTO POR MOVIMENTO, RODAPES COM O
           *> SALDO DE FECHAMENTO
           GERA-EXPORTACAO.
                MOVE 'S' TO W-GERA-OFX.
                MOVE 'S' TO W-GERA-CNAB.
                IF PED-SO-OFX
                    MOVE 'N' TO W-GERA-CNAB
                END-IF.
                IF PED-SO-CNAB
                    MOVE 'N' TO W-GERA-OFX
                END-IF.
                MOVE 'N' TO W-ACHOU-MOV.
                MOVE 'N' TO W-ACHOU-POS.
                MOVE 'N' TO W-FIM-CONTA.
                MOVE 'N' TO W-CABECALHO.
                MOVE 'S' TO W-ENTREGA.
                MOVE ZEROS TO W-ULT-SEQ-LIDA.
                MOVE ZEROS TO W-QTDE-LANCAMENTOS.
                MOVE ZEROS TO W-TOTAL-DEBITOS.
                MOVE ZEROS TO W-TOTAL-CREDITOS.
                MOVE ZEROS TO W-QTDE-LINHAS-OFX.
                MOVE ZEROS TO W-QTDE-LINHAS-CNAB.
                MOVE W-SALDO TO W-SALDO-ABERTURA.
                MOVE W-SALDO TO W-SALDO-FECHAMENTO.
                PERFORM ABRE-ARQUIVOS-ENTREGA.
                PERFORM VARRE-ARQUIVAMENTOS.
                IF NOT FIM-CONTA
                    PERFORM VARRE-ONLINE
                END-IF.
                *> PERIODO SEM MOVIMENTO: ABERTURA E FECHAMENTO SÂO O SALDO
                *> DE FIM DO PERIODO; SEM MOVIMENTO POSTERIOR, O SALDO VIVO
                IF NOT ACHOU-MOV-PERIODO AND ACHOU-MOV-POS-PERIODO
                    MOVE W-SALDO-FIM-PERIODO TO W-SALDO-ABERTURA
                    MOVE W-SALDO-FIM-PERIODO TO W-SALDO-FECHAMENTO
                END-IF.
                IF NOT CABECALHO-GRAVADO
                    PERFORM GRAVA-CABECALHOS
                END-IF.
                PERFORM GRAVA-RODAPES.
                PERFORM FECHA-ARQUIVOS-ENTREGA.
                IF ENTREGA-OK
                    ADD 1 TO W-QTDE-GERADOS
                ELSE
                    ADD 1 TO W-QTDE-FALHAS
                END-IF.

           *> ARQUIVOS NA PASTA DE ENTREGA: EXT-<CONTA>-<FIM DO PERIODO>
           ABRE-ARQUIVOS-ENTREGA.
                IF GERA-OFX
                    MOVE SPACES TO WS-OFX-FILENAME
                    STRING "ENTREGA/EXT-" DELIMITED BY SIZE
                           COD-CONTA DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           W-DATA-FIM DELIMITED BY SIZE
                           ".OFX" DELIMITED BY SIZE
                        INTO WS-OFX-FILENAME
                    OPEN OUTPUT ARQ-OFX
                    IF ARQ-OFX-OK NOT EQUAL "00"
                        DISPLAY "ERRO " ARQ-OFX-OK " NA ABERTURA DE "
                                WS-OFX-FILENAME
                        MOVE 'N' TO W-ENTREGA
                    END-IF
                END-IF.
                IF GERA-CNAB
                    MOVE SPACES TO WS-CNAB-FILENAME
                    STRING "ENTREGA/EXT-" DELIMITED BY SIZE
                           COD-CONTA DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           W-DATA-FIM DELIMITED BY SIZE
                           ".CNAB" DELIMITED BY SIZE
                        INTO WS-CNAB-FILENAME
                    OPEN OUTPUT ARQ-CNAB
                    IF ARQ-CNB-OK NOT EQUAL "00"
                        DISPLAY "ERRO " ARQ-CNB-OK " NA ABERTURA DE "
                                WS-CNAB-FILENAME
                        MOVE 'N' TO W-ENTREGA
                    END-IF
                END-IF.

           *> SO VAI PARA O CATALOGO A ENTREGA GRAVADA POR INTEIRO
           FECHA-ARQUIVOS-ENTREGA.
                IF GERA-OFX
                    CLOSE ARQ-OFX
                END-IF.
                IF GERA-CNAB
                    CLOSE ARQ-CNAB
                END-IF.
                IF NOT ENTREGA-OK
                    DISPLAY "PEDIDO DA CONTA " COD-CONTA
                            " NAO ENTREGUE, FORA DO CATALOGO"
                ELSE
                    IF GERA-OFX
                        MOVE WS-OFX-FILENAME TO W-CAT-FILENAME
                        MOVE W-QTDE-LINHAS-OFX TO W-CAT-QTDE
                        PERFORM GRAVA-CATALOGO
                    END-IF
                    IF GERA-CNAB
                        MOVE WS-CNAB-FILENAME TO W-CAT-FILENAME
                        MOVE W-QTDE-LINHAS-CNAB TO W-CAT-QTDE
                        PERFORM GRAVA-CATALOGO
                    END-IF
                END-IF.

           *> MOVIMENTOS JA ARQUIVADOS: SO OS ARQUIVOS DO INDICE CUJO
           *> ULTIMO MOVIMENTO DA CONTA NÂO E ANTERIOR AO PERIODO, NA ORDEM
           *> DE DATA DO ARQUIVAMENTO
           VARRE-ARQUIVAMENTOS.
                MOVE COD-CONTA TO EAX-COD-CONTA.
                MOVE ZEROS TO EAX-DATA-ARQUIVO.
                START ARQ-EXT-IDX KEY IS NOT LESS THAN EAX-CHAVE
                    INVALID KEY MOVE "10" TO ARQ-EAX-OK
                    NOT INVALID KEY MOVE "00" TO ARQ-EAX-OK
                END-START.
                PERFORM UNTIL ARQ-EAX-OK EQUAL "10" OR FIM-CONTA
                    READ ARQ-EXT-IDX NEXT RECORD
                        AT END MOVE "10" TO ARQ-EAX-OK
                        NOT AT END
                            IF EAX-COD-CONTA NOT EQUAL COD-CONTA
                                MOVE "10" TO ARQ-EAX-OK
                            ELSE
                                IF EAX-DT-ULTIMO NOT < W-DATA-INICIO
                                    PERFORM LE-ARQUIVAMENTO
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

           *> O ARQUIVAMENTO E UMA IMAGEM DO REGISTRO DE EXTRATO; UMA
           *> RETOMADA NO MESMO DIA ANEXA UMA SEGUNDA PASSADA AO ARQUIVO, POR
           *> ISSO ELE E LIDO ATE O FIM E NÂO SO ATE A CONTA SEGUINTE
           LE-ARQUIVAMENTO.
                MOVE EAX-ARQUIVO TO WS-ARQUIVO-FILENAME.
                OPEN INPUT ARQ-ARQUIVO.
                IF ARQ-ARQ-OK EQUAL "00"
                    PERFORM UNTIL ARQ-ARQ-OK EQUAL "10" OR FIM-CONTA
                        READ ARQ-ARQUIVO
                            AT END MOVE "10" TO ARQ-ARQ-OK
                            NOT AT END
                                MOVE REG-ARQUIVO TO REG-EXTRATO
                                IF EXT-COD-CONTA EQUAL COD-CONTA
                                    IF EXT-CATEGORIA NOT NUMERIC
                                        MOVE ZEROS TO EXT-CATEGORIA
                                    END-IF
                                    PERFORM TRATA-MOVIMENTO
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-ARQUIVO
                ELSE
                    DISPLAY "ARQUIVAMENTO " WS-ARQUIVO-FILENAME
                            " INDISPONIVEL PARA A CONTA " COD-CONTA
                END-IF.

            VARRE-ONLINE.
                MOVE COD-CONTA TO EXT-COD-CONTA.
                MOVE ZEROS TO EXT-SEQUENCIA.
                START ARQ-EXTRATO KEY IS NOT LESS THAN EXT-CHAVE
                    INVALID KEY MOVE "10" TO ARQ-EXT-OK
                    NOT INVALID KEY MOVE "00" TO ARQ-EXT-OK
                END-START.
                PERFORM UNTIL ARQ-EXT-OK EQUAL "10" OR FIM-CONTA
                    READ ARQ-EXTRATO NEXT RECORD
                        AT END MOVE "10" TO ARQ-EXT-OK
                        NOT AT END
                            IF EXT-COD-CONTA NOT EQUAL COD-CONTA
                                MOVE "10" TO ARQ-EXT-OK
                            ELSE
                                PERFORM TRATA-MOVIMENTO
                            END-IF
                    END-READ
                END-PERFORM.

           *> UM MOVIMENTO DA CONTA, EM ORDEM DE SEQUENCIA. SEQUENCIA JA
           *> VISTA (MOVIMENTO RESTAURADO AO ONLINE E AINDA NO ARQUIVAMENTO,
           *> OU DUPLICADO POR QUEDA NO EXPURGO) E IGNORADA. MOVIMENTO SEM
           *> EFEITO NO SALDO (MANUTENÇÂO CADASTRAL, RECUSA) NÂO E
           *> LANÇAMENTO E NÂO SAI NO ARQUIVO
           TRATA-MOVIMENTO.
                IF EXT-SEQUENCIA > W-ULT-SEQ-LIDA
                    MOVE EXT-SEQUENCIA TO W-ULT-SEQ-LIDA
                    COMPUTE W-DT-MOVIMENTO = EXT-DATA-ANO * 10000
                                           + EXT-DATA-MES * 100 + EXT-DATA-DIA
                    IF W-DT-MOVIMENTO > W-DATA-FIM
                        MOVE EXT-SALDO-ANTERIOR TO W-SALDO-FIM-PERIODO
                        MOVE 'S' TO W-ACHOU-POS
                        MOVE 'S' TO W-FIM-CONTA
                    ELSE
                        IF W-DT-MOVIMENTO NOT < W-DATA-INICIO AND
                           EXT-SALDO-ATUAL NOT EQUAL EXT-SALDO-ANTERIOR
                            IF NOT ACHOU-MOV-PERIODO
                                MOVE EXT-SALDO-ANTERIOR TO W-SALDO-ABERTURA
                                MOVE 'S' TO W-ACHOU-MOV
                                PERFORM GRAVA-CABECALHOS
                            END-IF
                            MOVE EXT-SALDO-ATUAL TO W-SALDO-FECHAMENTO
                            PERFORM GRAVA-LANCAMENTO
                        END-IF
                    END-IF
                END-IF.

           GRAVA-CABECALHOS.
                MOVE 'S' TO W-CABECALHO.
                IF GERA-OFX
                    PERFORM GRAVA-CABECALHO-OFX
                END-IF.
                IF GERA-CNAB
                    PERFORM GRAVA-CABECALHO-CNAB
                END-IF.

           GRAVA-LANCAMENTO.
                ADD 1 TO W-QTDE-LANCAMENTOS.
                COMPUTE W-VALOR-MOV = EXT-SALDO-ATUAL - EXT-SALDO-ANTERIOR.
                IF W-VALOR-MOV < ZEROS
                    SUBTRACT W-VALOR-MOV FROM W-TOTAL-DEBITOS
                ELSE
                    ADD W-VALOR-MOV TO W-TOTAL-CREDITOS
                END-IF.
                COMPUTE W-HORA-MOVIMENTO = EXT-HORA-HH * 10000
                                         + EXT-HORA-MM * 100 + EXT-HORA-SS.
                MOVE SPACES TO W-FITID.
                STRING COD-CONTA DELIMITED BY SIZE
                       EXT-SEQUENCIA DELIMITED BY SIZE
                    INTO W-FITID.
                IF GERA-OFX
                    PERFORM GRAVA-LANCAMENTO-OFX
                END-IF.
                IF GERA-CNAB
                    PERFORM GRAVA-LANCAMENTO-CNAB
                END-IF.

           GRAVA-RODAPES.
                IF GERA-OFX
                    PERFORM GRAVA-RODAPE-OFX
                END-IF.
                IF GERA-CNAB
                    PERFORM GRAVA-RODAPE-CNAB
                END-IF.

           *> ---------------------------------------------------------
           *> OFX 1.02 (SGML): CABEÇALHO DE TEXTO, SIGNON E O EXTRATO DA
           *> CONTA (STMTRS) COM A LISTA DE LANÇAMENTOS, O SALDO CONTABIL
           *> NO FIM DO PERIODO (LEDGERBAL) E O SALDO DE ABERTURA (BALLIST)
           *> ---------------------------------------------------------
           GRAVA-CABECALHO-OFX.
                MOVE "OFXHEADER:100" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "DATA:OFXSGML" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "VERSION:102" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "SECURITY:NONE" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "ENCODING:USASCII" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "CHARSET:1252" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "COMPRESSION:NONE" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "OLDFILEUID:NONE" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "NEWFILEUID:NONE" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE SPACES TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "<OFX>" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "<SIGNONMSGSRSV1>" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "<SONRS>" TO REG-OFX.
                PERFORM GRAVA-OFX.
                PERFORM GRAVA-STATUS-OFX.
                STRING "<DTSERVER>" DELIMITED BY SIZE
                       W-DATA-HOJE DELIMITED BY SIZE
                       W-HORA-GERACAO (1:6) DELIMITED BY SIZE
                    INTO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "<LANGUAGE>POR" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "</SONRS>" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "</SIGNONMSGSRSV1>" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "<BANKMSGSRSV1>" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "<STMTTRNRS>" TO REG-OFX.
                PERFORM GRAVA-OFX.
                STRING "<TRNUID>" DELIMITED BY SIZE
                       COD-CONTA DELIMITED BY SIZE
                    INTO REG-OFX.
                PERFORM GRAVA-OFX.
                PERFORM GRAVA-STATUS-OFX.
                MOVE "<STMTRS>" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "<CURDEF>BRL" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "<BANKACCTFROM>" TO REG-OFX.
                PERFORM GRAVA-OFX.
                STRING "<BANKID>" DELIMITED BY SIZE
                       W-BANCO-CASA DELIMITED BY SIZE
                    INTO REG-OFX.
                PERFORM GRAVA-OFX.
                STRING "<BRANCHID>" DELIMITED BY SIZE
                       COD-AGENCIA DELIMITED BY SIZE
                    INTO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE SPACES TO W-ACCTID.
                STRING COD-CONTA DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       W-DV DELIMITED BY SIZE
                    INTO W-ACCTID.
                STRING "<ACCTID>" DELIMITED BY SIZE
                       W-ACCTID DELIMITED BY SIZE
                    INTO REG-OFX.
                PERFORM GRAVA-OFX.
                IF TIPO-POUPANCA
                    MOVE "<ACCTTYPE>SAVINGS" TO REG-OFX
                ELSE
                    MOVE "<ACCTTYPE>CHECKING" TO REG-OFX
                END-IF.
                PERFORM GRAVA-OFX.
                MOVE "</BANKACCTFROM>" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "<BANKTRANLIST>" TO REG-OFX.
                PERFORM GRAVA-OFX.
                STRING "<DTSTART>" DELIMITED BY SIZE
                       W-DATA-INICIO DELIMITED BY SIZE
                    INTO REG-OFX.
                PERFORM GRAVA-OFX.
                STRING "<DTEND>" DELIMITED BY SIZE
                       W-DATA-FIM DELIMITED BY SIZE
                    INTO REG-OFX.
                PERFORM GRAVA-OFX.

           GRAVA-STATUS-OFX.
                MOVE "<STATUS>" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "<CODE>0" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "<SEVERITY>INFO" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "</STATUS>" TO REG-OFX.
                PERFORM GRAVA-OFX.

           GRAVA-LANCAMENTO-OFX.
                MOVE "<STMTTRN>" TO REG-OFX.
                PERFORM GRAVA-OFX.
                IF W-VALOR-MOV < ZEROS
                    MOVE "<TRNTYPE>DEBIT" TO REG-OFX
                ELSE
                    MOVE "<TRNTYPE>CREDIT" TO REG-OFX
                END-IF.
                PERFORM GRAVA-OFX.
                STRING "<DTPOSTED>" DELIMITED BY SIZE
                       W-DT-MOVIMENTO DELIMITED BY SIZE
                       W-HORA-MOVIMENTO DELIMITED BY SIZE
                    INTO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE W-VALOR-MOV TO W-VALOR-FMT.
                PERFORM FORMATA-VALOR.
                STRING "<TRNAMT>" DELIMITED BY SIZE
                       W-VALOR-TEXTO DELIMITED BY SPACE
                    INTO REG-OFX.
                PERFORM GRAVA-OFX.
                STRING "<FITID>" DELIMITED BY SIZE
                       W-FITID DELIMITED BY SIZE
                    INTO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE SPACES TO W-MEMO.
                STRING EXT-TIPO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EXT-DESCRICAO DELIMITED BY SIZE
                    INTO W-MEMO.
                STRING "<MEMO>" DELIMITED BY SIZE
                       W-MEMO DELIMITED BY "  "
                    INTO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "</STMTTRN>" TO REG-OFX.
                PERFORM GRAVA-OFX.

           GRAVA-RODAPE-OFX.
                MOVE "</BANKTRANLIST>" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "<LEDGERBAL>" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE W-SALDO-FECHAMENTO TO W-VALOR-FMT.
                PERFORM FORMATA-VALOR.
                STRING "<BALAMT>" DELIMITED BY SIZE
                       W-VALOR-TEXTO DELIMITED BY SPACE
                    INTO REG-OFX.
                PERFORM GRAVA-OFX.
                STRING "<DTASOF>" DELIMITED BY SIZE
                       W-DATA-FIM DELIMITED BY SIZE
                    INTO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "</LEDGERBAL>" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "<BALLIST>" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "<BAL>" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "<NAME>SALDO ANTERIOR" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "<DESC>SALDO DE ABERTURA DO PERIODO" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "<BALTYPE>DOLLAR" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE W-SALDO-ABERTURA TO W-VALOR-FMT.
                PERFORM FORMATA-VALOR.
                STRING "<VALUE>" DELIMITED BY SIZE
                       W-VALOR-TEXTO DELIMITED BY SPACE
                    INTO REG-OFX.
                PERFORM GRAVA-OFX.
                STRING "<DTASOF>" DELIMITED BY SIZE
                       W-DATA-INICIO DELIMITED BY SIZE
                    INTO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "</BAL>" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "</BALLIST>" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "</STMTRS>" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "</STMTTRNRS>" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "</BANKMSGSRSV1>" TO REG-OFX.
                PERFORM GRAVA-OFX.
                MOVE "</OFX>" TO REG-OFX.
                PERFORM GRAVA-OFX.

           *> GRAVA A LINHA MONTADA E JA DEIXA A AREA LIMPA PARA A PROXIMA
           GRAVA-OFX.
                WRITE REG-OFX.
                IF ARQ-OFX-OK NOT EQUAL "00" AND ENTREGA-OK
                    DISPLAY "ERRO " ARQ-OFX-OK " NA GRAVACAO DE "
                            WS-OFX-FILENAME
                    MOVE 'N' TO W-ENTREGA
                END-IF.
                ADD 1 TO W-QTDE-LINHAS-OFX.
                MOVE SPACES TO REG-OFX.

           *> VALOR COM SINAL NA FRENTE SO SE NEGATIVO, PONTO DECIMAL E
           *> SEM BRANCOS A ESQUERDA (W-VALOR-FMT -> W-VALOR-TEXTO)
           FORMATA-VALOR.
                IF W-VALOR-FMT < ZEROS
                    COMPUTE W-VALOR-ABS = ZEROS - W-VALOR-FMT
                ELSE
                    MOVE W-VALOR-FMT TO W-VALOR-ABS
                END-IF.
                MOVE W-VALOR-INTEIRO TO M-VALOR-INTEIRO.
                MOVE ZEROS TO W-BRANCOS.
                INSPECT M-VALOR-INTEIRO TALLYING W-BRANCOS FOR LEADING SPACES.
                MOVE SPACES TO W-VALOR-TEXTO.
                IF W-VALOR-FMT < ZEROS
                    STRING "-" DELIMITED BY SIZE
                           M-VALOR-INTEIRO (W-BRANCOS + 1:) DELIMITED BY SIZE
                           "." DELIMITED BY SIZE
                           W-VALOR-CENTAVOS DELIMITED BY SIZE
                        INTO W-VALOR-TEXTO
                ELSE
                    STRING M-VALOR-INTEIRO (W-BRANCOS + 1:) DELIMITED BY SIZE
                           "." DELIMITED BY SIZE
                           W-VALOR-CENTAVOS DELIMITED BY SIZE
                        INTO W-VALOR-TEXTO
                END-IF.

           *> ---------------------------------------------------------
           *> LARGURA FIXA ESTILO CNAB 240: CONTA, AGENCIA E INSCRIÇÂO DO
           *> TITULAR SE REPETEM EM TODOS OS REGISTROS DO LOTE; CONTA DE
           *> EMPRESA VAI COM INSCRIÇÂO TIPO 2 E O CNPJ
           *> ---------------------------------------------------------
           GRAVA-CABECALHO-CNAB.
                IF TITULAR-PJ
                    MOVE 2 TO W-CNAB-TIPO-INSCRICAO
                    MOVE CNPJ TO W-CNAB-INSCRICAO
                ELSE
                    MOVE 1 TO W-CNAB-TIPO-INSCRICAO
                    MOVE CPF TO W-CNAB-INSCRICAO
                END-IF.
                MOVE W-BANCO-CASA TO CNH-BANCO.
                MOVE W-CNAB-TIPO-INSCRICAO TO CNH-TIPO-INSCRICAO.
                MOVE W-CNAB-INSCRICAO TO CNH-INSCRICAO.
                MOVE COD-AGENCIA TO CNH-AGENCIA.
                MOVE COD-CONTA TO CNH-CONTA.
                MOVE W-DV TO CNH-DV.
                MOVE W-NOME TO CNH-NOME-EMPRESA.
                MOVE W-NOME-CASA TO CNH-NOME-BANCO.
                MOVE W-DATA-HOJE TO CNH-DATA-GERACAO.
                MOVE W-HORA-GERACAO (1:6) TO CNH-HORA-GERACAO.
                WRITE REG-CNAB FROM CNAB-HEADER-ARQUIVO.
                ADD 1 TO W-QTDE-LINHAS-CNAB.
                PERFORM CONFERE-GRAVACAO-CNAB.
                MOVE W-BANCO-CASA TO CNL-BANCO.
                MOVE W-CNAB-TIPO-INSCRICAO TO CNL-TIPO-INSCRICAO.
                MOVE W-CNAB-INSCRICAO TO CNL-INSCRICAO.
                MOVE COD-AGENCIA TO CNL-AGENCIA.
                MOVE COD-CONTA TO CNL-CONTA.
                MOVE W-DV TO CNL-DV.
                MOVE W-NOME TO CNL-NOME-EMPRESA.
                MOVE W-DATA-INICIO TO CNL-DATA-SALDO.
                IF W-SALDO-ABERTURA < ZEROS
                    COMPUTE CNL-SALDO-INICIAL = ZEROS - W-SALDO-ABERTURA
                    MOVE 'D' TO CNL-SITUACAO-SALDO
                ELSE
                    MOVE W-SALDO-ABERTURA TO CNL-SALDO-INICIAL
                    MOVE 'C' TO CNL-SITUACAO-SALDO
                END-IF.
                WRITE REG-CNAB FROM CNAB-HEADER-LOTE.
                ADD 1 TO W-QTDE-LINHAS-CNAB.
                PERFORM CONFERE-GRAVACAO-CNAB.

           GRAVA-LANCAMENTO-CNAB.
                MOVE W-BANCO-CASA TO CND-BANCO.
                MOVE W-QTDE-LANCAMENTOS TO CND-SEQ-REGISTRO.
                MOVE W-CNAB-TIPO-INSCRICAO TO CND-TIPO-INSCRICAO.
                MOVE W-CNAB-INSCRICAO TO CND-INSCRICAO.
                MOVE COD-AGENCIA TO CND-AGENCIA.
                MOVE COD-CONTA TO CND-CONTA.
                MOVE W-DV TO CND-DV.
                MOVE W-NOME TO CND-NOME-EMPRESA.
                MOVE W-DT-MOVIMENTO TO CND-DATA-LANCAMENTO.
                MOVE W-HORA-MOVIMENTO TO CND-HORA-LANCAMENTO.
                IF W-VALOR-MOV < ZEROS
                    COMPUTE CND-VALOR = ZEROS - W-VALOR-MOV
                    MOVE 'D' TO CND-TIPO-LANCAMENTO
                ELSE
                    MOVE W-VALOR-MOV TO CND-VALOR
                    MOVE 'C' TO CND-TIPO-LANCAMENTO
                END-IF.
                MOVE EXT-CATEGORIA TO CND-CATEGORIA.
                MOVE EXT-TIPO TO CND-COD-HISTORICO.
                MOVE EXT-DESCRICAO TO CND-HISTORICO.
                MOVE W-FITID TO CND-ID-LANCAMENTO.
                WRITE REG-CNAB FROM CNAB-DETALHE.
                ADD 1 TO W-QTDE-LINHAS-CNAB.
                PERFORM CONFERE-GRAVACAO-CNAB.

           GRAVA-RODAPE-CNAB.
                MOVE W-BANCO-CASA TO CNT-BANCO.
                MOVE W-CNAB-TIPO-INSCRICAO TO CNT-TIPO-INSCRICAO.
                MOVE W-CNAB-INSCRICAO TO CNT-INSCRICAO.
                MOVE COD-AGENCIA TO CNT-AGENCIA.
                MOVE COD-CONTA TO CNT-CONTA.
                MOVE W-DV TO CNT-DV.
                MOVE W-DATA-FIM TO CNT-DATA-SALDO.
                IF W-SALDO-FECHAMENTO < ZEROS
                    COMPUTE CNT-SALDO-FINAL = ZEROS - W-SALDO-FECHAMENTO
                    MOVE 'D' TO CNT-SITUACAO-SALDO
                ELSE
                    MOVE W-SALDO-FECHAMENTO TO CNT-SALDO-FINAL
                    MOVE 'C' TO CNT-SITUACAO-SALDO
                END-IF.
                *> REGISTROS DO LOTE: HEADER + DETALHES + TRAILER
                COMPUTE CNT-QTDE-REGISTROS = W-QTDE-LANCAMENTOS + 2.
                MOVE W-TOTAL-DEBITOS TO CNT-TOTAL-DEBITOS.
                MOVE W-TOTAL-CREDITOS TO CNT-TOTAL-CREDITOS.
                WRITE REG-CNAB FROM CNAB-TRAILER-LOTE.
                ADD 1 TO W-QTDE-LINHAS-CNAB.
                PERFORM CONFERE-GRAVACAO-CNAB.
                MOVE W-BANCO-CASA TO CNZ-BANCO.
                COMPUTE CNZ-QTDE-REGISTROS = W-QTDE-LINHAS-CNAB + 1.
                WRITE REG-CNAB FROM CNAB-TRAILER-ARQUIVO.
                ADD 1 TO W-QTDE-LINHAS-CNAB.
                PERFORM CONFERE-GRAVACAO-CNAB.

           CONFERE-GRAVACAO-CNAB.
                IF ARQ-CNB-OK NOT EQUAL "00" AND ENTREGA-OK
                    DISPLAY "ERRO " ARQ-CNB-OK " NA GRAVACAO DE "
                            WS-CNAB-FILENAME
                    MOVE 'N' TO W-ENTREGA
                END-IF.

           *> GRAVA A DATA DESTA EXECUÇÂO CONCLUIDA; A PROXIMA DO MESMO
           *> MES NÂO REPETE AS ASSINATURAS
           GRAVA-CHECKPOINT.
                OPEN OUTPUT ARQ-CHECKPOINT.
                MOVE ZEROS TO CKPT-ULTIMO-COD-CONTA.
                MOVE W-QTDE-LIDA TO CKPT-QTDE-PROCESSADA.
                MOVE DATE-TIME TO CKPT-DATA.
                WRITE REG-CHECKPOINT.
                CLOSE ARQ-CHECKPOINT.

            CLOSE-FILES.
                CLOSE ARQ-PEDIDOS.
                CLOSE ARQ-BANCO.
                CLOSE ARQ-EXTRATO.
                CLOSE ARQ-EXT-IDX.
                CLOSE ARQ-HIST-IDX.

           *> REGISTRA CADA ARQUIVO DE ENTREGA NO CATALOGO CENTRAL DE
           *> RELATORIOS (W-CAT-FILENAME E W-CAT-QTDE JA PREENCHIDOS)
           GRAVA-CATALOGO.
                OPEN EXTEND ARQ-CATALOGO.
                IF ARQ-CAT-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-CATALOGO
                END-IF.
                MOVE "CONTA-EXPORTA-EXT" TO CAT-JOB.
                MOVE W-CAT-FILENAME TO CAT-ARQUIVO.
                MOVE W-DATA-HOJE TO CAT-DATA.
                MOVE W-CAT-QTDE TO CAT-QTDE.
                WRITE REG-CATALOGO.
                CLOSE ARQ-CATALOGO.

           *> LIGA E DESLIGA A MARCA DE JANELA BATCH NO ARQUIVO DE STATUS
           *> DO SISTEMA; SEM ELA UM LANÇAMENTO DE CAIXA NO MEIO DA GERAÇÂO
           *> DEIXARIA O SALDO DE FECHAMENTO DEFASADO EM RELAÇÂO AO SALDO
           *> VIVO USADO NO PERIODO SEM MOVIMENTO
           MARCA-JANELA-BATCH.
                OPEN OUTPUT ARQ-SISTEMA.
                MOVE 'S' TO SYS-BATCH-EM-ANDAMENTO.
                MOVE "CONTA-EXPORTA-EXT" TO SYS-JOB.
                MOVE DATE-TIME TO SYS-DATA.
                WRITE REG-SISTEMA.
                CLOSE ARQ-SISTEMA.

           LIBERA-JANELA-BATCH.
                OPEN OUTPUT ARQ-SISTEMA.
                MOVE 'N' TO SYS-BATCH-EM-ANDAMENTO.
                MOVE "CONTA-EXPORTA-EXT" TO SYS-JOB.
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
                *> NOME DE DIARIO ENCURTADO: JLG-JOB TEM 20 POSIÇÔES E
                *> O NOME COMPLETO DO PROGRAMA NÂO CABE
                MOVE "CONTA-EXPORTA-EXT" TO JLG-JOB.
                MOVE W-JLG-EVENTO TO JLG-EVENTO.
                MOVE W-DATA-HOJE TO JLG-DATA.
                ACCEPT W-JLG-TIME FROM TIME.
                MOVE W-JLG-TIME (1:6) TO JLG-HORA.
                MOVE W-JLG-QTDE TO JLG-QTDE.
                MOVE W-JLG-CKPT TO JLG-CHECKPOINT.
                WRITE REG-JOBLOG.
                CLOSE ARQ-JOBLOG.

       END PROGRAM CONTA-EXPORTA-EXTRATO.
