       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-PROVISAO.

      *> JOB MENSAL DE PROVISÂO PARA CREDITOS DE LIQUIDAÇÂO DUVIDOSA:
      *> CLASSIFICA EM GRAU DE RISCO (AA A H) CADA CONTRATO ATIVO DE
      *> ARQ-EMPRESTIMO.DAT, PELOS DIAS DE ATRASO (CADA PARCELA EM
      *> ATRASO CONTA 30 DIAS), E CADA CONTA ABERTA COM SALDO NEGATIVO,
      *> PELOS DIAS DESDE QUE ENTROU NO VERMELHO, RECONSTRUIDOS DO
      *> EXTRATO. CADA GRAU APLICA O PERCENTUAL DE PROVISÂO DO ARQUIVO
      *> DE PARAMETRO ARQ-PROVISAO-PARAM.DAT (SEM O ARQUIVO VALE A
      *> TABELA PADRÂO DA RESOLUÇÂO 2682). GERA O RELATORIO DATADO COM
      *> OS CONTRATOS E CONTAS CLASSIFICADOS E OS TOTAIS POR AGENCIA E
      *> GRAU, E A VARIAÇÂO DA PROVISÂO SOBRE O MES ANTERIOR POR AGENCIA
      *> NO MESMO LAYOUT DA INTERFACE CONTABIL (ARQ-GL-INTERFACE.DAT),
      *> EM ARQUIVO PROPRIO DO MES. A PROVISÂO DE CADA AGENCIA FICA EM
      *> ARQ-PROVISAO-SALDO.DAT PARA A COMPARAÇÂO DO MES SEGUINTE; A
      *> REEXECUÇÂO NO MESMO MES COMPARA COM A MESMA BASE, ENTÂO UM
      *> RESTART E SO RODAR O JOB DE NOVO. SO LEITURA DOS CADASTROS,
      *> ENTÂO NÂO MARCA A JANELA BATCH.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARQ-EMPRESTIMO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS EMP-CHAVE
                       FILE STATUS ARQ-EMP-OK.

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

                   SELECT ARQ-AGENCIA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS AGE-COD-AGENCIA
                       FILE STATUS ARQ-AGE-OK.

                   SELECT ARQ-PARAM ASSIGN TO "ARQ-PROVISAO-PARAM.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-PAR-OK.

                   SELECT ARQ-PROVISAO-SALDO ASSIGN TO "ARQ-PROVISAO-SALDO.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-PVS-OK.

                   SELECT ARQ-GL ASSIGN TO W-GL-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-GL-OK.

                   SELECT ARQ-GL-SEQ ASSIGN TO "ARQ-GL-PROVISAO-SEQ.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-GLS-OK.

                   SELECT ARQ-IMPRESSAO ASSIGN TO WS-REL-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-IMP-OK.

                   SELECT ARQ-JOBLOG ASSIGN TO "ARQ-JOBLOG.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-JLG-OK.

                   SELECT ARQ-CATALOGO ASSIGN TO "ARQ-RELATORIO-CATALOGO.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-CAT-OK.

       DATA DIVISION.

           FILE SECTION.
               FD ARQ-EMPRESTIMO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EMPRESTIMO.DAT".

               COPY EMPREST.

               FD ARQ-BANCO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-BANCO.DAT".

               COPY REGBANCO.

               FD ARQ-EXTRATO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EXTRATO.DAT".

               COPY EXTRATO.

               FD ARQ-AGENCIA LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-AGENCIA.DAT".

               COPY AGENCIA.

      *> UM REGISTRO POR GRAU: ATE QUANTOS DIAS DE ATRASO O GRAU VALE E
      *> O PERCENTUAL DE PROVISÂO; GRAU AUSENTE MANTEM O PADRÂO
               FD ARQ-PARAM LABEL RECORDS STANDARD.

               01  REG-PARAM.
                   02  PAR-GRAU                PIC X(2).
                   02  PAR-DIAS-ATE            PIC 9(4).
                   02  PAR-PERCENTUAL          PIC 9(3)V99.

      *> PROVISÂO CONSTITUIDA POR AGENCIA NA ULTIMA EXECUÇÂO: O MES DE
      *> REFERENCIA, A PROVISÂO DESSE MES E A DO MES ANTERIOR A ELE
               FD ARQ-PROVISAO-SALDO LABEL RECORDS STANDARD.

               01  REG-PROVISAO-SALDO.
                   02  PVS-COD-AGENCIA         PIC 9(4).
                   02  PVS-REFERENCIA          PIC 9(6).
                   02  PVS-PROVISAO-ATUAL      PIC 9(13)V99.
                   02  PVS-PROVISAO-ANTERIOR   PIC 9(13)V99.

      *> MESMO LAYOUT DE ARQ-GL-INTERFACE.DAT: HEADER "00", UM DETALHE
      *> "01" POR AGENCIA COM VARIAÇÂO DE PROVISÂO ('D' CONSTITUIÇÂO,
      *> 'C' REVERSÂO) E TRAILER "99" COM QUANTIDADE E HASH DOS VALORES
               FD ARQ-GL LABEL RECORDS STANDARD.

               01  REG-GL-HEADER.
                   02  GLH-TIPO             PIC X(2).
                   02  GLH-DATA             PIC 9(8).
                   02  GLH-SEQUENCIA        PIC 9(6).
                   02  FILLER               PIC X(24).

               01  REG-GL-DETALHE.
                   02  GLD-TIPO             PIC X(2).
                   02  GLD-COD-AGENCIA      PIC 9(4).
                   02  GLD-NATUREZA         PIC X(1).
                   02  GLD-VALOR            PIC 9(13)V99.
                   02  GLD-DATA             PIC 9(8).
                   02  FILLER               PIC X(10).

               01  REG-GL-TRAILER.
                   02  GLT-TIPO             PIC X(2).
                   02  GLT-QTDE             PIC 9(6).
                   02  GLT-HASH             PIC 9(15)V99.
                   02  FILLER               PIC X(15).

      *> SEQUENCIA PROPRIA DOS ARQUIVOS DE PROVISÂO, SEPARADA DA DO
      *> FECHAMENTO DIARIO; A REEXECUÇÂO NO MESMO MES REPETE O NUMERO
               FD ARQ-GL-SEQ LABEL RECORDS STANDARD.

               01  REG-GL-SEQ.
                   02  GLS-ULTIMA-SEQUENCIA PIC 9(6).
                   02  GLS-REFERENCIA       PIC 9(6).

               FD ARQ-IMPRESSAO LABEL RECORDS STANDARD.

               01  REG-IMPRESSAO               PIC X(120).

               FD ARQ-JOBLOG LABEL RECORDS STANDARD.

               COPY JOBLOG.

               FD ARQ-CATALOGO LABEL RECORDS STANDARD.

               COPY CATALOGO.

       WORKING-STORAGE SECTION.

                01  ARQ-JLG-OK              PIC X(2).

                01 JOBLOG-VARIABLES.
                    02  W-JLG-TIME          PIC 9(8).
                    02  W-JLG-EVENTO        PIC X(1).
                    02  W-JLG-QTDE          PIC 9(8).
                    02  W-JLG-CKPT          PIC X(1).

                01  ARQ-CAT-OK              PIC X(2).

                01  WS-REL-FILENAME         PIC X(40).
                01  W-GL-FILENAME           PIC X(40).

                01  REG-CHECK.
                    02  ARQ-OK              PIC 9(2).
                    02  ARQ-EMP-OK          PIC 9(2).
                    02  ARQ-EXT-OK          PIC 9(2).
                    02  ARQ-AGE-OK          PIC X(2).
                    02  ARQ-PAR-OK          PIC X(2).
                    02  ARQ-PVS-OK          PIC X(2).
                    02  ARQ-GL-OK           PIC X(2).
                    02  ARQ-GLS-OK          PIC X(2).
                    02  ARQ-IMP-OK          PIC X(2).

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                    02 MONTHS           PIC 9(02).
                    02 DAYS             PIC 9(02).

                01 MASK-VARIABLES.
                    02  M-VALOR             PIC --.---.---.---.--9,99.
                    02  M-PROVISAO          PIC --.---.---.---.--9,99.
                    02  M-PERCENTUAL        PIC ZZ9,99.
                    02  M-DIAS              PIC ZZZZ9.
                    02  M-QTDE              PIC ZZZZZ9.

      *> TABELA DE GRAUS DA RESOLUÇÂO 2682: ATE QUANTOS DIAS DE ATRASO
      *> CADA GRAU VALE E O PERCENTUAL DE PROVISÂO. OS GRAUS FICAM EM
      *> ORDEM CRESCENTE DE DIAS; O PARAMETRO SO TROCA OS VALORES
                01 TABELA-GRAUS-PADRAO.
                    02  FILLER              PIC X(11) VALUE "AA000000000".
                    02  FILLER              PIC X(11) VALUE "A 001400050".
                    02  FILLER              PIC X(11) VALUE "B 003000100".
                    02  FILLER              PIC X(11) VALUE "C 006000300".
                    02  FILLER              PIC X(11) VALUE "D 009001000".
                    02  FILLER              PIC X(11) VALUE "E 012003000".
                    02  FILLER              PIC X(11) VALUE "F 015005000".
                    02  FILLER              PIC X(11) VALUE "G 018007000".
                    02  FILLER              PIC X(11) VALUE "H 999910000".
                01 TABELA-GRAUS REDEFINES TABELA-GRAUS-PADRAO.
                    02  GR-ENTRADA OCCURS 9 TIMES INDEXED BY GR-IDX.
                        03  GR-GRAU         PIC X(2).
                        03  GR-DIAS-ATE     PIC 9(4).
                        03  GR-PERCENTUAL   PIC 9(3)V99.

      *> ACUMULADORES POR AGENCIA E GRAU; A PROVISÂO ANTERIOR VEM DE
      *> ARQ-PROVISAO-SALDO.DAT, ENTÂO AGENCIA QUE ZEROU A EXPOSIÇÂO
      *> AINDA ENTRA NA TABELA PARA REVERTER O QUE TINHA PROVISIONADO
                01 WS-AGENCIAS.
                    02  W-MAX-AGENCIAS          PIC 99 VALUE 50.
                    02  W-QTDE-AGENCIAS         PIC 99 VALUE ZEROS.
                    02  WS-AGENCIA-TABELA OCCURS 50 TIMES INDEXED BY WS-IDX.
                        03  AG-COD-AGENCIA      PIC 9(4).
                        03  AG-PROV-ANTERIOR    PIC 9(13)V99.
                        03  AG-PROV-ATUAL       PIC 9(13)V99.
                        03  AG-GRAU OCCURS 9 TIMES INDEXED BY AG-GR-IDX.
                            04  AG-QTDE-CONTRATOS   PIC 9(6).
                            04  AG-QTDE-CONTAS      PIC 9(6).
                            04  AG-BASE             PIC 9(13)V99.
                            04  AG-PROVISAO         PIC 9(13)V99.
                    02  W-IDX-ENCONTRADO        PIC 99 VALUE ZEROS.

                01 TOTAIS-GRAU.
                    02  TG-GRAU OCCURS 9 TIMES INDEXED BY TG-IDX.
                        03  TG-QTDE-CONTRATOS   PIC 9(6).
                        03  TG-QTDE-CONTAS      PIC 9(6).
                        03  TG-BASE             PIC 9(13)V99.
                        03  TG-PROVISAO         PIC 9(13)V99.

                01 APURACAO-VARIABLES.
                    02  W-COD-AGENCIA           PIC 9(4).
                    02  W-REFERENCIA            PIC 9(6).
                    02  W-DATA-HOJE-NUM         PIC 9(8).
                    02  W-DATA-INICIO-NUM       PIC 9(8).
                    02  W-DATA-PRIMEIRO-NUM     PIC 9(8).
                    02  W-DIAS-ATRASO           PIC 9(5).
                    02  W-GRAU-IDX              PIC 9.
                    02  W-BASE                  PIC 9(13)V99.
                    02  W-PROVISAO              PIC 9(13)V99.
                    02  W-PARCELAS-FUTURAS      PIC S9(4).
                    02  W-TAXA-DEC              PIC 9V9(6).
                    02  W-FATOR                 PIC 9(6)V9(8).
                    02  W-VALOR-PRESENTE        PIC 9(13)V99.
                    02  W-DELTA                 PIC S9(13)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-TOT-BASE              PIC 9(13)V99.
                    02  W-TOT-PROVISAO          PIC 9(13)V99.
                    02  W-TOT-ANTERIOR          PIC 9(13)V99.

                01 GL-VARIABLES.
                    02  W-GL-SEQUENCIA          PIC 9(6) VALUE ZEROS.
                    02  W-GL-QTDE               PIC 9(6) VALUE ZEROS.
                    02  W-GL-HASH               PIC 9(15)V99 VALUE ZEROS.
                    02  W-GL-VALOR-ABS          PIC 9(13)V99.

                01 WS-CONTROLE.
                    02  WS-EOF                  PIC X(1) VALUE 'N'.
                        88  FIM-ARQUIVO         VALUE 'S'.
                    02  W-QTDE-CONTRATOS        PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-DEVEDORAS        PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-LINHAS-REL       PIC 9(8) VALUE ZEROS.
                    02  WS-TEM-CADASTRO         PIC X(1) VALUE 'N'.
                        88  TEM-CADASTRO-AGENCIA VALUE 'S'.

       PROCEDURE DIVISION.

            INIT.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                COMPUTE W-DATA-HOJE-NUM = YEARS * 10000 + MONTHS * 100 + DAYS.
                COMPUTE W-REFERENCIA = YEARS * 100 + MONTHS.
                STRING "ARQ-PROVISAO-" DELIMITED BY SIZE
                       YEARS  DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       DAYS   DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                    INTO WS-REL-FILENAME.
                STRING "ARQ-GL-PROVISAO-" DELIMITED BY SIZE
                       YEARS  DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                    INTO W-GL-FILENAME.
                PERFORM LE-PARAM.
                MOVE 'I' TO W-JLG-EVENTO.
                MOVE ZEROS TO W-JLG-QTDE.
                MOVE 'N' TO W-JLG-CKPT.
                PERFORM GRAVA-JOBLOG.
                MOVE ZEROS TO TOTAIS-GRAU.
                PERFORM OPEN-FILES.
                PERFORM CARREGA-PROVISAO-ANTERIOR.
                PERFORM GRAVA-CABECALHO.
                PERFORM CLASSIFICA-EMPRESTIMOS.
                PERFORM CLASSIFICA-CONTAS-DEVEDORAS.
                PERFORM IMPRIME-RESUMO.
                PERFORM GRAVA-GL-PROVISAO.
                PERFORM GRAVA-PROVISAO-SALDO.
                PERFORM CLOSE-FILES.
                PERFORM GRAVA-CATALOGO.
                MOVE 'F' TO W-JLG-EVENTO.
                COMPUTE W-JLG-QTDE = W-QTDE-CONTRATOS + W-QTDE-DEVEDORAS.
                PERFORM GRAVA-JOBLOG.
                DISPLAY "PROVISAO CONCLUIDA. CONTRATOS: " W-QTDE-CONTRATOS
                    " CONTAS DEVEDORAS: " W-QTDE-DEVEDORAS.
                STOP RUN.

           *> A TABELA DE GRAUS VEM DO ARQUIVO DE PARAMETRO; SEM O
           *> ARQUIVO VALE O PADRÂO JA CARREGADO
           LE-PARAM.
                OPEN INPUT ARQ-PARAM.
                IF ARQ-PAR-OK EQUAL "00"
                    PERFORM UNTIL ARQ-PAR-OK NOT EQUAL "00"
                        READ ARQ-PARAM
                            AT END MOVE "10" TO ARQ-PAR-OK
                            NOT AT END PERFORM APLICA-PARAM-GRAU
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-PARAM
                ELSE
                    DISPLAY "ARQ-PROVISAO-PARAM.DAT AUSENTE, USANDO A TABELA PADRAO DE GRAUS"
                END-IF.

           APLICA-PARAM-GRAU.
                SET GR-IDX TO 1.
                SEARCH GR-ENTRADA VARYING GR-IDX
                    AT END
                        DISPLAY "GRAU " PAR-GRAU " DESCONHECIDO EM ARQ-PROVISAO-PARAM.DAT"
                    WHEN GR-GRAU (GR-IDX) EQUAL PAR-GRAU
                        MOVE PAR-DIAS-ATE TO GR-DIAS-ATE (GR-IDX)
                        MOVE PAR-PERCENTUAL TO GR-PERCENTUAL (GR-IDX)
                END-SEARCH.

            OPEN-FILES.
                OPEN INPUT ARQ-EMPRESTIMO.
                OPEN INPUT ARQ-BANCO.
                OPEN INPUT ARQ-EXTRATO.
                *> CADASTRO DE AGENCIAS E OPCIONAL: SEM ELE O RELATORIO
                *> SAI SO COM O CODIGO
                OPEN INPUT ARQ-AGENCIA.
                IF ARQ-AGE-OK EQUAL "00"
                    MOVE 'S' TO WS-TEM-CADASTRO
                END-IF.
                OPEN OUTPUT ARQ-IMPRESSAO.

           *> CARREGA A PROVISÂO DO MES ANTERIOR DE CADA AGENCIA. SE A
           *> ULTIMA EXECUÇÂO JA FOI DESTE MES (REEXECUÇÂO), A BASE DE
           *> COMPARAÇÂO CONTINUA SENDO A PROVISÂO ANTERIOR A ELA
           CARREGA-PROVISAO-ANTERIOR.
                OPEN INPUT ARQ-PROVISAO-SALDO.
                IF ARQ-PVS-OK EQUAL "00"
                    PERFORM UNTIL ARQ-PVS-OK NOT EQUAL "00"
                        READ ARQ-PROVISAO-SALDO
                            AT END MOVE "10" TO ARQ-PVS-OK
                            NOT AT END
                                MOVE PVS-COD-AGENCIA TO W-COD-AGENCIA
                                PERFORM LOCALIZA-AGENCIA
                                IF W-IDX-ENCONTRADO NOT EQUAL ZEROS
                                    IF PVS-REFERENCIA EQUAL W-REFERENCIA
                                        MOVE PVS-PROVISAO-ANTERIOR TO AG-PROV-ANTERIOR (WS-IDX)
                                    ELSE
                                        MOVE PVS-PROVISAO-ATUAL TO AG-PROV-ANTERIOR (WS-IDX)
                                    END-IF
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-PROVISAO-SALDO
                END-IF.

           GRAVA-CABECALHO.
                MOVE SPACES TO REG-IMPRESSAO.
                STRING "PROVISAO PARA CREDITOS DE LIQUIDACAO DUVIDOSA - " DELIMITED BY SIZE
                       DAYS DELIMITED BY SIZE "/" DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE "/" DELIMITED BY SIZE
                       YEARS DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.
                MOVE SPACES TO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.
                MOVE "CONTRATOS DE EMPRESTIMO ATIVOS" TO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.

           *> PASSADA 1: TODO CONTRATO ATIVO, COM A AGENCIA DA CONTA
           CLASSIFICA-EMPRESTIMOS.
                MOVE 'N' TO WS-EOF.
                MOVE ZEROS TO EMP-CHAVE.
                START ARQ-EMPRESTIMO KEY IS NOT LESS THAN EMP-CHAVE
                    INVALID KEY MOVE 'S' TO WS-EOF
                END-START.
                PERFORM UNTIL FIM-ARQUIVO
                    READ ARQ-EMPRESTIMO NEXT RECORD
                        AT END MOVE 'S' TO WS-EOF
                        NOT AT END
                            IF EMP-ATIVO
                                PERFORM CLASSIFICA-CONTRATO
                            END-IF
                    END-READ
                END-PERFORM.

           *> DIAS DE ATRASO = PARCELAS EM ATRASO x 30. A BASE E O SALDO
           *> DEVEDOR DO CONTRATO: AS PARCELAS VENCIDAS PELO VALOR CHEIO
           *> MAIS O VALOR PRESENTE, PELA TAXA DO CONTRATO, DAS PARCELAS
           *> AINDA A VENCER (INVERSO DA TABELA PRICE DA CONTRATAÇÂO)
           CLASSIFICA-CONTRATO.
                MOVE EMP-COD-CONTA TO COD-CONTA.
                READ ARQ-BANCO
                    INVALID KEY
                        MOVE ZEROS TO COD-AGENCIA
                        DISPLAY "CONTA " EMP-COD-CONTA " DO CONTRATO " EMP-SEQUENCIA " NAO ENCONTRADA, AGENCIA 0000"
                END-READ.
                MOVE COD-AGENCIA TO W-COD-AGENCIA.
                COMPUTE W-DIAS-ATRASO = EMP-PARCELAS-ATRASO * 30.
                COMPUTE W-PARCELAS-FUTURAS = EMP-QTDE-PARCELAS -
                    EMP-PARCELAS-PAGAS - EMP-PARCELAS-ATRASO.
                IF W-PARCELAS-FUTURAS < ZEROS
                    MOVE ZEROS TO W-PARCELAS-FUTURAS
                END-IF.
                COMPUTE W-TAXA-DEC = EMP-TAXA-MENSAL / 100.
                IF W-TAXA-DEC EQUAL ZEROS OR W-PARCELAS-FUTURAS EQUAL ZEROS
                    COMPUTE W-VALOR-PRESENTE = EMP-VALOR-PARCELA * W-PARCELAS-FUTURAS
                ELSE
                    COMPUTE W-FATOR = (1 + W-TAXA-DEC) ** W-PARCELAS-FUTURAS
                    COMPUTE W-VALOR-PRESENTE ROUNDED = EMP-VALOR-PARCELA *
                        (W-FATOR - 1) / (W-TAXA-DEC * W-FATOR)
                END-IF.
                COMPUTE W-BASE = EMP-PARCELAS-ATRASO * EMP-VALOR-PARCELA +
                    W-VALOR-PRESENTE.
                PERFORM APLICA-GRAU.
                ADD 1 TO W-QTDE-CONTRATOS.
                PERFORM LOCALIZA-AGENCIA.
                IF W-IDX-ENCONTRADO NOT EQUAL ZEROS
                    ADD 1 TO AG-QTDE-CONTRATOS (WS-IDX, W-GRAU-IDX)
                    ADD W-BASE TO AG-BASE (WS-IDX, W-GRAU-IDX)
                    ADD W-PROVISAO TO AG-PROVISAO (WS-IDX, W-GRAU-IDX)
                    ADD W-PROVISAO TO AG-PROV-ATUAL (WS-IDX)
                END-IF.
                ADD 1 TO TG-QTDE-CONTRATOS (W-GRAU-IDX).
                ADD W-BASE TO TG-BASE (W-GRAU-IDX).
                ADD W-PROVISAO TO TG-PROVISAO (W-GRAU-IDX).
                MOVE SPACES TO REG-IMPRESSAO.
                MOVE W-DIAS-ATRASO TO M-DIAS.
                MOVE W-BASE TO M-VALOR.
                MOVE W-PROVISAO TO M-PROVISAO.
                STRING "  CONTRATO " DELIMITED BY SIZE
                       EMP-COD-CONTA DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       EMP-SEQUENCIA DELIMITED BY SIZE
                       " AG " DELIMITED BY SIZE
                       W-COD-AGENCIA DELIMITED BY SIZE
                       " ATRASO " DELIMITED BY SIZE
                       M-DIAS DELIMITED BY SIZE
                       " DIAS GRAU " DELIMITED BY SIZE
                       GR-GRAU (W-GRAU-IDX) DELIMITED BY SIZE
                       " SALDO " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " PROVISAO " DELIMITED BY SIZE
                       M-PROVISAO DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.

           *> PASSADA 2: TODA CONTA ABERTA COM SALDO NEGATIVO
           CLASSIFICA-CONTAS-DEVEDORAS.
                MOVE SPACES TO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.
                MOVE "CONTAS COM SALDO DEVEDOR" TO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.
                MOVE 'N' TO WS-EOF.
                MOVE ZEROS TO COD-CONTA.
                START ARQ-BANCO KEY IS NOT LESS THAN COD-CONTA
                    INVALID KEY MOVE 'S' TO WS-EOF
                END-START.
                PERFORM UNTIL FIM-ARQUIVO
                    READ ARQ-BANCO NEXT RECORD
                        AT END MOVE 'S' TO WS-EOF
                        NOT AT END
                            IF W-SALDO < ZEROS AND NOT CONTA-FECHADA
                                PERFORM CLASSIFICA-CONTA-DEVEDORA
                            END-IF
                    END-READ
                END-PERFORM.

           CLASSIFICA-CONTA-DEVEDORA.
                PERFORM APURA-INICIO-DEVEDOR.
                COMPUTE W-DIAS-ATRASO =
                    FUNCTION INTEGER-OF-DATE(W-DATA-HOJE-NUM) -
                    FUNCTION INTEGER-OF-DATE(W-DATA-INICIO-NUM).
                COMPUTE W-BASE = ZEROS - W-SALDO.
                MOVE COD-AGENCIA TO W-COD-AGENCIA.
                PERFORM APLICA-GRAU.
                ADD 1 TO W-QTDE-DEVEDORAS.
                PERFORM LOCALIZA-AGENCIA.
                IF W-IDX-ENCONTRADO NOT EQUAL ZEROS
                    ADD 1 TO AG-QTDE-CONTAS (WS-IDX, W-GRAU-IDX)
                    ADD W-BASE TO AG-BASE (WS-IDX, W-GRAU-IDX)
                    ADD W-PROVISAO TO AG-PROVISAO (WS-IDX, W-GRAU-IDX)
                    ADD W-PROVISAO TO AG-PROV-ATUAL (WS-IDX)
                END-IF.
                ADD 1 TO TG-QTDE-CONTAS (W-GRAU-IDX).
                ADD W-BASE TO TG-BASE (W-GRAU-IDX).
                ADD W-PROVISAO TO TG-PROVISAO (W-GRAU-IDX).
                MOVE SPACES TO REG-IMPRESSAO.
                MOVE W-DIAS-ATRASO TO M-DIAS.
                MOVE W-BASE TO M-VALOR.
                MOVE W-PROVISAO TO M-PROVISAO.
                STRING "  CONTA    " DELIMITED BY SIZE
                       COD-CONTA DELIMITED BY SIZE
                       "        AG " DELIMITED BY SIZE
                       W-COD-AGENCIA DELIMITED BY SIZE
                       " DEVEDOR" DELIMITED BY SIZE
                       M-DIAS DELIMITED BY SIZE
                       " DIAS GRAU " DELIMITED BY SIZE
                       GR-GRAU (W-GRAU-IDX) DELIMITED BY SIZE
                       " SALDO " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " PROVISAO " DELIMITED BY SIZE
                       M-PROVISAO DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.

           *> RECONSTROI PELO EXTRATO DESDE QUANDO A CONTA ESTA NEGATIVA:
           *> O INICIO DO PERIODO DEVEDOR ATUAL E O MOVIMENTO QUE LEVOU O
           *> SALDO DE ZERO OU POSITIVO PARA NEGATIVO, SEM VOLTA A ZERO OU
           *> POSITIVO DEPOIS DELE. SE A CONTA JA ESTAVA NEGATIVA NO MAIS
           *> ANTIGO MOVIMENTO AINDA NO EXTRATO (O RESTO FOI ARQUIVADO),
           *> VALE A DATA DESSE MOVIMENTO; SEM MOVIMENTO NENHUM, A DATA
           *> DE ABERTURA DA CONTA
           APURA-INICIO-DEVEDOR.
                MOVE ZEROS TO W-DATA-INICIO-NUM.
                MOVE ZEROS TO W-DATA-PRIMEIRO-NUM.
                MOVE COD-CONTA TO EXT-COD-CONTA.
                MOVE ZEROS TO EXT-SEQUENCIA.
                START ARQ-EXTRATO KEY IS NOT LESS THAN EXT-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-EXT-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-EXT-OK
                END-START.
                PERFORM UNTIL ARQ-EXT-OK EQUAL 10
                    READ ARQ-EXTRATO NEXT RECORD
                        AT END MOVE 10 TO ARQ-EXT-OK
                        NOT AT END
                            IF EXT-COD-CONTA NOT EQUAL COD-CONTA
                                MOVE 10 TO ARQ-EXT-OK
                            ELSE
                                IF W-DATA-PRIMEIRO-NUM EQUAL ZEROS
                                    MOVE EXT-DATA TO W-DATA-PRIMEIRO-NUM
                                END-IF
                                IF EXT-SALDO-ATUAL < ZEROS
                                    IF EXT-SALDO-ANTERIOR NOT < ZEROS
                                        MOVE EXT-DATA TO W-DATA-INICIO-NUM
                                    END-IF
                                ELSE
                                    MOVE ZEROS TO W-DATA-INICIO-NUM
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.
                IF W-DATA-INICIO-NUM EQUAL ZEROS
                    MOVE W-DATA-PRIMEIRO-NUM TO W-DATA-INICIO-NUM
                END-IF.
                IF W-DATA-INICIO-NUM EQUAL ZEROS
                    MOVE DT-ABERTURA TO W-DATA-INICIO-NUM
                END-IF.
                IF W-DATA-INICIO-NUM EQUAL ZEROS
                    MOVE W-DATA-HOJE-NUM TO W-DATA-INICIO-NUM
                END-IF.

           *> O GRAU E O PRIMEIRO DA TABELA CUJO LIMITE DE DIAS COBRE O
           *> ATRASO; ACIMA DO ULTIMO LIMITE, GRAU H. A PROVISÂO E O
           *> PERCENTUAL DO GRAU SOBRE A BASE
           APLICA-GRAU.
                MOVE 9 TO W-GRAU-IDX.
                SET GR-IDX TO 1.
                SEARCH GR-ENTRADA VARYING GR-IDX
                    AT END CONTINUE
                    WHEN W-DIAS-ATRASO NOT > GR-DIAS-ATE (GR-IDX)
                        SET W-GRAU-IDX TO GR-IDX
                END-SEARCH.
                COMPUTE W-PROVISAO ROUNDED =
                    W-BASE * GR-PERCENTUAL (W-GRAU-IDX) / 100.

           *> LOCALIZA OU CRIA A ENTRADA DE W-COD-AGENCIA NA TABELA;
           *> W-IDX-ENCONTRADO FICA ZERADO QUANDO A TABELA ESTA CHEIA
           LOCALIZA-AGENCIA.
                MOVE ZEROS TO W-IDX-ENCONTRADO.
                SET WS-IDX TO 1.
                SEARCH WS-AGENCIA-TABELA VARYING WS-IDX
                    AT END CONTINUE
                    WHEN WS-IDX > W-QTDE-AGENCIAS
                        CONTINUE
                    WHEN AG-COD-AGENCIA (WS-IDX) EQUAL W-COD-AGENCIA
                        MOVE WS-IDX TO W-IDX-ENCONTRADO
                END-SEARCH.
                IF W-IDX-ENCONTRADO EQUAL ZEROS
                    IF W-QTDE-AGENCIAS < W-MAX-AGENCIAS
                        ADD 1 TO W-QTDE-AGENCIAS
                        MOVE W-QTDE-AGENCIAS TO W-IDX-ENCONTRADO
                        SET WS-IDX TO W-IDX-ENCONTRADO
                        MOVE W-COD-AGENCIA TO AG-COD-AGENCIA (WS-IDX)
                        MOVE ZEROS TO AG-PROV-ANTERIOR (WS-IDX)
                        MOVE ZEROS TO AG-PROV-ATUAL (WS-IDX)
                        SET AG-GR-IDX TO 1
                        PERFORM ZERA-GRAU-AGENCIA 9 TIMES
                    ELSE
                        DISPLAY "AGENCIA " W-COD-AGENCIA " NAO CONSTA NA PROVISAO: TABELA DE AGENCIAS CHEIA (LIMITE " W-MAX-AGENCIAS ")"
                    END-IF
                END-IF.
                IF W-IDX-ENCONTRADO NOT EQUAL ZEROS
                    SET WS-IDX TO W-IDX-ENCONTRADO
                END-IF.

           ZERA-GRAU-AGENCIA.
                MOVE ZEROS TO AG-QTDE-CONTRATOS (WS-IDX, AG-GR-IDX).
                MOVE ZEROS TO AG-QTDE-CONTAS (WS-IDX, AG-GR-IDX).
                MOVE ZEROS TO AG-BASE (WS-IDX, AG-GR-IDX).
                MOVE ZEROS TO AG-PROVISAO (WS-IDX, AG-GR-IDX).
                SET AG-GR-IDX UP BY 1.

           *> RESUMO POR AGENCIA E GRAU, COM A VARIAÇÂO DE CADA AGENCIA
           *> SOBRE O MES ANTERIOR, E O TOTAL GERAL POR GRAU
           IMPRIME-RESUMO.
                MOVE ZEROS TO W-TOT-BASE.
                MOVE ZEROS TO W-TOT-PROVISAO.
                MOVE ZEROS TO W-TOT-ANTERIOR.
                MOVE SPACES TO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.
                MOVE "PROVISAO POR AGENCIA E GRAU" TO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.
                SET WS-IDX TO 1.
                PERFORM IMPRIME-AGENCIA UNTIL WS-IDX > W-QTDE-AGENCIAS.
                MOVE SPACES TO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.
                MOVE "TOTAL GERAL POR GRAU" TO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.
                SET TG-IDX TO 1.
                PERFORM IMPRIME-TOTAL-GRAU UNTIL TG-IDX > 9.
                MOVE SPACES TO REG-IMPRESSAO.
                MOVE W-TOT-BASE TO M-VALOR.
                MOVE W-TOT-PROVISAO TO M-PROVISAO.
                STRING "  TOTAL BASE " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " PROVISAO " DELIMITED BY SIZE
                       M-PROVISAO DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.
                MOVE SPACES TO REG-IMPRESSAO.
                MOVE W-TOT-ANTERIOR TO M-VALOR.
                COMPUTE W-DELTA = W-TOT-PROVISAO - W-TOT-ANTERIOR.
                MOVE W-DELTA TO M-PROVISAO.
                STRING "  PROVISAO ANTERIOR " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " VARIACAO " DELIMITED BY SIZE
                       M-PROVISAO DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.

           IMPRIME-AGENCIA.
                PERFORM LE-NOME-AGENCIA.
                MOVE SPACES TO REG-IMPRESSAO.
                STRING "AGENCIA " DELIMITED BY SIZE
                       AG-COD-AGENCIA (WS-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AGE-NOME DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.
                SET AG-GR-IDX TO 1.
                PERFORM IMPRIME-GRAU-AGENCIA 9 TIMES.
                MOVE SPACES TO REG-IMPRESSAO.
                MOVE AG-PROV-ANTERIOR (WS-IDX) TO M-VALOR.
                MOVE AG-PROV-ATUAL (WS-IDX) TO M-PROVISAO.
                STRING "    PROVISAO ANTERIOR " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " ATUAL " DELIMITED BY SIZE
                       M-PROVISAO DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.
                ADD AG-PROV-ATUAL (WS-IDX) TO W-TOT-PROVISAO.
                ADD AG-PROV-ANTERIOR (WS-IDX) TO W-TOT-ANTERIOR.
                SET WS-IDX UP BY 1.

           *> GRAU SEM CONTRATO NEM CONTA NA AGENCIA NÂO SAI
           IMPRIME-GRAU-AGENCIA.
                IF AG-QTDE-CONTRATOS (WS-IDX, AG-GR-IDX) > ZEROS OR
                   AG-QTDE-CONTAS (WS-IDX, AG-GR-IDX) > ZEROS
                    MOVE SPACES TO REG-IMPRESSAO
                    MOVE GR-PERCENTUAL (AG-GR-IDX) TO M-PERCENTUAL
                    MOVE AG-BASE (WS-IDX, AG-GR-IDX) TO M-VALOR
                    MOVE AG-PROVISAO (WS-IDX, AG-GR-IDX) TO M-PROVISAO
                    STRING "    GRAU " DELIMITED BY SIZE
                           GR-GRAU (AG-GR-IDX) DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           M-PERCENTUAL DELIMITED BY SIZE
                           "%) CONTRATOS " DELIMITED BY SIZE
                           AG-QTDE-CONTRATOS (WS-IDX, AG-GR-IDX) DELIMITED BY SIZE
                           " CONTAS " DELIMITED BY SIZE
                           AG-QTDE-CONTAS (WS-IDX, AG-GR-IDX) DELIMITED BY SIZE
                           " BASE " DELIMITED BY SIZE
                           M-VALOR DELIMITED BY SIZE
                           " PROVISAO " DELIMITED BY SIZE
                           M-PROVISAO DELIMITED BY SIZE
                        INTO REG-IMPRESSAO
                    PERFORM GRAVA-LINHA-IMPRESSAO
                END-IF.
                SET AG-GR-IDX UP BY 1.

           IMPRIME-TOTAL-GRAU.
                MOVE SPACES TO REG-IMPRESSAO.
                MOVE GR-PERCENTUAL (TG-IDX) TO M-PERCENTUAL.
                MOVE TG-BASE (TG-IDX) TO M-VALOR.
                MOVE TG-PROVISAO (TG-IDX) TO M-PROVISAO.
                STRING "  GRAU " DELIMITED BY SIZE
                       GR-GRAU (TG-IDX) DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       M-PERCENTUAL DELIMITED BY SIZE
                       "%) CONTRATOS " DELIMITED BY SIZE
                       TG-QTDE-CONTRATOS (TG-IDX) DELIMITED BY SIZE
                       " CONTAS " DELIMITED BY SIZE
                       TG-QTDE-CONTAS (TG-IDX) DELIMITED BY SIZE
                       " BASE " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " PROVISAO " DELIMITED BY SIZE
                       M-PROVISAO DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.
                ADD TG-BASE (TG-IDX) TO W-TOT-BASE.
                SET TG-IDX UP BY 1.

           *> NOME DA AGENCIA DA LINHA ATUAL DO RELATORIO; SEM CADASTRO OU
           *> AGENCIA NÂO CADASTRADA, O NOME SAI EM BRANCO
           LE-NOME-AGENCIA.
                MOVE SPACES TO AGE-NOME.
                IF TEM-CADASTRO-AGENCIA
                    MOVE AG-COD-AGENCIA (WS-IDX) TO AGE-COD-AGENCIA
                    READ ARQ-AGENCIA
                        INVALID KEY MOVE SPACES TO AGE-NOME
                    END-READ
                END-IF.

           *> LANÇAMENTO CONTABIL DA VARIAÇÂO DA PROVISÂO NO MES, UMA
           *> LINHA POR AGENCIA QUE VARIOU: AUMENTO E DESPESA DE
           *> CONSTITUIÇÂO ('D'), QUEDA E REVERSÂO ('C')
           GRAVA-GL-PROVISAO.
                PERFORM AVANCA-GL-SEQUENCIA.
                MOVE ZEROS TO W-GL-QTDE.
                MOVE ZEROS TO W-GL-HASH.
                OPEN OUTPUT ARQ-GL.
                MOVE "00" TO GLH-TIPO.
                MOVE DATE-TIME TO GLH-DATA.
                MOVE W-GL-SEQUENCIA TO GLH-SEQUENCIA.
                WRITE REG-GL-HEADER.
                SET WS-IDX TO 1.
                PERFORM GRAVA-GL-AGENCIA UNTIL WS-IDX > W-QTDE-AGENCIAS.
                MOVE "99" TO GLT-TIPO.
                MOVE W-GL-QTDE TO GLT-QTDE.
                MOVE W-GL-HASH TO GLT-HASH.
                WRITE REG-GL-TRAILER.
                CLOSE ARQ-GL.

            GRAVA-GL-AGENCIA.
                COMPUTE W-DELTA = AG-PROV-ATUAL (WS-IDX) - AG-PROV-ANTERIOR (WS-IDX).
                IF W-DELTA NOT EQUAL ZEROS
                    MOVE "01" TO GLD-TIPO
                    MOVE AG-COD-AGENCIA (WS-IDX) TO GLD-COD-AGENCIA
                    MOVE DATE-TIME TO GLD-DATA
                    IF W-DELTA > ZEROS
                        MOVE 'D' TO GLD-NATUREZA
                    ELSE
                        MOVE 'C' TO GLD-NATUREZA
                    END-IF
                    COMPUTE W-GL-VALOR-ABS = FUNCTION ABS(W-DELTA)
                    MOVE W-GL-VALOR-ABS TO GLD-VALOR
                    ADD W-GL-VALOR-ABS TO W-GL-HASH
                    ADD 1 TO W-GL-QTDE
                    WRITE REG-GL-DETALHE
                END-IF.
                SET WS-IDX UP BY 1.

           *> NUMERO SEQUENCIAL DO ARQUIVO DE PROVISÂO; A REEXECUÇÂO NO
           *> MESMO MES REGRAVA O ARQUIVO DO MES COM O MESMO NUMERO, PARA
           *> A CONTABILIDADE NÂO ACUSAR SALTO NA SEQUENCIA
           AVANCA-GL-SEQUENCIA.
                MOVE ZEROS TO W-GL-SEQUENCIA.
                MOVE ZEROS TO GLS-REFERENCIA.
                OPEN INPUT ARQ-GL-SEQ.
                IF ARQ-GLS-OK EQUAL "00"
                    READ ARQ-GL-SEQ
                        AT END MOVE ZEROS TO GLS-REFERENCIA
                        NOT AT END MOVE GLS-ULTIMA-SEQUENCIA TO W-GL-SEQUENCIA
                    END-READ
                    CLOSE ARQ-GL-SEQ
                END-IF.
                IF GLS-REFERENCIA NOT EQUAL W-REFERENCIA
                    ADD 1 TO W-GL-SEQUENCIA
                    OPEN OUTPUT ARQ-GL-SEQ
                    MOVE W-GL-SEQUENCIA TO GLS-ULTIMA-SEQUENCIA
                    MOVE W-REFERENCIA TO GLS-REFERENCIA
                    WRITE REG-GL-SEQ
                    CLOSE ARQ-GL-SEQ
                END-IF.

           *> REGRAVA A PROVISÂO DE CADA AGENCIA PARA O MES SEGUINTE,
           *> GUARDANDO TAMBEM A BASE USADA NESTE MES PARA A REEXECUÇÂO
           GRAVA-PROVISAO-SALDO.
                OPEN OUTPUT ARQ-PROVISAO-SALDO.
                SET WS-IDX TO 1.
                PERFORM GRAVA-PROVISAO-AGENCIA UNTIL WS-IDX > W-QTDE-AGENCIAS.
                CLOSE ARQ-PROVISAO-SALDO.

           GRAVA-PROVISAO-AGENCIA.
                MOVE AG-COD-AGENCIA (WS-IDX) TO PVS-COD-AGENCIA.
                MOVE W-REFERENCIA TO PVS-REFERENCIA.
                MOVE AG-PROV-ATUAL (WS-IDX) TO PVS-PROVISAO-ATUAL.
                MOVE AG-PROV-ANTERIOR (WS-IDX) TO PVS-PROVISAO-ANTERIOR.
                WRITE REG-PROVISAO-SALDO.
                SET WS-IDX UP BY 1.

           GRAVA-LINHA-IMPRESSAO.
                WRITE REG-IMPRESSAO.
                ADD 1 TO W-QTDE-LINHAS-REL.

            CLOSE-FILES.
                CLOSE ARQ-EMPRESTIMO.
                CLOSE ARQ-BANCO.
                CLOSE ARQ-EXTRATO.
                IF TEM-CADASTRO-AGENCIA
                    CLOSE ARQ-AGENCIA
                END-IF.
                CLOSE ARQ-IMPRESSAO.

           *> ANOTA NO DIARIO CENTRAL DE EXECUÇÔES (ARQ-JOBLOG.DAT) O
           *> INICIO ('I') E O FIM ('F') DESTA EXECUÇÂO; UM 'I' SEM 'F'
           *> CORRESPONDENTE DENUNCIA FIM ANORMAL
           GRAVA-JOBLOG.
                OPEN EXTEND ARQ-JOBLOG.
                IF ARQ-JLG-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-JOBLOG
                END-IF.
                MOVE "CONTA-PROVISAO" TO JLG-JOB.
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
                MOVE "CONTA-PROVISAO" TO CAT-JOB.
                MOVE WS-REL-FILENAME TO CAT-ARQUIVO.
                COMPUTE CAT-DATA = YEARS * 10000 + MONTHS * 100 + DAYS.
                MOVE W-QTDE-LINHAS-REL TO CAT-QTDE.
                WRITE REG-CATALOGO.
                CLOSE ARQ-CATALOGO.

       END PROGRAM CONTA-PROVISAO.
