       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-PRODUTIVIDADE.

      *> RELATORIO DE PRODUTIVIDADE E EXCEÇÔES POR OPERADOR DE CAIXA,
      *> AGRUPADO POR AGENCIA, PARA O GERENTE DA AGENCIA: O DIA (PADRAO)
      *> OU O MES CORRENTE ATE HOJE, CONFORME ARQ-PRODUTIVIDADE-PARAM.DAT.
      *> POR OPERADOR: QUANTIDADE E VALOR DOS MOVIMENTOS DE EXTRATO POR
      *> TIPO (EXT-OPERADOR; OS MOVIMENTOS DE JOBS BATCH TEM OPERADOR
      *> ZERADO E FICAM DE FORA), ESTORNOS FEITOS, OVERRIDES PEDIDOS E
      *> NEGADOS (ARQ-OVERRIDE.DAT, PELO CAIXA QUE PEDIU), COMPROVANTES
      *> REIMPRESSOS (CADA VIA DO DIARIO DE REIMPRESSÔES, PELO OPERADOR
      *> QUE A PEDIU; SEM O DIARIO, A ULTIMA ANOTADA NO COMPROVANTE),
      *> DIFERENÇAS DE GAVETA NO FECHAMENTO DO CAIXA E O VOLUME POR HORA,
      *> PARA O DIMENSIONAMENTO DO QUADRO. A AGENCIA E A DA CONTA
      *> MOVIMENTADA; A GAVETA, QUE NÂO TEM CONTA, VAI PARA A PRIMEIRA
      *> AGENCIA EM QUE O OPERADOR APARECE (OU PARA A AGENCIA 0000 SE ELE
      *> NÂO MOVIMENTOU NADA NO PERIODO). O OPERADOR COM PELO MENOS O
      *> MINIMO DE MOVIMENTOS CUJA TAXA DE ESTORNO OU DE OVERRIDE PASSA
      *> DO FATOR DE ALERTA VEZES A TAXA MEDIA DE TODOS OS OPERADORES DO
      *> PERIODO (OS PARES) SAI MARCADO. SO LE OS ARQUIVOS.

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

                   SELECT ARQ-EXTRATO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS EXT-CHAVE
                       FILE STATUS ARQ-EXT-OK.

                   SELECT ARQ-OVERRIDE ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS OVR-CHAVE
                       FILE STATUS ARQ-OVR-OK.

                   SELECT ARQ-COMPROVANTE ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CPV-NUMERO
                       FILE STATUS ARQ-CPV-OK.

                   SELECT ARQ-REIMPRESSAO ASSIGN TO "ARQ-REIMPRESSAO.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-RIM-OK.

                   SELECT ARQ-CAIXA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CXA-CHAVE
                       FILE STATUS ARQ-CXA-OK.

                   SELECT ARQ-PARAM ASSIGN TO "ARQ-PRODUTIVIDADE-PARAM.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-PAR-OK.

                   SELECT ARQ-RELATORIO ASSIGN TO WS-REL-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-REL-OK.

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

               FD ARQ-EXTRATO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EXTRATO.DAT".

               COPY EXTRATO.

               FD ARQ-OVERRIDE LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-OVERRIDE.DAT".

               COPY OVERLOG.

               FD ARQ-COMPROVANTE LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-COMPROVANTE.DAT".

               COPY COMPROV.

               FD ARQ-REIMPRESSAO LABEL RECORDS STANDARD.

               COPY REIMPLOG.

               FD ARQ-CAIXA LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CAIXA.DAT".

               COPY CAIXA.

               FD ARQ-PARAM LABEL RECORDS STANDARD.

               01  REG-PARAM.
                   02  PAR-PERIODO             PIC X(1).
                   02  PAR-FATOR-ALERTA        PIC 9V9.
                   02  PAR-MINIMO-MOVIMENTOS   PIC 9(4).

               FD ARQ-RELATORIO LABEL RECORDS STANDARD.

               01  REG-RELATORIO               PIC X(130).

               FD ARQ-JOBLOG LABEL RECORDS STANDARD.

               COPY JOBLOG.

               FD ARQ-CATALOGO LABEL RECORDS STANDARD.

               COPY CATALOGO.

       WORKING-STORAGE SECTION.

                01  ARQ-CAT-OK              PIC X(2).

                01  WS-REL-FILENAME         PIC X(40).
                01  W-QTDE-LINHAS-REL       PIC 9(8) VALUE ZEROS.

                01  ARQ-JLG-OK              PIC X(2).

                01 JOBLOG-VARIABLES.
                    02  W-JLG-TIME          PIC 9(8).
                    02  W-JLG-EVENTO        PIC X(1).
                    02  W-JLG-QTDE          PIC 9(8).
                    02  W-JLG-CKPT          PIC X(1).

                01  REG-CHECK.
                    02  ARQ-OK              PIC 9(2).
                    02  ARQ-EXT-OK          PIC X(2).
                    02  ARQ-OVR-OK          PIC X(2).
                    02  ARQ-CPV-OK          PIC X(2).
                    02  ARQ-RIM-OK          PIC X(2).
                    02  ARQ-CXA-OK          PIC X(2).
                    02  ARQ-PAR-OK          PIC X(2).
                    02  ARQ-REL-OK          PIC X(2).

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                    02 MONTHS           PIC 9(02).
                    02 DAYS             PIC 9(02).

                01 MASK-VARIABLES.
                    02  M-VALOR             PIC Z.ZZZ.ZZZ.ZZ9,99.
                    02  M-DIFERENCA         PIC --.---.---.--9,99.
                    02  M-QTDE              PIC ZZZZZ9.
                    02  M-TAXA              PIC ZZ9,99.
                    02  M-TAXA-2            PIC ZZ9,99.
                    02  M-FATOR             PIC 9,9.
                    02  M-HORA-QTDE         PIC ZZZ9.

                01 PARAM-VARIABLES.
                    *> 'D' = SO O DIA; 'M' = DO PRIMEIRO DIA DO MES ATE HOJE
                    02  W-PERIODO               PIC X(1) VALUE 'D'.
                        88  PERIODO-MENSAL      VALUE 'M'.
                    *> QUANTAS VEZES A TAXA MEDIA DOS PARES MARCA O OPERADOR
                    02  W-FATOR-ALERTA          PIC 9V9 VALUE 2,0.
                    *> ABAIXO DISTO DE MOVIMENTOS A TAXA NÂO E SIGNIFICATIVA
                    02  W-MINIMO-MOVIMENTOS     PIC 9(4) VALUE 20.

                01 PERIODO-VARIABLES.
                    02  W-DATA-INICIO           PIC 9(8).
                    02  W-DATA-FIM              PIC 9(8).
                    02  W-DATA-MOV              PIC 9(8).

                01 APURACAO-VARIABLES.
                    02  W-ULT-CONTA-LIDA        PIC 9(7) VALUE ZEROS.
                    02  W-AGENCIA-CONTA         PIC 9(4) VALUE ZEROS.
                    02  W-BUSCA-AGENCIA         PIC 9(4).
                    02  W-BUSCA-OPERADOR        PIC 9(4).
                    02  W-VALOR-ABS             PIC 9(8)V99.
                    02  W-HORA                  PIC 99.
                    02  W-TIPO-IDX              PIC 99.
                    02  W-TIPO-ENCONTRADO       PIC 99.
                    02  W-AGENCIA-GRUPO         PIC 9(4).
                    02  W-TAXA-ESTORNO          PIC 9(3)V99.
                    02  W-TAXA-OVERRIDE         PIC 9(3)V99.
                    02  W-LIMITE-TAXA           PIC 9(4)V99.

                *> TOTAIS DE TODOS OS OPERADORES: BASE DA TAXA DOS PARES
                01 TOTAIS-VARIABLES.
                    02  W-TOT-MOVIMENTOS        PIC 9(8) VALUE ZEROS.
                    02  W-TOT-VALOR             PIC 9(12)V99 VALUE ZEROS.
                    02  W-TOT-ESTORNOS          PIC 9(8) VALUE ZEROS.
                    02  W-TOT-OVR-PEDIDOS       PIC 9(8) VALUE ZEROS.
                    02  W-TOT-OVR-NEGADOS       PIC 9(8) VALUE ZEROS.
                    02  W-TOT-REIMPRESSOES      PIC 9(8) VALUE ZEROS.
                    02  W-TOT-DIFERENCA         PIC S9(10)V99 VALUE ZEROS.
                    02  W-TOT-ALERTAS           PIC 9(6) VALUE ZEROS.
                    02  W-TAXA-ESTORNO-PARES    PIC 9(3)V99 VALUE ZEROS.
                    02  W-TAXA-OVERRIDE-PARES   PIC 9(3)V99 VALUE ZEROS.

                *> TOTAIS DA AGENCIA EM IMPRESSÂO, COM O VOLUME POR HORA
                01 AGENCIA-VARIABLES.
                    02  W-AGE-MOVIMENTOS        PIC 9(8).
                    02  W-AGE-VALOR             PIC 9(12)V99.
                    02  W-AGE-DIFERENCA         PIC S9(10)V99.
                    02  W-AGE-HORA-QTDE OCCURS 24 TIMES PIC 9(6).

                01 WS-CONTROLE.
                    02  WS-EOF                  PIC X(1) VALUE 'N'.
                        88  FIM-ARQUIVO         VALUE 'S'.
                    02  W-ALERTA                PIC X(1).
                        88  OPERADOR-EM-ALERTA  VALUE 'S'.

                01 WS-OPERADORES.
                    02  W-MAX-OPERADORES        PIC 9(3) VALUE 300.
                    02  W-QTDE-OPERADORES       PIC 9(3) VALUE ZEROS.
                    02  OP-TABELA OCCURS 300 TIMES INDEXED BY OP-IDX.
                        03  OP-COD-AGENCIA      PIC 9(4).
                        03  OP-OPERADOR         PIC 9(4).
                        03  OP-IMPRESSO         PIC X(1).
                        03  OP-QTDE-MOV         PIC 9(6).
                        03  OP-VALOR-MOV        PIC 9(12)V99.
                        03  OP-QTDE-ESTORNOS    PIC 9(6).
                        03  OP-QTDE-OVR-PEDIDOS PIC 9(6).
                        03  OP-QTDE-OVR-NEGADOS PIC 9(6).
                        03  OP-QTDE-REIMPRESSOES PIC 9(6).
                        03  OP-QTDE-GAVETAS     PIC 9(3).
                        03  OP-DIFERENCA-CAIXA  PIC S9(10)V99.
                        03  OP-QTDE-TIPOS       PIC 99.
                        03  OP-TIPO OCCURS 25 TIMES.
                            04  OP-TIPO-COD     PIC X(2).
                            04  OP-TIPO-QTDE    PIC 9(6).
                            04  OP-TIPO-VALOR   PIC 9(12)V99.
                        03  OP-HORA-QTDE OCCURS 24 TIMES PIC 9(5).
                    02  W-IDX-ENCONTRADO        PIC 9(3) VALUE ZEROS.
                    02  W-IDX-GRUPO             PIC 9(3) VALUE ZEROS.

       PROCEDURE DIVISION.

            INIT.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                PERFORM LE-PARAM.
                COMPUTE W-DATA-FIM = YEARS * 10000 + MONTHS * 100 + DAYS.
                IF PERIODO-MENSAL
                    COMPUTE W-DATA-INICIO = YEARS * 10000 + MONTHS * 100 + 1
                ELSE
                    MOVE W-DATA-FIM TO W-DATA-INICIO
                END-IF.
                STRING "ARQ-PRODUTIVIDADE-" DELIMITED BY SIZE
                       W-PERIODO DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       YEARS  DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       DAYS   DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                    INTO WS-REL-FILENAME.
                MOVE 'I' TO W-JLG-EVENTO.
                MOVE ZEROS TO W-JLG-QTDE.
                MOVE 'N' TO W-JLG-CKPT.
                PERFORM GRAVA-JOBLOG.
                PERFORM OPEN-FILES.
                PERFORM APURA-EXTRATO.
                PERFORM APURA-OVERRIDES.
                PERFORM APURA-REIMPRESSOES.
                PERFORM APURA-GAVETAS.
                PERFORM CALCULA-TAXA-PARES.
                PERFORM IMPRIME-AGENCIAS.
                PERFORM IMPRIME-TOTAIS.
                PERFORM CLOSE-FILES.
                PERFORM GRAVA-CATALOGO.
                MOVE 'F' TO W-JLG-EVENTO.
                MOVE W-TOT-MOVIMENTOS TO W-JLG-QTDE.
                PERFORM GRAVA-JOBLOG.
                DISPLAY "PRODUTIVIDADE CONCLUIDA. OPERADORES: " W-QTDE-OPERADORES
                        " MOVIMENTOS: " W-TOT-MOVIMENTOS " EM ALERTA: " W-TOT-ALERTAS.
                STOP RUN.

           *> PERIODO, FATOR DE ALERTA E MINIMO DE MOVIMENTOS VEM DO
           *> ARQUIVO DE PARAMETRO; SEM O ARQUIVO VALEM OS PADRÔES
           LE-PARAM.
                OPEN INPUT ARQ-PARAM.
                IF ARQ-PAR-OK EQUAL "00"
                    READ ARQ-PARAM
                        AT END CONTINUE
                        NOT AT END
                            IF PAR-PERIODO EQUAL 'D' OR PAR-PERIODO EQUAL 'M'
                                MOVE PAR-PERIODO TO W-PERIODO
                            END-IF
                            IF PAR-FATOR-ALERTA > ZEROS
                                MOVE PAR-FATOR-ALERTA TO W-FATOR-ALERTA
                            END-IF
                            IF PAR-MINIMO-MOVIMENTOS > ZEROS
                                MOVE PAR-MINIMO-MOVIMENTOS TO W-MINIMO-MOVIMENTOS
                            END-IF
                    END-READ
                    CLOSE ARQ-PARAM
                ELSE
                    MOVE W-FATOR-ALERTA TO M-FATOR
                    DISPLAY "ARQ-PRODUTIVIDADE-PARAM.DAT AUSENTE, USANDO PERIODO DIARIO E FATOR " M-FATOR
                END-IF.

            OPEN-FILES.
                OPEN INPUT ARQ-BANCO.
                OPEN INPUT ARQ-EXTRATO.
                OPEN OUTPUT ARQ-RELATORIO.
                MOVE SPACES TO REG-RELATORIO.
                IF PERIODO-MENSAL
                    STRING "PRODUTIVIDADE POR OPERADOR - MES " DELIMITED BY SIZE
                           MONTHS DELIMITED BY SIZE "/" DELIMITED BY SIZE
                           YEARS DELIMITED BY SIZE
                           " ATE " DELIMITED BY SIZE
                           DAYS DELIMITED BY SIZE "/" DELIMITED BY SIZE
                           MONTHS DELIMITED BY SIZE "/" DELIMITED BY SIZE
                           YEARS DELIMITED BY SIZE
                        INTO REG-RELATORIO
                ELSE
                    STRING "PRODUTIVIDADE POR OPERADOR - DIA " DELIMITED BY SIZE
                           DAYS DELIMITED BY SIZE "/" DELIMITED BY SIZE
                           MONTHS DELIMITED BY SIZE "/" DELIMITED BY SIZE
                           YEARS DELIMITED BY SIZE
                        INTO REG-RELATORIO
                END-IF.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

           *> AGENCIA DA CONTA DO MOVIMENTO; A VARREDURA DO EXTRATO E
           *> POR CONTA, ENTAO A ULTIMA CONTA LIDA QUASE SEMPRE SERVE
           LE-AGENCIA-CONTA.
                IF COD-CONTA NOT EQUAL W-ULT-CONTA-LIDA
                    MOVE COD-CONTA TO W-ULT-CONTA-LIDA
                    READ ARQ-BANCO
                        INVALID KEY MOVE ZEROS TO W-AGENCIA-CONTA
                        NOT INVALID KEY MOVE COD-AGENCIA TO W-AGENCIA-CONTA
                    END-READ
                END-IF.

           *> LOCALIZA OU CRIA A ENTRADA AGENCIA + OPERADOR NA TABELA
           LOCALIZA-OPERADOR.
                MOVE ZEROS TO W-IDX-ENCONTRADO.
                SET OP-IDX TO 1.
                SEARCH OP-TABELA VARYING OP-IDX
                    AT END CONTINUE
                    WHEN OP-IDX > W-QTDE-OPERADORES
                        CONTINUE
                    WHEN OP-COD-AGENCIA (OP-IDX) EQUAL W-BUSCA-AGENCIA
                         AND OP-OPERADOR (OP-IDX) EQUAL W-BUSCA-OPERADOR
                        SET W-IDX-ENCONTRADO TO OP-IDX
                END-SEARCH.
                IF W-IDX-ENCONTRADO EQUAL ZEROS
                    IF W-QTDE-OPERADORES < W-MAX-OPERADORES
                        ADD 1 TO W-QTDE-OPERADORES
                        MOVE W-QTDE-OPERADORES TO W-IDX-ENCONTRADO
                        SET OP-IDX TO W-IDX-ENCONTRADO
                        INITIALIZE OP-TABELA (OP-IDX)
                        MOVE W-BUSCA-AGENCIA TO OP-COD-AGENCIA (OP-IDX)
                        MOVE W-BUSCA-OPERADOR TO OP-OPERADOR (OP-IDX)
                        MOVE 'N' TO OP-IMPRESSO (OP-IDX)
                    ELSE
                        DISPLAY "OPERADOR " W-BUSCA-OPERADOR " AGENCIA " W-BUSCA-AGENCIA
                                " NAO CONSTA NO RELATORIO: TABELA CHEIA (LIMITE " W-MAX-OPERADORES ")"
                    END-IF
                END-IF.
                IF W-IDX-ENCONTRADO NOT EQUAL ZEROS
                    SET OP-IDX TO W-IDX-ENCONTRADO
                END-IF.

           *> MOVIMENTOS DE BALCÂO DO PERIODO: QUANTIDADE E VALOR POR
           *> TIPO, ESTORNOS E VOLUME POR HORA
            APURA-EXTRATO.
                MOVE 'N' TO WS-EOF.
                MOVE ZEROS TO EXT-CHAVE.
                START ARQ-EXTRATO KEY IS NOT LESS THAN EXT-CHAVE
                    INVALID KEY MOVE 'S' TO WS-EOF.
                PERFORM UNTIL FIM-ARQUIVO
                    READ ARQ-EXTRATO NEXT RECORD
                        AT END MOVE 'S' TO WS-EOF
                        NOT AT END
                            MOVE EXT-DATA TO W-DATA-MOV
                            IF EXT-OPERADOR NOT EQUAL ZEROS
                               AND W-DATA-MOV NOT < W-DATA-INICIO
                               AND W-DATA-MOV NOT > W-DATA-FIM
                                PERFORM ACUMULA-MOVIMENTO
                            END-IF
                    END-READ
                END-PERFORM.

            ACUMULA-MOVIMENTO.
                MOVE EXT-COD-CONTA TO COD-CONTA.
                PERFORM LE-AGENCIA-CONTA.
                MOVE W-AGENCIA-CONTA TO W-BUSCA-AGENCIA.
                MOVE EXT-OPERADOR TO W-BUSCA-OPERADOR.
                PERFORM LOCALIZA-OPERADOR.
                IF W-IDX-ENCONTRADO NOT EQUAL ZEROS
                    IF EXT-VALOR < ZEROS
                        COMPUTE W-VALOR-ABS = ZEROS - EXT-VALOR
                    ELSE
                        MOVE EXT-VALOR TO W-VALOR-ABS
                    END-IF
                    ADD 1 TO OP-QTDE-MOV (OP-IDX)
                    ADD W-VALOR-ABS TO OP-VALOR-MOV (OP-IDX)
                    ADD 1 TO W-TOT-MOVIMENTOS
                    ADD W-VALOR-ABS TO W-TOT-VALOR
                    IF EXT-ESTORNO
                        ADD 1 TO OP-QTDE-ESTORNOS (OP-IDX)
                        ADD 1 TO W-TOT-ESTORNOS
                    END-IF
                    IF EXT-HORA-HH < 24
                        COMPUTE W-HORA = EXT-HORA-HH + 1
                        ADD 1 TO OP-HORA-QTDE (OP-IDX, W-HORA)
                    END-IF
                    PERFORM ACUMULA-TIPO
                END-IF.

            ACUMULA-TIPO.
                MOVE ZEROS TO W-TIPO-ENCONTRADO.
                MOVE 1 TO W-TIPO-IDX.
                PERFORM UNTIL W-TIPO-IDX > OP-QTDE-TIPOS (OP-IDX)
                              OR W-TIPO-ENCONTRADO NOT EQUAL ZEROS
                    IF OP-TIPO-COD (OP-IDX, W-TIPO-IDX) EQUAL EXT-TIPO
                        MOVE W-TIPO-IDX TO W-TIPO-ENCONTRADO
                    END-IF
                    ADD 1 TO W-TIPO-IDX
                END-PERFORM.
                IF W-TIPO-ENCONTRADO EQUAL ZEROS AND OP-QTDE-TIPOS (OP-IDX) < 25
                    ADD 1 TO OP-QTDE-TIPOS (OP-IDX)
                    MOVE OP-QTDE-TIPOS (OP-IDX) TO W-TIPO-ENCONTRADO
                    MOVE EXT-TIPO TO OP-TIPO-COD (OP-IDX, W-TIPO-ENCONTRADO)
                END-IF.
                IF W-TIPO-ENCONTRADO NOT EQUAL ZEROS
                    ADD 1 TO OP-TIPO-QTDE (OP-IDX, W-TIPO-ENCONTRADO)
                    ADD W-VALOR-ABS TO OP-TIPO-VALOR (OP-IDX, W-TIPO-ENCONTRADO)
                END-IF.

           *> PEDIDOS DE OVERRIDE DO PERIODO, PELO CAIXA QUE PEDIU;
           *> NEGADO INCLUI A CREDENCIAL DE SUPERVISOR QUE FALHOU
            APURA-OVERRIDES.
                OPEN INPUT ARQ-OVERRIDE.
                IF ARQ-OVR-OK NOT EQUAL "00"
                    DISPLAY "ARQ-OVERRIDE.DAT AUSENTE, OVERRIDES NAO APURADOS"
                ELSE
                    MOVE 'N' TO WS-EOF
                    MOVE ZEROS TO OVR-CHAVE
                    START ARQ-OVERRIDE KEY IS NOT LESS THAN OVR-CHAVE
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-OVERRIDE NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                MOVE OVR-DATA TO W-DATA-MOV
                                IF OVR-CAIXA NOT EQUAL ZEROS
                                   AND W-DATA-MOV NOT < W-DATA-INICIO
                                   AND W-DATA-MOV NOT > W-DATA-FIM
                                    PERFORM ACUMULA-OVERRIDE
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-OVERRIDE
                END-IF.

            ACUMULA-OVERRIDE.
                MOVE OVR-COD-CONTA TO COD-CONTA.
                PERFORM LE-AGENCIA-CONTA.
                MOVE W-AGENCIA-CONTA TO W-BUSCA-AGENCIA.
                MOVE OVR-CAIXA TO W-BUSCA-OPERADOR.
                PERFORM LOCALIZA-OPERADOR.
                IF W-IDX-ENCONTRADO NOT EQUAL ZEROS
                    ADD 1 TO OP-QTDE-OVR-PEDIDOS (OP-IDX)
                    ADD 1 TO W-TOT-OVR-PEDIDOS
                    IF OVR-NEGADO OR OVR-CREDENCIAL-FALHOU
                        ADD 1 TO OP-QTDE-OVR-NEGADOS (OP-IDX)
                        ADD 1 TO W-TOT-OVR-NEGADOS
                    END-IF
                END-IF.

           *> CADA VIA REIMPRESSA NO PERIODO, PARA O OPERADOR QUE A PEDIU,
           *> PELO DIARIO DE REIMPRESSÔES
            APURA-REIMPRESSOES.
                OPEN INPUT ARQ-REIMPRESSAO.
                IF ARQ-RIM-OK NOT EQUAL "00"
                    DISPLAY "ARQ-REIMPRESSAO.DAT AUSENTE, REIMPRESSOES PELO COMPROVANTE"
                    PERFORM APURA-REIMPRESSOES-COMPROVANTE
                ELSE
                    MOVE 'N' TO WS-EOF
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-REIMPRESSAO
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                MOVE RIM-DATA TO W-DATA-MOV
                                IF RIM-OPERADOR NOT EQUAL ZEROS
                                   AND W-DATA-MOV NOT < W-DATA-INICIO
                                   AND W-DATA-MOV NOT > W-DATA-FIM
                                    MOVE RIM-COD-CONTA TO COD-CONTA
                                    MOVE RIM-OPERADOR TO W-BUSCA-OPERADOR
                                    PERFORM ACUMULA-REIMPRESSAO
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-REIMPRESSAO
                END-IF.

           *> SEM O DIARIO: COMPROVANTES CUJA ULTIMA REIMPRESSÂO CAIU NO
           *> PERIODO, PARA O OPERADOR QUE A PEDIU
            APURA-REIMPRESSOES-COMPROVANTE.
                OPEN INPUT ARQ-COMPROVANTE.
                IF ARQ-CPV-OK NOT EQUAL "00"
                    DISPLAY "ARQ-COMPROVANTE.DAT AUSENTE, REIMPRESSOES NAO APURADAS"
                ELSE
                    MOVE 'N' TO WS-EOF
                    MOVE ZEROS TO CPV-NUMERO
                    START ARQ-COMPROVANTE KEY IS NOT LESS THAN CPV-NUMERO
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-COMPROVANTE NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                MOVE CPV-DT-ULT-REIMPRESSAO TO W-DATA-MOV
                                IF CPV-QTDE-REIMPRESSOES > ZEROS
                                   AND CPV-OPERADOR-REIMPRESSAO NOT EQUAL ZEROS
                                   AND W-DATA-MOV NOT < W-DATA-INICIO
                                   AND W-DATA-MOV NOT > W-DATA-FIM
                                    MOVE CPV-COD-CONTA TO COD-CONTA
                                    MOVE CPV-OPERADOR-REIMPRESSAO TO W-BUSCA-OPERADOR
                                    PERFORM ACUMULA-REIMPRESSAO
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-COMPROVANTE
                END-IF.

           *> A CONTA EM COD-CONTA E O OPERADOR EM W-BUSCA-OPERADOR
            ACUMULA-REIMPRESSAO.
                PERFORM LE-AGENCIA-CONTA.
                MOVE W-AGENCIA-CONTA TO W-BUSCA-AGENCIA.
                PERFORM LOCALIZA-OPERADOR.
                IF W-IDX-ENCONTRADO NOT EQUAL ZEROS
                    ADD 1 TO OP-QTDE-REIMPRESSOES (OP-IDX)
                    ADD 1 TO W-TOT-REIMPRESSOES
                END-IF.

           *> GAVETAS FECHADAS NO PERIODO E A DIFERENÇA APURADA NO
           *> FECHAMENTO (SOBRA POSITIVA, FALTA NEGATIVA)
            APURA-GAVETAS.
                OPEN INPUT ARQ-CAIXA.
                IF ARQ-CXA-OK NOT EQUAL "00"
                    DISPLAY "ARQ-CAIXA.DAT AUSENTE, GAVETAS NAO APURADAS"
                ELSE
                    MOVE 'N' TO WS-EOF
                    MOVE ZEROS TO CXA-CHAVE
                    START ARQ-CAIXA KEY IS NOT LESS THAN CXA-CHAVE
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-CAIXA NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                MOVE CXA-DATA TO W-DATA-MOV
                                IF CXA-FECHADO
                                   AND W-DATA-MOV NOT < W-DATA-INICIO
                                   AND W-DATA-MOV NOT > W-DATA-FIM
                                    PERFORM ACUMULA-GAVETA
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-CAIXA
                END-IF.

           *> A GAVETA NÂO TEM CONTA: VAI PARA A PRIMEIRA ENTRADA DO
           *> OPERADOR NA TABELA, OU PARA A AGENCIA 0000
            ACUMULA-GAVETA.
                MOVE ZEROS TO W-IDX-ENCONTRADO.
                SET OP-IDX TO 1.
                SEARCH OP-TABELA VARYING OP-IDX
                    AT END CONTINUE
                    WHEN OP-IDX > W-QTDE-OPERADORES
                        CONTINUE
                    WHEN OP-OPERADOR (OP-IDX) EQUAL CXA-OPERADOR
                        SET W-IDX-ENCONTRADO TO OP-IDX
                END-SEARCH.
                IF W-IDX-ENCONTRADO EQUAL ZEROS
                    MOVE ZEROS TO W-BUSCA-AGENCIA
                    MOVE CXA-OPERADOR TO W-BUSCA-OPERADOR
                    PERFORM LOCALIZA-OPERADOR
                ELSE
                    SET OP-IDX TO W-IDX-ENCONTRADO
                END-IF.
                IF W-IDX-ENCONTRADO NOT EQUAL ZEROS
                    ADD 1 TO OP-QTDE-GAVETAS (OP-IDX)
                    ADD CXA-DIFERENCA TO OP-DIFERENCA-CAIXA (OP-IDX)
                    ADD CXA-DIFERENCA TO W-TOT-DIFERENCA
                END-IF.

           *> TAXA MEDIA DE ESTORNO E DE OVERRIDE DE TODOS OS OPERADORES
           *> DO PERIODO, EM PERCENTUAL DOS MOVIMENTOS
            CALCULA-TAXA-PARES.
                IF W-TOT-MOVIMENTOS > ZEROS
                    COMPUTE W-TAXA-ESTORNO-PARES ROUNDED =
                        W-TOT-ESTORNOS * 100 / W-TOT-MOVIMENTOS
                    COMPUTE W-TAXA-OVERRIDE-PARES ROUNDED =
                        W-TOT-OVR-PEDIDOS * 100 / W-TOT-MOVIMENTOS
                END-IF.

           *> UMA AGENCIA POR VEZ, NA ORDEM EM QUE APARECERAM: A PRIMEIRA
           *> ENTRADA AINDA NÂO IMPRESSA ABRE O GRUPO DA SUA AGENCIA
            IMPRIME-AGENCIAS.
                MOVE 1 TO W-IDX-GRUPO.
                PERFORM UNTIL W-IDX-GRUPO > W-QTDE-OPERADORES
                    SET OP-IDX TO W-IDX-GRUPO
                    IF OP-IMPRESSO (OP-IDX) EQUAL 'N'
                        MOVE OP-COD-AGENCIA (OP-IDX) TO W-AGENCIA-GRUPO
                        PERFORM IMPRIME-AGENCIA
                    END-IF
                    ADD 1 TO W-IDX-GRUPO
                END-PERFORM.

            IMPRIME-AGENCIA.
                MOVE ZEROS TO W-AGE-MOVIMENTOS.
                MOVE ZEROS TO W-AGE-VALOR.
                MOVE ZEROS TO W-AGE-DIFERENCA.
                MOVE 1 TO W-HORA.
                PERFORM UNTIL W-HORA > 24
                    MOVE ZEROS TO W-AGE-HORA-QTDE (W-HORA)
                    ADD 1 TO W-HORA
                END-PERFORM.
                MOVE SPACES TO REG-RELATORIO.
                WRITE REG-RELATORIO.
                MOVE SPACES TO REG-RELATORIO.
                STRING "AGENCIA " DELIMITED BY SIZE
                       W-AGENCIA-GRUPO DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 2 TO W-QTDE-LINHAS-REL.
                SET OP-IDX TO W-IDX-GRUPO.
                PERFORM UNTIL OP-IDX > W-QTDE-OPERADORES
                    IF OP-IMPRESSO (OP-IDX) EQUAL 'N'
                       AND OP-COD-AGENCIA (OP-IDX) EQUAL W-AGENCIA-GRUPO
                        MOVE 'S' TO OP-IMPRESSO (OP-IDX)
                        PERFORM IMPRIME-OPERADOR
                    END-IF
                    SET OP-IDX UP BY 1
                END-PERFORM.
                MOVE W-AGE-VALOR TO M-VALOR.
                MOVE W-AGE-DIFERENCA TO M-DIFERENCA.
                MOVE SPACES TO REG-RELATORIO.
                STRING "  TOTAL AGENCIA " DELIMITED BY SIZE
                       W-AGENCIA-GRUPO DELIMITED BY SIZE
                       " MOVIMENTOS " DELIMITED BY SIZE
                       W-AGE-MOVIMENTOS DELIMITED BY SIZE
                       " VALOR " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " DIFERENCA DE CAIXA " DELIMITED BY SIZE
                       M-DIFERENCA DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.
                PERFORM IMPRIME-HORAS-AGENCIA.

            IMPRIME-OPERADOR.
                ADD OP-QTDE-MOV (OP-IDX) TO W-AGE-MOVIMENTOS.
                ADD OP-VALOR-MOV (OP-IDX) TO W-AGE-VALOR.
                ADD OP-DIFERENCA-CAIXA (OP-IDX) TO W-AGE-DIFERENCA.
                MOVE 1 TO W-HORA.
                PERFORM UNTIL W-HORA > 24
                    ADD OP-HORA-QTDE (OP-IDX, W-HORA) TO W-AGE-HORA-QTDE (W-HORA)
                    ADD 1 TO W-HORA
                END-PERFORM.
                PERFORM AVALIA-ALERTA.
                MOVE OP-VALOR-MOV (OP-IDX) TO M-VALOR.
                MOVE W-TAXA-ESTORNO TO M-TAXA.
                MOVE W-TAXA-OVERRIDE TO M-TAXA-2.
                MOVE SPACES TO REG-RELATORIO.
                STRING "  OPERADOR " DELIMITED BY SIZE
                       OP-OPERADOR (OP-IDX) DELIMITED BY SIZE
                       " MOVIMENTOS " DELIMITED BY SIZE
                       OP-QTDE-MOV (OP-IDX) DELIMITED BY SIZE
                       " VALOR " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " ESTORNOS " DELIMITED BY SIZE
                       OP-QTDE-ESTORNOS (OP-IDX) DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       M-TAXA DELIMITED BY SIZE
                       "%) OVERRIDES " DELIMITED BY SIZE
                       OP-QTDE-OVR-PEDIDOS (OP-IDX) DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       M-TAXA-2 DELIMITED BY SIZE
                       "%) NEGADOS " DELIMITED BY SIZE
                       OP-QTDE-OVR-NEGADOS (OP-IDX) DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                MOVE OP-DIFERENCA-CAIXA (OP-IDX) TO M-DIFERENCA.
                MOVE SPACES TO REG-RELATORIO.
                STRING "                REIMPRESSOES " DELIMITED BY SIZE
                       OP-QTDE-REIMPRESSOES (OP-IDX) DELIMITED BY SIZE
                       " GAVETAS FECHADAS " DELIMITED BY SIZE
                       OP-QTDE-GAVETAS (OP-IDX) DELIMITED BY SIZE
                       " DIFERENCA DE CAIXA " DELIMITED BY SIZE
                       M-DIFERENCA DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 2 TO W-QTDE-LINHAS-REL.
                MOVE 1 TO W-TIPO-IDX.
                PERFORM UNTIL W-TIPO-IDX > OP-QTDE-TIPOS (OP-IDX)
                    MOVE OP-TIPO-VALOR (OP-IDX, W-TIPO-IDX) TO M-VALOR
                    MOVE SPACES TO REG-RELATORIO
                    STRING "                TIPO " DELIMITED BY SIZE
                           OP-TIPO-COD (OP-IDX, W-TIPO-IDX) DELIMITED BY SIZE
                           " QTDE " DELIMITED BY SIZE
                           OP-TIPO-QTDE (OP-IDX, W-TIPO-IDX) DELIMITED BY SIZE
                           " VALOR " DELIMITED BY SIZE
                           M-VALOR DELIMITED BY SIZE
                        INTO REG-RELATORIO
                    WRITE REG-RELATORIO
                    ADD 1 TO W-QTDE-LINHAS-REL
                    ADD 1 TO W-TIPO-IDX
                END-PERFORM.
                IF OPERADOR-EM-ALERTA
                    ADD 1 TO W-TOT-ALERTAS
                    MOVE SPACES TO REG-RELATORIO
                    MOVE W-FATOR-ALERTA TO M-FATOR
                    STRING "                *** ALERTA: TAXA DE ESTORNO OU OVERRIDE ACIMA DE " DELIMITED BY SIZE
                           M-FATOR DELIMITED BY SIZE
                           " VEZES A MEDIA DOS PARES ***" DELIMITED BY SIZE
                        INTO REG-RELATORIO
                    WRITE REG-RELATORIO
                    ADD 1 TO W-QTDE-LINHAS-REL
                END-IF.

           *> TAXAS DO OPERADOR E COMPARAÇÂO COM A MEDIA DOS PARES; ABAIXO
           *> DO MINIMO DE MOVIMENTOS O OPERADOR NÂO ENTRA EM ALERTA
            AVALIA-ALERTA.
                MOVE ZEROS TO W-TAXA-ESTORNO.
                MOVE ZEROS TO W-TAXA-OVERRIDE.
                MOVE 'N' TO W-ALERTA.
                IF OP-QTDE-MOV (OP-IDX) > ZEROS
                    COMPUTE W-TAXA-ESTORNO ROUNDED =
                        OP-QTDE-ESTORNOS (OP-IDX) * 100 / OP-QTDE-MOV (OP-IDX)
                    COMPUTE W-TAXA-OVERRIDE ROUNDED =
                        OP-QTDE-OVR-PEDIDOS (OP-IDX) * 100 / OP-QTDE-MOV (OP-IDX)
                END-IF.
                IF OP-QTDE-MOV (OP-IDX) NOT < W-MINIMO-MOVIMENTOS
                    COMPUTE W-LIMITE-TAXA = W-TAXA-ESTORNO-PARES * W-FATOR-ALERTA
                    IF W-TAXA-ESTORNO > W-LIMITE-TAXA
                        MOVE 'S' TO W-ALERTA
                    END-IF
                    COMPUTE W-LIMITE-TAXA = W-TAXA-OVERRIDE-PARES * W-FATOR-ALERTA
                    IF W-TAXA-OVERRIDE > W-LIMITE-TAXA
                        MOVE 'S' TO W-ALERTA
                    END-IF
                END-IF.

           *> VOLUME POR HORA DA AGENCIA, EM DUAS LINHAS DE DOZE HORAS,
           *> PARA O DIMENSIONAMENTO DO QUADRO DE CAIXAS
            IMPRIME-HORAS-AGENCIA.
                MOVE SPACES TO REG-RELATORIO.
                MOVE "  VOLUME POR HORA 00-11:" TO REG-RELATORIO.
                MOVE 1 TO W-HORA.
                PERFORM UNTIL W-HORA > 12
                    MOVE W-AGE-HORA-QTDE (W-HORA) TO M-HORA-QTDE
                    MOVE M-HORA-QTDE TO REG-RELATORIO (20 + W-HORA * 5:4)
                    ADD 1 TO W-HORA
                END-PERFORM.
                WRITE REG-RELATORIO.
                MOVE SPACES TO REG-RELATORIO.
                MOVE "  VOLUME POR HORA 12-23:" TO REG-RELATORIO.
                PERFORM UNTIL W-HORA > 24
                    MOVE W-AGE-HORA-QTDE (W-HORA) TO M-HORA-QTDE
                    MOVE M-HORA-QTDE TO REG-RELATORIO (W-HORA * 5 - 40:4)
                    ADD 1 TO W-HORA
                END-PERFORM.
                WRITE REG-RELATORIO.
                ADD 2 TO W-QTDE-LINHAS-REL.

            IMPRIME-TOTAIS.
                MOVE SPACES TO REG-RELATORIO.
                WRITE REG-RELATORIO.
                MOVE W-TOT-VALOR TO M-VALOR.
                MOVE W-TOT-DIFERENCA TO M-DIFERENCA.
                MOVE SPACES TO REG-RELATORIO.
                STRING "TOTAL: " DELIMITED BY SIZE
                       W-TOT-MOVIMENTOS DELIMITED BY SIZE
                       " MOVIMENTOS, VALOR " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       W-TOT-ESTORNOS DELIMITED BY SIZE
                       " ESTORNOS, " DELIMITED BY SIZE
                       W-TOT-OVR-PEDIDOS DELIMITED BY SIZE
                       " OVERRIDES (" DELIMITED BY SIZE
                       W-TOT-OVR-NEGADOS DELIMITED BY SIZE
                       " NEGADOS)" DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                MOVE SPACES TO REG-RELATORIO.
                STRING "       " DELIMITED BY SIZE
                       W-TOT-REIMPRESSOES DELIMITED BY SIZE
                       " REIMPRESSOES, DIFERENCA DE CAIXA " DELIMITED BY SIZE
                       M-DIFERENCA DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                MOVE W-TAXA-ESTORNO-PARES TO M-TAXA.
                MOVE W-TAXA-OVERRIDE-PARES TO M-TAXA-2.
                MOVE W-FATOR-ALERTA TO M-FATOR.
                MOVE W-TOT-ALERTAS TO M-QTDE.
                MOVE SPACES TO REG-RELATORIO.
                STRING "MEDIA DOS PARES: ESTORNO " DELIMITED BY SIZE
                       M-TAXA DELIMITED BY SIZE
                       "% OVERRIDE " DELIMITED BY SIZE
                       M-TAXA-2 DELIMITED BY SIZE
                       "% FATOR DE ALERTA " DELIMITED BY SIZE
                       M-FATOR DELIMITED BY SIZE
                       " MINIMO DE MOVIMENTOS " DELIMITED BY SIZE
                       W-MINIMO-MOVIMENTOS DELIMITED BY SIZE
                       " OPERADORES EM ALERTA " DELIMITED BY SIZE
                       M-QTDE DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 4 TO W-QTDE-LINHAS-REL.

            CLOSE-FILES.
                CLOSE ARQ-BANCO.
                CLOSE ARQ-EXTRATO.
                CLOSE ARQ-RELATORIO.

           *> ANOTA NO DIARIO CENTRAL DE EXECUÇÔES (ARQ-JOBLOG.DAT) O
           *> INICIO ('I') E O FIM ('F') DESTA EXECUÇÂO; UM 'I' SEM 'F'
           *> CORRESPONDENTE DENUNCIA FIM ANORMAL
           GRAVA-JOBLOG.
                OPEN EXTEND ARQ-JOBLOG.
                IF ARQ-JLG-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-JOBLOG
                END-IF.
                MOVE "CONTA-PRODUTIVIDADE" TO JLG-JOB.
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
                MOVE "CONTA-PRODUTIVIDADE" TO CAT-JOB.
                MOVE WS-REL-FILENAME TO CAT-ARQUIVO.
                COMPUTE CAT-DATA = YEARS * 10000 + MONTHS * 100 + DAYS.
                MOVE W-QTDE-LINHAS-REL TO CAT-QTDE.
                WRITE REG-CATALOGO.
                CLOSE ARQ-CATALOGO.

       END PROGRAM CONTA-PRODUTIVIDADE.
