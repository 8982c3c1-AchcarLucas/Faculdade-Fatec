       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-ESPOLIO.

      *> RELATORIO DO ESPOLIO PARA O INVENTARIO: VARRE ARQ-OBITO.DAT
      *> (OBITOS REGISTRADOS NA OPÇÂO 45 DO CAIXA) E, PARA CADA CPF,
      *> IMPRIME UMA PAGINA COM TODAS AS CONTAS DO FALECIDO (PRIMEIRO
      *> TITULAR PELA CHAVE ALTERNATIVA, SEGUNDO TITULAR PELA
      *> VARREDURA), O SALDO NA DATA DO OBITO (SALDO ANTERIOR DO
      *> PRIMEIRO MOVIMENTO DATADO DEPOIS DELA NO EXTRATO; SEM
      *> MOVIMENTO POSTERIOR, O SALDO ATUAL) E O SALDO DE HOJE, OS
      *> BLOQUEIOS DE ESPOLIO, OS CDB ATIVOS (PRINCIPAL MAIS RENDIMENTO
      *> APROPRIADO), OS AGENDAMENTOS E DEBITOS AUTOMATICOS SUSPENSOS,
      *> OS CHEQUES SUSTADOS, OS CARTÔES BLOQUEADOS, OS EMPRESTIMOS COM
      *> COBRANÇA SUSPENSA E O SALDO DEVEDOR, TODO MOVIMENTO DO EXTRATO
      *> DATADO DEPOIS DO OBITO (O QUE O BATCH LANÇOU TAMBEM APARECE
      *> AQUI) E AS TENTATIVAS DE MOVIMENTO MARCADAS PELO CAIXA EM
      *> ARQ-OBITO-OCORRENCIA.DAT. SO LEITURA: NÂO MARCA A JANELA
      *> BATCH. RELATORIO DATADO CATALOGADO E REGISTRO NO JOBLOG; A
      *> LISTA E REFEITA INTEIRA A CADA EXECUÇÂO, SEM CHECKPOINT.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARQ-OBITO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS OBT-CPF
                       FILE STATUS ARQ-OBT-OK.

                   SELECT ARQ-BANCO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS COD-CONTA
                       ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
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

                   SELECT ARQ-BLOQUEIO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS BLQ-CHAVE
                       FILE STATUS ARQ-BLQ-OK.

                   SELECT ARQ-CDB ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CDB-CHAVE
                       FILE STATUS ARQ-CDB-OK.

                   SELECT ARQ-AGENDA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS AGD-CHAVE
                       FILE STATUS ARQ-AGD-OK.

                   SELECT ARQ-DEBAUT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS DAU-CHAVE
                       FILE STATUS ARQ-DAU-OK.

                   SELECT ARQ-CHEQUE ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CHQ-CHAVE
                       FILE STATUS ARQ-CHQ-OK.

                   SELECT ARQ-CARTAO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CRT-NUMERO
                       FILE STATUS ARQ-CRT-OK.

                   SELECT ARQ-EMPRESTIMO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS EMP-CHAVE
                       FILE STATUS ARQ-EMP-OK.

                   SELECT ARQ-OBITO-OCORRENCIA ASSIGN TO "ARQ-OBITO-OCORRENCIA.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-OCO-OK.

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
               FD ARQ-OBITO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-OBITO.DAT".

               COPY OBITO.

               FD ARQ-BANCO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-BANCO.DAT".

               COPY REGBANCO.

               FD ARQ-CLIENTE LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CLIENTE.DAT".

               COPY CLIENTE.

               FD ARQ-EXTRATO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EXTRATO.DAT".

               COPY EXTRATO.

               FD ARQ-BLOQUEIO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-BLOQUEIO.DAT".

               COPY BLOQUEIO.

               FD ARQ-CDB LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CDB.DAT".

               COPY CDB.

               FD ARQ-AGENDA LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-AGENDA.DAT".

               COPY AGENDA.

               FD ARQ-DEBAUT LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-DEBAUT.DAT".

               COPY DEBAUT.

               FD ARQ-CHEQUE LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CHEQUE.DAT".

               COPY CHEQUE.

               FD ARQ-CARTAO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CARTAO.DAT".

               COPY CARTAO.

               FD ARQ-EMPRESTIMO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EMPRESTIMO.DAT".

               COPY EMPREST.

               FD ARQ-OBITO-OCORRENCIA LABEL RECORDS STANDARD.

               COPY OBITOCOR.

               FD ARQ-IMPRESSAO LABEL RECORDS STANDARD.

               01  REG-IMPRESSAO               PIC X(110).

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

                01  REG-CHECK.
                    02  ARQ-OK              PIC 9(2).
                    02  ARQ-OBT-OK          PIC 9(2).
                    02  ARQ-CLI-OK          PIC 9(2).
                    02  ARQ-EXT-OK          PIC 9(2).
                    02  ARQ-BLQ-OK          PIC 9(2).
                    02  ARQ-CDB-OK          PIC 9(2).
                    02  ARQ-AGD-OK          PIC 9(2).
                    02  ARQ-DAU-OK          PIC 9(2).
                    02  ARQ-CHQ-OK          PIC 9(2).
                    02  ARQ-CRT-OK          PIC 9(2).
                    02  ARQ-EMP-OK          PIC 9(2).
                    02  ARQ-OCO-OK          PIC X(2).
                    02  ARQ-IMP-OK          PIC X(2).

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                    02 MONTHS           PIC 9(02).
                    02 DAYS             PIC 9(02).

                01 MASK-VARIABLES.
                    02  M-CPF               PIC 999.999.999.99.
                    02  M-VALOR             PIC ---.---.--9,99.
                    02  M-SALDO-ATUAL       PIC ---.---.--9,99.
                    02  M-TOTAL             PIC -.---.---.--9,99.

      *> CONTAS DO FALECIDO, COLETADAS NAS DUAS PASSADAS ANTES DE
      *> IMPRIMIR: AS SEÇÔES DE PRODUTOS NÂO RELEEM O ARQ-BANCO
                01 CONTAS-ESPOLIO.
                    02  W-MAX-CONTAS            PIC 99 VALUE 20.
                    02  W-QTDE-CONTAS           PIC 99 VALUE ZEROS.
                    02  WS-CONTA-TABELA OCCURS 20 TIMES INDEXED BY CT-IDX.
                        03  CT-COD-CONTA        PIC 9(7).
                        03  CT-COD-AGENCIA      PIC 9(4).
                        03  CT-SALDO            PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                        03  CT-CONJUNTA         PIC X(1).

                01 APURACAO-VARIABLES.
                    02  W-CPF-FALECIDO          PIC 9(11).
                    02  W-DT-OBITO              PIC 9(8).
                    02  W-SALDO-OBITO           PIC S9(8)V99.
                    02  W-TOT-SALDO-OBITO       PIC S9(10)V99.
                    02  W-TOT-SALDO-ATUAL       PIC S9(10)V99.
                    02  W-CDB-VALOR             PIC 9(10)V99.
                    02  W-EMP-SALDO-DEVEDOR     PIC 9(10)V99.
                    02  W-QTDE-ITENS            PIC 9(4).
                    02  W-QTDE-POSTERIORES      PIC 9(4).
                    02  W-QTDE-OCORRENCIAS      PIC 9(4).

                01 WS-CONTROLE.
                    02  WS-EOF                  PIC X(1) VALUE 'N'.
                        88  FIM-ARQUIVO         VALUE 'S'.
                    02  WS-EOF-OCO              PIC X(1) VALUE 'N'.
                        88  FIM-OCORRENCIAS     VALUE 'S'.
                    02  W-QTDE-PROCESSADA       PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-CONTAS-TOTAL     PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-LINHAS-REL       PIC 9(8) VALUE ZEROS.

       PROCEDURE DIVISION.

            INIT.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                STRING "ARQ-ESPOLIO-REL-" DELIMITED BY SIZE
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
                *> SEM O ARQUIVO DE OBITOS NINGUEM FOI REGISTRADO AINDA:
                *> O RELATORIO SAI SO COM A LINHA DE TOTAIS
                IF ARQ-OBT-OK EQUAL ZEROS
                    MOVE ZEROS TO OBT-CPF
                    START ARQ-OBITO KEY IS NOT LESS THAN OBT-CPF
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                    PERFORM PROCESSA-OBITOS UNTIL FIM-ARQUIVO
                END-IF.
                PERFORM IMPRIME-TOTAIS.
                PERFORM CLOSE-FILES.
                PERFORM GRAVA-CATALOGO.
                MOVE 'F' TO W-JLG-EVENTO.
                MOVE W-QTDE-PROCESSADA TO W-JLG-QTDE.
                PERFORM GRAVA-JOBLOG.
                DISPLAY "ESPOLIO CONCLUIDO. FALECIDOS: " W-QTDE-PROCESSADA
                    " CONTAS: " W-QTDE-CONTAS-TOTAL.
                STOP RUN.

            OPEN-FILES.
                OPEN INPUT ARQ-OBITO.
                OPEN INPUT ARQ-BANCO.
                OPEN INPUT ARQ-CLIENTE.
                OPEN INPUT ARQ-EXTRATO.
                OPEN INPUT ARQ-BLOQUEIO.
                OPEN INPUT ARQ-CDB.
                OPEN INPUT ARQ-AGENDA.
                OPEN INPUT ARQ-DEBAUT.
                OPEN INPUT ARQ-CHEQUE.
                OPEN INPUT ARQ-CARTAO.
                OPEN INPUT ARQ-EMPRESTIMO.
                OPEN OUTPUT ARQ-IMPRESSAO.

            PROCESSA-OBITOS.
                READ ARQ-OBITO NEXT RECORD
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        PERFORM GERA-PAGINA-ESPOLIO
                        ADD 1 TO W-QTDE-PROCESSADA
                END-READ.

           *> PAGINA DO FALECIDO: CABEÇALHO, CONTAS COM OS PRODUTOS DE
           *> CADA UMA, TOTAIS DO INVENTARIO E AS TENTATIVAS DE MOVIMENTO
           GERA-PAGINA-ESPOLIO.
                MOVE OBT-CPF TO W-CPF-FALECIDO.
                MOVE OBT-DT-OBITO TO W-DT-OBITO.
                MOVE ZEROS TO W-QTDE-CONTAS.
                MOVE ZEROS TO W-TOT-SALDO-OBITO.
                MOVE ZEROS TO W-TOT-SALDO-ATUAL.
                PERFORM GRAVA-CABECALHO.
                PERFORM LISTA-CONTAS-TITULAR.
                PERFORM LISTA-CONTAS-SEGUNDO-TITULAR.
                IF W-QTDE-CONTAS EQUAL ZEROS
                    MOVE SPACES TO REG-IMPRESSAO
                    MOVE "  NENHUMA CONTA ABERTA DO FALECIDO" TO REG-IMPRESSAO
                    PERFORM GRAVA-LINHA-IMPRESSAO
                ELSE
                    SET CT-IDX TO 1
                    PERFORM GRAVA-BLOCO-CONTA
                        UNTIL CT-IDX > W-QTDE-CONTAS
                    PERFORM GRAVA-TOTAIS-ESPOLIO
                END-IF.
                PERFORM LISTA-OCORRENCIAS.
                PERFORM GRAVA-QUEBRA-PAGINA.

           GRAVA-CABECALHO.
                MOVE SPACES TO CLI-NOME.
                MOVE W-CPF-FALECIDO TO CLI-CPF.
                READ ARQ-CLIENTE INVALID KEY CONTINUE END-READ.
                MOVE SPACES TO REG-IMPRESSAO.
                MOVE W-CPF-FALECIDO TO M-CPF.
                STRING "ESPOLIO - CPF " DELIMITED BY SIZE
                       M-CPF DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CLI-NOME DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.
                MOVE SPACES TO REG-IMPRESSAO.
                STRING "OBITO EM " DELIMITED BY SIZE
                       OBT-OBITO-DIA DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       OBT-OBITO-MES DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       OBT-OBITO-ANO DELIMITED BY SIZE
                       " CERTIDAO " DELIMITED BY SIZE
                       OBT-CERTIDAO DELIMITED BY SIZE
                       " REGISTRADO EM " DELIMITED BY SIZE
                       OBT-REGISTRO-DIA DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       OBT-REGISTRO-MES DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       OBT-REGISTRO-ANO DELIMITED BY SIZE
                       " OPERADOR " DELIMITED BY SIZE
                       OBT-OPERADOR DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.
                MOVE SPACES TO REG-IMPRESSAO.
                STRING "POSICAO EM " DELIMITED BY SIZE
                       DAYS DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       YEARS DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.

           *> PASSADA 1: CONTAS ONDE O CPF E O PRIMEIRO TITULAR, PELA
           *> CHAVE ALTERNATIVA. A CONTA ENCERRADA DEPOIS DO OBITO AINDA
           *> FAZ PARTE DO INVENTARIO, ENTÂO ENTRA TAMBEM
           LISTA-CONTAS-TITULAR.
                MOVE W-CPF-FALECIDO TO CPF.
                START ARQ-BANCO KEY IS EQUAL TO CPF
                    INVALID KEY MOVE 10 TO ARQ-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-OK
                END-START.
                PERFORM UNTIL ARQ-OK EQUAL 10
                    READ ARQ-BANCO NEXT RECORD
                        AT END MOVE 10 TO ARQ-OK
                        NOT AT END
                            IF CPF NOT EQUAL W-CPF-FALECIDO
                                MOVE 10 TO ARQ-OK
                            ELSE
                                IF NOT CONTA-FECHADA OR
                                   DT-ULT-MODIF > W-DT-OBITO
                                    PERFORM COLETA-CONTA
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

           *> PASSADA 2: CONTAS CONJUNTAS ONDE O CPF E O SEGUNDO
           *> TITULAR (SEM CHAVE ALTERNATIVA PARA CPF2, VARREDURA
           *> COMPLETA POR COD-CONTA)
           LISTA-CONTAS-SEGUNDO-TITULAR.
                MOVE ZEROS TO COD-CONTA.
                START ARQ-BANCO KEY IS NOT LESS THAN COD-CONTA
                    INVALID KEY MOVE 10 TO ARQ-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-OK
                END-START.
                PERFORM UNTIL ARQ-OK EQUAL 10
                    READ ARQ-BANCO NEXT RECORD
                        AT END MOVE 10 TO ARQ-OK
                        NOT AT END
                            IF CPF2 EQUAL W-CPF-FALECIDO AND
                               CPF NOT EQUAL W-CPF-FALECIDO AND
                               (NOT CONTA-FECHADA OR
                                DT-ULT-MODIF > W-DT-OBITO)
                                PERFORM COLETA-CONTA
                            END-IF
                    END-READ
                END-PERFORM.

           COLETA-CONTA.
                IF W-QTDE-CONTAS < W-MAX-CONTAS
                    ADD 1 TO W-QTDE-CONTAS
                    SET CT-IDX TO W-QTDE-CONTAS
                    MOVE COD-CONTA TO CT-COD-CONTA (CT-IDX)
                    MOVE COD-AGENCIA TO CT-COD-AGENCIA (CT-IDX)
                    MOVE W-SALDO TO CT-SALDO (CT-IDX)
                    IF CPF NOT EQUAL ZEROS AND CPF2 NOT EQUAL ZEROS
                        MOVE 'S' TO CT-CONJUNTA (CT-IDX)
                    ELSE
                        MOVE 'N' TO CT-CONJUNTA (CT-IDX)
                    END-IF
                    ADD 1 TO W-QTDE-CONTAS-TOTAL
                END-IF.

           *> UMA CONTA DO FALECIDO: LINHA DA CONTA COM OS DOIS SALDOS E
           *> EM SEGUIDA CADA PRODUTO AFETADO PELO OBITO
           GRAVA-BLOCO-CONTA.
                PERFORM CALCULA-SALDO-OBITO.
                ADD W-SALDO-OBITO TO W-TOT-SALDO-OBITO.
                ADD CT-SALDO (CT-IDX) TO W-TOT-SALDO-ATUAL.
                MOVE SPACES TO REG-IMPRESSAO.
                MOVE W-SALDO-OBITO TO M-VALOR.
                MOVE CT-SALDO (CT-IDX) TO M-SALDO-ATUAL.
                STRING "CONTA " DELIMITED BY SIZE
                       CT-COD-CONTA (CT-IDX) DELIMITED BY SIZE
                       " AG " DELIMITED BY SIZE
                       CT-COD-AGENCIA (CT-IDX) DELIMITED BY SIZE
                       " SALDO NO OBITO " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " SALDO ATUAL " DELIMITED BY SIZE
                       M-SALDO-ATUAL DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                IF CT-CONJUNTA (CT-IDX) EQUAL 'S'
                    MOVE "(CONJUNTA)" TO REG-IMPRESSAO (89:10)
                END-IF.
                PERFORM GRAVA-LINHA-IMPRESSAO.
                PERFORM LISTA-BLOQUEIOS.
                PERFORM LISTA-CDB.
                PERFORM LISTA-AGENDAMENTOS.
                PERFORM LISTA-DEBAUT.
                PERFORM LISTA-CHEQUES.
                PERFORM LISTA-CARTOES.
                PERFORM LISTA-EMPRESTIMOS.
                PERFORM LISTA-MOVIMENTOS-POSTERIORES.
                SET CT-IDX UP BY 1.

           *> SALDO NA DATA DO OBITO: O SALDO ANTERIOR DO PRIMEIRO
           *> MOVIMENTO DATADO DEPOIS DO OBITO; SEM MOVIMENTO POSTERIOR,
           *> O SALDO ATUAL DA CONTA
           CALCULA-SALDO-OBITO.
                MOVE CT-SALDO (CT-IDX) TO W-SALDO-OBITO.
                MOVE CT-COD-CONTA (CT-IDX) TO EXT-COD-CONTA.
                MOVE ZEROS TO EXT-SEQUENCIA.
                START ARQ-EXTRATO KEY IS NOT LESS THAN EXT-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-EXT-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-EXT-OK
                END-START.
                PERFORM UNTIL ARQ-EXT-OK EQUAL 10
                    READ ARQ-EXTRATO NEXT RECORD
                        AT END MOVE 10 TO ARQ-EXT-OK
                        NOT AT END
                            IF EXT-COD-CONTA NOT EQUAL CT-COD-CONTA (CT-IDX)
                                MOVE 10 TO ARQ-EXT-OK
                            ELSE
                                IF EXT-DATA > W-DT-OBITO
                                    MOVE EXT-SALDO-ANTERIOR TO W-SALDO-OBITO
                                    MOVE 10 TO ARQ-EXT-OK
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

           *> BLOQUEIOS DE ESPOLIO DA CONTA; O DE VALOR MAXIMO E O
           *> BLOQUEIO TOTAL DA CONTA DE TITULAR UNICO
           LISTA-BLOQUEIOS.
                MOVE CT-COD-CONTA (CT-IDX) TO BLQ-COD-CONTA.
                MOVE ZEROS TO BLQ-SEQUENCIA.
                START ARQ-BLOQUEIO KEY IS NOT LESS THAN BLQ-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-BLQ-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-BLQ-OK
                END-START.
                PERFORM UNTIL ARQ-BLQ-OK EQUAL 10
                    READ ARQ-BLOQUEIO NEXT RECORD
                        AT END MOVE 10 TO ARQ-BLQ-OK
                        NOT AT END
                            IF BLQ-COD-CONTA NOT EQUAL CT-COD-CONTA (CT-IDX)
                                MOVE 10 TO ARQ-BLQ-OK
                            ELSE
                                IF BLQ-ESPOLIO
                                    PERFORM GRAVA-LINHA-BLOQUEIO
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

           GRAVA-LINHA-BLOQUEIO.
                MOVE SPACES TO REG-IMPRESSAO.
                MOVE BLQ-VALOR TO M-VALOR.
                STRING "  BLOQUEIO ESPOLIO SEQ " DELIMITED BY SIZE
                       BLQ-SEQUENCIA DELIMITED BY SIZE
                       " VALOR " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " STATUS " DELIMITED BY SIZE
                       BLQ-STATUS DELIMITED BY SIZE
                       " EM " DELIMITED BY SIZE
                       BLQ-DATA-DIA DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       BLQ-DATA-MES DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       BLQ-DATA-ANO DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                IF BLQ-VALOR EQUAL 99999999,99
                    MOVE "(TOTAL)" TO REG-IMPRESSAO (89:7)
                END-IF.
                PERFORM GRAVA-LINHA-IMPRESSAO.

           *> APLICAÇÔES ATIVAS: PRINCIPAL MAIS O RENDIMENTO JA
           *> APROPRIADO (O IR SO E RETIDO NO RESGATE)
           LISTA-CDB.
                MOVE CT-COD-CONTA (CT-IDX) TO CDB-COD-CONTA.
                MOVE ZEROS TO CDB-SEQUENCIA.
                START ARQ-CDB KEY IS NOT LESS THAN CDB-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-CDB-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-CDB-OK
                END-START.
                PERFORM UNTIL ARQ-CDB-OK EQUAL 10
                    READ ARQ-CDB NEXT RECORD
                        AT END MOVE 10 TO ARQ-CDB-OK
                        NOT AT END
                            IF CDB-COD-CONTA NOT EQUAL CT-COD-CONTA (CT-IDX)
                                MOVE 10 TO ARQ-CDB-OK
                            ELSE
                                IF CDB-ATIVO
                                    PERFORM GRAVA-LINHA-CDB
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

           GRAVA-LINHA-CDB.
                COMPUTE W-CDB-VALOR = CDB-PRINCIPAL + CDB-RENDIMENTO-ACUM.
                MOVE SPACES TO REG-IMPRESSAO.
                MOVE CDB-PRINCIPAL TO M-VALOR.
                MOVE W-CDB-VALOR TO M-TOTAL.
                STRING "  CDB SEQ " DELIMITED BY SIZE
                       CDB-SEQUENCIA DELIMITED BY SIZE
                       " PRINCIPAL " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " COM RENDIMENTO " DELIMITED BY SIZE
                       M-TOTAL DELIMITED BY SIZE
                       " VENCE " DELIMITED BY SIZE
                       CDB-VENC-DIA DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       CDB-VENC-MES DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       CDB-VENC-ANO DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.

           LISTA-AGENDAMENTOS.
                MOVE CT-COD-CONTA (CT-IDX) TO AGD-COD-CONTA.
                MOVE ZEROS TO AGD-SEQUENCIA.
                START ARQ-AGENDA KEY IS NOT LESS THAN AGD-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-AGD-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-AGD-OK
                END-START.
                PERFORM UNTIL ARQ-AGD-OK EQUAL 10
                    READ ARQ-AGENDA NEXT RECORD
                        AT END MOVE 10 TO ARQ-AGD-OK
                        NOT AT END
                            IF AGD-COD-CONTA NOT EQUAL CT-COD-CONTA (CT-IDX)
                                MOVE 10 TO ARQ-AGD-OK
                            ELSE
                                IF AGD-SUSPENSO
                                    PERFORM GRAVA-LINHA-AGENDAMENTO
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

           GRAVA-LINHA-AGENDAMENTO.
                MOVE SPACES TO REG-IMPRESSAO.
                MOVE AGD-VALOR TO M-VALOR.
                STRING "  AGENDAMENTO SUSPENSO DIA " DELIMITED BY SIZE
                       AGD-DIA DELIMITED BY SIZE
                       " VALOR " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " DESTINO " DELIMITED BY SIZE
                       AGD-CONTA-DESTINO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AGD-DESCRICAO DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.

           *> AUTORIZAÇÔES DE DEBITO AUTOMATICO NÂO TEM CHAVE POR CONTA:
           *> VARREDURA COMPLETA DO CADASTRO
           LISTA-DEBAUT.
                MOVE LOW-VALUES TO DAU-CHAVE.
                START ARQ-DEBAUT KEY IS NOT LESS THAN DAU-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-DAU-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-DAU-OK
                END-START.
                PERFORM UNTIL ARQ-DAU-OK EQUAL 10
                    READ ARQ-DEBAUT NEXT RECORD
                        AT END MOVE 10 TO ARQ-DAU-OK
                        NOT AT END
                            IF DAU-COD-CONTA EQUAL CT-COD-CONTA (CT-IDX)
                               AND DAU-SUSPENSA
                                PERFORM GRAVA-LINHA-DEBAUT
                            END-IF
                    END-READ
                END-PERFORM.

           GRAVA-LINHA-DEBAUT.
                MOVE SPACES TO REG-IMPRESSAO.
                MOVE DAU-VALOR-MAXIMO TO M-VALOR.
                STRING "  DEBITO AUTOMATICO SUSPENSO EMPRESA " DELIMITED BY SIZE
                       DAU-EMPRESA DELIMITED BY SIZE
                       " CONTRATO " DELIMITED BY SIZE
                       DAU-CONTRATO DELIMITED BY SIZE
                       " TETO " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.

           LISTA-CHEQUES.
                MOVE CT-COD-CONTA (CT-IDX) TO CHQ-COD-CONTA.
                MOVE ZEROS TO CHQ-NUMERO.
                START ARQ-CHEQUE KEY IS NOT LESS THAN CHQ-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-CHQ-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-CHQ-OK
                END-START.
                PERFORM UNTIL ARQ-CHQ-OK EQUAL 10
                    READ ARQ-CHEQUE NEXT RECORD
                        AT END MOVE 10 TO ARQ-CHQ-OK
                        NOT AT END
                            IF CHQ-COD-CONTA NOT EQUAL CT-COD-CONTA (CT-IDX)
                                MOVE 10 TO ARQ-CHQ-OK
                            ELSE
                                IF CHQ-SUSTADO
                                    PERFORM GRAVA-LINHA-CHEQUE
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

           GRAVA-LINHA-CHEQUE.
                MOVE SPACES TO REG-IMPRESSAO.
                STRING "  CHEQUE SUSTADO NUMERO " DELIMITED BY SIZE
                       CHQ-NUMERO DELIMITED BY SIZE
                       " EMITIDO EM " DELIMITED BY SIZE
                       CHQ-EMISSAO-DIA DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       CHQ-EMISSAO-MES DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       CHQ-EMISSAO-ANO DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.

           *> O CADASTRO E PELO NUMERO DO CARTÂO: VARREDURA COMPLETA
           LISTA-CARTOES.
                MOVE ZEROS TO CRT-NUMERO.
                START ARQ-CARTAO KEY IS NOT LESS THAN CRT-NUMERO
                    INVALID KEY MOVE 10 TO ARQ-CRT-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-CRT-OK
                END-START.
                PERFORM UNTIL ARQ-CRT-OK EQUAL 10
                    READ ARQ-CARTAO NEXT RECORD
                        AT END MOVE 10 TO ARQ-CRT-OK
                        NOT AT END
                            IF CRT-COD-CONTA EQUAL CT-COD-CONTA (CT-IDX)
                               AND CRT-BLOQUEADO
                                PERFORM GRAVA-LINHA-CARTAO
                            END-IF
                    END-READ
                END-PERFORM.

           GRAVA-LINHA-CARTAO.
                MOVE SPACES TO REG-IMPRESSAO.
                STRING "  CARTAO BLOQUEADO " DELIMITED BY SIZE
                       CRT-NUMERO DELIMITED BY SIZE
                       " EM " DELIMITED BY SIZE
                       CRT-STATUS-DIA DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       CRT-STATUS-MES DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       CRT-STATUS-ANO DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.

           *> EMPRESTIMOS COM A COBRANÇA SUSPENSA E O SALDO DEVEDOR
           *> (PARCELAS AINDA NÂO PAGAS PELO VALOR DA PARCELA)
           LISTA-EMPRESTIMOS.
                MOVE CT-COD-CONTA (CT-IDX) TO EMP-COD-CONTA.
                MOVE ZEROS TO EMP-SEQUENCIA.
                START ARQ-EMPRESTIMO KEY IS NOT LESS THAN EMP-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-EMP-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-EMP-OK
                END-START.
                PERFORM UNTIL ARQ-EMP-OK EQUAL 10
                    READ ARQ-EMPRESTIMO NEXT RECORD
                        AT END MOVE 10 TO ARQ-EMP-OK
                        NOT AT END
                            IF EMP-COD-CONTA NOT EQUAL CT-COD-CONTA (CT-IDX)
                                MOVE 10 TO ARQ-EMP-OK
                            ELSE
                                IF EMP-SUSPENSO
                                    PERFORM GRAVA-LINHA-EMPRESTIMO
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

           GRAVA-LINHA-EMPRESTIMO.
                COMPUTE W-EMP-SALDO-DEVEDOR =
                    (EMP-QTDE-PARCELAS - EMP-PARCELAS-PAGAS) * EMP-VALOR-PARCELA.
                MOVE SPACES TO REG-IMPRESSAO.
                MOVE EMP-VALOR-PARCELA TO M-VALOR.
                MOVE W-EMP-SALDO-DEVEDOR TO M-TOTAL.
                STRING "  EMPRESTIMO SUSPENSO SEQ " DELIMITED BY SIZE
                       EMP-SEQUENCIA DELIMITED BY SIZE
                       " PAGAS " DELIMITED BY SIZE
                       EMP-PARCELAS-PAGAS DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       EMP-QTDE-PARCELAS DELIMITED BY SIZE
                       " PARCELA " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " SALDO DEVEDOR " DELIMITED BY SIZE
                       M-TOTAL DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.

           *> TODO LANÇAMENTO DATADO DEPOIS DO OBITO, DO CAIXA OU DOS
           *> JOBS, FICA MARCADO PARA O INVENTARIANTE CONFERIR
           LISTA-MOVIMENTOS-POSTERIORES.
                MOVE ZEROS TO W-QTDE-POSTERIORES.
                MOVE CT-COD-CONTA (CT-IDX) TO EXT-COD-CONTA.
                MOVE ZEROS TO EXT-SEQUENCIA.
                START ARQ-EXTRATO KEY IS NOT LESS THAN EXT-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-EXT-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-EXT-OK
                END-START.
                PERFORM UNTIL ARQ-EXT-OK EQUAL 10
                    READ ARQ-EXTRATO NEXT RECORD
                        AT END MOVE 10 TO ARQ-EXT-OK
                        NOT AT END
                            IF EXT-COD-CONTA NOT EQUAL CT-COD-CONTA (CT-IDX)
                                MOVE 10 TO ARQ-EXT-OK
                            ELSE
                                IF EXT-DATA > W-DT-OBITO
                                    ADD 1 TO W-QTDE-POSTERIORES
                                    PERFORM GRAVA-LINHA-MOVIMENTO
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

           GRAVA-LINHA-MOVIMENTO.
                MOVE SPACES TO REG-IMPRESSAO.
                MOVE EXT-VALOR TO M-VALOR.
                STRING "  MOVIMENTO APOS O OBITO " DELIMITED BY SIZE
                       EXT-DATA-DIA DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       EXT-DATA-MES DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       EXT-DATA-ANO DELIMITED BY SIZE
                       " TIPO " DELIMITED BY SIZE
                       EXT-TIPO DELIMITED BY SIZE
                       " VALOR " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " OPERADOR " DELIMITED BY SIZE
                       EXT-OPERADOR DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EXT-DESCRICAO DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.

           GRAVA-TOTAIS-ESPOLIO.
                MOVE SPACES TO REG-IMPRESSAO.
                MOVE W-TOT-SALDO-OBITO TO M-TOTAL.
                MOVE W-TOT-SALDO-ATUAL TO M-VALOR.
                STRING "TOTAL NO OBITO " DELIMITED BY SIZE
                       M-TOTAL DELIMITED BY SIZE
                       " ATUAL " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " (CONJUNTAS PELO SALDO INTEIRO;" DELIMITED BY SIZE
                       " A COTA E O BLOQUEIO)" DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.

           *> TENTATIVAS DE MOVIMENTO REGISTRADAS PELO CAIXA DEPOIS DO
           *> OBITO; O DIARIO E SEQUENCIAL, RELIDO DO INICIO PARA CADA CPF
           LISTA-OCORRENCIAS.
                MOVE ZEROS TO W-QTDE-OCORRENCIAS.
                MOVE 'N' TO WS-EOF-OCO.
                OPEN INPUT ARQ-OBITO-OCORRENCIA.
                IF ARQ-OCO-OK EQUAL "00"
                    PERFORM UNTIL FIM-OCORRENCIAS
                        READ ARQ-OBITO-OCORRENCIA
                            AT END MOVE 'S' TO WS-EOF-OCO
                            NOT AT END
                                IF OCO-CPF EQUAL W-CPF-FALECIDO
                                    ADD 1 TO W-QTDE-OCORRENCIAS
                                    PERFORM GRAVA-LINHA-OCORRENCIA
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-OBITO-OCORRENCIA
                END-IF.
                IF W-QTDE-OCORRENCIAS EQUAL ZEROS
                    MOVE SPACES TO REG-IMPRESSAO
                    MOVE "SEM TENTATIVAS DE MOVIMENTO NO CAIXA APOS O OBITO" TO REG-IMPRESSAO
                    PERFORM GRAVA-LINHA-IMPRESSAO
                END-IF.

           GRAVA-LINHA-OCORRENCIA.
                MOVE SPACES TO REG-IMPRESSAO.
                MOVE OCO-VALOR TO M-VALOR.
                STRING "TENTATIVA APOS O OBITO " DELIMITED BY SIZE
                       OCO-DATA-DIA DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       OCO-DATA-MES DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       OCO-DATA-ANO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       OCO-HORA-HH DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       OCO-HORA-MM DELIMITED BY SIZE
                       " CONTA " DELIMITED BY SIZE
                       OCO-COD-CONTA DELIMITED BY SIZE
                       " TIPO " DELIMITED BY SIZE
                       OCO-TIPO DELIMITED BY SIZE
                       " VALOR " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " OPERADOR " DELIMITED BY SIZE
                       OCO-OPERADOR DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.

           IMPRIME-TOTAIS.
                MOVE SPACES TO REG-IMPRESSAO.
                STRING "TOTAL: " DELIMITED BY SIZE
                       W-QTDE-PROCESSADA DELIMITED BY SIZE
                       " FALECIDOS, " DELIMITED BY SIZE
                       W-QTDE-CONTAS-TOTAL DELIMITED BY SIZE
                       " CONTAS EM ESPOLIO" DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.

           GRAVA-QUEBRA-PAGINA.
                *> QUEBRA DE PAGINA ENTRE UM FALECIDO E O SEGUINTE (FF PARA A IMPRESSORA)
                MOVE SPACES TO REG-IMPRESSAO.
                MOVE X"0C" TO REG-IMPRESSAO (1:1).
                PERFORM GRAVA-LINHA-IMPRESSAO.

           GRAVA-LINHA-IMPRESSAO.
                WRITE REG-IMPRESSAO.
                ADD 1 TO W-QTDE-LINHAS-REL.

            CLOSE-FILES.
                IF ARQ-OBT-OK EQUAL ZEROS OR ARQ-OBT-OK EQUAL 10
                    CLOSE ARQ-OBITO
                END-IF.
                CLOSE ARQ-BANCO.
                CLOSE ARQ-CLIENTE.
                CLOSE ARQ-EXTRATO.
                CLOSE ARQ-BLOQUEIO.
                CLOSE ARQ-CDB.
                CLOSE ARQ-AGENDA.
                CLOSE ARQ-DEBAUT.
                CLOSE ARQ-CHEQUE.
                CLOSE ARQ-CARTAO.
                CLOSE ARQ-EMPRESTIMO.
                CLOSE ARQ-IMPRESSAO.

           *> ANOTA NO DIARIO CENTRAL DE EXECUÇÔES (ARQ-JOBLOG.DAT) O
           *> INICIO ('I') E O FIM ('F') DESTA EXECUÇÂO; UM 'I' SEM 'F'
           *> CORRESPONDENTE DENUNCIA FIM ANORMAL
           GRAVA-JOBLOG.
                OPEN EXTEND ARQ-JOBLOG.
                IF ARQ-JLG-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-JOBLOG
                END-IF.
                MOVE "CONTA-ESPOLIO" TO JLG-JOB.
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
                MOVE "CONTA-ESPOLIO" TO CAT-JOB.
                MOVE WS-REL-FILENAME TO CAT-ARQUIVO.
                COMPUTE CAT-DATA = YEARS * 10000 + MONTHS * 100 + DAYS.
                MOVE W-QTDE-LINHAS-REL TO CAT-QTDE.
                WRITE REG-CATALOGO.
                CLOSE ARQ-CATALOGO.

       END PROGRAM CONTA-ESPOLIO.
