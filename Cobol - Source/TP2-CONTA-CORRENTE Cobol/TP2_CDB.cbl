       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-CDB.

      *> JOB NOTURNO DAS APLICAÇÔES EM CDB (ARQ-CDB.DAT): SO RODA EM
      *> DIA UTIL DO CALENDARIO BANCARIO (ARQ-FERIADOS.DAT). PARA CADA
      *> APLICAÇÂO ATIVA APROPRIA O RENDIMENTO DOS DIAS UTEIS DESDE A
      *> ULTIMA APROPRIAÇÂO ATE HOJE (OU ATE O VENCIMENTO), PELA TAXA
      *> ANUAL NA BASE DE 252 DIAS UTEIS E CAPITALIZADO. VENCIDA (O
      *> VENCIMENTO EM DIA NÂO UTIL CAI NO DIA UTIL SEGUINTE), A
      *> APLICAÇÂO E RESGATADA: O IR DA TABELA REGRESSIVA
      *> (ARQ-IR-CDB-PARAM.DAT, PELOS DIAS CORRIDOS DESDE A APLICAÇÂO)
      *> E RETIDO SOBRE O RENDIMENTO E O LIQUIDO E CREDITADO NA CONTA
      *> ('RC' NO EXTRATO). A DATA DA ULTIMA APROPRIAÇÂO E O STATUS DA
      *> APLICAÇÂO TORNAM O RESTART IDEMPOTENTE; O RESTART NO MESMO DIA
      *> RETOMA DA CONTA DO ULTIMO CHECKPOINT. CADA RESGATE RODA DENTRO
      *> DE UMA INTENÇÂO 'RC' DO OPERADOR 0000 NO DIARIO DO CAIXA
      *> (ARQ-INTENCAO.DAT): A APLICAÇÂO E REGRAVADA COMO RESGATADA
      *> ANTES DO CREDITO, E UMA QUEDA NO MEIO DEIXA A INTENÇÂO PARA O
      *> CONTA-RECUPERA COMPLETAR O CREDITO OU REATIVAR A APLICAÇÂO.
      *> COM INTENÇÂO DO JOB AINDA PENDENTE O JOB NÂO RODA (SAI SEM O
      *> 'F' NO JOBLOG): EXECUTAR O CONTA-RECUPERA E RERODAR. O
      *> RELATORIO LISTA OS RESGATES, AS EXCEÇÔES E OS TOTAIS DO DIA.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARQ-CDB ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CDB-CHAVE
                       FILE STATUS ARQ-CDB-OK.

                   SELECT ARQ-INTENCAO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS INT-CHAVE
                       FILE STATUS ARQ-INT-OK.

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

                   SELECT ARQ-MOVDIA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS MVD-CHAVE
                       FILE STATUS ARQ-MVD-OK.

                   SELECT ARQ-FERIADOS ASSIGN TO "ARQ-FERIADOS.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-FER-OK.

                   SELECT ARQ-IR-CDB-PARAM ASSIGN TO "ARQ-IR-CDB-PARAM.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-PIR-OK.

                   SELECT ARQ-RELATORIO ASSIGN TO WS-REL-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-REL-OK.

                   SELECT ARQ-CHECKPOINT ASSIGN TO "CKPT_CDB.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-CKPT-OK.

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
               FD ARQ-CDB LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CDB.DAT".

               COPY CDB.

               FD ARQ-INTENCAO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-INTENCAO.DAT".

               COPY INTENCAO.

               FD ARQ-BANCO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-BANCO.DAT".

               COPY REGBANCO.

               FD ARQ-EXTRATO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EXTRATO.DAT".

               COPY EXTRATO.

               FD ARQ-MOVDIA LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-MOVDIA.DAT".

               COPY MOVDIA.

               FD ARQ-FERIADOS LABEL RECORDS STANDARD.

               01  REG-FERIADO.
                   02  FER-DATA            PIC 9(8).

      *> TABELA REGRESSIVA DE IR MANTIDA PELA TELA DE PARAMETROS: PRAZO
      *> EM DIAS CORRIDOS ATE O QUAL A ALIQUOTA VALE, UMA FAIXA POR LINHA
               FD ARQ-IR-CDB-PARAM LABEL RECORDS STANDARD.

               01  REG-IR-CDB.
                   02  IRC-DIAS-ATE        PIC 9(4).
                   02  IRC-ALIQUOTA        PIC 9(2)V9(2).

               FD ARQ-RELATORIO LABEL RECORDS STANDARD.

               01  REG-RELATORIO               PIC X(120).

               FD ARQ-CHECKPOINT LABEL RECORDS STANDARD.

               COPY CHECKPT.

               FD ARQ-SISTEMA LABEL RECORDS STANDARD.

               COPY SISTEMA.

               FD ARQ-JOBLOG LABEL RECORDS STANDARD.

               COPY JOBLOG.

               FD ARQ-CATALOGO LABEL RECORDS STANDARD.

               COPY CATALOGO.

       WORKING-STORAGE SECTION.

                01  ARQ-CAT-OK              PIC X(2).

                01  WS-REL-FILENAME         PIC X(40).
                01  W-QTDE-LINHAS-REL       PIC 9(8) VALUE ZEROS.

                01  ARQ-SYS-OK              PIC X(2).
                01  ARQ-JLG-OK              PIC X(2).

                01 JOBLOG-VARIABLES.
                    02  W-JLG-TIME          PIC 9(8).
                    02  W-JLG-EVENTO        PIC X(1).
                    02  W-JLG-QTDE          PIC 9(8).
                    02  W-JLG-CKPT          PIC X(1).

                01  REG-CHECK.
                    02  ARQ-CDB-OK          PIC 9(2).
                    02  ARQ-OK              PIC 9(2).
                    02  ARQ-EXT-OK          PIC X(2).
                    02  ARQ-MVD-OK          PIC 9(2).
                    02  ARQ-FER-OK          PIC X(2).
                    02  ARQ-PIR-OK          PIC X(2).
                    02  ARQ-REL-OK          PIC X(2).
                    02  ARQ-CKPT-OK         PIC X(2).
                    02  ARQ-INT-OK          PIC X(2).

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                    02 MONTHS           PIC 9(02).
                    02 DAYS             PIC 9(02).

                01 TIME-NOW.
                    02 HOURS            PIC 9(02).
                    02 MINUTES          PIC 9(02).
                    02 SECONDS          PIC 9(02).
                    02 CENTI-SECS       PIC 9(02).

                01 MASK-VARIABLES.
                    02  M-VALOR             PIC ---.---.--9,99.
                    02  M-VALOR2            PIC ---.---.--9,99.
                    02  M-VALOR3            PIC ---.---.--9,99.

                COPY FERIADOS.

                01 APROPRIACAO-VARIABLES.
                    02  W-DATA-HOJE-NUM         PIC 9(8).
                    02  W-APROP-NUM             PIC 9(8).
                    02  W-VENC-NUM              PIC 9(8).
                    02  W-APLIC-NUM             PIC 9(8).
                    *> FIM DA APROPRIAÇÂO DESTA EXECUÇÂO: HOJE, OU O
                    *> VENCIMENTO QUANDO ELE JA PASSOU
                    02  W-FIM-APROP             PIC 9(8).
                    02  W-DIAS-UTEIS-APROP      PIC 9(5).
                    02  W-RENDIMENTO-ANTES      PIC 9(8)V99.
                    02  W-DIAS-APLICADO         PIC 9(5).
                    02  W-ALIQUOTA              PIC 9(2)V9(2).
                    02  W-IR                    PIC 9(8)V99.
                    02  W-LIQUIDO               PIC 9(8)V99.
                    02  W-MOTIVO-FALHA          PIC X(30).
                    *> INTENÇÂO DO RESGATE EM CURSO NO DIARIO DO CAIXA
                    02  W-INT-SEQ               PIC 9(6).
                    02  W-INT-PENDENTE          PIC X(1) VALUE 'N'.
                        88  TEM-INTENCAO-PENDENTE VALUE 'S'.

                *> TABELA REGRESSIVA DE IR; SEM O ARQUIVO VALE A PADRÂO
                01 IR-VARIABLES.
                    02  W-IRC-QTDE              PIC 9(2).
                    02  W-IRC-IDX               PIC 9(2).
                    02  W-IRC-FAIXA OCCURS 10 TIMES.
                        03  W-IRC-DIAS-ATE      PIC 9(4).
                        03  W-IRC-ALIQUOTA      PIC 9(2)V9(2).

                01 TRANSACAO-VARIABLES.
                    02  W-EXT-SEQ                    PIC 9(6).
                    02  W-EXT-TIPO-ATUAL             PIC X(02).
                    *> VALOR E SALDO-ANTERIOR DO MOVIMENTO EM GRAVAÇÂO,
                    *> PRESERVADOS DA VARREDURA DE CHAVE DUPLICADA
                    02  W-EXT-VALOR-MOV              PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-EXT-SALDO-ANT-MOV          PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.

                01 WS-CONTROLE.
                    02  WS-EOF                  PIC X(1) VALUE 'N'.
                        88  FIM-ARQUIVO         VALUE 'S'.
                    02  W-CHECKPOINT-INTERVALO  PIC 9(4) VALUE 100.
                    02  W-QTDE-PROCESSADA       PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-APROPRIADAS      PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-RESGATADAS       PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-FALHAS           PIC 9(8) VALUE ZEROS.
                    02  W-TOTAL-APROPRIADO      PIC 9(12)V99 VALUE ZEROS.
                    02  W-TOTAL-IR              PIC 9(12)V99 VALUE ZEROS.
                    02  W-TOTAL-CREDITADO       PIC 9(12)V99 VALUE ZEROS.
                    02  WS-CONTINUACAO          PIC X(1) VALUE 'N'.
                        88  RETOMA-MESMO-DIA    VALUE 'S'.
                    02  W-CKPT-COD-CONTA        PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.

            INIT.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                STRING "ARQ-CDB-REL-" DELIMITED BY SIZE
                       YEARS  DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       DAYS   DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                    INTO WS-REL-FILENAME.
                COMPUTE W-DATA-HOJE-NUM = YEARS * 10000 + MONTHS * 100 + DAYS.
                PERFORM CARREGA-FERIADOS.
                *> O RENDIMENTO SO CORRE EM DIA UTIL; FIM DE SEMANA E
                *> FERIADO ENTRAM NA APROPRIAÇÂO DO PROXIMO DIA UTIL
                MOVE W-DATA-HOJE-NUM TO W-DUT-DATA-NUM.
                PERFORM VERIFICA-DIA-UTIL.
                IF NOT DIA-UTIL
                    DISPLAY "DIA NAO UTIL, NADA A APROPRIAR"
                    STOP RUN
                END-IF.
                PERFORM CARREGA-TABELA-IR.
                PERFORM LE-CHECKPOINT.
                MOVE 'I' TO W-JLG-EVENTO.
                MOVE ZEROS TO W-JLG-QTDE.
                MOVE 'N' TO W-JLG-CKPT.
                PERFORM GRAVA-JOBLOG.
                PERFORM OPEN-FILES.
                PERFORM VERIFICA-INTENCAO-PENDENTE.
                IF TEM-INTENCAO-PENDENTE
                    DISPLAY "RESGATE DE CDB PENDENTE NO DIARIO DE INTENCOES,"
                            " EXECUTAR CONTA-RECUPERA E RERODAR"
                    PERFORM CLOSE-FILES
                    STOP RUN
                END-IF.
                PERFORM MARCA-JANELA-BATCH.
                PERFORM PROCESSA-APLICACOES UNTIL FIM-ARQUIVO.
                PERFORM GRAVA-CHECKPOINT.
                PERFORM GRAVA-TOTAIS.
                PERFORM LIBERA-JANELA-BATCH.
                PERFORM CLOSE-FILES.
                PERFORM GRAVA-CATALOGO.
                MOVE 'F' TO W-JLG-EVENTO.
                MOVE W-QTDE-PROCESSADA TO W-JLG-QTDE.
                IF RETOMA-MESMO-DIA
                    MOVE 'S' TO W-JLG-CKPT
                END-IF.
                PERFORM GRAVA-JOBLOG.
                DISPLAY "CDB CONCLUIDO. APROPRIADAS: " W-QTDE-APROPRIADAS
                        " RESGATADAS: " W-QTDE-RESGATADAS
                        " FALHAS: " W-QTDE-FALHAS.
                STOP RUN.

           *> CARREGA OS FERIADOS DO CALENDARIO BANCARIO; SEM O ARQUIVO,
           *> SO FINS DE SEMANA CONTAM COMO NÂO UTEIS
           CARREGA-FERIADOS.
                MOVE ZEROS TO W-QTDE-FERIADOS.
                OPEN INPUT ARQ-FERIADOS.
                IF ARQ-FER-OK EQUAL "00"
                    PERFORM UNTIL ARQ-FER-OK EQUAL "10" OR
                                  W-QTDE-FERIADOS EQUAL W-MAX-FERIADOS
                        READ ARQ-FERIADOS
                            AT END MOVE "10" TO ARQ-FER-OK
                            NOT AT END
                                ADD 1 TO W-QTDE-FERIADOS
                                MOVE FER-DATA TO W-FERIADO-DATA (W-QTDE-FERIADOS)
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-FERIADOS
                END-IF.

           VERIFICA-DIA-UTIL.
                MOVE 'S' TO W-DUT-EH-UTIL.
                COMPUTE W-DUT-DIAS = FUNCTION INTEGER-OF-DATE(W-DUT-DATA-NUM).
                COMPUTE W-DUT-DIA-SEMANA = FUNCTION MOD(W-DUT-DIAS, 7).
                IF W-DUT-DIA-SEMANA EQUAL 6 OR W-DUT-DIA-SEMANA EQUAL 0
                    MOVE 'N' TO W-DUT-EH-UTIL
                END-IF.
                MOVE 1 TO W-IDX-FERIADO.
                PERFORM TESTA-FERIADO UNTIL W-IDX-FERIADO > W-QTDE-FERIADOS.

           TESTA-FERIADO.
                IF W-FERIADO-DATA (W-IDX-FERIADO) EQUAL W-DUT-DATA-NUM
                    MOVE 'N' TO W-DUT-EH-UTIL
                END-IF.
                ADD 1 TO W-IDX-FERIADO.

           *> A TABELA DE IR VIVE NO ARQUIVO DE PARAMETRO, NÂO NO CODIGO;
           *> SEM O ARQUIVO, VALE A TABELA REGRESSIVA PADRÂO
           CARREGA-TABELA-IR.
                MOVE ZEROS TO W-IRC-QTDE.
                OPEN INPUT ARQ-IR-CDB-PARAM.
                IF ARQ-PIR-OK EQUAL "00"
                    PERFORM UNTIL ARQ-PIR-OK EQUAL "10" OR W-IRC-QTDE EQUAL 10
                        READ ARQ-IR-CDB-PARAM
                            AT END MOVE "10" TO ARQ-PIR-OK
                            NOT AT END
                                ADD 1 TO W-IRC-QTDE
                                MOVE IRC-DIAS-ATE TO W-IRC-DIAS-ATE (W-IRC-QTDE)
                                MOVE IRC-ALIQUOTA TO W-IRC-ALIQUOTA (W-IRC-QTDE)
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-IR-CDB-PARAM
                END-IF.
                IF W-IRC-QTDE EQUAL ZEROS
                    DISPLAY "ARQ-IR-CDB-PARAM.DAT AUSENTE, USANDO TABELA PADRAO"
                    MOVE 4 TO W-IRC-QTDE
                    MOVE 180 TO W-IRC-DIAS-ATE (1)
                    MOVE 22,50 TO W-IRC-ALIQUOTA (1)
                    MOVE 360 TO W-IRC-DIAS-ATE (2)
                    MOVE 20,00 TO W-IRC-ALIQUOTA (2)
                    MOVE 720 TO W-IRC-DIAS-ATE (3)
                    MOVE 17,50 TO W-IRC-ALIQUOTA (3)
                    MOVE 9999 TO W-IRC-DIAS-ATE (4)
                    MOVE 15,00 TO W-IRC-ALIQUOTA (4)
                END-IF.

           LE-CHECKPOINT.
                MOVE 'N' TO WS-CONTINUACAO.
                OPEN INPUT ARQ-CHECKPOINT.
                IF ARQ-CKPT-OK EQUAL "00"
                    READ ARQ-CHECKPOINT
                        AT END CONTINUE
                        NOT AT END
                            IF CKPT-DATA-ANO EQUAL YEARS AND
                               CKPT-DATA-MES EQUAL MONTHS AND
                               CKPT-DATA-DIA EQUAL DAYS
                                MOVE 'S' TO WS-CONTINUACAO
                                MOVE CKPT-ULTIMO-COD-CONTA TO W-CKPT-COD-CONTA
                                MOVE CKPT-QTDE-PROCESSADA TO W-QTDE-PROCESSADA
                            END-IF
                    END-READ
                    CLOSE ARQ-CHECKPOINT
                END-IF.

            OPEN-FILES.
                OPEN I-O ARQ-CDB.
                OPEN I-O ARQ-BANCO.
                OPEN I-O ARQ-EXTRATO.
                OPEN I-O ARQ-MOVDIA.
                OPEN I-O ARQ-INTENCAO.
                *> RETOMANDO O MESMO DIA: ANEXA AO RELATORIO JA GRAVADO
                IF RETOMA-MESMO-DIA
                    OPEN EXTEND ARQ-RELATORIO
                    IF ARQ-REL-OK NOT EQUAL "00"
                        OPEN OUTPUT ARQ-RELATORIO
                    END-IF
                ELSE
                    OPEN OUTPUT ARQ-RELATORIO
                END-IF.
                *> RETOMANDO O MESMO DIA: RECOMEÇA NA CONTA DO ULTIMO
                *> CHECKPOINT; AS APLICAÇÔES DELA JA TRATADAS PASSAM DE
                *> NOVO SEM EFEITO (APROPRIAÇÂO DATADA, STATUS 'R')
                MOVE W-CKPT-COD-CONTA TO CDB-COD-CONTA.
                MOVE ZEROS TO CDB-SEQUENCIA.
                START ARQ-CDB KEY IS NOT LESS THAN CDB-CHAVE
                    INVALID KEY MOVE 'S' TO WS-EOF.

           *> UMA INTENÇÂO DO OPERADOR 0000 NO DIARIO E RESGATE DE UMA
           *> EXECUÇÂO ANTERIOR QUE CAIU NO MEIO; SO O CONTA-RECUPERA
           *> SABE SE O CREDITO FOI APLICADO
           VERIFICA-INTENCAO-PENDENTE.
                MOVE 'N' TO W-INT-PENDENTE.
                MOVE ZEROS TO INT-CHAVE.
                START ARQ-INTENCAO KEY IS NOT LESS THAN INT-CHAVE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        READ ARQ-INTENCAO NEXT RECORD
                            AT END CONTINUE
                            NOT AT END
                                IF INT-OPERADOR EQUAL ZEROS
                                    MOVE 'S' TO W-INT-PENDENTE
                                END-IF
                        END-READ
                END-START.

            PROCESSA-APLICACOES.
                READ ARQ-CDB NEXT RECORD
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        IF CDB-ATIVO
                            PERFORM TRATA-APLICACAO
                        END-IF
                        ADD 1 TO W-QTDE-PROCESSADA
                        IF FUNCTION MOD(W-QTDE-PROCESSADA, W-CHECKPOINT-INTERVALO) EQUAL ZEROS
                            PERFORM GRAVA-CHECKPOINT
                        END-IF
                END-READ.

           *> APROPRIA OS DIAS UTEIS AINDA NÂO APROPRIADOS (UM DIA SEM
           *> EXECUÇÂO DO JOB ENTRA NA EXECUÇÂO SEGUINTE) E, VENCIDA A
           *> APLICAÇÂO, RESGATA; A APLICAÇÂO E REGRAVADA UMA VEZ SO
           TRATA-APLICACAO.
                COMPUTE W-APROP-NUM = CDB-APROP-ANO * 10000 +
                    CDB-APROP-MES * 100 + CDB-APROP-DIA.
                COMPUTE W-VENC-NUM = CDB-VENC-ANO * 10000 +
                    CDB-VENC-MES * 100 + CDB-VENC-DIA.
                IF W-VENC-NUM < W-DATA-HOJE-NUM
                    MOVE W-VENC-NUM TO W-FIM-APROP
                ELSE
                    MOVE W-DATA-HOJE-NUM TO W-FIM-APROP
                END-IF.
                IF W-APROP-NUM < W-FIM-APROP
                    PERFORM APROPRIA-RENDIMENTO
                END-IF.
                IF W-VENC-NUM NOT > W-DATA-HOJE-NUM
                    PERFORM RESGATA-VENCIDA
                END-IF.
                *> RESGATADA, A APLICAÇÂO JA FOI REGRAVADA NO RESGATE
                IF CDB-ATIVO
                    REWRITE REG-CDB
                        INVALID KEY DISPLAY "ERRO AO REGRAVAR APLICACAO " CDB-CHAVE
                    END-REWRITE
                END-IF.

           *> RENDIMENTO CAPITALIZADO POR DIA UTIL: (PRINCIPAL + JA
           *> APROPRIADO) * ((1 + TAXA ANUAL) ** (DIAS UTEIS / 252))
           APROPRIA-RENDIMENTO.
                MOVE ZEROS TO W-DIAS-UTEIS-APROP.
                MOVE W-APROP-NUM TO W-DUT-DATA-NUM.
                PERFORM CONTA-DIA-APROPRIAR
                    UNTIL W-DUT-DATA-NUM NOT < W-FIM-APROP.
                IF W-DIAS-UTEIS-APROP > ZEROS
                    MOVE CDB-RENDIMENTO-ACUM TO W-RENDIMENTO-ANTES
                    COMPUTE CDB-RENDIMENTO-ACUM ROUNDED =
                        (CDB-PRINCIPAL + CDB-RENDIMENTO-ACUM) *
                        ((1 + CDB-TAXA-ANUAL / 100) **
                         (W-DIAS-UTEIS-APROP / 252)) - CDB-PRINCIPAL
                    COMPUTE W-TOTAL-APROPRIADO = W-TOTAL-APROPRIADO +
                        CDB-RENDIMENTO-ACUM - W-RENDIMENTO-ANTES
                    ADD 1 TO W-QTDE-APROPRIADAS
                END-IF.
                MOVE W-FIM-APROP TO CDB-DT-ULT-APROPRIACAO.

            CONTA-DIA-APROPRIAR.
                COMPUTE W-DUT-DIAS =
                    FUNCTION INTEGER-OF-DATE(W-DUT-DATA-NUM) + 1.
                COMPUTE W-DUT-DATA-NUM = FUNCTION DATE-OF-INTEGER(W-DUT-DIAS).
                PERFORM VERIFICA-DIA-UTIL.
                IF DIA-UTIL
                    ADD 1 TO W-DIAS-UTEIS-APROP
                END-IF.

           *> RESGATE NO VENCIMENTO: IR DA MENOR FAIXA CUJO PRAZO COBRE OS
           *> DIAS CORRIDOS DESDE A APLICAÇÂO (ACIMA DA ULTIMA, A ULTIMA
           *> ALIQUOTA) E O LIQUIDO CREDITADO NA CONTA; CONTA INEXISTENTE
           *> OU ENCERRADA DEIXA A APLICAÇÂO ATIVA E VAI PARA O RELATORIO.
           *> DENTRO DA INTENÇÂO 'RC', A APLICAÇÂO SAI COMO RESGATADA ANTES
           *> DO CREDITO: O RESTART NUNCA A ENCONTRA ATIVA DE NOVO
           RESGATA-VENCIDA.
                COMPUTE W-APLIC-NUM = CDB-APLIC-ANO * 10000 +
                    CDB-APLIC-MES * 100 + CDB-APLIC-DIA.
                COMPUTE W-DIAS-APLICADO =
                    FUNCTION INTEGER-OF-DATE(W-DATA-HOJE-NUM) -
                    FUNCTION INTEGER-OF-DATE(W-APLIC-NUM).
                MOVE W-IRC-ALIQUOTA (W-IRC-QTDE) TO W-ALIQUOTA.
                MOVE W-IRC-QTDE TO W-IRC-IDX.
                PERFORM PROCURA-FAIXA-IR UNTIL W-IRC-IDX EQUAL ZEROS.
                COMPUTE W-IR ROUNDED =
                    CDB-RENDIMENTO-ACUM * W-ALIQUOTA / 100.
                COMPUTE W-LIQUIDO =
                    CDB-PRINCIPAL + CDB-RENDIMENTO-ACUM - W-IR.
                MOVE SPACES TO W-MOTIVO-FALHA.
                MOVE CDB-COD-CONTA TO COD-CONTA.
                READ ARQ-BANCO
                    INVALID KEY MOVE "CONTA INEXISTENTE" TO W-MOTIVO-FALHA
                    NOT INVALID KEY
                        IF CONTA-FECHADA
                            MOVE "CONTA ENCERRADA" TO W-MOTIVO-FALHA
                        END-IF
                END-READ.
                IF W-MOTIVO-FALHA NOT EQUAL SPACES
                    ADD 1 TO W-QTDE-FALHAS
                    PERFORM GRAVA-FALHA
                ELSE
                    PERFORM GRAVA-INTENCAO
                    MOVE 'R' TO CDB-STATUS
                    MOVE W-IR TO CDB-IR-RETIDO
                    MOVE W-LIQUIDO TO CDB-VALOR-RESGATE
                    MOVE DATE-TIME TO CDB-DT-RESGATE
                    REWRITE REG-CDB
                        INVALID KEY DISPLAY "ERRO AO REGRAVAR APLICACAO " CDB-CHAVE
                    END-REWRITE
                    MOVE W-SALDO TO EXT-SALDO-ANTERIOR
                    ADD W-LIQUIDO TO W-SALDO
                    MOVE DATE-TIME TO DT-ULT-MODIF
                    REWRITE REG-BANCO
                        INVALID KEY DISPLAY "ERRO AO REGRAVAR CONTA " COD-CONTA
                    END-REWRITE
                    MOVE 'RC' TO W-EXT-TIPO-ATUAL
                    MOVE W-LIQUIDO TO EXT-VALOR
                    PERFORM GRAVA-EXTRATO
                    PERFORM CONCLUI-INTENCAO
                    ADD 1 TO W-QTDE-RESGATADAS
                    ADD W-IR TO W-TOTAL-IR
                    ADD W-LIQUIDO TO W-TOTAL-CREDITADO
                    PERFORM GRAVA-RESGATE
                END-IF.

            PROCURA-FAIXA-IR.
                IF W-DIAS-APLICADO NOT > W-IRC-DIAS-ATE (W-IRC-IDX)
                    MOVE W-IRC-ALIQUOTA (W-IRC-IDX) TO W-ALIQUOTA
                END-IF.
                SUBTRACT 1 FROM W-IRC-IDX.

            GRAVA-RESGATE.
                MOVE SPACES TO REG-RELATORIO.
                MOVE CDB-RENDIMENTO-ACUM TO M-VALOR.
                MOVE W-IR TO M-VALOR2.
                MOVE W-LIQUIDO TO M-VALOR3.
                STRING "APLICACAO " DELIMITED BY SIZE
                       CDB-COD-CONTA DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       CDB-SEQUENCIA DELIMITED BY SIZE
                       " RESGATADA RENDIMENTO " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " IR " DELIMITED BY SIZE
                       M-VALOR2 DELIMITED BY SIZE
                       " LIQUIDO " DELIMITED BY SIZE
                       M-VALOR3 DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

            GRAVA-FALHA.
                MOVE SPACES TO REG-RELATORIO.
                MOVE W-LIQUIDO TO M-VALOR.
                STRING "APLICACAO " DELIMITED BY SIZE
                       CDB-COD-CONTA DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       CDB-SEQUENCIA DELIMITED BY SIZE
                       " VENCIDA, LIQUIDO " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " NAO CREDITADO: " DELIMITED BY SIZE
                       W-MOTIVO-FALHA DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

            GRAVA-TOTAIS.
                MOVE SPACES TO REG-RELATORIO.
                MOVE W-TOTAL-APROPRIADO TO M-VALOR.
                MOVE W-TOTAL-IR TO M-VALOR2.
                MOVE W-TOTAL-CREDITADO TO M-VALOR3.
                STRING "TOTAIS DO DIA: APROPRIADO " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " IR RETIDO " DELIMITED BY SIZE
                       M-VALOR2 DELIMITED BY SIZE
                       " CREDITADO " DELIMITED BY SIZE
                       M-VALOR3 DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

           *> ENCONTRA A PROXIMA SEQUENCIA DE EXTRATO PARA A CONTA ATUAL E GRAVA O MOVIMENTO
           GRAVA-EXTRATO.
                MOVE EXT-VALOR TO W-EXT-VALOR-MOV.
                MOVE EXT-SALDO-ANTERIOR TO W-EXT-SALDO-ANT-MOV.
                ADD 1 TO W-ULT-EXT-SEQ GIVING W-EXT-SEQ.
                PERFORM MONTA-MOVIMENTO-EXTRATO.
                WRITE REG-EXTRATO INVALID KEY CONTINUE END-WRITE.
                *> CHAVE DUPLICADA = CONTADOR AINDA NÂO REFLETE O EXTRATO;
                *> DESCOBRE A SEQUENCIA PELA VARREDURA — QUE CARREGA O
                *> ULTIMO MOVIMENTO ANTIGO NO REGISTRO — E POR ISSO REMONTA
                *> O MOVIMENTO INTEIRO ANTES DE TENTAR UMA VEZ MAIS
                IF ARQ-EXT-OK EQUAL "22"
                    PERFORM FIND-NEXT-EXT-SEQ
                    PERFORM MONTA-MOVIMENTO-EXTRATO
                    WRITE REG-EXTRATO INVALID KEY CONTINUE END-WRITE
                END-IF.
                IF ARQ-EXT-OK EQUAL "00"
                    MOVE W-EXT-SEQ TO W-ULT-EXT-SEQ
                    REWRITE REG-BANCO
                        INVALID KEY DISPLAY "ERRO AO REGRAVAR CONTA " COD-CONTA
                    END-REWRITE
                    PERFORM GRAVA-MOVDIA
                ELSE
                    DISPLAY "ERRO AO GRAVAR EXTRATO DA CONTA " COD-CONTA
                END-IF.

           *> MONTA O MOVIMENTO COMPLETO EM REG-EXTRATO A PARTIR DOS
           *> CAMPOS DE TRABALHO, PARA A PRIMEIRA GRAVAÇÂO E PARA A
           *> REPETIÇÂO APOS CHAVE DUPLICADA
           MONTA-MOVIMENTO-EXTRATO.
                MOVE COD-CONTA TO EXT-COD-CONTA.
                MOVE W-EXT-SEQ TO EXT-SEQUENCIA.
                MOVE W-EXT-TIPO-ATUAL TO EXT-TIPO.
                MOVE W-EXT-VALOR-MOV TO EXT-VALOR.
                MOVE W-EXT-SALDO-ANT-MOV TO EXT-SALDO-ANTERIOR.
                MOVE W-SALDO TO EXT-SALDO-ATUAL.
                MOVE ZEROS TO EXT-CONTA-CONTRA.
                MOVE ZEROS TO EXT-SEQ-ESTORNADA.
                MOVE DATE-TIME TO EXT-DATA.
                ACCEPT TIME-NOW FROM TIME.
                MOVE TIME-NOW TO EXT-HORA.
                MOVE ZEROS TO EXT-OPERADOR.
                MOVE "RESGATE CDB" TO EXT-DESCRICAO.
                MOVE 97 TO EXT-CATEGORIA.

           *> ESPELHA O MOVIMENTO RECEM-GRAVADO NO ARQUIVO DE MOVIMENTOS
           *> DO DIA, QUE AS VERIFICAÇÔES DE "O QUE ACONTECEU HOJE" LEEM
           *> SEM VARRER O EXTRATO; CHAVE DUPLICADA (RESTART) E IGNORADA
           GRAVA-MOVDIA.
                MOVE EXT-COD-CONTA TO MVD-COD-CONTA.
                MOVE EXT-SEQUENCIA TO MVD-SEQUENCIA.
                MOVE EXT-TIPO TO MVD-TIPO.
                MOVE EXT-VALOR TO MVD-VALOR.
                MOVE EXT-SALDO-ANTERIOR TO MVD-SALDO-ANTERIOR.
                MOVE EXT-DATA TO MVD-DATA.
                MOVE EXT-OPERADOR TO MVD-OPERADOR.
                WRITE REG-MOVDIA INVALID KEY CONTINUE END-WRITE.

           FIND-NEXT-EXT-SEQ.
                MOVE COD-CONTA TO EXT-COD-CONTA.
                MOVE 999999 TO EXT-SEQUENCIA.
                START ARQ-EXTRATO KEY IS NOT GREATER THAN EXT-CHAVE
                    INVALID KEY MOVE 1 TO W-EXT-SEQ
                    NOT INVALID KEY
                        READ ARQ-EXTRATO NEXT RECORD AT END MOVE 1 TO W-EXT-SEQ
                        NOT AT END
                            IF EXT-COD-CONTA EQUAL COD-CONTA
                                COMPUTE W-EXT-SEQ = EXT-SEQUENCIA + 1
                            ELSE
                                MOVE 1 TO W-EXT-SEQ
                            END-IF
                        END-READ
                END-START.

           *> INTENÇÂO 'RC' NO DIARIO DO CAIXA, NO OPERADOR 0000 DOS JOBS,
           *> COM O SALDO DA CONTA ANTES DO CREDITO E A APLICAÇÂO
           GRAVA-INTENCAO.
                MOVE ZEROS TO INT-OPERADOR.
                MOVE 999999 TO INT-SEQUENCIA.
                START ARQ-INTENCAO KEY IS NOT GREATER THAN INT-CHAVE
                    INVALID KEY MOVE 1 TO W-INT-SEQ
                    NOT INVALID KEY
                        READ ARQ-INTENCAO NEXT RECORD AT END MOVE 1 TO W-INT-SEQ
                        NOT AT END
                            IF INT-OPERADOR EQUAL ZEROS
                                ADD 1 TO INT-SEQUENCIA GIVING W-INT-SEQ
                            ELSE
                                MOVE 1 TO W-INT-SEQ
                            END-IF
                        END-READ
                END-START.
                MOVE ZEROS TO INT-OPERADOR.
                MOVE W-INT-SEQ TO INT-SEQUENCIA.
                MOVE 'RC' TO INT-TIPO.
                MOVE CDB-COD-CONTA TO INT-CONTA-ORIGEM.
                MOVE ZEROS TO INT-CONTA-DESTINO.
                MOVE W-LIQUIDO TO INT-VALOR.
                MOVE W-SALDO TO INT-SALDO-ORIGEM-ANTES.
                MOVE DATE-TIME TO INT-DATA.
                ACCEPT TIME-NOW FROM TIME.
                MOVE TIME-NOW TO INT-HORA.
                MOVE ZEROS TO INT-SEQ-ESTORNADA.
                MOVE ZEROS TO INT-TX-BANCO.
                MOVE ZEROS TO INT-TX-AGENCIA.
                MOVE ZEROS TO INT-TX-CONTA.
                MOVE SPACES TO INT-BOL-BARRAS.
                MOVE CDB-SEQUENCIA TO INT-CDB-SEQUENCIA.
                WRITE REG-INTENCAO
                    INVALID KEY DISPLAY "ERRO AO GRAVAR INTENCAO " INT-CHAVE
                END-WRITE.

           CONCLUI-INTENCAO.
                MOVE ZEROS TO INT-OPERADOR.
                MOVE W-INT-SEQ TO INT-SEQUENCIA.
                DELETE ARQ-INTENCAO INVALID KEY CONTINUE END-DELETE.

           GRAVA-CHECKPOINT.
                OPEN OUTPUT ARQ-CHECKPOINT.
                MOVE CDB-COD-CONTA TO CKPT-ULTIMO-COD-CONTA.
                MOVE W-QTDE-PROCESSADA TO CKPT-QTDE-PROCESSADA.
                MOVE DATE-TIME TO CKPT-DATA.
                WRITE REG-CHECKPOINT.
                CLOSE ARQ-CHECKPOINT.

            CLOSE-FILES.
                CLOSE ARQ-CDB.
                CLOSE ARQ-BANCO.
                CLOSE ARQ-EXTRATO.
                CLOSE ARQ-MOVDIA.
                CLOSE ARQ-INTENCAO.
                CLOSE ARQ-RELATORIO.

           *> LIGA E DESLIGA A MARCA DE JANELA BATCH NO ARQUIVO DE STATUS
           *> DO SISTEMA; COM A MARCA LIGADA O PROGRAMA DE CAIXA RECUSA
           *> OPERAÇÔES QUE MEXEM EM SALDO
           MARCA-JANELA-BATCH.
                OPEN OUTPUT ARQ-SISTEMA.
                MOVE 'S' TO SYS-BATCH-EM-ANDAMENTO.
                MOVE "CONTA-CDB" TO SYS-JOB.
                MOVE DATE-TIME TO SYS-DATA.
                WRITE REG-SISTEMA.
                CLOSE ARQ-SISTEMA.

           LIBERA-JANELA-BATCH.
                OPEN OUTPUT ARQ-SISTEMA.
                MOVE 'N' TO SYS-BATCH-EM-ANDAMENTO.
                MOVE "CONTA-CDB" TO SYS-JOB.
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
                MOVE "CONTA-CDB" TO JLG-JOB.
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
                MOVE "CONTA-CDB" TO CAT-JOB.
                MOVE WS-REL-FILENAME TO CAT-ARQUIVO.
                COMPUTE CAT-DATA = YEARS * 10000 + MONTHS * 100 + DAYS.
                MOVE W-QTDE-LINHAS-REL TO CAT-QTDE.
                WRITE REG-CATALOGO.
                CLOSE ARQ-CATALOGO.

       END PROGRAM CONTA-CDB.
