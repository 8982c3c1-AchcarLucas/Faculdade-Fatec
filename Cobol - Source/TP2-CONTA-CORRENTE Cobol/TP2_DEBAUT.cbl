       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-DEBAUT.

      *> JOB NOTURNO DO DEBITO AUTOMATICO DE CONTAS DE CONSUMO: PARA
      *> CADA EMPRESA CONVENIADA DO CADASTRO DE AUTORIZAÇÔES
      *> (ARQ-DEBAUT.DAT) LE O ARQUIVO DE COBRANÇA QUE ELA ENVIOU
      *> (ARQ-DEBAUT-COB-EEEE.DAT, UMA FATURA POR LINHA COM O CONTRATO
      *> DO CLIENTE) E DEBITA SO O CONTRATO COM AUTORIZAÇÂO ATIVA E
      *> DENTRO DO TETO ESCOLHIDO PELO CLIENTE, COMO 'DA' NO EXTRATO.
      *> O DEBITO RESPEITA AS MESMAS REGRAS DO AGENDADOR: CONTA
      *> ENCERRADA NÂO E DEBITADA E O SALDO NÂO DESCE DO PISO DO CHEQUE
      *> ESPECIAL (W-LIMITE) NEM DA SOMA DOS BLOQUEIOS JUDICIAIS ATIVOS.
      *> CADA FATURA VOLTA PARA A EMPRESA NO ARQUIVO DE RETORNO DO DIA
      *> (ARQ-DEBAUT-RET-EEEE-AAAAMMDD.DAT, A LINHA DA COBRANÇA
      *> ACRESCIDA DO CODIGO E DA SITUAÇÂO: 00 PAGO OU O MOTIVO DA
      *> RECUSA); A RECUSA DE CONTA CONHECIDA TAMBEM ENTRA NA FILA DE
      *> NOTIFICAÇÔES PARA O CLIENTE SABER QUE A CONTA NÂO FOI PAGA.
      *> EMPRESA SEM ARQUIVO NO DIA E PULADA. CHECKPOINT A CADA ITEM
      *> PELA EMPRESA + DOCUMENTO, COMO NO JOB DA REDE DE TERMINAIS: O
      *> DEBITO MEXE EM SALDO. RODAR ANTES DO FECHAMENTO.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARQ-DEBAUT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS DAU-CHAVE
                       FILE STATUS ARQ-DAU-OK.

                   SELECT ARQ-COBRANCA ASSIGN TO WS-COB-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-COB-OK.

                   SELECT ARQ-RETORNO ASSIGN TO WS-RET-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-RET-OK.

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

                   SELECT ARQ-BLOQUEIO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS BLQ-CHAVE
                       FILE STATUS ARQ-BLQ-OK.

                   SELECT ARQ-NOTIFICACAO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS NOT-CHAVE
                       FILE STATUS ARQ-NOT-OK.

                   SELECT ARQ-RELATORIO ASSIGN TO WS-REL-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-REL-OK.

                   SELECT ARQ-CHECKPOINT ASSIGN TO "CKPT_DEBAUT.DAT"
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
               FD ARQ-DEBAUT LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-DEBAUT.DAT".

               COPY DEBAUT.

      *> FATURA ENVIADA PELA EMPRESA: CONTRATO DO CLIENTE, DOCUMENTO
      *> (UNICO NO ARQUIVO DA EMPRESA), VALOR E VENCIMENTO
               FD ARQ-COBRANCA LABEL RECORDS STANDARD.

               01  REG-COBRANCA.
                   02  COB-CONTRATO            PIC X(20).
                   02  COB-DOCUMENTO           PIC X(12).
                   02  COB-VALOR               PIC 9(8)V99.
                   02  COB-DT-VENCIMENTO.
                       03  COB-VENC-ANO        PIC 9(04).
                       03  COB-VENC-MES        PIC 9(02).
                       03  COB-VENC-DIA        PIC 9(02).

      *> RETORNO PARA A EMPRESA: A FATURA E O RESULTADO (00 PAGO, 01
      *> CONTRATO SEM AUTORIZAÇÂO, 02 AUTORIZAÇÂO CANCELADA, 03 VALOR
      *> ACIMA DO TETO AUTORIZADO, 04 CONTA INEXISTENTE OU ENCERRADA,
      *> 05 SALDO INSUFICIENTE, 06 SALDO BLOQUEADO JUDICIALMENTE, 07
      *> VALOR INVALIDO)
               FD ARQ-RETORNO LABEL RECORDS STANDARD.

               01  REG-RETORNO.
                   02  RET-COBRANCA            PIC X(50).
                   02  RET-CODIGO              PIC X(2).
                   02  RET-SITUACAO            PIC X(30).

               FD ARQ-BANCO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-BANCO.DAT".

               COPY REGBANCO.

               FD ARQ-EXTRATO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EXTRATO.DAT".

               COPY EXTRATO.

               FD ARQ-MOVDIA LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-MOVDIA.DAT".

               COPY MOVDIA.

               FD ARQ-BLOQUEIO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-BLOQUEIO.DAT".

               COPY BLOQUEIO.

               FD ARQ-NOTIFICACAO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-NOTIFICACAO.DAT".

               COPY NOTIFICA.

               FD ARQ-RELATORIO LABEL RECORDS STANDARD.

               01  REG-RELATORIO               PIC X(120).

      *> CHECKPOINT PROPRIO: A MARCA DE RETOMADA E A EMPRESA E O
      *> DOCUMENTO DA ULTIMA FATURA TRATADA
               FD ARQ-CHECKPOINT LABEL RECORDS STANDARD.

               01  REG-CKPT-DEBAUT.
                   02  CKD-EMPRESA            PIC 9(4).
                   02  CKD-ULTIMO-DOCUMENTO   PIC X(12).
                   02  CKD-QTDE-PROCESSADA    PIC 9(8).
                   02  CKD-DATA.
                       03  CKD-DATA-ANO       PIC 9(04).
                       03  CKD-DATA-MES       PIC 9(02).
                       03  CKD-DATA-DIA       PIC 9(02).

               FD ARQ-SISTEMA LABEL RECORDS STANDARD.

               COPY SISTEMA.

               FD ARQ-JOBLOG LABEL RECORDS STANDARD.

               COPY JOBLOG.

               FD ARQ-CATALOGO LABEL RECORDS STANDARD.

               COPY CATALOGO.

       WORKING-STORAGE SECTION.

                01  ARQ-CAT-OK              PIC X(2).

                01  WS-REL-FILENAME         PIC X(40).
                01  WS-COB-FILENAME         PIC X(40).
                01  WS-RET-FILENAME         PIC X(40).
                01  W-QTDE-LINHAS-REL       PIC 9(8) VALUE ZEROS.

                01  ARQ-JLG-OK              PIC X(2).

                01 JOBLOG-VARIABLES.
                    02  W-JLG-TIME          PIC 9(8).
                    02  W-JLG-EVENTO        PIC X(1).
                    02  W-JLG-QTDE          PIC 9(8).
                    02  W-JLG-CKPT          PIC X(1).

                01  ARQ-SYS-OK              PIC X(2).

                01  REG-CHECK.
                    02  ARQ-DAU-OK          PIC 9(2).
                    02  ARQ-COB-OK          PIC X(2).
                    02  ARQ-RET-OK          PIC X(2).
                    02  ARQ-OK              PIC 9(2).
                    02  ARQ-EXT-OK          PIC X(2).
                    02  ARQ-MVD-OK          PIC 9(2).
                    02  ARQ-BLQ-OK          PIC 9(2).
                    02  ARQ-NOT-OK          PIC 9(2).
                    02  ARQ-REL-OK          PIC X(2).
                    02  ARQ-CKPT-OK         PIC X(2).

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

                01 NOTIFICACAO-VARIABLES.
                    02  W-NOT-SEQ               PIC 9(6).
                    *> EVENTO E TEXTO DA NOTIFICAÇÂO EM GRAVAÇÂO,
                    *> PRESERVADOS DA VARREDURA DE SEQUENCIA (QUE CARREGA
                    *> O ULTIMO REGISTRO ANTIGO EM REG-NOTIFICACAO)
                    02  W-NOT-EVENTO            PIC X(2).
                    02  W-NOT-TEXTO             PIC X(40).

                01 DEBITO-VARIABLES.
                    02  W-MOTIVO            PIC X(2).
                    02  W-MOTIVO-TEXTO      PIC X(30).
                    *> CONTA DA AUTORIZAÇÂO ENCONTRADA; ZEROS QUANDO O
                    *> CONTRATO NÂO TEM AUTORIZAÇÂO (NINGUEM A NOTIFICAR)
                    02  W-CONTA-DEBITO      PIC 9(7).
                    02  W-MIN-SALDO         PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-BLQ-CONTA         PIC 9(7).
                    02  W-SOMA-BLOQUEIOS    PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.

                *> EMPRESAS CONVENIADAS DO CADASTRO DE AUTORIZAÇÔES,
                *> LEVANTADAS NA PRIMEIRA PASSADA EM ORDEM DE CODIGO
                01 EMPRESAS-VARIABLES.
                    02  W-MAX-EMPRESAS          PIC 9(3) VALUE 500.
                    02  W-QTDE-EMPRESAS         PIC 9(3) VALUE ZEROS.
                    02  W-EMPRESA-TABELA OCCURS 500 TIMES.
                        03  W-EMPRESA-CODIGO    PIC 9(4).
                    02  W-IDX-EMPRESA           PIC 9(3).
                    02  W-EMPRESA-ATUAL         PIC 9(4).
                    02  W-QTDE-PAGOS-EMP        PIC 9(6).
                    02  W-QTDE-RECUSADOS-EMP    PIC 9(6).
                    02  W-VALOR-PAGO-EMP        PIC 9(12)V99.

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
                    *> CHECKPOINT A CADA ITEM: O DEBITO MEXE EM SALDO E NÂO
                    *> HA MARCA NA FATURA QUE IMPEÇA DEBITA-LA DE NOVO
                    02  W-CHECKPOINT-INTERVALO  PIC 9(4) VALUE 1.
                    02  W-CKPT-EMPRESA          PIC 9(4) VALUE ZEROS.
                    02  W-ULTIMO-DOCUMENTO      PIC X(12) VALUE SPACES.
                    02  W-QTDE-PROCESSADA       PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-PAGOS            PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-RECUSADOS        PIC 9(8) VALUE ZEROS.
                    02  W-TOTAL-PAGO            PIC 9(12)V99 VALUE ZEROS.
                    02  WS-CONTINUACAO          PIC X(1) VALUE 'N'.
                        88  RETOMA-MESMO-DIA    VALUE 'S'.
                    02  WS-MARCA-ENCONTRADA     PIC X(1) VALUE 'N'.
                        88  MARCA-ENCONTRADA    VALUE 'S'.

       PROCEDURE DIVISION.

            INIT.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                STRING "ARQ-DEBAUT-REL-" DELIMITED BY SIZE
                       YEARS  DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       DAYS   DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                    INTO WS-REL-FILENAME.
                PERFORM LE-CHECKPOINT.
                MOVE 'I' TO W-JLG-EVENTO.
                MOVE ZEROS TO W-JLG-QTDE.
                MOVE 'N' TO W-JLG-CKPT.
                PERFORM GRAVA-JOBLOG.
                PERFORM OPEN-FILES.
                PERFORM MARCA-JANELA-BATCH.
                PERFORM LEVANTA-EMPRESAS.
                MOVE 1 TO W-IDX-EMPRESA.
                PERFORM PROCESSA-EMPRESA UNTIL W-IDX-EMPRESA > W-QTDE-EMPRESAS.
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
                DISPLAY "DEBITO AUTOMATICO CONCLUIDO. PAGOS: " W-QTDE-PAGOS
                        " RECUSADOS: " W-QTDE-RECUSADOS.
                STOP RUN.

            OPEN-FILES.
                OPEN INPUT ARQ-DEBAUT.
                OPEN I-O ARQ-BANCO.
                OPEN I-O ARQ-EXTRATO.
                OPEN I-O ARQ-MOVDIA.
                OPEN INPUT ARQ-BLOQUEIO.
                OPEN I-O ARQ-NOTIFICACAO.
                *> RETOMANDO O MESMO DIA: ANEXA AO RELATORIO JA GRAVADO ANTES
                *> DO RESTART EM VEZ DE TRUNCAR AS RECUSAS JA LISTADAS
                IF RETOMA-MESMO-DIA
                    OPEN EXTEND ARQ-RELATORIO
                    IF ARQ-REL-OK NOT EQUAL "00"
                        OPEN OUTPUT ARQ-RELATORIO
                    END-IF
                ELSE
                    OPEN OUTPUT ARQ-RELATORIO
                END-IF.

           *> LE O CHECKPOINT ANTERIOR; SO VALE COMO MARCA DE RETOMADA SE
           *> FOR DE HOJE (OS ARQUIVOS DE COBRANÇA DE ONTEM JA FORAM
           *> SUBSTITUIDOS PELOS DO DIA)
           LE-CHECKPOINT.
                MOVE ZEROS TO W-QTDE-PROCESSADA.
                MOVE ZEROS TO W-CKPT-EMPRESA.
                MOVE SPACES TO W-ULTIMO-DOCUMENTO.
                MOVE 'N' TO WS-CONTINUACAO.
                OPEN INPUT ARQ-CHECKPOINT.
                IF ARQ-CKPT-OK EQUAL "00"
                    READ ARQ-CHECKPOINT
                        AT END CONTINUE
                        NOT AT END
                            IF CKD-DATA-ANO EQUAL YEARS AND
                               CKD-DATA-MES EQUAL MONTHS AND
                               CKD-DATA-DIA EQUAL DAYS
                                MOVE 'S' TO WS-CONTINUACAO
                                MOVE CKD-QTDE-PROCESSADA TO W-QTDE-PROCESSADA
                                MOVE CKD-EMPRESA TO W-CKPT-EMPRESA
                                MOVE CKD-ULTIMO-DOCUMENTO TO W-ULTIMO-DOCUMENTO
                            END-IF
                    END-READ
                    CLOSE ARQ-CHECKPOINT
                END-IF.

           *> PRIMEIRA PASSADA: AS EMPRESAS DISTINTAS DO CADASTRO (A CHAVE
           *> COMEÇA PELA EMPRESA, ENTÂO CHEGAM AGRUPADAS E EM ORDEM)
           LEVANTA-EMPRESAS.
                MOVE ZEROS TO W-QTDE-EMPRESAS.
                MOVE 'N' TO WS-EOF.
                MOVE LOW-VALUES TO DAU-CHAVE.
                START ARQ-DEBAUT KEY IS NOT LESS THAN DAU-CHAVE
                    INVALID KEY MOVE 'S' TO WS-EOF.
                PERFORM UNTIL FIM-ARQUIVO
                    READ ARQ-DEBAUT NEXT RECORD
                        AT END MOVE 'S' TO WS-EOF
                        NOT AT END
                            IF W-QTDE-EMPRESAS EQUAL ZEROS
                                PERFORM ANOTA-EMPRESA
                            ELSE
                                IF DAU-EMPRESA NOT EQUAL
                                   W-EMPRESA-CODIGO (W-QTDE-EMPRESAS)
                                    PERFORM ANOTA-EMPRESA
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

            ANOTA-EMPRESA.
                IF W-QTDE-EMPRESAS < W-MAX-EMPRESAS
                    ADD 1 TO W-QTDE-EMPRESAS
                    MOVE DAU-EMPRESA TO W-EMPRESA-CODIGO (W-QTDE-EMPRESAS)
                ELSE
                    DISPLAY "TABELA DE EMPRESAS CHEIA, EMPRESA FICA PARA A PROXIMA: "
                            DAU-EMPRESA
                END-IF.

           *> SEGUNDA PASSADA, UMA POR EMPRESA. NA RETOMADA, A EMPRESA
           *> ANTERIOR A DA MARCA JA FOI TRATADA INTEIRA E E PULADA; A DA
           *> MARCA CONTINUA DEPOIS DO ULTIMO DOCUMENTO, ANEXANDO AO
           *> RETORNO JA GRAVADO
           PROCESSA-EMPRESA.
                MOVE W-EMPRESA-CODIGO (W-IDX-EMPRESA) TO W-EMPRESA-ATUAL.
                IF RETOMA-MESMO-DIA AND W-EMPRESA-ATUAL < W-CKPT-EMPRESA
                    CONTINUE
                ELSE
                    MOVE SPACES TO WS-COB-FILENAME
                    STRING "ARQ-DEBAUT-COB-" DELIMITED BY SIZE
                           W-EMPRESA-ATUAL DELIMITED BY SIZE
                           ".DAT" DELIMITED BY SIZE
                        INTO WS-COB-FILENAME
                    OPEN INPUT ARQ-COBRANCA
                    IF ARQ-COB-OK EQUAL "00"
                        PERFORM TRATA-ARQUIVO-EMPRESA
                        CLOSE ARQ-COBRANCA
                    END-IF
                END-IF.
                ADD 1 TO W-IDX-EMPRESA.

            TRATA-ARQUIVO-EMPRESA.
                MOVE SPACES TO WS-RET-FILENAME.
                STRING "ARQ-DEBAUT-RET-" DELIMITED BY SIZE
                       W-EMPRESA-ATUAL DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       YEARS  DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       DAYS   DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                    INTO WS-RET-FILENAME.
                MOVE ZEROS TO W-QTDE-PAGOS-EMP.
                MOVE ZEROS TO W-QTDE-RECUSADOS-EMP.
                MOVE ZEROS TO W-VALOR-PAGO-EMP.
                MOVE 'N' TO WS-EOF.
                IF RETOMA-MESMO-DIA AND W-EMPRESA-ATUAL EQUAL W-CKPT-EMPRESA
                    PERFORM AVANCA-ARQ-COBRANCA
                ELSE
                    OPEN OUTPUT ARQ-RETORNO
                END-IF.
                PERFORM PROCESSA-FATURAS UNTIL FIM-ARQUIVO.
                CLOSE ARQ-RETORNO.
                PERFORM GRAVA-TOTAL-EMPRESA.

           *> PULA AS FATURAS JA TRATADAS ANTES DO RESTART, LOCALIZANDO
           *> PELO DOCUMENTO, E ANEXA AO RETORNO; SE A MARCA NÂO FOR
           *> ENCONTRADA (ARQUIVO NOVO DA EMPRESA NO MESMO NOME), TRATA O
           *> ARQUIVO DESDE O INICIO COM RETORNO NOVO
           AVANCA-ARQ-COBRANCA.
                MOVE 'N' TO WS-MARCA-ENCONTRADA.
                PERFORM UNTIL FIM-ARQUIVO OR MARCA-ENCONTRADA
                    READ ARQ-COBRANCA
                        AT END MOVE 'S' TO WS-EOF
                        NOT AT END
                            IF COB-DOCUMENTO EQUAL W-ULTIMO-DOCUMENTO
                                MOVE 'S' TO WS-MARCA-ENCONTRADA
                            END-IF
                    END-READ
                END-PERFORM.
                IF MARCA-ENCONTRADA
                    OPEN EXTEND ARQ-RETORNO
                    IF ARQ-RET-OK NOT EQUAL "00"
                        OPEN OUTPUT ARQ-RETORNO
                    END-IF
                ELSE
                    CLOSE ARQ-COBRANCA
                    OPEN INPUT ARQ-COBRANCA
                    MOVE 'N' TO WS-EOF
                    OPEN OUTPUT ARQ-RETORNO
                END-IF.

            PROCESSA-FATURAS.
                READ ARQ-COBRANCA
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        MOVE W-EMPRESA-ATUAL TO W-CKPT-EMPRESA
                        MOVE COB-DOCUMENTO TO W-ULTIMO-DOCUMENTO
                        PERFORM VALIDA-E-DEBITA
                        ADD 1 TO W-QTDE-PROCESSADA
                        IF FUNCTION MOD(W-QTDE-PROCESSADA, W-CHECKPOINT-INTERVALO) EQUAL ZEROS
                            PERFORM GRAVA-CHECKPOINT
                        END-IF
                END-READ.

           *> CADA VERIFICAÇÂO SO RODA SE AS ANTERIORES PASSARAM; A
           *> PRIMEIRA QUE FALHA DA O MOTIVO DO RETORNO
           VALIDA-E-DEBITA.
                MOVE SPACES TO W-MOTIVO.
                MOVE ZEROS TO W-CONTA-DEBITO.
                IF COB-VALOR NOT > ZEROS
                    MOVE "07" TO W-MOTIVO
                    MOVE "VALOR INVALIDO" TO W-MOTIVO-TEXTO
                END-IF.
                IF W-MOTIVO EQUAL SPACES
                    PERFORM VALIDA-AUTORIZACAO
                END-IF.
                IF W-MOTIVO EQUAL SPACES
                    PERFORM VALIDA-CONTA
                END-IF.
                IF W-MOTIVO EQUAL SPACES
                    PERFORM VALIDA-SALDO
                END-IF.
                IF W-MOTIVO EQUAL SPACES
                    PERFORM LANCA-DEBITO
                    MOVE "00" TO W-MOTIVO
                    MOVE "PAGO" TO W-MOTIVO-TEXTO
                    PERFORM GRAVA-RETORNO
                ELSE
                    PERFORM GRAVA-RETORNO
                    PERFORM GRAVA-RECUSA
                END-IF.

           *> O CONTRATO PRECISA DE AUTORIZAÇÂO ATIVA DO CLIENTE PARA A
           *> EMPRESA, E A FATURA CABER NO TETO QUANDO O CLIENTE DEFINIU UM
           VALIDA-AUTORIZACAO.
                MOVE W-EMPRESA-ATUAL TO DAU-EMPRESA.
                MOVE COB-CONTRATO TO DAU-CONTRATO.
                READ ARQ-DEBAUT
                    INVALID KEY
                        MOVE "01" TO W-MOTIVO
                        MOVE "CONTRATO SEM AUTORIZACAO" TO W-MOTIVO-TEXTO
                END-READ.
                IF W-MOTIVO EQUAL SPACES
                    MOVE DAU-COD-CONTA TO W-CONTA-DEBITO
                    IF NOT DAU-ATIVA
                        MOVE "02" TO W-MOTIVO
                        MOVE "AUTORIZACAO CANCELADA" TO W-MOTIVO-TEXTO
                    ELSE
                      IF DAU-SUSPENSA
                        MOVE "08" TO W-MOTIVO
                        MOVE "AUTORIZACAO SUSPENSA (ESPOLIO)" TO W-MOTIVO-TEXTO
                      ELSE
                        IF DAU-VALOR-MAXIMO > ZEROS AND
                           COB-VALOR > DAU-VALOR-MAXIMO
                            MOVE "03" TO W-MOTIVO
                            MOVE "VALOR ACIMA DO TETO" TO W-MOTIVO-TEXTO
                        END-IF
                      END-IF
                    END-IF
                END-IF.

           *> COMO NO AGENDADOR, SO A CONTA ENCERRADA E RECUSADA; A
           *> DORMENTE CONTINUA PAGANDO AS CONTAS QUE O CLIENTE AUTORIZOU
           VALIDA-CONTA.
                MOVE W-CONTA-DEBITO TO COD-CONTA.
                READ ARQ-BANCO
                    INVALID KEY
                        MOVE "04" TO W-MOTIVO
                        MOVE "CONTA INEXISTENTE" TO W-MOTIVO-TEXTO
                        MOVE ZEROS TO W-CONTA-DEBITO
                END-READ.
                IF W-MOTIVO EQUAL SPACES
                    IF CONTA-FECHADA
                        MOVE "04" TO W-MOTIVO
                        MOVE "CONTA ENCERRADA" TO W-MOTIVO-TEXTO
                    END-IF
                END-IF.

           *> BLOQUEIO JUDICIAL ATIVO SOBE O PISO DO SALDO PARA A PROPRIA
           *> SOMA BLOQUEADA; SEM BLOQUEIO O PISO E O CHEQUE ESPECIAL
           VALIDA-SALDO.
                MOVE COD-CONTA TO W-BLQ-CONTA.
                PERFORM SOMA-BLOQUEIOS.
                IF W-SOMA-BLOQUEIOS > ZEROS
                    MOVE W-SOMA-BLOQUEIOS TO W-MIN-SALDO
                ELSE
                    COMPUTE W-MIN-SALDO = ZEROS - W-LIMITE
                END-IF.
                IF (W-SALDO - COB-VALOR) < W-MIN-SALDO
                    IF W-SOMA-BLOQUEIOS > ZEROS
                        MOVE "06" TO W-MOTIVO
                        MOVE "BLOQUEIO JUDICIAL" TO W-MOTIVO-TEXTO
                    ELSE
                        MOVE "05" TO W-MOTIVO
                        MOVE "SALDO INSUFICIENTE" TO W-MOTIVO-TEXTO
                    END-IF
                END-IF.

            SOMA-BLOQUEIOS.
                MOVE ZEROS TO W-SOMA-BLOQUEIOS.
                MOVE W-BLQ-CONTA TO BLQ-COD-CONTA.
                MOVE ZEROS TO BLQ-SEQUENCIA.
                START ARQ-BLOQUEIO KEY IS NOT LESS THAN BLQ-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-BLQ-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-BLQ-OK
                END-START.
                PERFORM UNTIL ARQ-BLQ-OK EQUAL 10
                    READ ARQ-BLOQUEIO NEXT RECORD
                        AT END MOVE 10 TO ARQ-BLQ-OK
                        NOT AT END
                            IF BLQ-COD-CONTA NOT EQUAL W-BLQ-CONTA
                                MOVE 10 TO ARQ-BLQ-OK
                            ELSE
                                IF BLQ-ATIVO
                                    ADD BLQ-VALOR TO W-SOMA-BLOQUEIOS
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

            LANCA-DEBITO.
                MOVE W-SALDO TO EXT-SALDO-ANTERIOR.
                SUBTRACT COB-VALOR FROM W-SALDO.
                MOVE DATE-TIME TO DT-ULT-MODIF.
                REWRITE REG-BANCO
                    INVALID KEY DISPLAY "ERRO AO REGRAVAR CONTA " COD-CONTA
                END-REWRITE.
                MOVE 'DA' TO W-EXT-TIPO-ATUAL.
                MOVE COB-VALOR TO EXT-VALOR.
                PERFORM GRAVA-EXTRATO.
                ADD 1 TO W-QTDE-PAGOS.
                ADD 1 TO W-QTDE-PAGOS-EMP.
                ADD COB-VALOR TO W-TOTAL-PAGO.
                ADD COB-VALOR TO W-VALOR-PAGO-EMP.

            GRAVA-RETORNO.
                MOVE REG-COBRANCA TO RET-COBRANCA.
                MOVE W-MOTIVO TO RET-CODIGO.
                MOVE W-MOTIVO-TEXTO TO RET-SITUACAO.
                WRITE REG-RETORNO.

            GRAVA-RECUSA.
                ADD 1 TO W-QTDE-RECUSADOS.
                ADD 1 TO W-QTDE-RECUSADOS-EMP.
                MOVE SPACES TO REG-RELATORIO.
                MOVE COB-VALOR TO M-VALOR.
                STRING "EMPRESA " DELIMITED BY SIZE
                       W-EMPRESA-ATUAL DELIMITED BY SIZE
                       " CONTRATO " DELIMITED BY SIZE
                       COB-CONTRATO DELIMITED BY SIZE
                       " VALOR " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " RECUSADO " DELIMITED BY SIZE
                       W-MOTIVO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       W-MOTIVO-TEXTO DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.
                PERFORM NOTIFICA-RECUSA.

           *> O CLIENTE TAMBEM FICA SABENDO QUE A CONTA NÂO FOI PAGA:
           *> ENTRA NA FILA DE NOTIFICAÇÔES COM A EMPRESA E O MOTIVO;
           *> CONTRATO SEM AUTORIZAÇÂO OU DE CONTA INEXISTENTE NÂO TEM
           *> CPF PARA NOTIFICAR E FICA SO NO RELATORIO
           NOTIFICA-RECUSA.
                IF W-CONTA-DEBITO NOT EQUAL ZEROS
                    MOVE W-CONTA-DEBITO TO COD-CONTA
                    READ ARQ-BANCO
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE SPACES TO W-NOT-TEXTO
                            STRING "DEB AUT " DELIMITED BY SIZE
                                   W-EMPRESA-ATUAL DELIMITED BY SIZE
                                   ": " DELIMITED BY SIZE
                                   W-MOTIVO-TEXTO DELIMITED BY SIZE
                                INTO W-NOT-TEXTO
                            MOVE 'DR' TO W-NOT-EVENTO
                            PERFORM GRAVA-NOTIFICACAO
                    END-READ
                END-IF.

           *> ENTRA NA FILA DE NOTIFICAÇÔES COM A PROXIMA SEQUENCIA DA
           *> CONTA (EVENTO E TEXTO EM W-NOT-EVENTO/W-NOT-TEXTO)
           GRAVA-NOTIFICACAO.
                MOVE COD-CONTA TO NOT-COD-CONTA.
                MOVE 999999 TO NOT-SEQUENCIA.
                START ARQ-NOTIFICACAO KEY IS NOT GREATER THAN NOT-CHAVE
                    INVALID KEY MOVE 1 TO W-NOT-SEQ
                    NOT INVALID KEY
                        READ ARQ-NOTIFICACAO NEXT RECORD AT END MOVE 1 TO W-NOT-SEQ
                        NOT AT END
                            IF NOT-COD-CONTA EQUAL COD-CONTA
                                ADD 1 TO NOT-SEQUENCIA GIVING W-NOT-SEQ
                            ELSE
                                MOVE 1 TO W-NOT-SEQ
                            END-IF
                        END-READ
                END-START.
                MOVE COD-CONTA TO NOT-COD-CONTA.
                MOVE W-NOT-SEQ TO NOT-SEQUENCIA.
                MOVE CPF TO NOT-CPF.
                MOVE W-NOT-EVENTO TO NOT-EVENTO.
                MOVE W-NOT-TEXTO TO NOT-TEXTO.
                MOVE DATE-TIME TO NOT-DATA.
                MOVE 'P' TO NOT-STATUS.
                WRITE REG-NOTIFICACAO
                    INVALID KEY DISPLAY "ERRO AO GRAVAR NOTIFICACAO " NOT-CHAVE
                END-WRITE.

            GRAVA-TOTAL-EMPRESA.
                MOVE SPACES TO REG-RELATORIO.
                MOVE W-VALOR-PAGO-EMP TO M-VALOR.
                STRING "EMPRESA " DELIMITED BY SIZE
                       W-EMPRESA-ATUAL DELIMITED BY SIZE
                       " PAGOS: " DELIMITED BY SIZE
                       W-QTDE-PAGOS-EMP DELIMITED BY SIZE
                       " TOTAL " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " RECUSADOS: " DELIMITED BY SIZE
                       W-QTDE-RECUSADOS-EMP DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

            GRAVA-TOTAIS.
                MOVE SPACES TO REG-RELATORIO.
                MOVE W-TOTAL-PAGO TO M-VALOR.
                STRING "DEBITOS PAGOS: " DELIMITED BY SIZE
                       W-QTDE-PAGOS DELIMITED BY SIZE
                       " TOTAL " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " RECUSADOS: " DELIMITED BY SIZE
                       W-QTDE-RECUSADOS DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

           *> GRAVA O MOVIMENTO COM A PROXIMA SEQUENCIA DO CONTADOR DA
           *> CONTA; CHAVE DUPLICADA (CONTADOR AINDA NÂO MIGRADO) CAI NA
           *> VARREDURA UMA VEZ
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
           *> REPETIÇÂO APOS CHAVE DUPLICADA; A DESCRIÇÂO LEVA A EMPRESA E
           *> O INICIO DO CONTRATO PARA O CLIENTE RECONHECER A CONTA PAGA
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
                MOVE SPACES TO EXT-DESCRICAO.
                STRING "DEB AUT " DELIMITED BY SIZE
                       W-EMPRESA-ATUAL DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       COB-CONTRATO DELIMITED BY SIZE
                    INTO EXT-DESCRICAO.
                MOVE 64 TO EXT-CATEGORIA.

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

           *> VARREDURA DE EXCEÇÂO PARA CONTA ANTERIOR AO CONTADOR
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

           *> GRAVA A MARCA (EMPRESA E DOCUMENTO DA ULTIMA FATURA
           *> TRATADA) E A QUANTIDADE DE FATURAS JA PROCESSADAS, PARA
           *> RESTART
           GRAVA-CHECKPOINT.
                OPEN OUTPUT ARQ-CHECKPOINT.
                MOVE W-CKPT-EMPRESA TO CKD-EMPRESA.
                MOVE W-ULTIMO-DOCUMENTO TO CKD-ULTIMO-DOCUMENTO.
                MOVE W-QTDE-PROCESSADA TO CKD-QTDE-PROCESSADA.
                MOVE DATE-TIME TO CKD-DATA.
                WRITE REG-CKPT-DEBAUT.
                CLOSE ARQ-CHECKPOINT.

           *> LIGA E DESLIGA A MARCA DE JANELA BATCH NO ARQUIVO DE STATUS
           *> DO SISTEMA; COM A MARCA LIGADA O PROGRAMA DE CAIXA RECUSA
           *> OPERAÇÔES QUE MEXEM EM SALDO
           MARCA-JANELA-BATCH.
                OPEN OUTPUT ARQ-SISTEMA.
                MOVE 'S' TO SYS-BATCH-EM-ANDAMENTO.
                MOVE "CONTA-DEBAUT" TO SYS-JOB.
                MOVE DATE-TIME TO SYS-DATA.
                WRITE REG-SISTEMA.
                CLOSE ARQ-SISTEMA.

           LIBERA-JANELA-BATCH.
                OPEN OUTPUT ARQ-SISTEMA.
                MOVE 'N' TO SYS-BATCH-EM-ANDAMENTO.
                MOVE "CONTA-DEBAUT" TO SYS-JOB.
                MOVE DATE-TIME TO SYS-DATA.
                WRITE REG-SISTEMA.
                CLOSE ARQ-SISTEMA.

            CLOSE-FILES.
                CLOSE ARQ-DEBAUT.
                CLOSE ARQ-BANCO.
                CLOSE ARQ-EXTRATO.
                CLOSE ARQ-MOVDIA.
                CLOSE ARQ-BLOQUEIO.
                CLOSE ARQ-NOTIFICACAO.
                CLOSE ARQ-RELATORIO.

           *> ANOTA NO DIARIO CENTRAL DE EXECUÇÔES (ARQ-JOBLOG.DAT) O
           *> INICIO ('I') E O FIM ('F') DESTA EXECUÇÂO; UM 'I' SEM 'F'
           *> CORRESPONDENTE DENUNCIA FIM ANORMAL
           GRAVA-JOBLOG.
                OPEN EXTEND ARQ-JOBLOG.
                IF ARQ-JLG-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-JOBLOG
                END-IF.
                MOVE "CONTA-DEBAUT" TO JLG-JOB.
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
                MOVE "CONTA-DEBAUT" TO CAT-JOB.
                MOVE WS-REL-FILENAME TO CAT-ARQUIVO.
                COMPUTE CAT-DATA = YEARS * 10000 + MONTHS * 100 + DAYS.
                MOVE W-QTDE-LINHAS-REL TO CAT-QTDE.
                WRITE REG-CATALOGO.
                CLOSE ARQ-CATALOGO.

       END PROGRAM CONTA-DEBAUT.
