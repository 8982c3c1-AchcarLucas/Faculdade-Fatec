       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-FATURA-COLOCACAO.

      *> JOB MENSAL DE COBRANÇA DAS FATURAS DE COLOCAÇÂO DA AGENCIA DE
      *> EMPREGOS: CADA FATURA AINDA NÂO PAGA DO CONTAS A RECEBER
      *> (FATURAS-EMPRESAS.DAT, EMITIDO PELO PROGRAM2-FATURA) E
      *> DEBITADA NA CONTA QUE A EMPRESA CADASTROU EM EMPRESAS.DAT, SE
      *> ELA AUTORIZOU O DEBITO. O DV DA CONTA E CONFERIDO ANTES DE
      *> QUALQUER LEITURA E O DEBITO SEGUE AS REGRAS DO DEBITO
      *> AUTOMATICO: CONTA ENCERRADA NÂO E DEBITADA E O SALDO NÂO DESCE
      *> DO PISO DO CHEQUE ESPECIAL (W-LIMITE) NEM DA SOMA DOS
      *> BLOQUEIOS JUDICIAIS ATIVOS. O DEBITO GERA O MOVIMENTO 'DA' NO
      *> EXTRATO COM A EMPRESA E O MES DA FATURA NA DESCRIÇÂO, QUE
      *> TAMBEM SEGURA O DEBITO EM DOBRO NUM RESTART (SEM CHECKPOINT,
      *> COMO NO CONTA-SALARIO). A FATURA VOLTA PARA O CONTAS A RECEBER
      *> COMO PAGA ('P', COM A DATA) OU NÂO PAGA ('N', COM O MOTIVO) E
      *> A NÂO PAGA E COBRADA DE NOVO NO MES SEGUINTE. O RELATORIO
      *> DATADO TRAZ AS COBRANÇAS DO DIA E O ENVELHECIMENTO DO CONTAS A
      *> RECEBER POR EMPRESA (FAIXAS DE ATE 30, 31 A 60, 61 A 90 E MAIS
      *> DE 90 DIAS DO VENCIMENTO, NO DIA 1 DO MES SEGUINTE AO DA
      *> FATURA). MARCA A JANELA BATCH, ANOTA NO JOBLOG E CATALOGA O
      *> RELATORIO.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARQ-EMPRESAS ASSIGN TO "EMPRESAS.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-EMP-OK.

                   SELECT ARQ-FATURAS ASSIGN TO "FATURAS-EMPRESAS.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-FTE-OK.

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
      *> CADASTRO DE EMPRESAS DA AGENCIA DE EMPREGOS (MANTIDO PELO
      *> PROGRAM2); A CONTA PARA DEBITO E O DV SÂO ESPACOS NA EMPRESA
      *> CADASTRADA ANTES DA AUTORIZAÇÂO
               FD ARQ-EMPRESAS LABEL RECORDS STANDARD.

               01  REG-EMPRESA.
                   02  EMP-COD                 PIC 9(3).
                   02  EMP-NOME                PIC X(30).
                   02  EMP-CONTATO             PIC X(30).
                   02  EMP-COD-CONTA           PIC 9(7).
                   02  EMP-DV                  PIC 9(1).
                   02  EMP-DEBITO-AUT          PIC X(1).

      *> CONTAS A RECEBER: UMA FATURA POR EMPRESA E MES (ANO COM DOIS
      *> DIGITOS, COMO NAS COLOCAÇÔES); SITUAÇÂO 'A' EMITIDA, 'P' PAGA,
      *> 'N' NÂO PAGA. MOTIVO DA NÂO PAGA: 01 EMPRESA SEM AUTORIZAÇÂO DE
      *> DEBITO, 02 DV DA CONTA INVALIDO, 03 CONTA INEXISTENTE, 04
      *> CONTA ENCERRADA, 05 SALDO INSUFICIENTE, 06 BLOQUEIO JUDICIAL,
      *> 07 VALOR INVALIDO
               FD ARQ-FATURAS LABEL RECORDS STANDARD.

               01  REG-FATURA-EMP.
                   02  FTE-EMPRESA             PIC 9(3).
                   02  FTE-ANO                 PIC 9(2).
                   02  FTE-MES                 PIC 9(2).
                   02  FTE-QTDE                PIC 9(4).
                   02  FTE-VALOR               PIC 9(9)V99.
                   02  FTE-SITUACAO            PIC X(1).
                       88  FTE-PAGA            VALUE 'P'.
                   02  FTE-MOTIVO              PIC X(2).
                   02  FTE-DT-PAGTO            PIC 9(8).

               FD ARQ-BANCO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-BANCO.DAT".

               COPY REGBANCO.

               FD ARQ-EXTRATO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EXTRATO.DAT".

               COPY EXTRATO.

               FD ARQ-MOVDIA LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-MOVDIA.DAT".

               COPY MOVDIA.

               FD ARQ-BLOQUEIO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-BLOQUEIO.DAT".

               COPY BLOQUEIO.

               FD ARQ-RELATORIO LABEL RECORDS STANDARD.

               01  REG-RELATORIO               PIC X(132).

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

                01  ARQ-JLG-OK              PIC X(2).

                01 JOBLOG-VARIABLES.
                    02  W-JLG-TIME          PIC 9(8).
                    02  W-JLG-EVENTO        PIC X(1).
                    02  W-JLG-QTDE          PIC 9(8).
                    02  W-JLG-CKPT          PIC X(1).

                01  ARQ-SYS-OK              PIC X(2).

                01  REG-CHECK.
                    02  ARQ-EMP-OK          PIC X(2).
                    02  ARQ-FTE-OK          PIC X(2).
                    02  ARQ-OK              PIC 9(2).
                    02  ARQ-EXT-OK          PIC X(2).
                    02  ARQ-MVD-OK          PIC 9(2).
                    02  ARQ-BLQ-OK          PIC 9(2).
                    02  ARQ-REL-OK          PIC X(2).

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
                    02  M-DIAS              PIC ZZZZ9.

                01 DV-VERIFICATION.
                    02  W-DV-BASE                   PIC 9(7).
                    02  W-DV-DIGITO                 PIC 9(1).
                    02  W-DV-SOMA                   PIC 9(4).
                    02  W-DV-PESO                   PIC 9(1).
                    02  W-DV-IDX                    PIC 9(1).
                    02  W-DV-RESTO                  PIC 9(2).
                    02  W-DV-CALCULADO              PIC 9(1).

                *> EMPRESAS DO CADASTRO DA AGENCIA, COM O QUE O ENVELHECIMENTO
                *> ACUMULA POR FAIXA; A ENTRADA DA EMPRESA QUE SO APARECE NO
                *> CONTAS A RECEBER (ZEROS OU FORA DO CADASTRO) E CRIADA NA
                *> HORA, SEM NOME E SEM AUTORIZAÇÂO
                01 EMPRESAS-VARIABLES.
                    02  W-MAX-EMPRESAS          PIC 9(3) VALUE 100.
                    02  W-QTDE-EMPRESAS         PIC 9(3) VALUE ZEROS.
                    02  W-EMPRESA-TABELA OCCURS 100 TIMES INDEXED BY EMP-IDX.
                        03  TE-CODIGO           PIC 9(3).
                        03  TE-NOME             PIC X(30).
                        03  TE-COD-CONTA        PIC 9(7).
                        03  TE-DV               PIC 9(1).
                        03  TE-DEBITO-AUT       PIC X(1).
                            88  TE-AUTORIZADA   VALUE 'S'.
                        03  TE-AGING-FAIXA OCCURS 4 TIMES PIC 9(12)V99.
                        03  TE-AGING-TOTAL      PIC 9(12)V99.
                    02  W-EMP-ENCONTRADA        PIC X(1).
                        88  EMPRESA-ENCONTRADA  VALUE 'S'.

                *> CONTAS A RECEBER EM MEMORIA: LIDO INTEIRO, ATUALIZADO E
                *> REGRAVADO NO FIM; SE NÂO COUBER NA TABELA O JOB NÂO COBRA
                01 FATURAS-VARIABLES.
                    02  W-MAX-FATURAS           PIC 9(3) VALUE 500.
                    02  W-QTDE-FATURAS          PIC 9(3) VALUE ZEROS.
                    02  W-FATURA-TABELA OCCURS 500 TIMES INDEXED BY FTE-IDX.
                        03  TF-REGISTRO         PIC X(33).
                    02  W-FATURAS-CHEIA         PIC X(1) VALUE 'N'.
                        88  FATURAS-CHEIA       VALUE 'S'.

                01 DEBITO-VARIABLES.
                    02  W-MOTIVO            PIC X(2).
                    02  W-MOTIVO-TEXTO      PIC X(30).
                    02  W-CONTA-DEBITO      PIC 9(7).
                    02  W-MIN-SALDO         PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-BLQ-CONTA         PIC 9(7).
                    02  W-SOMA-BLOQUEIOS    PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    *> DESCRIÇÂO DO 'DA' DA FATURA: EMPRESA E MES/ANO; O
                    *> MESMO 'DA' JA NO EXTRATO DA CONTA = FATURA JA DEBITADA
                    02  W-DESCRICAO-DEBITO  PIC X(20).
                    02  W-JA-DEBITADA       PIC X(1).
                        88  FATURA-JA-DEBITADA VALUE 'S'.

                01 AGING-VARIABLES.
                    02  W-DATA-HOJE-NUM     PIC 9(8).
                    02  W-DATA-VENC-NUM     PIC 9(8).
                    02  W-VENC-ANO          PIC 9(4).
                    02  W-VENC-MES          PIC 9(2).
                    02  W-DIAS-HOJE         PIC 9(7).
                    02  W-DIAS-VENC         PIC 9(7).
                    02  W-IDADE-DIAS        PIC S9(5).
                    02  W-FAIXA             PIC 9(1).
                    02  W-FAIXA-DESC OCCURS 4 TIMES PIC X(12).
                    02  W-AGING-GERAL OCCURS 4 TIMES PIC 9(12)V99.
                    02  W-AGING-TOTAL-GERAL PIC 9(12)V99.

                01 TRANSACAO-VARIABLES.
                    02  W-EXT-SEQ                    PIC 9(6).
                    02  W-EXT-TIPO-ATUAL             PIC X(02).
                    *> VALOR E SALDO-ANTERIOR DO MOVIMENTO EM GRAVAÇÂO,
                    *> PRESERVADOS DA VARREDURA DE CHAVE DUPLICADA
                    02  W-EXT-VALOR-MOV              PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-EXT-SALDO-ANT-MOV          PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.

                01 WS-CONTROLE.
                    02  W-QTDE-PROCESSADA       PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-PAGAS            PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-NAO-PAGAS        PIC 9(8) VALUE ZEROS.
                    02  W-TOTAL-PAGO            PIC 9(12)V99 VALUE ZEROS.
                    02  W-TOTAL-NAO-PAGO        PIC 9(12)V99 VALUE ZEROS.

       PROCEDURE DIVISION.

            INIT.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                STRING "ARQ-FATURA-COL-REL-" DELIMITED BY SIZE
                       YEARS  DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       DAYS   DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                    INTO WS-REL-FILENAME.
                MOVE 'I' TO W-JLG-EVENTO.
                MOVE ZEROS TO W-JLG-QTDE.
                MOVE 'N' TO W-JLG-CKPT.
                PERFORM GRAVA-JOBLOG.
                PERFORM CARREGA-EMPRESAS.
                PERFORM CARREGA-FATURAS.
                IF FATURAS-CHEIA
                    DISPLAY "FATURAS-EMPRESAS.DAT EXCEDE A TABELA, AMPLIE O LIMITE"
                    MOVE 'F' TO W-JLG-EVENTO
                    PERFORM GRAVA-JOBLOG
                    STOP RUN
                END-IF.
                PERFORM OPEN-FILES.
                PERFORM MARCA-JANELA-BATCH.
                MOVE SPACES TO REG-RELATORIO.
                STRING "COBRANCA DAS FATURAS DE COLOCACAO EM " DELIMITED BY SIZE
                       DAYS DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       YEARS DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                PERFORM GRAVA-LINHA-REL.
                PERFORM VARYING FTE-IDX FROM 1 BY 1 UNTIL FTE-IDX > W-QTDE-FATURAS
                    MOVE TF-REGISTRO (FTE-IDX) TO REG-FATURA-EMP
                    IF NOT FTE-PAGA
                        PERFORM COBRA-FATURA
                        MOVE REG-FATURA-EMP TO TF-REGISTRO (FTE-IDX)
                        ADD 1 TO W-QTDE-PROCESSADA
                    END-IF
                END-PERFORM.
                PERFORM GRAVA-TOTAIS.
                PERFORM REGRAVA-FATURAS.
                PERFORM GRAVA-ENVELHECIMENTO.
                PERFORM LIBERA-JANELA-BATCH.
                PERFORM CLOSE-FILES.
                PERFORM GRAVA-CATALOGO.
                MOVE 'F' TO W-JLG-EVENTO.
                MOVE W-QTDE-PROCESSADA TO W-JLG-QTDE.
                PERFORM GRAVA-JOBLOG.
                DISPLAY "COBRANCA DE FATURAS CONCLUIDA. PAGAS: " W-QTDE-PAGAS
                        " NAO PAGAS: " W-QTDE-NAO-PAGAS.
                STOP RUN.

            OPEN-FILES.
                OPEN I-O ARQ-BANCO.
                OPEN I-O ARQ-EXTRATO.
                OPEN I-O ARQ-MOVDIA.
                OPEN INPUT ARQ-BLOQUEIO.
                OPEN OUTPUT ARQ-RELATORIO.

            CARREGA-EMPRESAS.
                MOVE ZEROS TO W-QTDE-EMPRESAS.
                OPEN INPUT ARQ-EMPRESAS.
                IF ARQ-EMP-OK EQUAL "00"
                    PERFORM UNTIL ARQ-EMP-OK EQUAL "10"
                               OR W-QTDE-EMPRESAS EQUAL W-MAX-EMPRESAS
                        READ ARQ-EMPRESAS
                            AT END MOVE "10" TO ARQ-EMP-OK
                            NOT AT END
                                ADD 1 TO W-QTDE-EMPRESAS
                                SET EMP-IDX TO W-QTDE-EMPRESAS
                                PERFORM ZERA-EMPRESA
                                MOVE EMP-COD TO TE-CODIGO (EMP-IDX)
                                MOVE EMP-NOME TO TE-NOME (EMP-IDX)
                                IF EMP-COD-CONTA NUMERIC AND EMP-DV NUMERIC
                                    MOVE EMP-COD-CONTA TO TE-COD-CONTA (EMP-IDX)
                                    MOVE EMP-DV TO TE-DV (EMP-IDX)
                                    MOVE EMP-DEBITO-AUT TO TE-DEBITO-AUT (EMP-IDX)
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-EMPRESAS
                END-IF.

            ZERA-EMPRESA.
                MOVE ZEROS TO TE-CODIGO (EMP-IDX).
                MOVE SPACES TO TE-NOME (EMP-IDX).
                MOVE ZEROS TO TE-COD-CONTA (EMP-IDX).
                MOVE ZEROS TO TE-DV (EMP-IDX).
                MOVE 'N' TO TE-DEBITO-AUT (EMP-IDX).
                MOVE ZEROS TO TE-AGING-FAIXA (EMP-IDX, 1).
                MOVE ZEROS TO TE-AGING-FAIXA (EMP-IDX, 2).
                MOVE ZEROS TO TE-AGING-FAIXA (EMP-IDX, 3).
                MOVE ZEROS TO TE-AGING-FAIXA (EMP-IDX, 4).
                MOVE ZEROS TO TE-AGING-TOTAL (EMP-IDX).

            CARREGA-FATURAS.
                MOVE ZEROS TO W-QTDE-FATURAS.
                MOVE 'N' TO W-FATURAS-CHEIA.
                OPEN INPUT ARQ-FATURAS.
                IF ARQ-FTE-OK EQUAL "00"
                    PERFORM UNTIL ARQ-FTE-OK EQUAL "10" OR FATURAS-CHEIA
                        READ ARQ-FATURAS
                            AT END MOVE "10" TO ARQ-FTE-OK
                            NOT AT END
                                IF W-QTDE-FATURAS EQUAL W-MAX-FATURAS
                                    MOVE 'S' TO W-FATURAS-CHEIA
                                ELSE
                                    ADD 1 TO W-QTDE-FATURAS
                                    SET FTE-IDX TO W-QTDE-FATURAS
                                    MOVE REG-FATURA-EMP TO TF-REGISTRO (FTE-IDX)
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-FATURAS
                END-IF.

           *> LOCALIZA A EMPRESA DA FATURA; A QUE NÂO ESTA NO CADASTRO
           *> GANHA UMA ENTRADA SEM AUTORIZAÇÂO PARA O ENVELHECIMENTO
           LOCALIZA-EMPRESA.
                MOVE 'N' TO W-EMP-ENCONTRADA.
                SET EMP-IDX TO 1.
                SEARCH W-EMPRESA-TABELA
                    AT END CONTINUE
                    WHEN EMP-IDX NOT > W-QTDE-EMPRESAS AND
                         TE-CODIGO (EMP-IDX) EQUAL FTE-EMPRESA
                        MOVE 'S' TO W-EMP-ENCONTRADA
                END-SEARCH.
                IF NOT EMPRESA-ENCONTRADA AND W-QTDE-EMPRESAS < W-MAX-EMPRESAS
                    ADD 1 TO W-QTDE-EMPRESAS
                    SET EMP-IDX TO W-QTDE-EMPRESAS
                    PERFORM ZERA-EMPRESA
                    MOVE FTE-EMPRESA TO TE-CODIGO (EMP-IDX)
                    IF FTE-EMPRESA EQUAL ZEROS
                        MOVE "(VAGA SEM EMPRESA)" TO TE-NOME (EMP-IDX)
                    ELSE
                        MOVE "(EMPRESA NAO CADASTRADA)" TO TE-NOME (EMP-IDX)
                    END-IF
                    MOVE 'S' TO W-EMP-ENCONTRADA
                END-IF.

           *> CADA VERIFICAÇÂO SO RODA SE AS ANTERIORES PASSARAM; A
           *> PRIMEIRA QUE FALHA DA O MOTIVO DA FATURA NÂO PAGA
           COBRA-FATURA.
                MOVE SPACES TO W-MOTIVO.
                MOVE ZEROS TO W-CONTA-DEBITO.
                IF FTE-VALOR NOT > ZEROS
                    MOVE "07" TO W-MOTIVO
                END-IF.
                IF W-MOTIVO EQUAL SPACES
                    PERFORM LOCALIZA-EMPRESA
                    IF NOT EMPRESA-ENCONTRADA
                        MOVE "01" TO W-MOTIVO
                    ELSE
                        IF NOT TE-AUTORIZADA (EMP-IDX) OR
                           TE-COD-CONTA (EMP-IDX) EQUAL ZEROS
                            MOVE "01" TO W-MOTIVO
                        ELSE
                            *> O DV DO CADASTRO E CONFERIDO ANTES DE QUALQUER
                            *> LEITURA: UM NUMERO TRANSPOSTO DEBITARIA CONTA ERRADA
                            MOVE TE-COD-CONTA (EMP-IDX) TO W-CONTA-DEBITO
                            MOVE W-CONTA-DEBITO TO W-DV-BASE
                            PERFORM CALCULA-DV-CONTA
                            IF TE-DV (EMP-IDX) NOT EQUAL W-DV-CALCULADO
                                MOVE "02" TO W-MOTIVO
                            END-IF
                        END-IF
                    END-IF
                END-IF.
                IF W-MOTIVO EQUAL SPACES
                    PERFORM VALIDA-CONTA
                END-IF.
                IF W-MOTIVO EQUAL SPACES
                    PERFORM VERIFICA-JA-DEBITADA
                    IF NOT FATURA-JA-DEBITADA
                        PERFORM VALIDA-SALDO
                        IF W-MOTIVO EQUAL SPACES
                            PERFORM LANCA-DEBITO
                        END-IF
                    END-IF
                END-IF.
                IF W-MOTIVO EQUAL SPACES
                    MOVE 'P' TO FTE-SITUACAO
                    MOVE SPACES TO FTE-MOTIVO
                    MOVE DATE-TIME TO FTE-DT-PAGTO
                    ADD 1 TO W-QTDE-PAGAS
                    ADD FTE-VALOR TO W-TOTAL-PAGO
                ELSE
                    MOVE 'N' TO FTE-SITUACAO
                    MOVE W-MOTIVO TO FTE-MOTIVO
                    ADD 1 TO W-QTDE-NAO-PAGAS
                    ADD FTE-VALOR TO W-TOTAL-NAO-PAGO
                END-IF.
                PERFORM GRAVA-COBRANCA.

           *> COMO NO DEBITO AUTOMATICO, SO A CONTA ENCERRADA E RECUSADA
           VALIDA-CONTA.
                MOVE W-CONTA-DEBITO TO COD-CONTA.
                READ ARQ-BANCO
                    INVALID KEY
                        MOVE "03" TO W-MOTIVO
                END-READ.
                IF W-MOTIVO EQUAL SPACES
                    IF CONTA-FECHADA
                        MOVE "04" TO W-MOTIVO
                    END-IF
                END-IF.

           *> O 'DA' DESTA FATURA JA ESTA NO EXTRATO DA CONTA (RESTART
           *> DEPOIS DO DEBITO E ANTES DA REGRAVAÇÂO DO CONTAS A RECEBER):
           *> A FATURA E DADA COMO PAGA SEM DEBITAR DE NOVO
           VERIFICA-JA-DEBITADA.
                MOVE SPACES TO W-DESCRICAO-DEBITO.
                STRING "FATURA COL " DELIMITED BY SIZE
                       FTE-EMPRESA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FTE-MES DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       FTE-ANO DELIMITED BY SIZE
                    INTO W-DESCRICAO-DEBITO.
                MOVE 'N' TO W-JA-DEBITADA.
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
                                IF EXT-DEBITO-AUTOMATICO AND
                                   EXT-DESCRICAO EQUAL W-DESCRICAO-DEBITO
                                    MOVE 'S' TO W-JA-DEBITADA
                                    MOVE 10 TO ARQ-EXT-OK
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.
                *> A VARREDURA CARREGOU OUTRO REGISTRO DA CONTA NO
                *> BUFFER; RELE A CONTA ANTES DE MEXER NO SALDO
                MOVE W-CONTA-DEBITO TO COD-CONTA.
                READ ARQ-BANCO.

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
                IF (W-SALDO - FTE-VALOR) < W-MIN-SALDO
                    IF W-SOMA-BLOQUEIOS > ZEROS
                        MOVE "06" TO W-MOTIVO
                    ELSE
                        MOVE "05" TO W-MOTIVO
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
                SUBTRACT FTE-VALOR FROM W-SALDO.
                MOVE DATE-TIME TO DT-ULT-MODIF.
                REWRITE REG-BANCO
                    INVALID KEY DISPLAY "ERRO AO REGRAVAR CONTA " COD-CONTA
                END-REWRITE.
                MOVE 'DA' TO W-EXT-TIPO-ATUAL.
                MOVE FTE-VALOR TO EXT-VALOR.
                PERFORM GRAVA-EXTRATO.

            MONTA-TEXTO-MOTIVO.
                EVALUATE W-MOTIVO
                    WHEN SPACES MOVE "PAGA" TO W-MOTIVO-TEXTO
                    WHEN "01" MOVE "EMPRESA SEM AUTORIZACAO" TO W-MOTIVO-TEXTO
                    WHEN "02" MOVE "DV DA CONTA INVALIDO" TO W-MOTIVO-TEXTO
                    WHEN "03" MOVE "CONTA INEXISTENTE" TO W-MOTIVO-TEXTO
                    WHEN "04" MOVE "CONTA ENCERRADA" TO W-MOTIVO-TEXTO
                    WHEN "05" MOVE "SALDO INSUFICIENTE" TO W-MOTIVO-TEXTO
                    WHEN "06" MOVE "BLOQUEIO JUDICIAL" TO W-MOTIVO-TEXTO
                    WHEN "07" MOVE "VALOR INVALIDO" TO W-MOTIVO-TEXTO
                    WHEN OTHER MOVE "NAO COBRADA" TO W-MOTIVO-TEXTO
                END-EVALUATE.

            GRAVA-COBRANCA.
                PERFORM MONTA-TEXTO-MOTIVO.
                MOVE SPACES TO REG-RELATORIO.
                MOVE FTE-VALOR TO M-VALOR.
                STRING "EMPRESA " DELIMITED BY SIZE
                       FTE-EMPRESA DELIMITED BY SIZE
                       " FATURA " DELIMITED BY SIZE
                       FTE-MES DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       FTE-ANO DELIMITED BY SIZE
                       " CONTA " DELIMITED BY SIZE
                       W-CONTA-DEBITO DELIMITED BY SIZE
                       " VALOR " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       W-MOTIVO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       W-MOTIVO-TEXTO DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                PERFORM GRAVA-LINHA-REL.

            GRAVA-TOTAIS.
                MOVE SPACES TO REG-RELATORIO.
                MOVE W-TOTAL-PAGO TO M-VALOR.
                STRING "FATURAS PAGAS: " DELIMITED BY SIZE
                       W-QTDE-PAGAS DELIMITED BY SIZE
                       " TOTAL " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                PERFORM GRAVA-LINHA-REL.
                MOVE SPACES TO REG-RELATORIO.
                MOVE W-TOTAL-NAO-PAGO TO M-VALOR.
                STRING "FATURAS NAO PAGAS: " DELIMITED BY SIZE
                       W-QTDE-NAO-PAGAS DELIMITED BY SIZE
                       " TOTAL " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                PERFORM GRAVA-LINHA-REL.

            REGRAVA-FATURAS.
                OPEN OUTPUT ARQ-FATURAS.
                PERFORM VARYING FTE-IDX FROM 1 BY 1 UNTIL FTE-IDX > W-QTDE-FATURAS
                    MOVE TF-REGISTRO (FTE-IDX) TO REG-FATURA-EMP
                    WRITE REG-FATURA-EMP
                END-PERFORM.
                CLOSE ARQ-FATURAS.

           *> ENVELHECIMENTO DO QUE FICOU SEM PAGAR: AS FATURAS NÂO PAGAS
           *> SOMADAS POR EMPRESA NA FAIXA DE DIAS DESDE O VENCIMENTO, COM
           *> A LISTA DAS FATURAS E O MOTIVO, E O TOTAL GERAL POR FAIXA
           GRAVA-ENVELHECIMENTO.
                MOVE "ATE 30 DIAS" TO W-FAIXA-DESC (1).
                MOVE "31 A 60" TO W-FAIXA-DESC (2).
                MOVE "61 A 90" TO W-FAIXA-DESC (3).
                MOVE "MAIS DE 90" TO W-FAIXA-DESC (4).
                MOVE ZEROS TO W-AGING-GERAL (1) W-AGING-GERAL (2)
                              W-AGING-GERAL (3) W-AGING-GERAL (4)
                              W-AGING-TOTAL-GERAL.
                MOVE DATE-TIME TO W-DATA-HOJE-NUM.
                COMPUTE W-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(W-DATA-HOJE-NUM).
                PERFORM VARYING FTE-IDX FROM 1 BY 1 UNTIL FTE-IDX > W-QTDE-FATURAS
                    MOVE TF-REGISTRO (FTE-IDX) TO REG-FATURA-EMP
                    IF NOT FTE-PAGA
                        PERFORM LOCALIZA-EMPRESA
                        IF EMPRESA-ENCONTRADA
                            PERFORM CALCULA-FAIXA
                            ADD FTE-VALOR TO TE-AGING-FAIXA (EMP-IDX, W-FAIXA)
                            ADD FTE-VALOR TO TE-AGING-TOTAL (EMP-IDX)
                            ADD FTE-VALOR TO W-AGING-GERAL (W-FAIXA)
                            ADD FTE-VALOR TO W-AGING-TOTAL-GERAL
                        END-IF
                    END-IF
                END-PERFORM.
                MOVE SPACES TO REG-RELATORIO.
                PERFORM GRAVA-LINHA-REL.
                MOVE "CONTAS A RECEBER POR EMPRESA - FATURAS NAO PAGAS"
                    TO REG-RELATORIO.
                PERFORM GRAVA-LINHA-REL.
                PERFORM VARYING EMP-IDX FROM 1 BY 1 UNTIL EMP-IDX > W-QTDE-EMPRESAS
                    IF TE-AGING-TOTAL (EMP-IDX) > ZEROS
                        PERFORM GRAVA-ENVELHECIMENTO-EMPRESA
                    END-IF
                END-PERFORM.
                MOVE SPACES TO REG-RELATORIO.
                MOVE W-AGING-TOTAL-GERAL TO M-VALOR.
                STRING "TOTAL A RECEBER " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                PERFORM GRAVA-LINHA-REL.
                PERFORM VARYING W-FAIXA FROM 1 BY 1 UNTIL W-FAIXA > 4
                    MOVE SPACES TO REG-RELATORIO
                    MOVE W-AGING-GERAL (W-FAIXA) TO M-VALOR
                    STRING "  " DELIMITED BY SIZE
                           W-FAIXA-DESC (W-FAIXA) DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           M-VALOR DELIMITED BY SIZE
                        INTO REG-RELATORIO
                    PERFORM GRAVA-LINHA-REL
                END-PERFORM.

           *> VENCIMENTO NO DIA 1 DO MES SEGUINTE AO DA FATURA (O ANO DE
           *> DOIS DIGITOS E DESTE SECULO); FATURA AINDA NÂO VENCIDA CONTA
           *> NA PRIMEIRA FAIXA
           CALCULA-FAIXA.
                COMPUTE W-VENC-ANO = 2000 + FTE-ANO.
                IF FTE-MES EQUAL 12
                    ADD 1 TO W-VENC-ANO
                    MOVE 1 TO W-VENC-MES
                ELSE
                    COMPUTE W-VENC-MES = FTE-MES + 1
                END-IF.
                COMPUTE W-DATA-VENC-NUM = W-VENC-ANO * 10000 + W-VENC-MES * 100 + 1.
                COMPUTE W-DIAS-VENC = FUNCTION INTEGER-OF-DATE(W-DATA-VENC-NUM).
                COMPUTE W-IDADE-DIAS = W-DIAS-HOJE - W-DIAS-VENC.
                IF W-IDADE-DIAS < ZEROS
                    MOVE ZEROS TO W-IDADE-DIAS
                END-IF.
                EVALUATE TRUE
                    WHEN W-IDADE-DIAS NOT > 30 MOVE 1 TO W-FAIXA
                    WHEN W-IDADE-DIAS NOT > 60 MOVE 2 TO W-FAIXA
                    WHEN W-IDADE-DIAS NOT > 90 MOVE 3 TO W-FAIXA
                    WHEN OTHER MOVE 4 TO W-FAIXA
                END-EVALUATE.

            GRAVA-ENVELHECIMENTO-EMPRESA.
                MOVE SPACES TO REG-RELATORIO.
                STRING "EMPRESA " DELIMITED BY SIZE
                       TE-CODIGO (EMP-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TE-NOME (EMP-IDX) DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                IF TE-AUTORIZADA (EMP-IDX)
                    MOVE "DEBITO AUTORIZADO" TO REG-RELATORIO (45:17)
                ELSE
                    MOVE "SEM AUTORIZACAO DE DEBITO" TO REG-RELATORIO (45:25)
                END-IF.
                PERFORM GRAVA-LINHA-REL.
                PERFORM VARYING FTE-IDX FROM 1 BY 1 UNTIL FTE-IDX > W-QTDE-FATURAS
                    MOVE TF-REGISTRO (FTE-IDX) TO REG-FATURA-EMP
                    IF NOT FTE-PAGA AND FTE-EMPRESA EQUAL TE-CODIGO (EMP-IDX)
                        PERFORM CALCULA-FAIXA
                        MOVE FTE-MOTIVO TO W-MOTIVO
                        PERFORM MONTA-TEXTO-MOTIVO
                        MOVE FTE-VALOR TO M-VALOR
                        MOVE W-IDADE-DIAS TO M-DIAS
                        MOVE SPACES TO REG-RELATORIO
                        STRING "  FATURA " DELIMITED BY SIZE
                               FTE-MES DELIMITED BY SIZE
                               "/" DELIMITED BY SIZE
                               FTE-ANO DELIMITED BY SIZE
                               " VALOR " DELIMITED BY SIZE
                               M-VALOR DELIMITED BY SIZE
                               " VENCIDA HA " DELIMITED BY SIZE
                               M-DIAS DELIMITED BY SIZE
                               " DIAS " DELIMITED BY SIZE
                               W-MOTIVO-TEXTO DELIMITED BY SIZE
                            INTO REG-RELATORIO
                        PERFORM GRAVA-LINHA-REL
                    END-IF
                END-PERFORM.
                PERFORM VARYING W-FAIXA FROM 1 BY 1 UNTIL W-FAIXA > 4
                    IF TE-AGING-FAIXA (EMP-IDX, W-FAIXA) > ZEROS
                        MOVE SPACES TO REG-RELATORIO
                        MOVE TE-AGING-FAIXA (EMP-IDX, W-FAIXA) TO M-VALOR
                        STRING "  " DELIMITED BY SIZE
                               W-FAIXA-DESC (W-FAIXA) DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               M-VALOR DELIMITED BY SIZE
                            INTO REG-RELATORIO
                        PERFORM GRAVA-LINHA-REL
                    END-IF
                END-PERFORM.
                MOVE SPACES TO REG-RELATORIO.
                MOVE TE-AGING-TOTAL (EMP-IDX) TO M-VALOR.
                STRING "  TOTAL DA EMPRESA " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                PERFORM GRAVA-LINHA-REL.

            GRAVA-LINHA-REL.
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

           *> O MOVIMENTO LEVA NA DESCRIÇÂO A EMPRESA E O MES DA FATURA,
           *> PARA A EMPRESA RECONHECER O DEBITO E O RESTART ACHA-LO
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
                MOVE W-DESCRICAO-DEBITO TO EXT-DESCRICAO.
                MOVE 64 TO EXT-CATEGORIA.

           *> ESPELHA O MOVIMENTO RECEM-GRAVADO NO ARQUIVO DE MOVIMENTOS
           *> DO DIA; CHAVE DUPLICADA (RESTART) E IGNORADA
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

           *> LIGA E DESLIGA A MARCA DE JANELA BATCH NO ARQUIVO DE STATUS
           *> DO SISTEMA; COM A MARCA LIGADA O PROGRAMA DE CAIXA RECUSA
           *> OPERAÇÔES QUE MEXEM EM SALDO
           MARCA-JANELA-BATCH.
                OPEN OUTPUT ARQ-SISTEMA.
                MOVE 'S' TO SYS-BATCH-EM-ANDAMENTO.
                MOVE "CONTA-FATURA-COLOCACAO" TO SYS-JOB.
                MOVE DATE-TIME TO SYS-DATA.
                WRITE REG-SISTEMA.
                CLOSE ARQ-SISTEMA.

           LIBERA-JANELA-BATCH.
                OPEN OUTPUT ARQ-SISTEMA.
                MOVE 'N' TO SYS-BATCH-EM-ANDAMENTO.
                MOVE "CONTA-FATURA-COLOCACAO" TO SYS-JOB.
                MOVE DATE-TIME TO SYS-DATA.
                WRITE REG-SISTEMA.
                CLOSE ARQ-SISTEMA.

            CLOSE-FILES.
                CLOSE ARQ-BANCO.
                CLOSE ARQ-EXTRATO.
                CLOSE ARQ-MOVDIA.
                CLOSE ARQ-BLOQUEIO.
                CLOSE ARQ-RELATORIO.

           *> ANOTA NO DIARIO CENTRAL DE EXECUÇÔES (ARQ-JOBLOG.DAT) O
           *> INICIO ('I') E O FIM ('F') DESTA EXECUÇÂO; UM 'I' SEM 'F'
           *> CORRESPONDENTE DENUNCIA FIM ANORMAL
           GRAVA-JOBLOG.
                OPEN EXTEND ARQ-JOBLOG.
                IF ARQ-JLG-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-JOBLOG
                END-IF.
                MOVE "CONTA-FATURA-COLOCACAO" TO JLG-JOB.
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
                MOVE "CONTA-FATURA-COLOCACAO" TO CAT-JOB.
                MOVE WS-REL-FILENAME TO CAT-ARQUIVO.
                COMPUTE CAT-DATA = YEARS * 10000 + MONTHS * 100 + DAYS.
                MOVE W-QTDE-LINHAS-REL TO CAT-QTDE.
                WRITE REG-CATALOGO.
                CLOSE ARQ-CATALOGO.

       END PROGRAM CONTA-FATURA-COLOCACAO.
