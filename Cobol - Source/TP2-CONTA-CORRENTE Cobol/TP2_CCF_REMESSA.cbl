       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-CCF-REMESSA.

      *> JOB PERIODICO: LEVA AO CADASTRO CENTRAL DE EMITENTES DE CHEQUE
      *> SEM FUNDOS AS MOVIMENTAÇÔES DO CCF LOCAL (ARQ-CCF.DAT) AINDA
      *> NÂO ENVIADAS. CADA INCLUSÂO PENDENTE (GRAVADA PELA COMPENSAÇÂO
      *> NA SEGUNDA DEVOLUÇÂO SEM FUNDOS) SAI COMO LINHA 'I' E CADA
      *> EXCLUSÂO PENDENTE (REGULARIZAÇÂO FEITA NO CAIXA) COMO LINHA 'E'
      *> NO ARQUIVO DE REMESSA (ARQ-REMESSA-CCF.DAT); UM REGISTRO
      *> INCLUIDO E EXCLUIDO ENTRE DUAS EXECUÇÔES SAI COM AS DUAS
      *> LINHAS, NESSA ORDEM. O QUE FOI ENVIADO PASSA A 'E' (ENVIADO),
      *> ENTÂO RERODAR E SEGURO; RETOMANDO NO MESMO DIA O ARQUIVO DE
      *> REMESSA E ANEXADO, NÂO TRUNCADO.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARQ-CCF ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CCF-CHAVE
                       FILE STATUS ARQ-CCF-OK.

                   SELECT ARQ-REMESSA-CCF ASSIGN TO "ARQ-REMESSA-CCF.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-RCF-OK.

                   SELECT ARQ-CHECKPOINT ASSIGN TO "CKPT_CCF_REMESSA.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-CKPT-OK.

                   SELECT ARQ-SISTEMA ASSIGN TO "ARQ-SISTEMA-STATUS.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-SYS-OK.

                   SELECT ARQ-JOBLOG ASSIGN TO "ARQ-JOBLOG.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-JLG-OK.

       DATA DIVISION.

           FILE SECTION.
               FD ARQ-CCF LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CCF.DAT".

               COPY CCF.

      *> REMESSA PARA O CADASTRO CENTRAL: O TIPO DA MOVIMENTAÇÂO ('I'
      *> INCLUSÂO, 'E' EXCLUSÂO), O EMITENTE (TIPO DE INSCRIÇÂO 1 CPF
      *> OU 2 CNPJ E O NUMERO, ALINHADO A DIREITA), O CHEQUE, O MOTIVO
      *> DA DEVOLUÇÂO E A DATA DA INCLUSÂO OU DA EXCLUSÂO
               FD ARQ-REMESSA-CCF LABEL RECORDS STANDARD.

               01  REG-REMESSA-CCF.
                   02  RCF-TIPO                PIC X(1).
                   02  RCF-TIPO-INSCRICAO      PIC 9(1).
                   02  RCF-INSCRICAO           PIC 9(14).
                   02  RCF-COD-AGENCIA         PIC 9(4).
                   02  RCF-COD-CONTA           PIC 9(7).
                   02  RCF-NUMERO-CHEQUE       PIC 9(6).
                   02  RCF-VALOR               PIC 9(8)V99.
                   02  RCF-MOTIVO              PIC X(2).
                   02  RCF-DATA                PIC 9(8).

               FD ARQ-CHECKPOINT LABEL RECORDS STANDARD.

               COPY CHECKPT.

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
                    02  ARQ-CCF-OK          PIC 9(2).
                    02  ARQ-RCF-OK          PIC X(2).
                    02  ARQ-CKPT-OK         PIC X(2).

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                    02 MONTHS           PIC 9(02).
                    02 DAYS             PIC 9(02).

                01 WS-CONTROLE.
                    02  WS-EOF                  PIC X(1) VALUE 'N'.
                        88  FIM-ARQUIVO         VALUE 'S'.
                    02  W-CHECKPOINT-INTERVALO  PIC 9(4) VALUE 100.
                    02  W-QTDE-PROCESSADA       PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-INCLUSOES        PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-EXCLUSOES        PIC 9(8) VALUE ZEROS.
                    02  W-ALTEROU               PIC X(1).
                        88  REGISTRO-ALTERADO   VALUE 'S'.
                    02  WS-CONTINUACAO          PIC X(1) VALUE 'N'.
                        88  RETOMA-MESMO-DIA    VALUE 'S'.

       PROCEDURE DIVISION.

            INIT.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                PERFORM LE-CHECKPOINT.
                MOVE 'I' TO W-JLG-EVENTO.
                MOVE ZEROS TO W-JLG-QTDE.
                MOVE 'N' TO W-JLG-CKPT.
                PERFORM GRAVA-JOBLOG.
                PERFORM OPEN-FILES.
                PERFORM MARCA-JANELA-BATCH.
                PERFORM PROCESSA-CCF UNTIL FIM-ARQUIVO.
                PERFORM GRAVA-CHECKPOINT.
                PERFORM LIBERA-JANELA-BATCH.
                PERFORM CLOSE-FILES.
                MOVE 'F' TO W-JLG-EVENTO.
                COMPUTE W-JLG-QTDE = W-QTDE-INCLUSOES + W-QTDE-EXCLUSOES.
                IF RETOMA-MESMO-DIA
                    MOVE 'S' TO W-JLG-CKPT
                END-IF.
                PERFORM GRAVA-JOBLOG.
                DISPLAY "REMESSA DO CCF CONCLUIDA. INCLUSOES: " W-QTDE-INCLUSOES
                        " EXCLUSOES: " W-QTDE-EXCLUSOES.
                STOP RUN.

            OPEN-FILES.
                OPEN I-O ARQ-CCF.
                *> RETOMANDO O MESMO DIA: ANEXA A REMESSA JA GRAVADA ANTES
                *> DO RESTART EM VEZ DE TRUNCAR AS LINHAS JA ENVIADAS
                IF RETOMA-MESMO-DIA
                    OPEN EXTEND ARQ-REMESSA-CCF
                    IF ARQ-RCF-OK NOT EQUAL "00"
                        OPEN OUTPUT ARQ-REMESSA-CCF
                    END-IF
                ELSE
                    OPEN OUTPUT ARQ-REMESSA-CCF
                END-IF.
                MOVE ZEROS TO CCF-CHAVE.
                START ARQ-CCF KEY IS NOT LESS THAN CCF-CHAVE
                    INVALID KEY MOVE 'S' TO WS-EOF.

           *> LE O CHECKPOINT ANTERIOR SO PARA SABER SE JA HOUVE EXECUÇÂO
           *> HOJE (DECIDE ENTRE TRUNCAR E ANEXAR A REMESSA); O
           *> POSICIONAMENTO NÂO DEPENDE DELE PORQUE A MARCA DE ENVIO EM
           *> CADA REGISTRO JA IMPEDE O REPROCESSAMENTO
           LE-CHECKPOINT.
                MOVE ZEROS TO W-QTDE-PROCESSADA.
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
                            END-IF
                    END-READ
                    CLOSE ARQ-CHECKPOINT
                END-IF.

            PROCESSA-CCF.
                READ ARQ-CCF NEXT RECORD
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        MOVE 'N' TO W-ALTEROU
                        IF CCF-INCLUSAO-PENDENTE
                            PERFORM REMETE-INCLUSAO
                        END-IF
                        IF CCF-EXCLUSAO-PENDENTE
                            PERFORM REMETE-EXCLUSAO
                        END-IF
                        IF REGISTRO-ALTERADO
                            REWRITE REG-CCF
                                INVALID KEY DISPLAY "ERRO AO REGRAVAR CCF " CCF-CHAVE
                            END-REWRITE
                        END-IF
                        ADD 1 TO W-QTDE-PROCESSADA
                        IF FUNCTION MOD(W-QTDE-PROCESSADA, W-CHECKPOINT-INTERVALO) EQUAL ZEROS
                            PERFORM GRAVA-CHECKPOINT
                        END-IF
                END-READ.

           *> A LINHA SAI ANTES DE O REGISTRO SER MARCADO COMO ENVIADO;
           *> UMA QUEDA NO MEIO NUNCA PERDE MOVIMENTAÇÂO (NO PIOR CASO A
           *> LINHA SAI DUPLICADA E O CADASTRO CENTRAL A DESCARTA)
           REMETE-INCLUSAO.
                MOVE 'I' TO RCF-TIPO.
                PERFORM MONTA-LINHA-REMESSA.
                MOVE CCF-DT-INCLUSAO TO RCF-DATA.
                WRITE REG-REMESSA-CCF.
                MOVE 'E' TO CCF-ENVIO-INCLUSAO.
                MOVE 'S' TO W-ALTEROU.
                ADD 1 TO W-QTDE-INCLUSOES.

           REMETE-EXCLUSAO.
                MOVE 'E' TO RCF-TIPO.
                PERFORM MONTA-LINHA-REMESSA.
                MOVE CCF-DT-EXCLUSAO TO RCF-DATA.
                WRITE REG-REMESSA-CCF.
                MOVE 'E' TO CCF-ENVIO-EXCLUSAO.
                MOVE 'S' TO W-ALTEROU.
                ADD 1 TO W-QTDE-EXCLUSOES.

           MONTA-LINHA-REMESSA.
                IF CCF-CNPJ NOT EQUAL ZEROS
                    MOVE 2 TO RCF-TIPO-INSCRICAO
                    MOVE CCF-CNPJ TO RCF-INSCRICAO
                ELSE
                    MOVE 1 TO RCF-TIPO-INSCRICAO
                    MOVE CCF-CPF TO RCF-INSCRICAO
                END-IF.
                MOVE CCF-COD-AGENCIA TO RCF-COD-AGENCIA.
                MOVE CCF-COD-CONTA TO RCF-COD-CONTA.
                MOVE CCF-NUMERO-CHEQUE TO RCF-NUMERO-CHEQUE.
                MOVE CCF-VALOR TO RCF-VALOR.
                MOVE CCF-MOTIVO TO RCF-MOTIVO.

           *> O CHECKPOINT REGISTRA APENAS A DATA E A CONTAGEM DA EXECUÇÂO;
           *> O POSICIONAMENTO DE RESTART VEM DA MARCA DE ENVIO GRAVADA
           GRAVA-CHECKPOINT.
                OPEN OUTPUT ARQ-CHECKPOINT.
                MOVE ZEROS TO CKPT-ULTIMO-COD-CONTA.
                MOVE W-QTDE-PROCESSADA TO CKPT-QTDE-PROCESSADA.
                MOVE DATE-TIME TO CKPT-DATA.
                WRITE REG-CHECKPOINT.
                CLOSE ARQ-CHECKPOINT.

            CLOSE-FILES.
                CLOSE ARQ-CCF.
                CLOSE ARQ-REMESSA-CCF.

           *> LIGA E DESLIGA A MARCA DE JANELA BATCH NO ARQUIVO DE STATUS
           *> DO SISTEMA; COM A MARCA LIGADA O PROGRAMA DE CAIXA RECUSA
           *> OPERAÇÔES QUE MEXEM EM SALDO
           MARCA-JANELA-BATCH.
                OPEN OUTPUT ARQ-SISTEMA.
                MOVE 'S' TO SYS-BATCH-EM-ANDAMENTO.
                MOVE "CONTA-CCF-REMESSA" TO SYS-JOB.
                MOVE DATE-TIME TO SYS-DATA.
                WRITE REG-SISTEMA.
                CLOSE ARQ-SISTEMA.

           LIBERA-JANELA-BATCH.
                OPEN OUTPUT ARQ-SISTEMA.
                MOVE 'N' TO SYS-BATCH-EM-ANDAMENTO.
                MOVE "CONTA-CCF-REMESSA" TO SYS-JOB.
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
                MOVE "CONTA-CCF-REMESSA" TO JLG-JOB.
                MOVE W-JLG-EVENTO TO JLG-EVENTO.
                COMPUTE JLG-DATA = YEARS * 10000 + MONTHS * 100 + DAYS.
                ACCEPT W-JLG-TIME FROM TIME.
                MOVE W-JLG-TIME (1:6) TO JLG-HORA.
                MOVE W-JLG-QTDE TO JLG-QTDE.
                MOVE W-JLG-CKPT TO JLG-CHECKPOINT.
                WRITE REG-JOBLOG.
                CLOSE ARQ-JOBLOG.

       END PROGRAM CONTA-CCF-REMESSA.
