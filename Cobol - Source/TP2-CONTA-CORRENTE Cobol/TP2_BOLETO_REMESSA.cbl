       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-BOLETO-REMESSA.

      *> JOB NOTURNO: RECOLHE OS BOLETOS PAGOS NO CAIXA
      *> (ARQ-BOLETO.DAT, STATUS 'P') E GRAVA UM ARQUIVO DE REMESSA POR
      *> BANCO FAVORECIDO (ARQ-REM-BOLETO-BBB-AAAAMMDD.DAT; A
      *> ARRECADAÇÂO DE CONVENIOS SAI NO BANCO 000), COM REGISTRO
      *> HEADER ("00"), UM DETALHE ("01") POR PAGAMENTO E TRAILER
      *> ("99") COM QUANTIDADE E SOMA DOS VALORES PAGOS PARA O
      *> FAVORECIDO CONFERIR. CADA PAGAMENTO RECOLHIDO PASSA A 'R'
      *> (REMETIDO) COM A DATA DA REMESSA. O ARQUIVO DE UM BANCO E
      *> SEMPRE REGERADO INTEIRO COM OS PENDENTES E OS JA REMETIDOS HOJE,
      *> ENTÂO RERODAR NO MESMO DIA (MESMO APOS QUEDA NO MEIO DE UM
      *> BANCO) REFAZ O ARQUIVO COMPLETO SEM DUPLICAR NEM PERDER
      *> PAGAMENTO. O DEBITO NA CONTA JA ACONTECEU NO CAIXA.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARQ-BOLETO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS BOL-CHAVE
                       FILE STATUS ARQ-BOL-OK.

                   SELECT ARQ-REM-BOLETO ASSIGN TO WS-REM-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-RMB-OK.

                   SELECT ARQ-CHECKPOINT ASSIGN TO "CKPT_BOLETO_REMESSA.DAT"
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
               FD ARQ-BOLETO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-BOLETO.DAT".

               COPY BOLETO.

      *> REMESSA AO BANCO FAVORECIDO: HEADER, DETALHES E TRAILER, NO
      *> MESMO TAMANHO DE LINHA; A REFERENCIA (CONTA + SEQUENCIA DO
      *> PAGAMENTO) IDENTIFICA O PAGAMENTO NUMA EVENTUAL DEVOLUÇÂO
               FD ARQ-REM-BOLETO LABEL RECORDS STANDARD.

               01  REG-RMB-HEADER.
                   02  RBH-TIPO             PIC X(2).
                   02  RBH-BANCO-FAVORECIDO PIC 9(3).
                   02  RBH-DATA-GERACAO     PIC 9(8).
                   02  FILLER               PIC X(97).

               01  REG-RMB-DETALHE.
                   02  RBD-TIPO             PIC X(2).
                   02  RBD-CODIGO-BARRAS    PIC X(44).
                   02  RBD-DT-VENCIMENTO    PIC 9(8).
                   02  RBD-VALOR-DOCUMENTO  PIC 9(8)V99.
                   02  RBD-VALOR-ENCARGOS   PIC 9(8)V99.
                   02  RBD-VALOR-PAGO       PIC 9(8)V99.
                   02  RBD-DT-PAGAMENTO     PIC 9(8).
                   02  RBD-REFERENCIA       PIC X(13).
                   02  FILLER               PIC X(5).

               01  REG-RMB-TRAILER.
                   02  RBT-TIPO             PIC X(2).
                   02  RBT-QTDE             PIC 9(6).
                   02  RBT-VALOR-TOTAL      PIC 9(13)V99.
                   02  FILLER               PIC X(87).

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

                01  WS-REM-FILENAME         PIC X(40).

                01  REG-CHECK.
                    02  ARQ-BOL-OK          PIC X(2).
                    02  ARQ-RMB-OK          PIC X(2).
                    02  ARQ-CKPT-OK         PIC X(2).

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                    02 MONTHS           PIC 9(02).
                    02 DAYS             PIC 9(02).

                01 WS-CONTROLE.
                    02  WS-EOF                  PIC X(1) VALUE 'N'.
                        88  FIM-ARQUIVO         VALUE 'S'.
                    02  W-QTDE-PROCESSADA       PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-REMETIDOS        PIC 9(8) VALUE ZEROS.
                    02  WS-CONTINUACAO          PIC X(1) VALUE 'N'.
                        88  RETOMA-MESMO-DIA    VALUE 'S'.

                *> BANCOS FAVORECIDOS COM PAGAMENTO A REMETER HOJE,
                *> LEVANTADOS NA PRIMEIRA PASSADA
                01 BANCOS-VARIABLES.
                    02  W-MAX-BANCOS            PIC 9(3) VALUE 300.
                    02  W-QTDE-BANCOS           PIC 9(3) VALUE ZEROS.
                    02  W-BANCO-TABELA OCCURS 300 TIMES.
                        03  W-BANCO-CODIGO      PIC 9(3).
                    02  W-IDX-BANCO             PIC 9(3).
                    02  W-IDX-ACHADO            PIC 9(3).
                    02  W-BANCO-ATUAL           PIC 9(3).
                    02  W-HOJE-NUM              PIC 9(8).
                    02  W-QTDE-BANCO            PIC 9(6).
                    02  W-VALOR-BANCO           PIC 9(13)V99.

       PROCEDURE DIVISION.

            INIT.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                COMPUTE W-HOJE-NUM = YEARS * 10000 + MONTHS * 100 + DAYS.
                PERFORM LE-CHECKPOINT.
                MOVE 'I' TO W-JLG-EVENTO.
                MOVE ZEROS TO W-JLG-QTDE.
                MOVE 'N' TO W-JLG-CKPT.
                PERFORM GRAVA-JOBLOG.
                OPEN I-O ARQ-BOLETO.
                PERFORM MARCA-JANELA-BATCH.
                PERFORM LEVANTA-BANCOS.
                MOVE 1 TO W-IDX-BANCO.
                PERFORM REMETE-BANCO UNTIL W-IDX-BANCO > W-QTDE-BANCOS.
                PERFORM GRAVA-CHECKPOINT.
                PERFORM LIBERA-JANELA-BATCH.
                CLOSE ARQ-BOLETO.
                MOVE 'F' TO W-JLG-EVENTO.
                MOVE W-QTDE-REMETIDOS TO W-JLG-QTDE.
                IF RETOMA-MESMO-DIA
                    MOVE 'S' TO W-JLG-CKPT
                END-IF.
                PERFORM GRAVA-JOBLOG.
                DISPLAY "REMESSA DE BOLETOS CONCLUIDA. BANCOS: " W-QTDE-BANCOS
                        " PAGAMENTOS REMETIDOS: " W-QTDE-REMETIDOS.
                STOP RUN.

           *> LE O CHECKPOINT ANTERIOR SO PARA O DIARIO DE EXECUÇÔES SABER
           *> SE E UMA RETOMADA DO DIA; O RESTART EM SI NÂO DEPENDE DELE
           *> PORQUE CADA ARQUIVO DE BANCO E REGERADO INTEIRO
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

           *> PRIMEIRA PASSADA: OS BANCOS QUE TEM PAGAMENTO PENDENTE OU
           *> JA REMETIDO HOJE (ESTE ULTIMO SO EXISTE NA RETOMADA)
           LEVANTA-BANCOS.
                MOVE ZEROS TO W-QTDE-BANCOS.
                MOVE 'N' TO WS-EOF.
                MOVE ZEROS TO BOL-CHAVE.
                START ARQ-BOLETO KEY IS NOT LESS THAN BOL-CHAVE
                    INVALID KEY MOVE 'S' TO WS-EOF.
                PERFORM UNTIL FIM-ARQUIVO
                    READ ARQ-BOLETO NEXT RECORD
                        AT END MOVE 'S' TO WS-EOF
                        NOT AT END
                            ADD 1 TO W-QTDE-PROCESSADA
                            IF BOL-PENDENTE OR
                               (BOL-REMETIDO AND BOL-DT-REMESSA EQUAL W-HOJE-NUM)
                                PERFORM ANOTA-BANCO
                            END-IF
                    END-READ
                END-PERFORM.

           ANOTA-BANCO.
                MOVE ZEROS TO W-IDX-ACHADO.
                MOVE 1 TO W-IDX-BANCO.
                PERFORM PROCURA-BANCO UNTIL W-IDX-BANCO > W-QTDE-BANCOS.
                IF W-IDX-ACHADO EQUAL ZEROS
                    IF W-QTDE-BANCOS < W-MAX-BANCOS
                        ADD 1 TO W-QTDE-BANCOS
                        MOVE BOL-BANCO-FAVORECIDO TO W-BANCO-CODIGO (W-QTDE-BANCOS)
                    ELSE
                        DISPLAY "TABELA DE BANCOS CHEIA, BANCO FICA PARA A PROXIMA: "
                                BOL-BANCO-FAVORECIDO
                    END-IF
                END-IF.

           PROCURA-BANCO.
                IF W-BANCO-CODIGO (W-IDX-BANCO) EQUAL BOL-BANCO-FAVORECIDO
                    MOVE W-IDX-BANCO TO W-IDX-ACHADO
                END-IF.
                ADD 1 TO W-IDX-BANCO.

           *> SEGUNDA PASSADA, UMA POR BANCO: HEADER, OS PAGAMENTOS DO
           *> BANCO (PENDENTES E JA REMETIDOS HOJE) E TRAILER. A LINHA E
           *> GRAVADA ANTES DE MARCAR O PAGAMENTO COMO REMETIDO
           REMETE-BANCO.
                MOVE W-BANCO-CODIGO (W-IDX-BANCO) TO W-BANCO-ATUAL.
                MOVE SPACES TO WS-REM-FILENAME.
                STRING "ARQ-REM-BOLETO-" DELIMITED BY SIZE
                       W-BANCO-ATUAL DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       YEARS  DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       DAYS   DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                    INTO WS-REM-FILENAME.
                OPEN OUTPUT ARQ-REM-BOLETO.
                MOVE SPACES TO REG-RMB-HEADER.
                MOVE "00" TO RBH-TIPO.
                MOVE W-BANCO-ATUAL TO RBH-BANCO-FAVORECIDO.
                MOVE W-HOJE-NUM TO RBH-DATA-GERACAO.
                WRITE REG-RMB-HEADER.
                MOVE ZEROS TO W-QTDE-BANCO.
                MOVE ZEROS TO W-VALOR-BANCO.
                MOVE 'N' TO WS-EOF.
                MOVE ZEROS TO BOL-CHAVE.
                START ARQ-BOLETO KEY IS NOT LESS THAN BOL-CHAVE
                    INVALID KEY MOVE 'S' TO WS-EOF.
                PERFORM UNTIL FIM-ARQUIVO
                    READ ARQ-BOLETO NEXT RECORD
                        AT END MOVE 'S' TO WS-EOF
                        NOT AT END
                            IF BOL-BANCO-FAVORECIDO EQUAL W-BANCO-ATUAL
                                IF BOL-PENDENTE OR
                                   (BOL-REMETIDO AND BOL-DT-REMESSA EQUAL W-HOJE-NUM)
                                    PERFORM REMETE-PAGAMENTO
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.
                MOVE SPACES TO REG-RMB-TRAILER.
                MOVE "99" TO RBT-TIPO.
                MOVE W-QTDE-BANCO TO RBT-QTDE.
                MOVE W-VALOR-BANCO TO RBT-VALOR-TOTAL.
                WRITE REG-RMB-TRAILER.
                CLOSE ARQ-REM-BOLETO.
                DISPLAY "BANCO " W-BANCO-ATUAL " PAGAMENTOS: " W-QTDE-BANCO
                        " ARQUIVO " WS-REM-FILENAME.
                ADD 1 TO W-IDX-BANCO.

           REMETE-PAGAMENTO.
                MOVE SPACES TO REG-RMB-DETALHE.
                MOVE "01" TO RBD-TIPO.
                MOVE BOL-CODIGO-BARRAS TO RBD-CODIGO-BARRAS.
                MOVE BOL-DT-VENCIMENTO TO RBD-DT-VENCIMENTO.
                MOVE BOL-VALOR-DOCUMENTO TO RBD-VALOR-DOCUMENTO.
                MOVE BOL-VALOR-ENCARGOS TO RBD-VALOR-ENCARGOS.
                MOVE BOL-VALOR-PAGO TO RBD-VALOR-PAGO.
                MOVE BOL-DT-PAGAMENTO TO RBD-DT-PAGAMENTO.
                STRING BOL-COD-CONTA DELIMITED BY SIZE
                       BOL-SEQUENCIA DELIMITED BY SIZE
                    INTO RBD-REFERENCIA.
                WRITE REG-RMB-DETALHE.
                ADD 1 TO W-QTDE-BANCO.
                ADD BOL-VALOR-PAGO TO W-VALOR-BANCO.
                IF BOL-PENDENTE
                    MOVE 'R' TO BOL-STATUS
                    MOVE W-HOJE-NUM TO BOL-DT-REMESSA
                    REWRITE REG-BOLETO
                        INVALID KEY DISPLAY "ERRO AO REGRAVAR BOLETO " BOL-CHAVE
                    END-REWRITE
                    ADD 1 TO W-QTDE-REMETIDOS
                END-IF.

           *> O CHECKPOINT REGISTRA APENAS A DATA E A CONTAGEM DA EXECUÇÂO
           GRAVA-CHECKPOINT.
                OPEN OUTPUT ARQ-CHECKPOINT.
                MOVE ZEROS TO CKPT-ULTIMO-COD-CONTA.
                MOVE W-QTDE-PROCESSADA TO CKPT-QTDE-PROCESSADA.
                MOVE DATE-TIME TO CKPT-DATA.
                WRITE REG-CHECKPOINT.
                CLOSE ARQ-CHECKPOINT.

           *> LIGA E DESLIGA A MARCA DE JANELA BATCH NO ARQUIVO DE STATUS
           *> DO SISTEMA; COM A MARCA LIGADA O PROGRAMA DE CAIXA RECUSA
           *> OPERAÇÔES QUE MEXEM EM SALDO
           MARCA-JANELA-BATCH.
                OPEN OUTPUT ARQ-SISTEMA.
                MOVE 'S' TO SYS-BATCH-EM-ANDAMENTO.
                MOVE "CONTA-BOLETO-REMESSA" TO SYS-JOB.
                MOVE DATE-TIME TO SYS-DATA.
                WRITE REG-SISTEMA.
                CLOSE ARQ-SISTEMA.

           LIBERA-JANELA-BATCH.
                OPEN OUTPUT ARQ-SISTEMA.
                MOVE 'N' TO SYS-BATCH-EM-ANDAMENTO.
                MOVE "CONTA-BOLETO-REMESSA" TO SYS-JOB.
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
                MOVE "CONTA-BOLETO-REMESSA" TO JLG-JOB.
                MOVE W-JLG-EVENTO TO JLG-EVENTO.
                COMPUTE JLG-DATA = YEARS * 10000 + MONTHS * 100 + DAYS.
                ACCEPT W-JLG-TIME FROM TIME.
                MOVE W-JLG-TIME (1:6) TO JLG-HORA.
                MOVE W-JLG-QTDE TO JLG-QTDE.
                MOVE W-JLG-CKPT TO JLG-CHECKPOINT.
                WRITE REG-JOBLOG.
                CLOSE ARQ-JOBLOG.

       END PROGRAM CONTA-BOLETO-REMESSA.
