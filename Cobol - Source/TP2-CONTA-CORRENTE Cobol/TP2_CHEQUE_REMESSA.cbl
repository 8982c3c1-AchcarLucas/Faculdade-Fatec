       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-CHEQUE-REMESSA.

      *> JOB NOTURNO: RECOLHE OS CHEQUES DE OUTROS BANCOS DEPOSITADOS NO
      *> CAIXA (ARQ-CHEQUE-DEP.DAT, STATUS 'P') E GRAVA O ARQUIVO DE
      *> REMESSA DE CHEQUES PARA A CAMARA (ARQ-REMESSA-CHEQUE.DAT), UMA
      *> LINHA POR FOLHA NO LAYOUT QUE A CAMARA RECEBE (BANCO, AGENCIA E
      *> CONTA DO EMITENTE, NUMERO DO CHEQUE, VALOR E A REFERENCIA
      *> GRAVADA NO DEPOSITO). CADA CHEQUE RECOLHIDO PASSA A 'R'
      *> (REMETIDO), ENTÂO RERODAR E SEGURO: O QUE JA FOI REMETIDO NÂO
      *> ENTRA DE NOVO. RETOMANDO NO MESMO DIA O ARQUIVO DE REMESSA E
      *> ANEXADO, NÂO TRUNCADO. O CREDITO EM W-SALDO JA ACONTECEU NO
      *> DEPOSITO, BLOQUEADO ATE A DATA DE DISPONIBILIDADE; OS CHEQUES
      *> DEVOLVIDOS PELA CAMARA VOLTAM POR CONTA-CHEQUE-RETORNO.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARQ-CHEQUE-DEP ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CDP-CHAVE
                       FILE STATUS ARQ-CDP-OK.

                   SELECT ARQ-REMESSA-CHEQUE ASSIGN TO "ARQ-REMESSA-CHEQUE.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-RMC-OK.

                   SELECT ARQ-CHECKPOINT ASSIGN TO "CKPT_CHEQUE_REMESSA.DAT"
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
               FD ARQ-CHEQUE-DEP LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CHEQUE-DEP.DAT".

               COPY CHQDEP.

      *> REMESSA DE CHEQUES PARA A CAMARA: OS DADOS DA FOLHA (BANCO,
      *> AGENCIA E CONTA DO EMITENTE E NUMERO), O VALOR E A REFERENCIA
      *> QUE O RETORNO DE DEVOLVIDOS TRAZ DE VOLTA
               FD ARQ-REMESSA-CHEQUE LABEL RECORDS STANDARD.

               01  REG-REMESSA-CHEQUE.
                   02  RMC-BANCO-EMITENTE      PIC 9(3).
                   02  RMC-AGENCIA-EMITENTE    PIC 9(4).
                   02  RMC-CONTA-EMITENTE      PIC 9(7).
                   02  RMC-NUMERO-CHEQUE       PIC 9(6).
                   02  RMC-VALOR               PIC 9(8)V99.
                   02  RMC-REFERENCIA          PIC X(12).

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
                    02  ARQ-CDP-OK          PIC 9(2).
                    02  ARQ-RMC-OK          PIC X(2).
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
                    02  W-QTDE-REMETIDOS        PIC 9(8) VALUE ZEROS.
                    02  W-VALOR-REMETIDO        PIC 9(12)V99 VALUE ZEROS.
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
                PERFORM PROCESSA-CHEQUES UNTIL FIM-ARQUIVO.
                PERFORM GRAVA-CHECKPOINT.
                PERFORM LIBERA-JANELA-BATCH.
                PERFORM CLOSE-FILES.
                MOVE 'F' TO W-JLG-EVENTO.
                MOVE W-QTDE-REMETIDOS TO W-JLG-QTDE.
                IF RETOMA-MESMO-DIA
                    MOVE 'S' TO W-JLG-CKPT
                END-IF.
                PERFORM GRAVA-JOBLOG.
                DISPLAY "REMESSA DE CHEQUES CONCLUIDA. CHEQUES REMETIDOS: " W-QTDE-REMETIDOS
                        " VALOR: " W-VALOR-REMETIDO.
                STOP RUN.

            OPEN-FILES.
                OPEN I-O ARQ-CHEQUE-DEP.
                *> RETOMANDO O MESMO DIA: ANEXA A REMESSA JA GRAVADA ANTES
                *> DO RESTART EM VEZ DE TRUNCAR AS LINHAS JA RECOLHIDAS
                IF RETOMA-MESMO-DIA
                    OPEN EXTEND ARQ-REMESSA-CHEQUE
                    IF ARQ-RMC-OK NOT EQUAL "00"
                        OPEN OUTPUT ARQ-REMESSA-CHEQUE
                    END-IF
                ELSE
                    OPEN OUTPUT ARQ-REMESSA-CHEQUE
                END-IF.
                MOVE ZEROS TO CDP-CHAVE.
                START ARQ-CHEQUE-DEP KEY IS NOT LESS THAN CDP-CHAVE
                    INVALID KEY MOVE 'S' TO WS-EOF.

           *> LE O CHECKPOINT ANTERIOR SO PARA SABER SE JA HOUVE EXECUÇÂO
           *> HOJE (DECIDE ENTRE TRUNCAR E ANEXAR A REMESSA); O
           *> POSICIONAMENTO NÂO DEPENDE DELE PORQUE O STATUS 'R' EM CADA
           *> CHEQUE JA IMPEDE O REPROCESSAMENTO
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

           *> SO VAI A CAMARA O CHEQUE JA LIGADO AO SEU CREDITO: UM
           *> PENDENTE SEM SEQUENCIA DE EXTRATO E DEPOSITO INTERROMPIDO
           *> QUE O CONTA-RECUPERA AINDA VAI RESOLVER
            PROCESSA-CHEQUES.
                READ ARQ-CHEQUE-DEP NEXT RECORD
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        IF CDP-PENDENTE AND CDP-SEQ-EXTRATO NOT EQUAL ZEROS
                            PERFORM REMETE-CHEQUE
                        END-IF
                        ADD 1 TO W-QTDE-PROCESSADA
                        IF FUNCTION MOD(W-QTDE-PROCESSADA, W-CHECKPOINT-INTERVALO) EQUAL ZEROS
                            PERFORM GRAVA-CHECKPOINT
                        END-IF
                END-READ.

           *> GRAVA A LINHA DE REMESSA E SO ENTÂO MARCA O CHEQUE COMO
           *> REMETIDO; A ORDEM GARANTE QUE UMA QUEDA NO MEIO NUNCA PERDE
           *> CHEQUE (NO PIOR CASO A LINHA SAI DUPLICADA E A CAMARA
           *> DEVOLVE A SEGUNDA PELA REFERENCIA REPETIDA)
           REMETE-CHEQUE.
                MOVE CDP-BANCO-EMITENTE TO RMC-BANCO-EMITENTE.
                MOVE CDP-AGENCIA-EMITENTE TO RMC-AGENCIA-EMITENTE.
                MOVE CDP-CONTA-EMITENTE TO RMC-CONTA-EMITENTE.
                MOVE CDP-NUMERO-CHEQUE TO RMC-NUMERO-CHEQUE.
                MOVE CDP-VALOR TO RMC-VALOR.
                MOVE CDP-REFERENCIA TO RMC-REFERENCIA.
                WRITE REG-REMESSA-CHEQUE.
                MOVE 'R' TO CDP-STATUS.
                REWRITE REG-CHEQUE-DEP
                    INVALID KEY DISPLAY "ERRO AO REGRAVAR CHEQUE " CDP-CHAVE
                END-REWRITE.
                ADD 1 TO W-QTDE-REMETIDOS.
                ADD CDP-VALOR TO W-VALOR-REMETIDO.

           *> O CHECKPOINT REGISTRA APENAS A DATA E A CONTAGEM DA EXECUÇÂO;
           *> O POSICIONAMENTO DE RESTART VEM DO STATUS GRAVADO EM CADA CHEQUE
           GRAVA-CHECKPOINT.
                OPEN OUTPUT ARQ-CHECKPOINT.
                MOVE ZEROS TO CKPT-ULTIMO-COD-CONTA.
                MOVE W-QTDE-PROCESSADA TO CKPT-QTDE-PROCESSADA.
                MOVE DATE-TIME TO CKPT-DATA.
                WRITE REG-CHECKPOINT.
                CLOSE ARQ-CHECKPOINT.

            CLOSE-FILES.
                CLOSE ARQ-CHEQUE-DEP.
                CLOSE ARQ-REMESSA-CHEQUE.

           *> LIGA E DESLIGA A MARCA DE JANELA BATCH NO ARQUIVO DE STATUS
           *> DO SISTEMA; COM A MARCA LIGADA O PROGRAMA DE CAIXA RECUSA
           *> OPERAÇÔES QUE MEXEM EM SALDO
           MARCA-JANELA-BATCH.
                OPEN OUTPUT ARQ-SISTEMA.
                MOVE 'S' TO SYS-BATCH-EM-ANDAMENTO.
                MOVE "CONTA-CHEQUE-REMESSA" TO SYS-JOB.
                MOVE DATE-TIME TO SYS-DATA.
                WRITE REG-SISTEMA.
                CLOSE ARQ-SISTEMA.

           LIBERA-JANELA-BATCH.
                OPEN OUTPUT ARQ-SISTEMA.
                MOVE 'N' TO SYS-BATCH-EM-ANDAMENTO.
                MOVE "CONTA-CHEQUE-REMESSA" TO SYS-JOB.
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
                MOVE "CONTA-CHEQUE-REMESSA" TO JLG-JOB.
                MOVE W-JLG-EVENTO TO JLG-EVENTO.
                COMPUTE JLG-DATA = YEARS * 10000 + MONTHS * 100 + DAYS.
                ACCEPT W-JLG-TIME FROM TIME.
                MOVE W-JLG-TIME (1:6) TO JLG-HORA.
                MOVE W-JLG-QTDE TO JLG-QTDE.
                MOVE W-JLG-CKPT TO JLG-CHECKPOINT.
                WRITE REG-JOBLOG.
                CLOSE ARQ-JOBLOG.

       END PROGRAM CONTA-CHEQUE-REMESSA.
