       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-CCS-RETORNO.

      *> PROCESSA O RECIBO DO BANCO CENTRAL (ARQ-CCS-RETORNO.DAT) PARA
      *> A REMESSA DO CCS GERADA PELO CONTA-CCS. O RECIBO SO VALE PARA
      *> A REMESSA PENDENTE EM ARQ-CCS-CONTROLE.DAT E QUANDO A CONTAGEM
      *> E O HASH CONFEREM COM O TRAILER GERADO. ACEITA: A FOTOGRAFIA
      *> NOVA (ARQ-CCS-SNAPSHOT-NOVO.DAT) E COPIADA SOBRE A VIGENTE
      *> (ARQ-CCS-SNAPSHOT.DAT) E O CONTROLE PASSA A APONTA-LA.
      *> REJEITADA: SO O CONTROLE MUDA; A FOTOGRAFIA VIGENTE FICA
      *> INTACTA E A COMPETENCIA E GERADA DE NOVO NO CONTA-CCS DEPOIS
      *> DE CORRIGIDO O MOTIVO INFORMADO NO RECIBO.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARQ-CCS-RETORNO ASSIGN TO "ARQ-CCS-RETORNO.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-RET-OK.

                   SELECT ARQ-CCS-CONTROLE ASSIGN TO "ARQ-CCS-CONTROLE.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-CTL-OK.

                   SELECT ARQ-CCS-SNAPSHOT-NOVO ASSIGN TO "ARQ-CCS-SNAPSHOT-NOVO.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-SNN-OK.

                   SELECT ARQ-CCS-SNAPSHOT ASSIGN TO "ARQ-CCS-SNAPSHOT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-SNP-OK.

                   SELECT ARQ-JOBLOG ASSIGN TO "ARQ-JOBLOG.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-JLG-OK.

       DATA DIVISION.

           FILE SECTION.
      *> RECIBO DO BANCO CENTRAL: COMPETENCIA, SITUAÇÂO ('A' ACEITA,
      *> 'R' REJEITADA), CONTAGEM E HASH RECEBIDOS E O MOTIVO DA
      *> REJEIÇÂO
               FD ARQ-CCS-RETORNO LABEL RECORDS STANDARD.

               01  REG-CCS-RETORNO             PIC X(71).

               FD ARQ-CCS-CONTROLE LABEL RECORDS STANDARD.

               COPY CCSCTRL.

               FD ARQ-CCS-SNAPSHOT-NOVO LABEL RECORDS STANDARD.

               COPY CCSSNAP.

      *> FOTOGRAFIA VIGENTE, NO MESMO LAYOUT DE CCSSNAP
               FD ARQ-CCS-SNAPSHOT LABEL RECORDS STANDARD.

               01  REG-SNAPSHOT-VIGENTE        PIC X(58).

               FD ARQ-JOBLOG LABEL RECORDS STANDARD.

               COPY JOBLOG.

       WORKING-STORAGE SECTION.

                01  ARQ-JLG-OK              PIC X(2).

                01 JOBLOG-VARIABLES.
                    02  W-JLG-TIME          PIC 9(8).
                    02  W-JLG-EVENTO        PIC X(1).
                    02  W-JLG-QTDE          PIC 9(8).
                    02  W-JLG-CKPT          PIC X(1).

                01  REG-CHECK.
                    02  ARQ-RET-OK          PIC X(2).
                    02  ARQ-CTL-OK          PIC X(2).
                    02  ARQ-SNN-OK          PIC X(2).
                    02  ARQ-SNP-OK          PIC X(2).

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                    02 MONTHS           PIC 9(02).
                    02 DAYS             PIC 9(02).

                01 W-RECIBO.
                    02  RET-COMPETENCIA     PIC 9(6).
                    02  RET-SITUACAO        PIC X(1).
                        88  RET-ACEITA      VALUE 'A'.
                        88  RET-REJEITADA   VALUE 'R'.
                    02  RET-QTDE            PIC 9(6).
                    02  RET-HASH            PIC 9(18).
                    02  RET-MOTIVO          PIC X(40).

                01  WS-EOF                  PIC X(1) VALUE 'N'.
                01  W-QTDE-COPIADAS         PIC 9(8) VALUE ZEROS.

                *> CONTROLE LIDO, REGRAVADO COM A NOVA SITUAÇÂO
                01  W-CONTROLE              PIC X(53).

       PROCEDURE DIVISION.

            INIT.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                MOVE 'I' TO W-JLG-EVENTO.
                MOVE ZEROS TO W-JLG-QTDE.
                MOVE 'N' TO W-JLG-CKPT.
                PERFORM GRAVA-JOBLOG.
                PERFORM LE-RECIBO.
                PERFORM LE-CONTROLE.
                PERFORM CONFERE-RECIBO.
                IF RET-ACEITA
                    PERFORM PROMOVE-SNAPSHOT
                    DISPLAY "REMESSA DO CCS " RET-COMPETENCIA " ACEITA. FOTOGRAFIA ATUALIZADA COM "
                            W-QTDE-COPIADAS " CONTAS"
                ELSE
                    DISPLAY "REMESSA DO CCS " RET-COMPETENCIA " REJEITADA: " RET-MOTIVO
                    DISPLAY "FOTOGRAFIA MANTIDA. CORRIJA E RODE O CONTA-CCS DE NOVO"
                END-IF.
                PERFORM GRAVA-CONTROLE.
                MOVE 'F' TO W-JLG-EVENTO.
                MOVE W-QTDE-COPIADAS TO W-JLG-QTDE.
                PERFORM GRAVA-JOBLOG.
                STOP RUN.

            LE-RECIBO.
                OPEN INPUT ARQ-CCS-RETORNO.
                IF ARQ-RET-OK NOT EQUAL "00"
                    DISPLAY "ARQ-CCS-RETORNO.DAT NAO ENCONTRADO"
                    PERFORM ENCERRA-SEM-PROCESSAR
                END-IF.
                READ ARQ-CCS-RETORNO INTO W-RECIBO
                    AT END
                        DISPLAY "ARQ-CCS-RETORNO.DAT VAZIO"
                        CLOSE ARQ-CCS-RETORNO
                        PERFORM ENCERRA-SEM-PROCESSAR
                END-READ.
                CLOSE ARQ-CCS-RETORNO.
                IF NOT RET-ACEITA AND NOT RET-REJEITADA
                    DISPLAY "SITUACAO INVALIDA NO RECIBO: " RET-SITUACAO
                    PERFORM ENCERRA-SEM-PROCESSAR
                END-IF.

            LE-CONTROLE.
                OPEN INPUT ARQ-CCS-CONTROLE.
                IF ARQ-CTL-OK NOT EQUAL "00"
                    DISPLAY "ARQ-CCS-CONTROLE.DAT NAO ENCONTRADO: NENHUMA REMESSA GERADA"
                    PERFORM ENCERRA-SEM-PROCESSAR
                END-IF.
                READ ARQ-CCS-CONTROLE
                    AT END
                        DISPLAY "ARQ-CCS-CONTROLE.DAT VAZIO"
                        CLOSE ARQ-CCS-CONTROLE
                        PERFORM ENCERRA-SEM-PROCESSAR
                END-READ.

           *> O RECIBO TEM DE SER DA REMESSA PENDENTE E, SE ACEITA, TER
           *> A CONTAGEM E O HASH DO TRAILER GERADO; SENÂO A FOTOGRAFIA
           *> NOVA NÂO CORRESPONDE AO QUE O BANCO CENTRAL RECEBEU
           CONFERE-RECIBO.
                IF NOT CTL-PENDENTE
                    DISPLAY "NENHUMA REMESSA PENDENTE. SITUACAO ATUAL: " CTL-SITUACAO
                            " COMPETENCIA " CTL-COMPETENCIA-REMESSA
                    PERFORM ENCERRA-SEM-PROCESSAR
                END-IF.
                IF RET-COMPETENCIA NOT EQUAL CTL-COMPETENCIA-REMESSA
                    DISPLAY "RECIBO DA COMPETENCIA " RET-COMPETENCIA
                            " MAS A REMESSA PENDENTE E " CTL-COMPETENCIA-REMESSA
                    PERFORM ENCERRA-SEM-PROCESSAR
                END-IF.
                IF RET-ACEITA AND
                   (RET-QTDE NOT EQUAL CTL-QTDE OR RET-HASH NOT EQUAL CTL-HASH)
                    DISPLAY "RECIBO NAO CONFERE COM A REMESSA GERADA"
                    DISPLAY "  GERADO:   " CTL-QTDE " REGISTROS HASH " CTL-HASH
                    DISPLAY "  RECEBIDO: " RET-QTDE " REGISTROS HASH " RET-HASH
                    PERFORM ENCERRA-SEM-PROCESSAR
                END-IF.

           *> COPIA A FOTOGRAFIA NOVA SOBRE A VIGENTE, REGISTRO A REGISTRO
           PROMOVE-SNAPSHOT.
                OPEN INPUT ARQ-CCS-SNAPSHOT-NOVO.
                IF ARQ-SNN-OK NOT EQUAL "00"
                    DISPLAY "ARQ-CCS-SNAPSHOT-NOVO.DAT NAO ENCONTRADO"
                    PERFORM ENCERRA-SEM-PROCESSAR
                END-IF.
                OPEN OUTPUT ARQ-CCS-SNAPSHOT.
                MOVE 'N' TO WS-EOF.
                PERFORM UNTIL WS-EOF EQUAL 'S'
                    READ ARQ-CCS-SNAPSHOT-NOVO
                        AT END MOVE 'S' TO WS-EOF
                        NOT AT END
                            MOVE REG-CCS-SNAPSHOT TO REG-SNAPSHOT-VIGENTE
                            WRITE REG-SNAPSHOT-VIGENTE
                            ADD 1 TO W-QTDE-COPIADAS
                    END-READ
                END-PERFORM.
                CLOSE ARQ-CCS-SNAPSHOT-NOVO.
                CLOSE ARQ-CCS-SNAPSHOT.

           *> ACEITA, O CONTROLE PASSA A APONTAR A FOTOGRAFIA PROMOVIDA. A
           *> DATA DELA E A DA GERAÇÂO DA REMESSA, QUANDO O ONLINE FOI
           *> FOTOGRAFADO, E NÂO A DO RECIBO: CONTA ABERTA ENTRE AS DUAS
           *> NÂO ESTA NA FOTOGRAFIA E TEM DE SAIR NA PROXIMA REMESSA
           GRAVA-CONTROLE.
                MOVE REG-CCS-CONTROLE TO W-CONTROLE.
                CLOSE ARQ-CCS-CONTROLE.
                OPEN OUTPUT ARQ-CCS-CONTROLE.
                MOVE W-CONTROLE TO REG-CCS-CONTROLE.
                IF RET-ACEITA
                    MOVE RET-COMPETENCIA TO CTL-COMPETENCIA-SNAPSHOT
                    MOVE CTL-DATA-GERACAO TO CTL-DATA-SNAPSHOT
                    MOVE 'A' TO CTL-SITUACAO
                ELSE
                    MOVE 'R' TO CTL-SITUACAO
                END-IF.
                WRITE REG-CCS-CONTROLE.
                CLOSE ARQ-CCS-CONTROLE.

           *> RECIBO QUE NÂO SE APLICA: NADA E ALTERADO
           ENCERRA-SEM-PROCESSAR.
                DISPLAY "RECIBO NAO PROCESSADO. CONTROLE E FOTOGRAFIA INALTERADOS".
                MOVE 'F' TO W-JLG-EVENTO.
                MOVE ZEROS TO W-JLG-QTDE.
                PERFORM GRAVA-JOBLOG.
                STOP RUN.


           *> ANOTA NO DIARIO CENTRAL DE EXECUÇÔES (ARQ-JOBLOG.DAT) O
           *> INICIO ('I') E O FIM ('F') DESTA EXECUÇÂO; UM 'I' SEM 'F'
           *> CORRESPONDENTE DENUNCIA FIM ANORMAL
           GRAVA-JOBLOG.
                OPEN EXTEND ARQ-JOBLOG.
                IF ARQ-JLG-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-JOBLOG
                END-IF.
                MOVE "CONTA-CCS-RETORNO" TO JLG-JOB.
                MOVE W-JLG-EVENTO TO JLG-EVENTO.
                COMPUTE JLG-DATA = YEARS * 10000 + MONTHS * 100 + DAYS.
                ACCEPT W-JLG-TIME FROM TIME.
                MOVE W-JLG-TIME (1:6) TO JLG-HORA.
                MOVE W-JLG-QTDE TO JLG-QTDE.
                MOVE W-JLG-CKPT TO JLG-CHECKPOINT.
                WRITE REG-JOBLOG.
                CLOSE ARQ-JOBLOG.

       END PROGRAM CONTA-CCS-RETORNO.
