       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-REAPLICA.

      *> UTILITARIO DE RECUPERAÇÂO PARA A FRENTE, PARA RODAR LOGO DEPOIS
      *> DO CONTA-RESTORE: PARTE DO ARQ-BANCO.DAT RESTAURADO DE UM
      *> ARQ-BACKUP-AAAAMMDD.DAT (NOME INFORMADO PELO OPERADOR) E
      *> REAPLICA, CONTA A CONTA E NA ORDEM DE EXT-SEQUENCIA, TODO
      *> MOVIMENTO DO EXTRATO DATADO (EXT-DATA/EXT-HORA) DO MOMENTO DO
      *> BACKUP EM DIANTE, PARA O CAIXA NÂO TER DE REDIGITAR O DIA. O
      *> MOMENTO DO BACKUP E A HORA DO FIM NORMAL ('F') DO CONTA-BACKUP
      *> NAQUELA DATA NO DIARIO CENTRAL; ENQUANTO O BACKUP RODA A JANELA
      *> BATCH ESTA FECHADA, ENTÂO NENHUM MOVIMENTO FICA ENTRE O BACKUP E
      *> ESSA HORA. CADA MOVIMENTO ENTRA NO SALDO PELO SEU EFEITO
      *> GRAVADO (SALDO-ATUAL MENOS SALDO-ANTERIOR), ATUALIZA
      *> W-ULT-EXT-SEQ E DT-ULT-MODIF, E O 'EN' ENCERRA, O 'RE' REABRE
      *> E O MOVIMENTO DE CLIENTE EM CONTA DORMENTE A REATIVA, COMO NO
      *> CAIXA. NO FIM DE CADA CONTA O SALDO RECUPERADO TEM DE BATER COM
      *> O SALDO-ATUAL DO SEU ULTIMO MOVIMENTO. TUDO E CONFERIDO NUMA
      *> PRIMEIRA PASSADA SEM GRAVAR NADA: QUALQUER DIVERGENCIA PARA O
      *> UTILITARIO COM O RELATORIO DAS CONTAS DIVERGENTES, ARQ-BANCO
      *> INTACTO E A JANELA BATCH AINDA FECHADA; SO SEM DIVERGENCIA A
      *> SEGUNDA PASSADA REGRAVA AS CONTAS. TAMBEM PARA SEM TOCAR EM
      *> NADA SE O ARQ-BANCO NÂO CONFERE COM O BACKUP (CONTAGEM E SOMA
      *> DE SALDOS), OU SEJA, SE O CONTA-RESTORE NÂO RODOU ANTES. CONTA
      *> ABERTA DEPOIS DO BACKUP NÂO ESTA NO ARQUIVO RESTAURADO E O
      *> EXTRATO NÂO TRAZ O CADASTRO: SAI NO RELATORIO PARA RECADASTRO.
      *> A MARCAÇÂO DE DORMENTE PELO CONTA-DORMENTE NÂO GERA MOVIMENTO E
      *> NÂO E REFEITA AQUI: SE ELE RODOU DEPOIS DO BACKUP, RODE-O DE
      *> NOVO. INTERROMPIDO NA SEGUNDA PASSADA, RESTAURE E RODE OUTRA VEZ.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARQ-BACKUP ASSIGN TO WS-BACKUP-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-BKP-OK.

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
               FD ARQ-BACKUP LABEL RECORDS STANDARD.

               01  REG-BACKUP                  PIC X(200).

               FD ARQ-BANCO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-BANCO.DAT".

               COPY REGBANCO.

               FD ARQ-EXTRATO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EXTRATO.DAT".

               COPY EXTRATO.

               FD ARQ-RELATORIO LABEL RECORDS STANDARD.

               01  REG-RELATORIO               PIC X(100).

               FD ARQ-SISTEMA LABEL RECORDS STANDARD.

               COPY SISTEMA.

               FD ARQ-JOBLOG LABEL RECORDS STANDARD.

               COPY JOBLOG.

               FD ARQ-CATALOGO LABEL RECORDS STANDARD.

               COPY CATALOGO.

       WORKING-STORAGE SECTION.

                01  ARQ-JLG-OK              PIC X(2).
                01  ARQ-CAT-OK              PIC X(2).

                01 JOBLOG-VARIABLES.
                    02  W-JLG-TIME          PIC 9(8).
                    02  W-JLG-EVENTO        PIC X(1).
                    02  W-JLG-QTDE          PIC 9(8).
                    02  W-JLG-CKPT          PIC X(1).

                01  REG-CHECK.
                    02  ARQ-BKP-OK          PIC X(2).
                    02  ARQ-OK              PIC 9(2).
                    02  ARQ-EXT-OK          PIC X(2).
                    02  ARQ-REL-OK          PIC X(2).
                    02  ARQ-SYS-OK          PIC X(2).

                01 MASK-VARIABLES.
                    02  M-VALOR             PIC -.---.---.---.--9,99.
                    02  M-VALOR2            PIC -.---.---.---.--9,99.

                01 WS-BACKUP-FILENAME           PIC X(40).
                01 WS-REL-FILENAME              PIC X(40).
                01 W-QTDE-LINHAS-REL            PIC 9(8) VALUE ZEROS.

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                    02 MONTHS           PIC 9(02).
                    02 DAYS             PIC 9(02).

                *> MOMENTO DO BACKUP: A DATA VEM DO NOME DO ARQUIVO
                *> (ARQ-BACKUP-AAAAMMDD.DAT) E A HORA DO 'F' DO
                *> CONTA-BACKUP NAQUELA DATA NO DIARIO CENTRAL
                01 BACKUP-VARIABLES.
                    02  W-BACKUP-DATA           PIC 9(8).
                    02  W-BACKUP-HORA           PIC 9(6) VALUE ZEROS.
                    02  W-BACKUP-MARCO          PIC 9(14).
                    02  W-MOV-MARCO             PIC 9(14).
                    02  W-ACHOU-BACKUP          PIC X(1) VALUE 'N'.
                        88  ACHOU-BACKUP        VALUE 'S'.
                    02  W-QTDE-BACKUP           PIC 9(8) VALUE ZEROS.
                    02  W-SALDO-BACKUP          PIC S9(12)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-QTDE-ONLINE           PIC 9(8) VALUE ZEROS.
                    02  W-SALDO-ONLINE          PIC S9(12)V99 SIGN IS LEADING SEPARATE CHARACTER.

                *> PRIMEIRA PASSADA ('V') SO CONFERE; A SEGUNDA ('A')
                *> REGRAVA AS CONTAS
                01 FASE-VARIABLES.
                    02  W-FASE                  PIC X(1).
                        88  FASE-CONFERE        VALUE 'V'.
                        88  FASE-APLICA         VALUE 'A'.

                *> SITUAÇÂO RECUPERADA DA CONTA CORRENTE DA VARREDURA
                01 CONTA-VARIABLES.
                    02  W-CONTA-ATUAL           PIC 9(7) VALUE ZEROS.
                    02  W-CONTA-NO-BANCO        PIC X(1).
                        88  CONTA-NO-BANCO      VALUE 'S'.
                    02  W-SALDO-REC             PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-SALDO-ESPERADO        PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-STATUS-REC            PIC X(1).
                    02  W-ULT-SEQ-REC           PIC 9(6).
                    02  W-DT-MODIF-REC          PIC X(8).
                    02  W-ULT-SEQ-MOV           PIC 9(6).
                    02  W-QTDE-MOV-CONTA        PIC 9(6).

                01 WS-CONTROLE.
                    02  WS-EOF                  PIC X(1) VALUE 'N'.
                        88  FIM-ARQUIVO         VALUE 'S'.
                    02  WS-EOF-JLG              PIC X(1) VALUE 'N'.
                        88  FIM-JOBLOG          VALUE 'S'.
                    02  W-QTDE-CONTAS           PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-MOVIMENTOS       PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-DIVERGENCIAS     PIC 9(6) VALUE ZEROS.
                    02  W-QTDE-SEM-CADASTRO     PIC 9(6) VALUE ZEROS.

       PROCEDURE DIVISION.

            INIT.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                STRING "ARQ-REAPLICA-REL-" DELIMITED BY SIZE
                       YEARS  DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       DAYS   DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                    INTO WS-REL-FILENAME.
                DISPLAY "ARQUIVO DE BACKUP RESTAURADO: ".
                ACCEPT WS-BACKUP-FILENAME.
                IF WS-BACKUP-FILENAME (1:11) NOT EQUAL "ARQ-BACKUP-" OR
                   WS-BACKUP-FILENAME (12:8) NOT NUMERIC
                    DISPLAY "NOME DE BACKUP INVALIDO (ARQ-BACKUP-AAAAMMDD.DAT)"
                    STOP RUN
                END-IF.
                MOVE WS-BACKUP-FILENAME (12:8) TO W-BACKUP-DATA.
                PERFORM BUSCA-HORA-BACKUP.
                IF NOT ACHOU-BACKUP
                    DISPLAY "CONTA-BACKUP DE " W-BACKUP-DATA " SEM FIM NORMAL NO DIARIO, MOMENTO DO BACKUP DESCONHECIDO"
                    STOP RUN
                END-IF.
                COMPUTE W-BACKUP-MARCO = W-BACKUP-DATA * 1000000 + W-BACKUP-HORA.
                MOVE 'I' TO W-JLG-EVENTO.
                MOVE ZEROS TO W-JLG-QTDE.
                MOVE 'N' TO W-JLG-CKPT.
                PERFORM GRAVA-JOBLOG.
                OPEN OUTPUT ARQ-RELATORIO.
                PERFORM GRAVA-LINHA-CABECALHO.
                PERFORM CONFERE-BACKUP.
                IF W-QTDE-ONLINE NOT EQUAL W-QTDE-BACKUP OR
                   W-SALDO-ONLINE NOT EQUAL W-SALDO-BACKUP OR
                   W-QTDE-BACKUP EQUAL ZEROS
                    MOVE "RESULTADO: ARQ-BANCO NAO CONFERE COM O BACKUP, RODE O CONTA-RESTORE ANTES. NADA FOI GRAVADO"
                        TO REG-RELATORIO
                    PERFORM GRAVA-LINHA
                    PERFORM ENCERRA-SEM-GRAVAR
                END-IF.
                PERFORM MARCA-JANELA-BATCH.
                PERFORM OPEN-FILES.
                MOVE 'V' TO W-FASE.
                PERFORM VARRE-EXTRATO.
                IF W-QTDE-DIVERGENCIAS > ZEROS
                    PERFORM GRAVA-LINHA-TOTAIS
                    MOVE "RESULTADO: DIVERGENCIA DE SALDO, NADA FOI GRAVADO. A JANELA BATCH FICA FECHADA"
                        TO REG-RELATORIO
                    PERFORM GRAVA-LINHA
                    PERFORM CLOSE-FILES
                    PERFORM ENCERRA-SEM-GRAVAR
                END-IF.
                MOVE 'A' TO W-FASE.
                PERFORM VARRE-EXTRATO.
                PERFORM GRAVA-LINHA-TOTAIS.
                MOVE "RESULTADO: RECUPERACAO COMPLETA, SALDOS CONFEREM COM O EXTRATO" TO REG-RELATORIO.
                PERFORM GRAVA-LINHA.
                PERFORM CLOSE-FILES.
                PERFORM LIBERA-JANELA-BATCH.
                CLOSE ARQ-RELATORIO.
                PERFORM GRAVA-CATALOGO.
                MOVE 'F' TO W-JLG-EVENTO.
                MOVE W-QTDE-MOVIMENTOS TO W-JLG-QTDE.
                PERFORM GRAVA-JOBLOG.
                DISPLAY "RECUPERACAO CONCLUIDA. CONTAS: " W-QTDE-CONTAS
                        " MOVIMENTOS REAPLICADOS: " W-QTDE-MOVIMENTOS.
                IF W-QTDE-SEM-CADASTRO > ZEROS
                    DISPLAY "ATENCAO: " W-QTDE-SEM-CADASTRO " CONTA(S) ABERTA(S) DEPOIS DO BACKUP, VER " WS-REL-FILENAME
                END-IF.
                STOP RUN.

           *> PARADA SEM GRAVAR: SEM 'F' NO DIARIO, PARA O FIM ANORMAL
           *> APARECER NO RELATORIO DO JOBLOG
            ENCERRA-SEM-GRAVAR.
                CLOSE ARQ-RELATORIO.
                PERFORM GRAVA-CATALOGO.
                DISPLAY "RECUPERACAO NAO FEITA, VER " WS-REL-FILENAME.
                STOP RUN.

           *> HORA DO FIM NORMAL DO CONTA-BACKUP NA DATA DO ARQUIVO; A
           *> ULTIMA LINHA E A QUE VALE (RESTART NO MESMO DIA)
            BUSCA-HORA-BACKUP.
                MOVE 'N' TO WS-EOF-JLG.
                OPEN INPUT ARQ-JOBLOG.
                IF ARQ-JLG-OK NOT EQUAL "00"
                    MOVE 'S' TO WS-EOF-JLG
                END-IF.
                PERFORM UNTIL FIM-JOBLOG
                    READ ARQ-JOBLOG
                        AT END MOVE 'S' TO WS-EOF-JLG
                        NOT AT END
                            IF JLG-JOB EQUAL "CONTA-BACKUP" AND
                               JLG-FIM AND
                               JLG-DATA EQUAL W-BACKUP-DATA
                                MOVE JLG-HORA TO W-BACKUP-HORA
                                MOVE 'S' TO W-ACHOU-BACKUP
                            END-IF
                    END-READ
                END-PERFORM.
                IF ARQ-JLG-OK EQUAL "00" OR ARQ-JLG-OK EQUAL "10"
                    CLOSE ARQ-JOBLOG
                END-IF.

           *> O ARQ-BANCO TEM DE SER O BACKUP RESTAURADO: MESMA CONTAGEM
           *> DE REGISTROS E MESMA SOMA DE SALDOS
            CONFERE-BACKUP.
                MOVE ZEROS TO W-SALDO-BACKUP.
                MOVE ZEROS TO W-SALDO-ONLINE.
                OPEN INPUT ARQ-BACKUP.
                IF ARQ-BKP-OK NOT EQUAL "00"
                    DISPLAY "BACKUP " WS-BACKUP-FILENAME " NAO ENCONTRADO"
                ELSE
                    MOVE 'N' TO WS-EOF
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-BACKUP
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                MOVE REG-BACKUP TO REG-BANCO
                                ADD 1 TO W-QTDE-BACKUP
                                ADD W-SALDO TO W-SALDO-BACKUP
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-BACKUP
                END-IF.
                OPEN INPUT ARQ-BANCO.
                IF ARQ-OK EQUAL ZEROS
                    MOVE 'N' TO WS-EOF
                    MOVE ZEROS TO COD-CONTA
                    START ARQ-BANCO KEY IS NOT LESS THAN COD-CONTA
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-BANCO NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                ADD 1 TO W-QTDE-ONLINE
                                ADD W-SALDO TO W-SALDO-ONLINE
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-BANCO
                END-IF.
                MOVE SPACES TO REG-RELATORIO.
                MOVE W-SALDO-BACKUP TO M-VALOR.
                STRING "BACKUP        REGISTROS " DELIMITED BY SIZE
                       W-QTDE-BACKUP DELIMITED BY SIZE
                       " SALDO TOTAL " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                PERFORM GRAVA-LINHA.
                MOVE W-SALDO-ONLINE TO M-VALOR.
                STRING "ONLINE        REGISTROS " DELIMITED BY SIZE
                       W-QTDE-ONLINE DELIMITED BY SIZE
                       " SALDO TOTAL " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                PERFORM GRAVA-LINHA.

            OPEN-FILES.
                OPEN INPUT ARQ-EXTRATO.
                OPEN I-O ARQ-BANCO.

           *> UMA PASSADA PELO EXTRATO INTEIRO, NA ORDEM DA CHAVE (CONTA E
           *> SEQUENCIA)
            VARRE-EXTRATO.
                MOVE ZEROS TO W-CONTA-ATUAL.
                MOVE ZEROS TO W-QTDE-MOV-CONTA.
                MOVE 'N' TO WS-EOF.
                MOVE ZEROS TO EXT-CHAVE.
                START ARQ-EXTRATO KEY IS NOT LESS THAN EXT-CHAVE
                    INVALID KEY MOVE 'S' TO WS-EOF.
                PERFORM PROCESSA-MOVIMENTO UNTIL FIM-ARQUIVO.
                PERFORM FECHA-CONTA-REAPLICADA.

            PROCESSA-MOVIMENTO.
                READ ARQ-EXTRATO NEXT RECORD
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        IF EXT-COD-CONTA NOT EQUAL W-CONTA-ATUAL
                            PERFORM FECHA-CONTA-REAPLICADA
                            PERFORM ABRE-CONTA-REAPLICADA
                        END-IF
                        COMPUTE W-MOV-MARCO = EXT-DATA-ANO * 10000000000
                                            + EXT-DATA-MES * 100000000
                                            + EXT-DATA-DIA * 1000000
                                            + EXT-HORA-HH * 10000
                                            + EXT-HORA-MM * 100
                                            + EXT-HORA-SS
                        IF W-MOV-MARCO NOT < W-BACKUP-MARCO
                            PERFORM REAPLICA-MOVIMENTO
                        END-IF
                END-READ.

           *> PONTO DE PARTIDA DA CONTA: O REGISTRO RESTAURADO
            ABRE-CONTA-REAPLICADA.
                MOVE EXT-COD-CONTA TO W-CONTA-ATUAL.
                MOVE ZEROS TO W-QTDE-MOV-CONTA.
                MOVE EXT-COD-CONTA TO COD-CONTA.
                READ ARQ-BANCO
                    INVALID KEY
                        MOVE 'N' TO W-CONTA-NO-BANCO
                    NOT INVALID KEY
                        MOVE 'S' TO W-CONTA-NO-BANCO
                        MOVE W-SALDO TO W-SALDO-REC
                        MOVE W-STATUS TO W-STATUS-REC
                        MOVE W-ULT-EXT-SEQ TO W-ULT-SEQ-REC
                        MOVE DT-ULT-MODIF TO W-DT-MODIF-REC
                END-READ.

           *> O MOVIMENTO ENTRA PELO EFEITO QUE TEVE NO SALDO QUANDO FOI
           *> GRAVADO; O STATUS SEGUE O QUE O CAIXA FEZ NA HORA
            REAPLICA-MOVIMENTO.
                ADD 1 TO W-QTDE-MOV-CONTA.
                MOVE EXT-SEQUENCIA TO W-ULT-SEQ-MOV.
                IF CONTA-NO-BANCO
                    COMPUTE W-SALDO-REC = W-SALDO-REC
                        + EXT-SALDO-ATUAL - EXT-SALDO-ANTERIOR
                    MOVE EXT-SALDO-ATUAL TO W-SALDO-ESPERADO
                    IF EXT-SEQUENCIA > W-ULT-SEQ-REC
                        MOVE EXT-SEQUENCIA TO W-ULT-SEQ-REC
                    END-IF
                    MOVE EXT-DATA TO W-DT-MODIF-REC
                    EVALUATE TRUE
                        WHEN EXT-ENCERRAMENTO
                            MOVE 'F' TO W-STATUS-REC
                        WHEN EXT-REABERTURA
                            MOVE 'A' TO W-STATUS-REC
                        WHEN W-STATUS-REC EQUAL 'D' AND
                             (EXT-DEPOSITO OR EXT-SAQUE OR
                              EXT-DEPOSITO-CHEQUE OR EXT-TRANSF-ENVIADA OR
                              EXT-TRANSF-EXTERNA OR EXT-PAGTO-BOLETO OR
                              EXT-APLICACAO-CDB)
                            MOVE 'A' TO W-STATUS-REC
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF.

           *> FIM DA CONTA: NA CONFERENCIA, O SALDO RECUPERADO TEM DE
           *> BATER COM O SALDO-ATUAL DO ULTIMO MOVIMENTO; NA APLICAÇÂO, A
           *> CONTA E REGRAVADA
            FECHA-CONTA-REAPLICADA.
                IF W-CONTA-ATUAL NOT EQUAL ZEROS AND
                   W-QTDE-MOV-CONTA > ZEROS
                    IF NOT CONTA-NO-BANCO
                        IF FASE-CONFERE
                            ADD 1 TO W-QTDE-SEM-CADASTRO
                            PERFORM GRAVA-LINHA-SEM-CADASTRO
                        END-IF
                    ELSE
                        IF FASE-CONFERE
                            IF W-SALDO-REC NOT EQUAL W-SALDO-ESPERADO
                                ADD 1 TO W-QTDE-DIVERGENCIAS
                                PERFORM GRAVA-LINHA-DIVERGENCIA
                            END-IF
                        ELSE
                            PERFORM REGRAVA-CONTA
                        END-IF
                    END-IF
                END-IF.

            REGRAVA-CONTA.
                MOVE W-CONTA-ATUAL TO COD-CONTA.
                READ ARQ-BANCO
                    INVALID KEY DISPLAY "CONTA " W-CONTA-ATUAL " SUMIU DO ARQ-BANCO"
                    NOT INVALID KEY
                        MOVE W-SALDO-REC TO W-SALDO
                        MOVE W-STATUS-REC TO W-STATUS
                        MOVE W-ULT-SEQ-REC TO W-ULT-EXT-SEQ
                        MOVE W-DT-MODIF-REC TO DT-ULT-MODIF
                        REWRITE REG-BANCO
                            INVALID KEY DISPLAY "ERRO AO REGRAVAR CONTA " COD-CONTA
                            NOT INVALID KEY
                                ADD 1 TO W-QTDE-CONTAS
                                ADD W-QTDE-MOV-CONTA TO W-QTDE-MOVIMENTOS
                        END-REWRITE
                END-READ.

            CLOSE-FILES.
                CLOSE ARQ-EXTRATO.
                CLOSE ARQ-BANCO.

            GRAVA-LINHA-CABECALHO.
                MOVE SPACES TO REG-RELATORIO.
                STRING "RECUPERACAO PARA A FRENTE A PARTIR DE " DELIMITED BY SIZE
                       WS-BACKUP-FILENAME DELIMITED BY SPACE
                    INTO REG-RELATORIO.
                PERFORM GRAVA-LINHA.
                STRING "MOVIMENTOS A PARTIR DE " DELIMITED BY SIZE
                       W-BACKUP-DATA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       W-BACKUP-HORA DELIMITED BY SIZE
                       " (FIM NORMAL DO CONTA-BACKUP NO DIARIO)" DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                PERFORM GRAVA-LINHA.

            GRAVA-LINHA-DIVERGENCIA.
                MOVE W-SALDO-REC TO M-VALOR.
                MOVE W-SALDO-ESPERADO TO M-VALOR2.
                STRING "DIVERGENCIA CONTA " DELIMITED BY SIZE
                       W-CONTA-ATUAL DELIMITED BY SIZE
                       " ULT SEQ " DELIMITED BY SIZE
                       W-ULT-SEQ-MOV DELIMITED BY SIZE
                       " RECUPERADO " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " EXTRATO " DELIMITED BY SIZE
                       M-VALOR2 DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                PERFORM GRAVA-LINHA.

            GRAVA-LINHA-SEM-CADASTRO.
                STRING "CONTA " DELIMITED BY SIZE
                       W-CONTA-ATUAL DELIMITED BY SIZE
                       " FORA DO BACKUP (ABERTA DEPOIS): " DELIMITED BY SIZE
                       W-QTDE-MOV-CONTA DELIMITED BY SIZE
                       " MOVIMENTO(S) NAO REAPLICADO(S), RECADASTRAR" DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                PERFORM GRAVA-LINHA.

            GRAVA-LINHA-TOTAIS.
                STRING "CONTAS REGRAVADAS " DELIMITED BY SIZE
                       W-QTDE-CONTAS DELIMITED BY SIZE
                       " MOVIMENTOS REAPLICADOS " DELIMITED BY SIZE
                       W-QTDE-MOVIMENTOS DELIMITED BY SIZE
                       " DIVERGENCIAS " DELIMITED BY SIZE
                       W-QTDE-DIVERGENCIAS DELIMITED BY SIZE
                       " FORA DO BACKUP " DELIMITED BY SIZE
                       W-QTDE-SEM-CADASTRO DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                PERFORM GRAVA-LINHA.

            GRAVA-LINHA.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.
                MOVE SPACES TO REG-RELATORIO.

           *> LIGA E DESLIGA A MARCA DE JANELA BATCH NO ARQUIVO DE STATUS
           *> DO SISTEMA ENQUANTO OS SALDOS SÂO RECUPERADOS
           MARCA-JANELA-BATCH.
                OPEN OUTPUT ARQ-SISTEMA.
                MOVE 'S' TO SYS-BATCH-EM-ANDAMENTO.
                MOVE "CONTA-REAPLICA" TO SYS-JOB.
                MOVE DATE-TIME TO SYS-DATA.
                WRITE REG-SISTEMA.
                CLOSE ARQ-SISTEMA.

           LIBERA-JANELA-BATCH.
                OPEN OUTPUT ARQ-SISTEMA.
                MOVE 'N' TO SYS-BATCH-EM-ANDAMENTO.
                MOVE "CONTA-REAPLICA" TO SYS-JOB.
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
                MOVE "CONTA-REAPLICA" TO JLG-JOB.
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
                MOVE "CONTA-REAPLICA" TO CAT-JOB.
                MOVE WS-REL-FILENAME TO CAT-ARQUIVO.
                COMPUTE CAT-DATA = YEARS * 10000 + MONTHS * 100 + DAYS.
                MOVE W-QTDE-LINHAS-REL TO CAT-QTDE.
                WRITE REG-CATALOGO.
                CLOSE ARQ-CATALOGO.

       END PROGRAM CONTA-REAPLICA.
