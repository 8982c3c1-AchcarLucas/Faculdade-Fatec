       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-RECADASTRO.

      *> JOB BATCH MENSAL DA RENOVAÇÂO CADASTRAL (KYC): VARRE O CADASTRO
      *> DE CLIENTES (ARQ-CLIENTE.DAT) E LISTA, PELA AGENCIA DA PRIMEIRA
      *> CONTA NÂO ENCERRADA DO CPF, TODO CLIENTE CUJA ULTIMA REVISÂO
      *> CADASTRAL TEM MAIS QUE OS MESES DE VALIDADE DE
      *> ARQ-RECADASTRO-PARAM.DAT (PADRAO 24; NUNCA REVISADO CONTA COMO
      *> VENCIDO). NA PRIMEIRA VEZ QUE O CPF APARECE VENCIDO, O LEMBRETE
      *> ENTRA NA FILA DE NOTIFICAÇÔES E O CLIENTE FICA 'V'; PASSADA A
      *> CARENCIA (PADRAO 60 DIAS DESDE O LEMBRETE) SEM ATUALIZAÇÂO NA
      *> OPÇÂO 18 DO CAIXA, FICA 'P': O CAIXA PASSA A AVISAR E O SAQUE
      *> ACIMA DO VALOR DO PARAMETRO PEDE SUPERVISOR. CPF SEM CONTA EM
      *> USO FICA DE FORA. RERODAR NO MESMO MES NÂO DUPLICA LEMBRETE (A
      *> SITUAÇÂO JA ESTA GRAVADA), ENTÂO NÂO HA CHECKPOINT. DEPOIS DOS
      *> CLIENTES VEM A FASE DAS EMPRESAS (ARQ-EMPRESA.DAT), COM A MESMA
      *> REGRA SOBRE A REVISÂO GRAVADA NA OPÇÂO 43: A AGENCIA E A CONTA
      *> SÂO AS DA PRIMEIRA CONTA NÂO ENCERRADA DO CNPJ, LEVANTADA POR
      *> VARREDURA. O RELATORIO SAI AGRUPADO POR AGENCIA, COM O SUBTOTAL
      *> DE CADA UMA: AS LINHAS VÂO PARA UM ARQUIVO DE TRABALHO EM ORDEM
      *> DE AGENCIA E CPF OU CNPJ, IMPRESSO DEPOIS DA VARREDURA E ZERADO
      *> NO FIM.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARQ-CLIENTE ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CLI-CPF
                       FILE STATUS ARQ-CLI-OK.

                   SELECT ARQ-BANCO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS COD-CONTA
                       ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
                       FILE STATUS ARQ-OK.

                   SELECT ARQ-EMPRESA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS PJ-CNPJ
                       FILE STATUS ARQ-PJ-OK.

                   SELECT ARQ-PARAM ASSIGN TO "ARQ-RECADASTRO-PARAM.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-PAR-OK.

                   SELECT ARQ-RELATORIO ASSIGN TO WS-REL-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-REL-OK.

                   SELECT ARQ-NOTIFICACAO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS NOT-CHAVE
                       FILE STATUS ARQ-NOT-OK.

      *> ARQUIVO DE TRABALHO, ZERADO NO FIM: AS LINHAS DO RELATORIO EM
      *> ORDEM DE AGENCIA
                   SELECT ARQ-TRABALHO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS TRB-CHAVE
                       FILE STATUS ARQ-TRB-OK.

                   SELECT ARQ-JOBLOG ASSIGN TO "ARQ-JOBLOG.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-JLG-OK.

                   SELECT ARQ-CATALOGO ASSIGN TO "ARQ-RELATORIO-CATALOGO.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-CAT-OK.

       DATA DIVISION.

           FILE SECTION.
               FD ARQ-CLIENTE LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CLIENTE.DAT".

               COPY CLIENTE.

               FD ARQ-BANCO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-BANCO.DAT".

               COPY REGBANCO.

               FD ARQ-EMPRESA LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EMPRESA.DAT".

               COPY EMPRESA.

      *> MESMO LAYOUT MANTIDO PELA TELA DE PARAMETROS DO CAIXA
               FD ARQ-PARAM LABEL RECORDS STANDARD.

               01  REG-PARAM.
                   02  PAR-MESES-VALIDADE      PIC 9(3).
                   02  PAR-DIAS-CARENCIA       PIC 9(3).
                   02  PAR-VALOR-SAQUE         PIC 9(8)V99.

               FD ARQ-RELATORIO LABEL RECORDS STANDARD.

               01  REG-RELATORIO               PIC X(120).

               FD ARQ-NOTIFICACAO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-NOTIFICACAO.DAT".

               COPY NOTIFICA.

               FD ARQ-TRABALHO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-RECADASTRO-TRAB.DAT".

               01  REG-TRABALHO.
      *> NA AGENCIA, OS CLIENTES ('F', PELO CPF) VEM ANTES DAS EMPRESAS
      *> ('J', PELO CNPJ)
                   02  TRB-CHAVE.
                       03  TRB-COD-AGENCIA     PIC 9(4).
                       03  TRB-TIPO-TITULAR    PIC X(1).
                       03  TRB-DOCUMENTO       PIC 9(14).
      *> 'L' LEMBRETE ENVIADO NESTA EXECUÇÂO, 'P' MARCADO PENDENTE
      *> NESTA EXECUÇÂO, BRANCO OS DEMAIS VENCIDOS
                   02  TRB-OCORRENCIA          PIC X(1).
                       88  TRB-LEMBRETE        VALUE 'L'.
                       88  TRB-NOVO-PENDENTE   VALUE 'P'.
                   02  TRB-LINHA               PIC X(120).

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
                    02  ARQ-CLI-OK          PIC 9(2).
                    02  ARQ-OK              PIC 9(2).
                    02  ARQ-PJ-OK           PIC X(2).
                    02  ARQ-PAR-OK          PIC X(2).
                    02  ARQ-REL-OK          PIC X(2).
                    02  ARQ-NOT-OK          PIC 9(2).
                    02  ARQ-TRB-OK          PIC X(2).

                01 NOTIFICACAO-VARIABLES.
                    02  W-NOT-SEQ               PIC 9(6).

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                    02 MONTHS           PIC 9(02).
                    02 DAYS             PIC 9(02).

                01 PARAM-VARIABLES.
                    *> REVISÂO MAIS VELHA QUE ISSO ESTA VENCIDA
                    02  W-MESES-VALIDADE        PIC 9(3) VALUE 24.
                    *> DIAS DEPOIS DO LEMBRETE ATE O CLIENTE FICAR PENDENTE
                    02  W-DIAS-CARENCIA         PIC 9(3) VALUE 60.

                01 REVISAO-VARIABLES.
                    02  W-MESES-HOJE            PIC 9(6).
                    02  W-MESES-DECORRIDOS      PIC S9(6).
                    02  W-DATA-HOJE-NUM         PIC 9(8).
                    02  W-DATA-LEMBRETE-NUM     PIC 9(8).
                    02  W-DIAS-HOJE             PIC 9(7).
                    02  W-DIAS-LEMBRETE         PIC 9(7).
                    02  W-DIAS-DESDE-LEMBRETE   PIC S9(5).
                    02  M-DIAS                  PIC ZZZZ9.
                    02  W-REVISAO-VENCIDA       PIC X(1).
                        88  REVISAO-VENCIDA     VALUE 'S'.
                    02  W-DT-REVISAO.
                        03  W-REVISAO-ANO       PIC 9(04).
                        03  W-REVISAO-MES       PIC 9(02).
                        03  W-REVISAO-DIA       PIC 9(02).
                    02  W-CONTA-TITULAR         PIC 9(7).
                    02  W-AGENCIA-TITULAR       PIC 9(4).
                    02  W-DATA-REVISAO-EDIT     PIC X(10).
                    02  W-SITUACAO-TEXTO        PIC X(40).

                01 WS-CONTROLE.
                    02  WS-EOF                  PIC X(1) VALUE 'N'.
                        88  FIM-ARQUIVO         VALUE 'S'.
                    02  W-QTDE-LIDOS            PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-EMPRESAS         PIC 9(6) VALUE ZEROS.
                    02  W-FASE                  PIC X(1) VALUE 'C'.
                        88  FASE-EMPRESAS       VALUE 'E'.
                    02  W-EMPRESA-ABERTA        PIC X(1) VALUE 'N'.
                        88  EMPRESA-ABERTA      VALUE 'S'.
                    02  W-QTDE-VENCIDOS         PIC 9(6) VALUE ZEROS.
                    02  W-QTDE-LEMBRETES        PIC 9(6) VALUE ZEROS.
                    02  W-QTDE-PENDENTES        PIC 9(6) VALUE ZEROS.

      *> SEÇÂO DA AGENCIA EM IMPRESSÂO E O SEU SUBTOTAL
                01 SECAO-VARIABLES.
                    02  WS-EOF-TRB              PIC X(1) VALUE 'N'.
                        88  FIM-TRABALHO        VALUE 'S'.
                    02  W-SECAO-ABERTA          PIC X(1) VALUE 'N'.
                        88  SECAO-ABERTA        VALUE 'S'.
                    02  W-AGENCIA-SECAO         PIC 9(4).
                    02  W-QTDE-AGENCIAS         PIC 9(4) VALUE ZEROS.
                    02  W-SEC-VENCIDOS          PIC 9(6).
                    02  W-SEC-LEMBRETES         PIC 9(6).
                    02  W-SEC-PENDENTES         PIC 9(6).
                    02  W-OCORRENCIA-CLIENTE    PIC X(1).

       PROCEDURE DIVISION.

            INIT.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                STRING "ARQ-RECADASTRO-" DELIMITED BY SIZE
                       YEARS  DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       DAYS   DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                    INTO WS-REL-FILENAME.
                COMPUTE W-MESES-HOJE = YEARS * 12 + MONTHS.
                COMPUTE W-DATA-HOJE-NUM = YEARS * 10000 + MONTHS * 100 + DAYS.
                COMPUTE W-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(W-DATA-HOJE-NUM).
                PERFORM LE-PARAM.
                MOVE 'I' TO W-JLG-EVENTO.
                MOVE ZEROS TO W-JLG-QTDE.
                MOVE 'N' TO W-JLG-CKPT.
                PERFORM GRAVA-JOBLOG.
                PERFORM OPEN-FILES.
                PERFORM PROCESSA-CLIENTES UNTIL FIM-ARQUIVO.
                IF EMPRESA-ABERTA
                    MOVE 'E' TO W-FASE
                    MOVE 'N' TO WS-EOF
                    PERFORM POSICIONA-ARQ-EMPRESA
                    PERFORM PROCESSA-EMPRESAS UNTIL FIM-ARQUIVO
                END-IF.
                PERFORM IMPRIME-AGENCIAS.
                PERFORM IMPRIME-TOTAIS.
                PERFORM CLOSE-FILES.
                PERFORM LIMPA-TRABALHO.
                PERFORM GRAVA-CATALOGO.
                MOVE 'F' TO W-JLG-EVENTO.
                COMPUTE W-JLG-QTDE = W-QTDE-LIDOS + W-QTDE-EMPRESAS.
                PERFORM GRAVA-JOBLOG.
                DISPLAY "RECADASTRO CONCLUIDO. VENCIDOS: " W-QTDE-VENCIDOS
                        " LEMBRETES: " W-QTDE-LEMBRETES
                        " NOVOS PENDENTES: " W-QTDE-PENDENTES.
                STOP RUN.

           *> VALIDADE E CARENCIA VEM DO ARQUIVO DE PARAMETRO; SEM O
           *> ARQUIVO VALEM OS PADROES JA CARREGADOS
           LE-PARAM.
                OPEN INPUT ARQ-PARAM.
                IF ARQ-PAR-OK EQUAL "00"
                    READ ARQ-PARAM
                        AT END CONTINUE
                        NOT AT END
                            IF PAR-MESES-VALIDADE > ZEROS
                                MOVE PAR-MESES-VALIDADE TO W-MESES-VALIDADE
                            END-IF
                            IF PAR-DIAS-CARENCIA > ZEROS
                                MOVE PAR-DIAS-CARENCIA TO W-DIAS-CARENCIA
                            END-IF
                    END-READ
                    CLOSE ARQ-PARAM
                ELSE
                    DISPLAY "ARQ-RECADASTRO-PARAM.DAT AUSENTE, USANDO " W-MESES-VALIDADE " MESES E "
                            W-DIAS-CARENCIA " DIAS"
                END-IF.

            OPEN-FILES.
                OPEN I-O ARQ-CLIENTE.
                OPEN INPUT ARQ-BANCO.
                OPEN I-O ARQ-EMPRESA.
                IF ARQ-PJ-OK EQUAL "00"
                    MOVE 'S' TO W-EMPRESA-ABERTA
                END-IF.
                OPEN I-O ARQ-NOTIFICACAO.
                OPEN OUTPUT ARQ-TRABALHO.
                CLOSE ARQ-TRABALHO.
                OPEN I-O ARQ-TRABALHO.
                OPEN OUTPUT ARQ-RELATORIO.
                PERFORM IMPRIME-CABECALHO.
                MOVE ZEROS TO CLI-CPF.
                START ARQ-CLIENTE KEY IS NOT LESS THAN CLI-CPF
                    INVALID KEY MOVE 'S' TO WS-EOF.

            PROCESSA-CLIENTES.
                READ ARQ-CLIENTE NEXT RECORD
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        ADD 1 TO W-QTDE-LIDOS
                        MOVE CLI-DT-ULT-REVISAO TO W-DT-REVISAO
                        PERFORM VERIFICA-REVISAO
                        IF REVISAO-VENCIDA
                            PERFORM LOCALIZA-CONTA-CPF
                            IF W-CONTA-TITULAR NOT EQUAL ZEROS
                                PERFORM TRATA-VENCIDO
                            END-IF
                        END-IF
                END-READ.

           POSICIONA-ARQ-EMPRESA.
                MOVE ZEROS TO PJ-CNPJ.
                START ARQ-EMPRESA KEY IS NOT LESS THAN PJ-CNPJ
                    INVALID KEY MOVE 'S' TO WS-EOF
                END-START.

            PROCESSA-EMPRESAS.
                READ ARQ-EMPRESA NEXT RECORD
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        ADD 1 TO W-QTDE-EMPRESAS
                        MOVE PJ-DT-ULT-REVISAO TO W-DT-REVISAO
                        PERFORM VERIFICA-REVISAO
                        IF REVISAO-VENCIDA
                            PERFORM LOCALIZA-CONTA-CNPJ
                            IF W-CONTA-TITULAR NOT EQUAL ZEROS
                                PERFORM TRATA-EMPRESA-VENCIDA
                            END-IF
                        END-IF
                END-READ.

           *> VENCIDA QUANDO JA SE PASSARAM OS MESES DE VALIDADE DESDE A
           *> ULTIMA REVISÂO (NO DIA DO MES DA REVISÂO OU DEPOIS); A DATA
           *> DO CLIENTE OU DA EMPRESA VEM EM W-DT-REVISAO
           VERIFICA-REVISAO.
                MOVE 'S' TO W-REVISAO-VENCIDA.
                IF W-DT-REVISAO NOT EQUAL ZEROS
                    COMPUTE W-MESES-DECORRIDOS = W-MESES-HOJE
                        - (W-REVISAO-ANO * 12 + W-REVISAO-MES)
                    IF W-MESES-DECORRIDOS < W-MESES-VALIDADE
                        MOVE 'N' TO W-REVISAO-VENCIDA
                    ELSE
                        IF W-MESES-DECORRIDOS EQUAL W-MESES-VALIDADE
                            AND DAYS < W-REVISAO-DIA
                            MOVE 'N' TO W-REVISAO-VENCIDA
                        END-IF
                    END-IF
                END-IF.

           *> A AGENCIA DO CPF E A DA PRIMEIRA CONTA NÂO ENCERRADA PELA
           *> CHAVE ALTERNATIVA; SEM CONTA EM USO NÂO HA A QUEM AVISAR
           LOCALIZA-CONTA-CPF.
                MOVE ZEROS TO W-CONTA-TITULAR.
                MOVE ZEROS TO W-AGENCIA-TITULAR.
                MOVE CLI-CPF TO CPF.
                START ARQ-BANCO KEY IS EQUAL TO CPF
                    INVALID KEY MOVE 10 TO ARQ-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-OK
                END-START.
                PERFORM UNTIL ARQ-OK EQUAL 10
                    READ ARQ-BANCO NEXT RECORD
                        AT END MOVE 10 TO ARQ-OK
                        NOT AT END
                            IF CPF NOT EQUAL CLI-CPF
                                MOVE 10 TO ARQ-OK
                            ELSE
                                IF NOT CONTA-FECHADA
                                    MOVE COD-CONTA TO W-CONTA-TITULAR
                                    MOVE COD-AGENCIA TO W-AGENCIA-TITULAR
                                    MOVE 10 TO ARQ-OK
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

           *> A AGENCIA DA EMPRESA E A DA PRIMEIRA CONTA NÂO ENCERRADA DO
           *> CNPJ, POR VARREDURA COMPLETA (O CNPJ NÂO TEM CHAVE
           *> ALTERNATIVA)
           LOCALIZA-CONTA-CNPJ.
                MOVE ZEROS TO W-CONTA-TITULAR.
                MOVE ZEROS TO W-AGENCIA-TITULAR.
                MOVE ZEROS TO COD-CONTA.
                START ARQ-BANCO KEY IS NOT LESS THAN COD-CONTA
                    INVALID KEY MOVE 10 TO ARQ-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-OK
                END-START.
                PERFORM UNTIL ARQ-OK EQUAL 10
                    READ ARQ-BANCO NEXT RECORD
                        AT END MOVE 10 TO ARQ-OK
                        NOT AT END
                            IF TITULAR-PJ AND CNPJ EQUAL PJ-CNPJ AND
                               NOT CONTA-FECHADA
                                MOVE COD-CONTA TO W-CONTA-TITULAR
                                MOVE COD-AGENCIA TO W-AGENCIA-TITULAR
                                MOVE 10 TO ARQ-OK
                            END-IF
                    END-READ
                END-PERFORM.

           *> EM DIA E VENCIDO: PRIMEIRO LEMBRETE. JA LEMBRADO: PENDENTE
           *> SE A CARENCIA ACABOU. PENDENTE: SO VOLTA A LISTA
           TRATA-VENCIDO.
                ADD 1 TO W-QTDE-VENCIDOS.
                MOVE SPACE TO W-OCORRENCIA-CLIENTE.
                EVALUATE TRUE
                    WHEN CLI-CADASTRO-VENCIDO
                        PERFORM VERIFICA-CARENCIA
                    WHEN CLI-CADASTRO-PENDENTE
                        MOVE "PENDENTE, SAQUE ACIMA DO VALOR C/ SUPERV" TO W-SITUACAO-TEXTO
                    WHEN OTHER
                        MOVE 'V' TO CLI-SITUACAO-CADASTRO
                        MOVE DATE-TIME TO CLI-DT-LEMBRETE
                        REWRITE REG-CLIENTE
                            INVALID KEY DISPLAY "ERRO AO REGRAVAR CLIENTE " CLI-CPF
                        END-REWRITE
                        PERFORM NOTIFICA-RECADASTRO
                        ADD 1 TO W-QTDE-LEMBRETES
                        MOVE 'L' TO W-OCORRENCIA-CLIENTE
                        MOVE "LEMBRETE ENVIADO NESTA EXECUCAO" TO W-SITUACAO-TEXTO
                END-EVALUATE.
                PERFORM GRAVA-LINHA-CLIENTE.

            VERIFICA-CARENCIA.
                COMPUTE W-DATA-LEMBRETE-NUM =
                    CLI-LEMBRETE-ANO * 10000 + CLI-LEMBRETE-MES * 100 + CLI-LEMBRETE-DIA.
                PERFORM CALCULA-DIAS-LEMBRETE.
                IF W-DIAS-DESDE-LEMBRETE > W-DIAS-CARENCIA
                    MOVE 'P' TO CLI-SITUACAO-CADASTRO
                    REWRITE REG-CLIENTE
                        INVALID KEY DISPLAY "ERRO AO REGRAVAR CLIENTE " CLI-CPF
                    END-REWRITE
                    PERFORM MARCA-NOVO-PENDENTE
                END-IF.

            CALCULA-DIAS-LEMBRETE.
                COMPUTE W-DIAS-LEMBRETE = FUNCTION INTEGER-OF-DATE(W-DATA-LEMBRETE-NUM).
                COMPUTE W-DIAS-DESDE-LEMBRETE = W-DIAS-HOJE - W-DIAS-LEMBRETE.
                MOVE W-DIAS-DESDE-LEMBRETE TO M-DIAS.
                MOVE SPACES TO W-SITUACAO-TEXTO.
                STRING "EM CARENCIA, LEMBRETE HA " DELIMITED BY SIZE
                       M-DIAS DELIMITED BY SIZE
                       " DIAS" DELIMITED BY SIZE
                    INTO W-SITUACAO-TEXTO.

            MARCA-NOVO-PENDENTE.
                ADD 1 TO W-QTDE-PENDENTES.
                MOVE 'P' TO W-OCORRENCIA-CLIENTE.
                MOVE "CARENCIA ESGOTADA, MARCADO PENDENTE" TO W-SITUACAO-TEXTO.

           *> A EMPRESA VENCIDA SEGUE AS MESMAS ETAPAS DO CLIENTE, COM A
           *> SITUAÇÂO GRAVADA NO CADASTRO DA EMPRESA
           TRATA-EMPRESA-VENCIDA.
                ADD 1 TO W-QTDE-VENCIDOS.
                MOVE SPACE TO W-OCORRENCIA-CLIENTE.
                EVALUATE TRUE
                    WHEN PJ-CADASTRO-VENCIDO
                        PERFORM VERIFICA-CARENCIA-EMPRESA
                    WHEN PJ-CADASTRO-PENDENTE
                        MOVE "PENDENTE, SAQUE ACIMA DO VALOR C/ SUPERV" TO W-SITUACAO-TEXTO
                    WHEN OTHER
                        MOVE 'V' TO PJ-SITUACAO-CADASTRO
                        MOVE DATE-TIME TO PJ-DT-LEMBRETE
                        REWRITE REG-EMPRESA
                            INVALID KEY DISPLAY "ERRO AO REGRAVAR EMPRESA " PJ-CNPJ
                        END-REWRITE
                        PERFORM NOTIFICA-RECADASTRO
                        ADD 1 TO W-QTDE-LEMBRETES
                        MOVE 'L' TO W-OCORRENCIA-CLIENTE
                        MOVE "LEMBRETE ENVIADO NESTA EXECUCAO" TO W-SITUACAO-TEXTO
                END-EVALUATE.
                PERFORM GRAVA-LINHA-CLIENTE.

            VERIFICA-CARENCIA-EMPRESA.
                COMPUTE W-DATA-LEMBRETE-NUM =
                    PJ-LEMBRETE-ANO * 10000 + PJ-LEMBRETE-MES * 100 + PJ-LEMBRETE-DIA.
                PERFORM CALCULA-DIAS-LEMBRETE.
                IF W-DIAS-DESDE-LEMBRETE > W-DIAS-CARENCIA
                    MOVE 'P' TO PJ-SITUACAO-CADASTRO
                    REWRITE REG-EMPRESA
                        INVALID KEY DISPLAY "ERRO AO REGRAVAR EMPRESA " PJ-CNPJ
                    END-REWRITE
                    PERFORM MARCA-NOVO-PENDENTE
                END-IF.

           *> O CLIENTE E AVISADO PELA CONTA ONDE ELE E ATENDIDO, COM A
           *> PROXIMA SEQUENCIA DA CONTA NA FILA DE NOTIFICAÇÔES; A
           *> EMPRESA VAI SEM CPF, PELO CONTATO DA CONTA
           NOTIFICA-RECADASTRO.
                MOVE W-CONTA-TITULAR TO NOT-COD-CONTA.
                MOVE 999999 TO NOT-SEQUENCIA.
                START ARQ-NOTIFICACAO KEY IS NOT GREATER THAN NOT-CHAVE
                    INVALID KEY MOVE 1 TO W-NOT-SEQ
                    NOT INVALID KEY
                        READ ARQ-NOTIFICACAO NEXT RECORD
                            AT END MOVE 1 TO W-NOT-SEQ
                        NOT AT END
                            IF NOT-COD-CONTA EQUAL W-CONTA-TITULAR
                                ADD 1 TO NOT-SEQUENCIA GIVING W-NOT-SEQ
                            ELSE
                                MOVE 1 TO W-NOT-SEQ
                            END-IF
                        END-READ
                END-START.
                MOVE W-CONTA-TITULAR TO NOT-COD-CONTA.
                MOVE W-NOT-SEQ TO NOT-SEQUENCIA.
                IF FASE-EMPRESAS
                    MOVE ZEROS TO NOT-CPF
                ELSE
                    MOVE CLI-CPF TO NOT-CPF
                END-IF.
                MOVE 'RC' TO NOT-EVENTO.
                MOVE "ATUALIZE SEU CADASTRO NA SUA AGENCIA" TO NOT-TEXTO.
                MOVE DATE-TIME TO NOT-DATA.
                MOVE 'P' TO NOT-STATUS.
                WRITE REG-NOTIFICACAO
                    INVALID KEY DISPLAY "ERRO AO GRAVAR NOTIFICACAO " NOT-CHAVE
                END-WRITE.

           *> A LINHA DO CLIENTE OU DA EMPRESA VAI PARA O TRABALHO NA ORDEM
           *> DE AGENCIA; A IMPRESSÂO E FEITA DEPOIS, EM IMPRIME-AGENCIAS
            GRAVA-LINHA-CLIENTE.
                IF W-DT-REVISAO EQUAL ZEROS
                    MOVE "NUNCA" TO W-DATA-REVISAO-EDIT
                ELSE
                    MOVE SPACES TO W-DATA-REVISAO-EDIT
                    STRING W-REVISAO-DIA DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           W-REVISAO-MES DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           W-REVISAO-ANO DELIMITED BY SIZE
                        INTO W-DATA-REVISAO-EDIT
                END-IF.
                MOVE SPACES TO REG-RELATORIO.
                MOVE W-AGENCIA-TITULAR TO TRB-COD-AGENCIA.
                IF FASE-EMPRESAS
                    STRING "AGENCIA " DELIMITED BY SIZE
                           W-AGENCIA-TITULAR DELIMITED BY SIZE
                           " CNPJ " DELIMITED BY SIZE
                           PJ-CNPJ DELIMITED BY SIZE
                           " CONTA " DELIMITED BY SIZE
                           W-CONTA-TITULAR DELIMITED BY SIZE
                           " REVISAO " DELIMITED BY SIZE
                           W-DATA-REVISAO-EDIT DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           W-SITUACAO-TEXTO DELIMITED BY SIZE
                        INTO REG-RELATORIO
                    MOVE 'J' TO TRB-TIPO-TITULAR
                    MOVE PJ-CNPJ TO TRB-DOCUMENTO
                ELSE
                    STRING "AGENCIA " DELIMITED BY SIZE
                           W-AGENCIA-TITULAR DELIMITED BY SIZE
                           " CPF " DELIMITED BY SIZE
                           CLI-CPF DELIMITED BY SIZE
                           " CONTA " DELIMITED BY SIZE
                           W-CONTA-TITULAR DELIMITED BY SIZE
                           " REVISAO " DELIMITED BY SIZE
                           W-DATA-REVISAO-EDIT DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           W-SITUACAO-TEXTO DELIMITED BY SIZE
                        INTO REG-RELATORIO
                    MOVE 'F' TO TRB-TIPO-TITULAR
                    MOVE CLI-CPF TO TRB-DOCUMENTO
                END-IF.
                MOVE W-OCORRENCIA-CLIENTE TO TRB-OCORRENCIA.
                MOVE REG-RELATORIO TO TRB-LINHA.
                WRITE REG-TRABALHO
                    INVALID KEY DISPLAY "ERRO AO GRAVAR TRABALHO DE " TRB-TIPO-TITULAR
                        " " TRB-DOCUMENTO
                END-WRITE.

           *> O TRABALHO EM ORDEM DE AGENCIA: UMA SEÇÂO POR AGENCIA COM
           *> OS CLIENTES E O SUBTOTAL NO FIM
           IMPRIME-AGENCIAS.
                MOVE 'N' TO W-SECAO-ABERTA.
                MOVE 'N' TO WS-EOF-TRB.
                MOVE ZEROS TO TRB-CHAVE.
                START ARQ-TRABALHO KEY IS NOT LESS THAN TRB-CHAVE
                    INVALID KEY MOVE 'S' TO WS-EOF-TRB
                END-START.
                PERFORM LISTA-TRABALHO UNTIL FIM-TRABALHO.
                IF SECAO-ABERTA
                    PERFORM FECHA-SECAO-AGENCIA
                END-IF.

            LISTA-TRABALHO.
                READ ARQ-TRABALHO NEXT RECORD
                    AT END MOVE 'S' TO WS-EOF-TRB
                    NOT AT END
                        IF NOT SECAO-ABERTA OR TRB-COD-AGENCIA NOT EQUAL W-AGENCIA-SECAO
                            IF SECAO-ABERTA
                                PERFORM FECHA-SECAO-AGENCIA
                            END-IF
                            PERFORM ABRE-SECAO-AGENCIA
                        END-IF
                        MOVE TRB-LINHA TO REG-RELATORIO
                        WRITE REG-RELATORIO
                        ADD 1 TO W-QTDE-LINHAS-REL
                        ADD 1 TO W-SEC-VENCIDOS
                        IF TRB-LEMBRETE
                            ADD 1 TO W-SEC-LEMBRETES
                        END-IF
                        IF TRB-NOVO-PENDENTE
                            ADD 1 TO W-SEC-PENDENTES
                        END-IF
                END-READ.

            ABRE-SECAO-AGENCIA.
                MOVE TRB-COD-AGENCIA TO W-AGENCIA-SECAO.
                MOVE 'S' TO W-SECAO-ABERTA.
                ADD 1 TO W-QTDE-AGENCIAS.
                MOVE ZEROS TO W-SEC-VENCIDOS.
                MOVE ZEROS TO W-SEC-LEMBRETES.
                MOVE ZEROS TO W-SEC-PENDENTES.
                MOVE SPACES TO REG-RELATORIO.
                WRITE REG-RELATORIO.
                MOVE SPACES TO REG-RELATORIO.
                STRING "AGENCIA " DELIMITED BY SIZE
                       W-AGENCIA-SECAO DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 2 TO W-QTDE-LINHAS-REL.

            FECHA-SECAO-AGENCIA.
                MOVE SPACES TO REG-RELATORIO.
                STRING "SUBTOTAL AGENCIA " DELIMITED BY SIZE
                       W-AGENCIA-SECAO DELIMITED BY SIZE
                       " VENCIDOS " DELIMITED BY SIZE
                       W-SEC-VENCIDOS DELIMITED BY SIZE
                       " LEMBRETES " DELIMITED BY SIZE
                       W-SEC-LEMBRETES DELIMITED BY SIZE
                       " NOVOS PENDENTES " DELIMITED BY SIZE
                       W-SEC-PENDENTES DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.
                MOVE 'N' TO W-SECAO-ABERTA.

            IMPRIME-CABECALHO.
                MOVE SPACES TO REG-RELATORIO.
                STRING "REVISAO CADASTRAL VENCIDA EM " DELIMITED BY SIZE
                       DAYS DELIMITED BY SIZE "/" DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE "/" DELIMITED BY SIZE
                       YEARS DELIMITED BY SIZE
                       " - VALIDADE " DELIMITED BY SIZE
                       W-MESES-VALIDADE DELIMITED BY SIZE
                       " MESES, CARENCIA " DELIMITED BY SIZE
                       W-DIAS-CARENCIA DELIMITED BY SIZE
                       " DIAS APOS O LEMBRETE" DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

            IMPRIME-TOTAIS.
                MOVE SPACES TO REG-RELATORIO.
                WRITE REG-RELATORIO.
                MOVE SPACES TO REG-RELATORIO.
                STRING "TOTAL AGENCIAS " DELIMITED BY SIZE
                       W-QTDE-AGENCIAS DELIMITED BY SIZE
                       " CLIENTES LIDOS " DELIMITED BY SIZE
                       W-QTDE-LIDOS DELIMITED BY SIZE
                       " EMPRESAS " DELIMITED BY SIZE
                       W-QTDE-EMPRESAS DELIMITED BY SIZE
                       " VENCIDOS " DELIMITED BY SIZE
                       W-QTDE-VENCIDOS DELIMITED BY SIZE
                       " LEMBRETES " DELIMITED BY SIZE
                       W-QTDE-LEMBRETES DELIMITED BY SIZE
                       " NOVOS PENDENTES " DELIMITED BY SIZE
                       W-QTDE-PENDENTES DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 2 TO W-QTDE-LINHAS-REL.

            CLOSE-FILES.
                CLOSE ARQ-CLIENTE.
                CLOSE ARQ-BANCO.
                IF EMPRESA-ABERTA
                    CLOSE ARQ-EMPRESA
                END-IF.
                CLOSE ARQ-NOTIFICACAO.
                CLOSE ARQ-TRABALHO.
                CLOSE ARQ-RELATORIO.

           *> O ARQUIVO DE TRABALHO TEM CPF DE CLIENTE E CNPJ DE EMPRESA:
           *> NÂO FICA CHEIO ENTRE UMA EXECUÇÂO E OUTRA
           LIMPA-TRABALHO.
                OPEN OUTPUT ARQ-TRABALHO.
                CLOSE ARQ-TRABALHO.

           *> ANOTA NO DIARIO CENTRAL DE EXECUÇÔES (ARQ-JOBLOG.DAT) O
           *> INICIO ('I') E O FIM ('F') DESTA EXECUÇÂO; UM 'I' SEM 'F'
           *> CORRESPONDENTE DENUNCIA FIM ANORMAL
           GRAVA-JOBLOG.
                OPEN EXTEND ARQ-JOBLOG.
                IF ARQ-JLG-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-JOBLOG
                END-IF.
                MOVE "CONTA-RECADASTRO" TO JLG-JOB.
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
                MOVE "CONTA-RECADASTRO" TO CAT-JOB.
                MOVE WS-REL-FILENAME TO CAT-ARQUIVO.
                COMPUTE CAT-DATA = YEARS * 10000 + MONTHS * 100 + DAYS.
                MOVE W-QTDE-LINHAS-REL TO CAT-QTDE.
                WRITE REG-CATALOGO.
                CLOSE ARQ-CATALOGO.

       END PROGRAM CONTA-RECADASTRO.
