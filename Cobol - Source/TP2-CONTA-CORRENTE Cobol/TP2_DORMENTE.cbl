       PROGRAM-ID. CONTA-DORMENTE.

      *> JOB MENSAL: MARCA COMO DORMENTES (W-STATUS 'D') AS CONTAS
      *> ATIVAS SEM NENHUM MOVIMENTO INICIADO PELO CLIENTE ('DE', 'DC'
      *> OU 'SA') NOS ULTIMOS N MESES (N VEM DE ARQ-DORMENTE-PARAM.DAT,
      *> PADRAO 6). LISTA CADA CONTA MARCADA COM AGENCIA, DATA DO
      *> ULTIMO MOVIMENTO E SALDO ATUAL — A LISTAGEM QUE O REGULADOR
      *> PEDE — E RESUME POR AGENCIA. CONTA SEM NENHUM 'DE'/'SA' USA A
      *> DATA DE ABERTURA COMO REFERENCIA. GRAVA CHECKPOINT A CADA N
      *> CONTAS PARA PERMITIR RESTART.
      *> ACEITA NA LINHA DE COMANDO UMA FAIXA DE AGENCIAS ("NN AAAA
      *> BBBB") PARA RODAR EM PARALELO COM AS OUTRAS FAIXAS, COM
      *> CHECKPOINT, TOTAIS POR AGENCIA E RELATORIO PROPRIOS DA FAIXA;
      *> O CONTA-CONSOLIDA JUNTA AS FAIXAS NOS ARQUIVOS DE SEMPRE.
      *> CADA CONTA MARCADA VAI TAMBEM PARA A CARTEIRA DO GERENTE DE
      *> RELACIONAMENTO DO TITULAR (ARQ-CARTEIRA-ITEM.DAT), QUE O
      *> CONTA-CARTEIRA LISTA NA SEÇÂO DO GERENTE.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS COD-CONTA
                       *> COMPARTILHADO: AS FAIXAS DE AGENCIAS RODAM EM
                       *> PARALELO, CADA UMA SO MEXE NAS SUAS CONTAS
                       LOCK MODE IS MANUAL
                       FILE STATUS ARQ-OK.

                   SELECT ARQ-EXTRATO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS EXT-CHAVE
                       LOCK MODE IS MANUAL
                       FILE STATUS ARQ-EXT-OK.

                   SELECT ARQ-CLIENTE ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CLI-CPF
                       LOCK MODE IS MANUAL
                       FILE STATUS ARQ-CLI-OK.

                   SELECT ARQ-CARTEIRA-ITEM ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS ITM-CHAVE
                       ALTERNATE RECORD KEY IS ITM-GERENTE WITH DUPLICATES
                       *> COMPARTILHADO ENTRE AS FAIXAS, COMO O ARQ-BANCO
                       LOCK MODE IS MANUAL
                       FILE STATUS ARQ-ITM-OK.

                   SELECT ARQ-PARAM ASSIGN TO "ARQ-DORMENTE-PARAM.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-PAR-OK.
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-REL-OK.

                   SELECT ARQ-CHECKPOINT ASSIGN TO W-CKPT-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-CKPT-OK.

                   SELECT ARQ-CKPT-AGENCIAS ASSIGN TO W-CKA-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-CKA-OK.

                   SELECT ARQ-SISTEMA ASSIGN TO "ARQ-SISTEMA-STATUS.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-SYS-OK.

               COPY EXTRATO.

               FD ARQ-CLIENTE LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CLIENTE.DAT".

               COPY CLIENTE.

               FD ARQ-CARTEIRA-ITEM LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CARTEIRA-ITEM.DAT".

               COPY CARTITEM.

               FD ARQ-PARAM LABEL RECORDS STANDARD.

               01  REG-PARAM.

               COPY CHECKPT.

               FD ARQ-CKPT-AGENCIAS LABEL RECORDS STANDARD.

               01  REG-CKPT-AGENCIA.
                   02  CKA-COD-AGENCIA      PIC 9(4).
                   02  CKA-QTDE-DORMENTES   PIC 9(6).
                   02  CKA-DATA-EXEC        PIC 9(8).

               FD ARQ-SISTEMA LABEL RECORDS STANDARD.

               COPY SISTEMA.
                01  ARQ-CAT-OK              PIC X(2).

                01  WS-REL-FILENAME         PIC X(40).
                01  W-CKPT-FILENAME         PIC X(40) VALUE "CKPT_DORMENTE.DAT".
                01  W-CKA-FILENAME          PIC X(40) VALUE "CKPT_DORMENTE_AGENCIAS.DAT".
                01  W-QTDE-LINHAS-REL       PIC 9(8) VALUE ZEROS.

                01  ARQ-JLG-OK              PIC X(2).
                    02  W-JLG-EVENTO        PIC X(1).
                    02  W-JLG-QTDE          PIC 9(8).
                    02  W-JLG-CKPT          PIC X(1).
                    *> DATA DO RELOGIO NA LINHA DO DIARIO (A DATA DE
                    *> TRABALHO PODE SER A DA JANELA, DE ONTEM)
                    02  W-JLG-DATA          PIC 9(8).
                    *> DIARIO E CATALOGO OCUPADOS POR OUTRA FAIXA (STATUS
                    *> 61): NOVA TENTATIVA A CADA SEGUNDO ATE O LIMITE
                    02  W-ARQ-TENTATIVAS    PIC 9(2).
                    02  W-ARQ-ESPERA        PIC 9(4) VALUE 1.
                    02  W-ARQ-MAX-TENTATIVAS PIC 9(2) VALUE 30.

                01  ARQ-SYS-OK              PIC X(2).

                    02  ARQ-PAR-OK          PIC X(2).
                    02  ARQ-REL-OK          PIC X(2).
                    02  ARQ-CKPT-OK         PIC X(2).
                    02  ARQ-CKA-OK          PIC X(2).
                    02  ARQ-CLI-OK          PIC X(2).
                    02  ARQ-ITM-OK          PIC X(2).

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                    02  W-ACHOU-MOV             PIC X(1).
                        88  ACHOU-MOV-CLIENTE   VALUE 'S'.

                *> FAIXA DE AGENCIAS DA EXECUÇÂO, PASSADA NA LINHA DE
                *> COMANDO COMO "NN AAAA BBBB AAAAMMDD" (NUMERO DA FAIXA,
                *> AGENCIA INICIAL E AGENCIA FINAL E A DATA DA JANELA QUE
                *> DISPAROU A FAIXA, OPCIONAL); SEM PARAMETRO A EXECUÇÂO
                *> COBRE TODAS AS AGENCIAS, COMO SEMPRE
                01 FAIXA-VARIABLES.
                    02  W-PARM-EXECUCAO         PIC X(40) VALUE SPACES.
                    02  W-PRM-FAIXA             PIC X(2).
                    02  W-PRM-AGENCIA-DE        PIC X(4).
                    02  W-PRM-AGENCIA-ATE       PIC X(4).
                    02  W-PRM-DATA              PIC X(8) VALUE SPACES.
                    02  W-FAIXA-NUM             PIC 9(2) VALUE ZEROS.
                        88  EXECUCAO-POR-FAIXA  VALUE 01 THRU 99.
                    02  W-FAIXA-AGENCIA-DE      PIC 9(4) VALUE ZEROS.
                    02  W-FAIXA-AGENCIA-ATE     PIC 9(4) VALUE 9999.
                    02  W-FAIXA-SUFIXO          PIC X(4) VALUE SPACES.
                    02  W-JOB-NOME              PIC X(20) VALUE "CONTA-DORMENTE".

                01 WS-CONTROLE.
                    02  WS-EOF                  PIC X(1) VALUE 'N'.
                        88  FIM-ARQUIVO         VALUE 'S'.
                    02  W-QTDE-DORMENTES        PIC 9(6) VALUE ZEROS.
                    02  WS-CONTINUACAO          PIC X(1) VALUE 'N'.
                        88  RETOMA-MESMO-DIA    VALUE 'S'.
                    02  WS-TEM-CLIENTE          PIC X(1) VALUE 'N'.
                        88  TEM-CADASTRO-CLIENTE VALUE 'S'.
                    02  WS-EOF-ITEM             PIC X(1) VALUE 'N'.
                        88  FIM-ITENS           VALUE 'S'.
                    02  W-GERENTE-CONTA         PIC 9(4) VALUE ZEROS.

                01 WS-AGENCIAS.
                    02  W-MAX-AGENCIAS          PIC 99 VALUE 50.

            INIT.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                PERFORM LE-PARAMETRO-FAIXA.
                STRING "ARQ-DORMENTE-" DELIMITED BY SIZE
                       YEARS  DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       DAYS   DELIMITED BY SIZE
                       W-FAIXA-SUFIXO DELIMITED BY SPACE
                       ".DAT" DELIMITED BY SIZE
                    INTO WS-REL-FILENAME.
                COMPUTE W-MESES-HOJE = YEARS * 12 + MONTHS.
                PERFORM PROCESSA-CONTAS UNTIL FIM-ARQUIVO.
                PERFORM GRAVA-CHECKPOINT.
                PERFORM IMPRIME-TOTAIS.
                *> NUMA FAIXA A MARCA FICA LIGADA: AS OUTRAS FAIXAS AINDA
                *> PODEM ESTAR RODANDO; QUEM A DESLIGA E O CONTA-CONSOLIDA
                IF NOT EXECUCAO-POR-FAIXA
                    PERFORM LIBERA-JANELA-BATCH
                END-IF.
                PERFORM CLOSE-FILES.
                PERFORM GRAVA-CATALOGO.
                MOVE 'F' TO W-JLG-EVENTO.
                END-IF.
                PERFORM GRAVA-JOBLOG.
                DISPLAY "DORMENTES CONCLUIDO. CONTAS MARCADAS: " W-QTDE-DORMENTES.
                *> GOBACK (E NAO STOP RUN) PARA DEVOLVER O CONTROLE AO
                *> ORQUESTRADOR QUANDO CHAMADO NA CADEIA NOTURNA; RODANDO
                *> SOZINHO O EFEITO E O MESMO
                GOBACK.

           *> O PRAZO DE DORMENCIA VEM DO ARQUIVO DE PARAMETRO; SEM O
           *> ARQUIVO VALE O PADRAO JA CARREGADO
                    DISPLAY "ARQ-DORMENTE-PARAM.DAT AUSENTE, USANDO " W-MESES-DORMENCIA " MESES"
                END-IF.

           *> PARAMETRO DE FAIXA DA LINHA DE COMANDO; COM FAIXA, O
           *> CHECKPOINT, OS TOTAIS POR AGENCIA, O RELATORIO E O NOME NO
           *> DIARIO CENTRAL GANHAM O SUFIXO DA FAIXA, PARA AS EXECUÇÔES
           *> PARALELAS NÂO PISAREM UMA NA OUTRA
           LE-PARAMETRO-FAIXA.
                ACCEPT W-PARM-EXECUCAO FROM COMMAND-LINE.
                IF W-PARM-EXECUCAO NOT EQUAL SPACES
                    UNSTRING W-PARM-EXECUCAO DELIMITED BY ALL SPACES
                        INTO W-PRM-FAIXA W-PRM-AGENCIA-DE W-PRM-AGENCIA-ATE
                             W-PRM-DATA
                    END-UNSTRING
                    IF W-PRM-FAIXA NUMERIC AND W-PRM-FAIXA NOT EQUAL "00" AND
                       W-PRM-AGENCIA-DE NUMERIC AND
                       W-PRM-AGENCIA-ATE NUMERIC AND
                       W-PRM-AGENCIA-DE NOT > W-PRM-AGENCIA-ATE
                        MOVE W-PRM-FAIXA TO W-FAIXA-NUM
                        MOVE W-PRM-AGENCIA-DE TO W-FAIXA-AGENCIA-DE
                        MOVE W-PRM-AGENCIA-ATE TO W-FAIXA-AGENCIA-ATE
                        *> A FAIXA TRABALHA NA DATA DA JANELA, MESMO QUE
                        *> COMECE OU TERMINE DEPOIS DA MEIA-NOITE: O
                        *> CHECKPOINT E O RELATORIO SAEM COM A DATA QUE O
                        *> CONTA-CONSOLIDA VAI PROCURAR
                        IF W-PRM-DATA NUMERIC
                            MOVE W-PRM-DATA TO DATE-TIME
                        END-IF
                        MOVE SPACES TO W-CKPT-FILENAME
                        MOVE SPACES TO W-CKA-FILENAME
                        MOVE SPACES TO W-JOB-NOME
                        STRING "-F" W-PRM-FAIXA DELIMITED BY SIZE
                            INTO W-FAIXA-SUFIXO
                        STRING "CKPT_DORMENTE_F" W-PRM-FAIXA ".DAT" DELIMITED BY SIZE
                            INTO W-CKPT-FILENAME
                        STRING "CKPT_DORMENTE_AGENCIAS_F" W-PRM-FAIXA ".DAT" DELIMITED BY SIZE
                            INTO W-CKA-FILENAME
                        STRING "CONTA-DORMENTE-F" W-PRM-FAIXA DELIMITED BY SIZE
                            INTO W-JOB-NOME
                    ELSE
                        DISPLAY "PARAMETRO DE FAIXA INVALIDO: " W-PARM-EXECUCAO
                        DISPLAY "USO: NN AAAA BBBB [AAAAMMDD] (FAIXA, AGENCIA INICIAL E FINAL, DATA DA JANELA)"
                        GOBACK
                    END-IF
                END-IF.

            OPEN-FILES.
                OPEN I-O ARQ-BANCO.
                OPEN INPUT ARQ-EXTRATO.
                ELSE
                    OPEN OUTPUT ARQ-RELATORIO
                END-IF.
                *> SEM O CADASTRO DE CLIENTES TODA CONTA VAI PARA A SEÇÂO
                *> SEM GERENTE DA CARTEIRA
                OPEN INPUT ARQ-CLIENTE.
                IF ARQ-CLI-OK EQUAL "00"
                    MOVE 'S' TO WS-TEM-CLIENTE
                END-IF.
                OPEN I-O ARQ-CARTEIRA-ITEM.
                *> EXECUÇÂO NOVA: AS MARCAÇÔES DA EXECUÇÂO ANTERIOR SAEM
                *> DAS CARTEIRAS (SO AS DA FAIXA); NUM RESTART FICAM AS JA
                *> GRAVADAS HOJE
                IF NOT RETOMA-MESMO-DIA
                    PERFORM LIMPA-ITENS-CARTEIRA
                END-IF.

           *> LE O CHECKPOINT ANTERIOR, SE EXISTIR E FOR DE HOJE, PARA SABER ONDE
           *> RETOMAR; UM CHECKPOINT DE UM DIA ANTERIOR (JOB JA CONCLUIDO) NÂO
                    END-READ
                    CLOSE ARQ-CHECKPOINT
                END-IF.
                IF RETOMA-MESMO-DIA
                    PERFORM CARREGA-AGENCIAS
                END-IF.

           *> RECARREGA O RESUMO POR AGENCIA GRAVADO NO ULTIMO
           *> CHECKPOINT, PARA QUE O RESUMO FINAL COBRE TODAS AS CONTAS
           *> JA MARCADAS ANTES DE UM RESTART, NAO SO AS DESTA EXECUCAO
           CARREGA-AGENCIAS.
                MOVE ZEROS TO W-QTDE-AGENCIAS.
                OPEN INPUT ARQ-CKPT-AGENCIAS.
                IF ARQ-CKA-OK EQUAL "00"
                    PERFORM UNTIL ARQ-CKA-OK EQUAL "10"
                        READ ARQ-CKPT-AGENCIAS
                            AT END MOVE "10" TO ARQ-CKA-OK
                            NOT AT END
                                ADD 1 TO W-QTDE-AGENCIAS
                                SET WS-IDX TO W-QTDE-AGENCIAS
                                MOVE CKA-COD-AGENCIA TO AG-COD-AGENCIA (WS-IDX)
                                MOVE CKA-QTDE-DORMENTES TO AG-QTDE-DORMENTES (WS-IDX)
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-CKPT-AGENCIAS
                END-IF.

           *> POSICIONA A LEITURA LOGO APOS A ULTIMA CONTA JA PROCESSADA
           POSICIONA-ARQ-BANCO.
                READ ARQ-BANCO NEXT RECORD
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        *> CONTA DE AGENCIA FORA DA FAIXA E DE OUTRA EXECUÇÂO
                        IF COD-AGENCIA NOT < W-FAIXA-AGENCIA-DE AND
                           COD-AGENCIA NOT > W-FAIXA-AGENCIA-ATE
                            IF CONTA-ATIVA
                                PERFORM APURA-ULTIMO-MOVIMENTO
                                COMPUTE W-MESES-ULT-MOV =
                                    W-ULT-MOV-ANO * 12 + W-ULT-MOV-MES
                                IF (W-MESES-HOJE - W-MESES-ULT-MOV) > W-MESES-DORMENCIA
                                    PERFORM MARCA-DORMENTE
                                END-IF
                            END-IF
                            MOVE COD-CONTA TO W-ULTIMO-COD-CONTA
                            ADD 1 TO W-QTDE-PROCESSADA
                            IF FUNCTION MOD(W-QTDE-PROCESSADA, W-CHECKPOINT-INTERVALO) EQUAL ZEROS
                                PERFORM GRAVA-CHECKPOINT
                            END-IF
                        END-IF
                END-READ.

           *> DATA DO ULTIMO 'DE'/'DC'/'SA' DA CONTA; A CHAVE CRESCE POR
           *> SEQUENCIA, ENTÂO O ULTIMO ENCONTRADO NA VARREDURA E O MAIS
           *> RECENTE. SEM MOVIMENTO DE CLIENTE, VALE A DATA DE ABERTURA
           APURA-ULTIMO-MOVIMENTO.
                            IF EXT-COD-CONTA NOT EQUAL COD-CONTA
                                MOVE "10" TO ARQ-EXT-OK
                            ELSE
                                IF EXT-DEPOSITO OR EXT-SAQUE OR
                                   EXT-DEPOSITO-CHEQUE
                                    MOVE EXT-DATA TO W-ULT-MOV-DATA
                                    MOVE 'S' TO W-ACHOU-MOV
                                END-IF
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.
                PERFORM GRAVA-ITEM-CARTEIRA.

           *> ENDEREÇA A LINHA DA CONTA MARCADA AO GERENTE DO TITULAR;
           *> NUM RESTART A CONTA JA GRAVADA E SO REGRAVADA
           GRAVA-ITEM-CARTEIRA.
                PERFORM LOCALIZA-GERENTE.
                MOVE "DO" TO ITM-ORIGEM.
                MOVE COD-CONTA TO ITM-COD-CONTA.
                MOVE ZEROS TO ITM-REFERENCIA.
                MOVE W-GERENTE-CONTA TO ITM-GERENTE.
                MOVE COD-AGENCIA TO ITM-COD-AGENCIA.
                MOVE CPF TO ITM-CPF.
                MOVE DATE-TIME TO ITM-DATA.
                MOVE REG-RELATORIO TO ITM-TEXTO.
                WRITE REG-CARTEIRA-ITEM
                    INVALID KEY
                        REWRITE REG-CARTEIRA-ITEM
                            INVALID KEY DISPLAY "ERRO AO GRAVAR ITEM DE CARTEIRA DA CONTA " COD-CONTA
                        END-REWRITE
                END-WRITE.

           *> GERENTE DE RELACIONAMENTO DO TITULAR DA CONTA LIDA; CONTA DE
           *> EMPRESA (CPF ZERADO) OU CLIENTE FORA DO CADASTRO FICA SEM
           *> GERENTE
           LOCALIZA-GERENTE.
                MOVE ZEROS TO W-GERENTE-CONTA.
                IF TEM-CADASTRO-CLIENTE AND CPF NOT EQUAL ZEROS
                    MOVE CPF TO CLI-CPF
                    READ ARQ-CLIENTE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY MOVE CLI-GERENTE TO W-GERENTE-CONTA
                    END-READ
                END-IF.

           *> APAGA OS ITENS DE DORMENCIA DAS AGENCIAS DA FAIXA EM TODAS
           *> AS CARTEIRAS; OS DAS OUTRAS FAIXAS SÂO DAS OUTRAS EXECUÇÔES
           LIMPA-ITENS-CARTEIRA.
                MOVE "DO" TO ITM-ORIGEM.
                MOVE ZEROS TO ITM-COD-CONTA.
                MOVE ZEROS TO ITM-REFERENCIA.
                MOVE 'N' TO WS-EOF-ITEM.
                START ARQ-CARTEIRA-ITEM KEY IS NOT LESS THAN ITM-CHAVE
                    INVALID KEY MOVE 'S' TO WS-EOF-ITEM
                END-START.
                PERFORM UNTIL FIM-ITENS
                    READ ARQ-CARTEIRA-ITEM NEXT RECORD
                        AT END MOVE 'S' TO WS-EOF-ITEM
                        NOT AT END
                            IF NOT ITM-DORMENTE
                                MOVE 'S' TO WS-EOF-ITEM
                            ELSE
                                IF ITM-COD-AGENCIA NOT < W-FAIXA-AGENCIA-DE AND
                                   ITM-COD-AGENCIA NOT > W-FAIXA-AGENCIA-ATE
                                    DELETE ARQ-CARTEIRA-ITEM RECORD
                                        INVALID KEY DISPLAY "ERRO AO APAGAR ITEM DE CARTEIRA DA CONTA " ITM-COD-CONTA
                                    END-DELETE
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

           *> LOCALIZA OU CRIA A ENTRADA DA AGENCIA NA TABELA
           ACUMULA-AGENCIA.
                    SET WS-IDX UP BY 1
                END-PERFORM.

           *> GRAVA O ULTIMO COD-CONTA PROCESSADO PARA PERMITIR RESTART,
           *> JUNTO COM O RESUMO POR AGENCIA
           GRAVA-CHECKPOINT.
                OPEN OUTPUT ARQ-CHECKPOINT.
                MOVE W-ULTIMO-COD-CONTA TO CKPT-ULTIMO-COD-CONTA.
                WRITE REG-CHECKPOINT.
                CLOSE ARQ-CHECKPOINT.

                OPEN OUTPUT ARQ-CKPT-AGENCIAS.
                SET WS-IDX TO 1.
                PERFORM UNTIL WS-IDX > W-QTDE-AGENCIAS
                    MOVE AG-COD-AGENCIA (WS-IDX) TO CKA-COD-AGENCIA
                    MOVE AG-QTDE-DORMENTES (WS-IDX) TO CKA-QTDE-DORMENTES
                    COMPUTE CKA-DATA-EXEC =
                        YEARS * 10000 + MONTHS * 100 + DAYS
                    WRITE REG-CKPT-AGENCIA
                    SET WS-IDX UP BY 1
                END-PERFORM.
                CLOSE ARQ-CKPT-AGENCIAS.

           *> LIGA E DESLIGA A MARCA DE JANELA BATCH NO ARQUIVO DE STATUS
           *> DO SISTEMA; COM A MARCA LIGADA O PROGRAMA DE CAIXA RECUSA
           *> OPERAÇÔES QUE MEXEM EM SALDO
                CLOSE ARQ-BANCO.
                CLOSE ARQ-EXTRATO.
                CLOSE ARQ-RELATORIO.
                CLOSE ARQ-CARTEIRA-ITEM.
                IF TEM-CADASTRO-CLIENTE
                    CLOSE ARQ-CLIENTE
                END-IF.


           *> ANOTA NO DIARIO CENTRAL DE EXECUÇÔES (ARQ-JOBLOG.DAT) O
           *> INICIO ('I') E O FIM ('F') DESTA EXECUÇÂO; UM 'I' SEM 'F'
           *> CORRESPONDENTE DENUNCIA FIM ANORMAL. SO O ARQUIVO
           *> INEXISTENTE (35) E CRIADO; OCUPADO POR OUTRA FAIXA (61),
           *> ESPERA E TENTA DE NOVO, SEM NUNCA TRUNCAR O DIARIO
           GRAVA-JOBLOG.
                MOVE ZEROS TO W-ARQ-TENTATIVAS.
                OPEN EXTEND ARQ-JOBLOG.
                PERFORM REABRE-JOBLOG
                    UNTIL ARQ-JLG-OK NOT EQUAL "61" OR
                          W-ARQ-TENTATIVAS NOT < W-ARQ-MAX-TENTATIVAS.
                IF ARQ-JLG-OK EQUAL "35"
                    OPEN OUTPUT ARQ-JOBLOG
                END-IF.
                IF ARQ-JLG-OK EQUAL "00"
                    MOVE W-JOB-NOME TO JLG-JOB
                    MOVE W-JLG-EVENTO TO JLG-EVENTO
                    ACCEPT W-JLG-DATA FROM DATE YYYYMMDD
                    MOVE W-JLG-DATA TO JLG-DATA
                    ACCEPT W-JLG-TIME FROM TIME
                    MOVE W-JLG-TIME (1:6) TO JLG-HORA
                    MOVE W-JLG-QTDE TO JLG-QTDE
                    MOVE W-JLG-CKPT TO JLG-CHECKPOINT
                    WRITE REG-JOBLOG
                    CLOSE ARQ-JOBLOG
                ELSE
                    DISPLAY "ARQ-JOBLOG.DAT INDISPONIVEL (" ARQ-JLG-OK
                            "), EVENTO " W-JLG-EVENTO " NAO ANOTADO"
                END-IF.

            REABRE-JOBLOG.
                CALL "C$SLEEP" USING W-ARQ-ESPERA.
                ADD 1 TO W-ARQ-TENTATIVAS.
                OPEN EXTEND ARQ-JOBLOG.


           *> REGISTRA O RELATORIO DATADO NO CATALOGO CENTRAL DE
           *> RELATORIOS, COM A CONTAGEM DE LINHAS GRAVADAS, PARA A TELA
           *> DE CONSULTA LOCALIZA-LO E O EXPURGO APLICAR A RETENÇÂO
           *> (OCUPADO POR OUTRA FAIXA, ESPERA COMO NO DIARIO)
           GRAVA-CATALOGO.
                MOVE ZEROS TO W-ARQ-TENTATIVAS.
                OPEN EXTEND ARQ-CATALOGO.
                PERFORM REABRE-CATALOGO
                    UNTIL ARQ-CAT-OK NOT EQUAL "61" OR
                          W-ARQ-TENTATIVAS NOT < W-ARQ-MAX-TENTATIVAS.
                IF ARQ-CAT-OK EQUAL "35"
                    OPEN OUTPUT ARQ-CATALOGO
                END-IF.
                IF ARQ-CAT-OK EQUAL "00"
                    MOVE W-JOB-NOME TO CAT-JOB
                    MOVE WS-REL-FILENAME TO CAT-ARQUIVO
                    COMPUTE CAT-DATA = YEARS * 10000 + MONTHS * 100 + DAYS
                    MOVE W-QTDE-LINHAS-REL TO CAT-QTDE
                    WRITE REG-CATALOGO
                    CLOSE ARQ-CATALOGO
                ELSE
                    DISPLAY "ARQ-RELATORIO-CATALOGO.DAT INDISPONIVEL (" ARQ-CAT-OK
                            "), " WS-REL-FILENAME " NAO CATALOGADO"
                END-IF.

            REABRE-CATALOGO.
                CALL "C$SLEEP" USING W-ARQ-ESPERA.
                ADD 1 TO W-ARQ-TENTATIVAS.
                OPEN EXTEND ARQ-CATALOGO.

       END PROGRAM CONTA-DORMENTE.
