      *> CONTAS COBRADAS, PULADAS E RECEITA TOTAL POR AGENCIA. GRAVA
      *> CHECKPOINT A CADA N CONTAS PARA PERMITIR RESTART; UM 'TA' JA
      *> LANÇADO NO MES DA EXECUÇÂO MARCA A CONTA COMO JA COBRADA.
      *> ACEITA NA LINHA DE COMANDO UMA FAIXA DE AGENCIAS ("NN AAAA
      *> BBBB") PARA RODAR EM PARALELO COM AS OUTRAS FAIXAS, COM
      *> CHECKPOINT, TOTAIS POR AGENCIA E RELATORIO PROPRIOS DA FAIXA;
      *> O CONTA-CONSOLIDA JUNTA AS FAIXAS NOS ARQUIVOS DE SEMPRE.

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

                   SELECT ARQ-MOVDIA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS MVD-CHAVE
                       LOCK MODE IS MANUAL
                       FILE STATUS ARQ-MVD-OK.

                   SELECT ARQ-TARIFA ASSIGN TO "ARQ-TARIFA.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-REL-OK.

                   SELECT ARQ-CHECKPOINT ASSIGN TO W-CKPT-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-CKPT-OK.

                   SELECT ARQ-CKPT-AGENCIAS ASSIGN TO W-CKA-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-CKA-OK.

                01  ARQ-CAT-OK              PIC X(2).

                01  WS-REL-FILENAME         PIC X(40).
                01  W-CKPT-FILENAME         PIC X(40) VALUE "CKPT_TARIFA.DAT".
                01  W-CKA-FILENAME          PIC X(40) VALUE "CKPT_TARIFA_AGENCIAS.DAT".
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

                        88  TEM-CADASTRO-PACOTE VALUE 'S'.

                01 APURACAO-VARIABLES.
                    02  W-MIN-SALDO             PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-SALDO-NOVO            PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-JA-COBRADO            PIC X(1) VALUE 'N'.
                        88  TARIFA-JA-COBRADA   VALUE 'S'.
                    02  W-EXT-VALOR-MOV              PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-EXT-SALDO-ANT-MOV          PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.

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
                    02  W-JOB-NOME              PIC X(20) VALUE "CONTA-TARIFA".

                01 WS-CONTROLE.
                    02  WS-EOF                  PIC X(1) VALUE 'N'.
                        88  FIM-ARQUIVO         VALUE 'S'.

            INIT.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                PERFORM LE-PARAMETRO-FAIXA.
                STRING "ARQ-TARIFA-REL-" DELIMITED BY SIZE
                       YEARS  DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       DAYS   DELIMITED BY SIZE
                       W-FAIXA-SUFIXO DELIMITED BY SPACE
                       ".DAT" DELIMITED BY SIZE
                    INTO WS-REL-FILENAME.
                PERFORM CARREGA-TARIFAS.
                PERFORM PROCESSA-CONTAS UNTIL FIM-ARQUIVO.
                PERFORM GRAVA-CHECKPOINT.
                PERFORM IMPRIME-RELATORIO.
                *> NUMA FAIXA A MARCA FICA LIGADA: AS OUTRAS FAIXAS AINDA
                *> PODEM ESTAR RODANDO; QUEM A DESLIGA E O CONTA-CONSOLIDA
                IF NOT EXECUCAO-POR-FAIXA
                    PERFORM LIBERA-JANELA-BATCH
                END-IF.
                PERFORM CLOSE-FILES.
                PERFORM GRAVA-CATALOGO.
                MOVE 'F' TO W-JLG-EVENTO.
                    CLOSE ARQ-TARIFA
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
                        STRING "CKPT_TARIFA_F" W-PRM-FAIXA ".DAT" DELIMITED BY SIZE
                            INTO W-CKPT-FILENAME
                        STRING "CKPT_TARIFA_AGENCIAS_F" W-PRM-FAIXA ".DAT" DELIMITED BY SIZE
                            INTO W-CKA-FILENAME
                        STRING "CONTA-TARIFA-F" W-PRM-FAIXA DELIMITED BY SIZE
                            INTO W-JOB-NOME
                    ELSE
                        DISPLAY "PARAMETRO DE FAIXA INVALIDO: " W-PARM-EXECUCAO
                        DISPLAY "USO: NN AAAA BBBB [AAAAMMDD] (FAIXA, AGENCIA INICIAL E FINAL, DATA DA JANELA)"
                        GOBACK
                    END-IF
                END-IF.

            OPEN-FILES.
                OPEN I-O ARQ-BANCO.
                OPEN I-O ARQ-EXTRATO.
                READ ARQ-BANCO NEXT RECORD
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        *> CONTA DE AGENCIA FORA DA FAIXA E DE OUTRA EXECUÇÂO
                        IF COD-AGENCIA NOT < W-FAIXA-AGENCIA-DE AND
                           COD-AGENCIA NOT > W-FAIXA-AGENCIA-ATE
                            IF CONTA-ATIVA
                                PERFORM COBRA-TARIFA
                            END-IF
                            MOVE COD-CONTA TO W-ULTIMO-COD-CONTA
                            ADD 1 TO W-QTDE-PROCESSADA
                            IF FUNCTION MOD(W-QTDE-PROCESSADA, W-CHECKPOINT-INTERVALO) EQUAL ZEROS
                                PERFORM GRAVA-CHECKPOINT
                            END-IF
                        END-IF
                END-READ.

                            ELSE
                                IF EXT-TARIFA AND
                                   EXT-CATEGORIA NOT EQUAL 96 AND
                                   EXT-CATEGORIA NOT EQUAL 98 AND
                                   EXT-DATA-ANO EQUAL YEARS AND
                                   EXT-DATA-MES EQUAL MONTHS
                                    MOVE 'S' TO W-JA-COBRADO

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

       END PROGRAM CONTA-TARIFA.
