       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-SCORE.

      *> SCORE COMPORTAMENTAL MENSAL: VARRE ARQ-CLIENTE.DAT E, PARA
      *> CADA CPF, APURA SOBRE TODAS AS CONTAS ABERTAS DO CLIENTE
      *> (PRIMEIRO OU SEGUNDO TITULAR) NA JANELA DE MESES DO PARAMETRO:
      *> O SALDO MEDIO DIA A DIA RECONSTRUIDO DO EXTRATO, OS MESES COM
      *> CREDITO DE SALARIO ('SL'), OS DIAS NO VERMELHO, AS PARCELAS DE
      *> EMPRESTIMO EM ATRASO, AS DEVOLUÇÔES (ORDEM AGENDADA QUE FALHOU
      *> E DEBITO AUTOMATICO RECUSADO, PELA FILA DE NOTIFICAÇÔES) E O
      *> TEMPO DE RELACIONAMENTO DESDE A ABERTURA DA CONTA MAIS ANTIGA.
      *> DAI SAI A PONTUAÇÂO (0 A 1000) E, ACIMA DO CORTE, O LIMITE DE
      *> CHEQUE ESPECIAL E O PRINCIPAL DE EMPRESTIMO PRE-APROVADOS,
      *> GRAVADOS EM ARQ-SCORE.DAT PARA O CAIXA E LISTADOS NO ARQUIVO
      *> DATADO DE OFERTAS. CLIENTE SEM CONTA ABERTA PERDE O SCORE.
      *> DEPOIS DOS CLIENTES VEM A FASE DAS EMPRESAS (ARQ-EMPRESA.DAT):
      *> A MESMA APURAÇÂO SOBRE AS CONTAS DE PESSOA JURIDICA DE CADA
      *> CNPJ, LEVANTADAS POR VARREDURA; O SCORE E CHAVEADO POR TIPO
      *> DE TITULAR E NUMERO COM 14 POSIÇÔES. O CHECKPOINT GUARDA A
      *> FASE E O ULTIMO CPF OU CNPJ PARA RESTART; JOBLOG E CATALOGO.
      *> NÂO MEXE EM SALDO, ENTÂO NÂO MARCA A JANELA BATCH.

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

                   SELECT ARQ-EXTRATO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS EXT-CHAVE
                       FILE STATUS ARQ-EXT-OK.

                   SELECT ARQ-EMPRESTIMO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS EMP-CHAVE
                       FILE STATUS ARQ-EMP-OK.

                   SELECT ARQ-NOTIFICACAO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS NOT-CHAVE
                       FILE STATUS ARQ-NOT-OK.

                   SELECT ARQ-SCORE ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS SCO-CHAVE
                       FILE STATUS ARQ-SCO-OK.

                   SELECT ARQ-PARAM ASSIGN TO "ARQ-SCORE-PARAM.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-PAR-OK.

                   SELECT ARQ-IMPRESSAO ASSIGN TO WS-REL-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-IMP-OK.

                   SELECT ARQ-CHECKPOINT ASSIGN TO "CKPT_SCORE.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-CKPT-OK.

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

               FD ARQ-EXTRATO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EXTRATO.DAT".

               COPY EXTRATO.

               FD ARQ-EMPRESTIMO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EMPRESTIMO.DAT".

               COPY EMPREST.

               FD ARQ-NOTIFICACAO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-NOTIFICACAO.DAT".

               COPY NOTIFICA.

               FD ARQ-SCORE LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-SCORE.DAT".

               COPY SCORE.

      *> JANELA DE APURAÇÂO EM MESES, PONTUAÇÂO MINIMA PARA HAVER
      *> OFERTA E A TAXA/PRAZO DE REFERENCIA DO EMPRESTIMO PRE-APROVADO
               FD ARQ-PARAM LABEL RECORDS STANDARD.

               01  REG-PARAM.
                   02  PAR-MESES-JANELA        PIC 9(2).
                   02  PAR-PONTUACAO-CORTE     PIC 9(4).
                   02  PAR-TAXA-REFERENCIA     PIC 9(2)V99.
                   02  PAR-PRAZO-REFERENCIA    PIC 9(3).

               FD ARQ-IMPRESSAO LABEL RECORDS STANDARD.

               01  REG-IMPRESSAO               PIC X(120).

      *> CHECKPOINT PROPRIO: A MARCA DE RETOMADA E O CPF DO CLIENTE,
      *> QUE NÂO CABE NO CKPT-ULTIMO-COD-CONTA DO LAYOUT COMUM; NA
      *> FASE DAS EMPRESAS ('E') VALE O ULTIMO CNPJ
               FD ARQ-CHECKPOINT LABEL RECORDS STANDARD.

               01  REG-CKPT-SCORE.
                   02  CKP-ULTIMO-CPF         PIC 9(11).
                   02  CKP-QTDE-PROCESSADA    PIC 9(8).
                   02  CKP-DATA.
                       03  CKP-DATA-ANO       PIC 9(04).
                       03  CKP-DATA-MES       PIC 9(02).
                       03  CKP-DATA-DIA       PIC 9(02).
                   02  CKP-FASE               PIC X(01).
                   02  CKP-ULTIMO-CNPJ        PIC 9(14).

               FD ARQ-JOBLOG LABEL RECORDS STANDARD.

               COPY JOBLOG.

               FD ARQ-CATALOGO LABEL RECORDS STANDARD.

               COPY CATALOGO.

       WORKING-STORAGE SECTION.

                01  ARQ-JLG-OK              PIC X(2).

                01 JOBLOG-VARIABLES.
                    02  W-JLG-TIME          PIC 9(8).
                    02  W-JLG-EVENTO        PIC X(1).
                    02  W-JLG-QTDE          PIC 9(8).
                    02  W-JLG-CKPT          PIC X(1).

                01  ARQ-CAT-OK              PIC X(2).

                01  WS-REL-FILENAME         PIC X(40).

                01  REG-CHECK.
                    02  ARQ-OK              PIC 9(2).
                    02  ARQ-CLI-OK          PIC X(2).
                    02  ARQ-PJ-OK           PIC X(2).
                    02  ARQ-EXT-OK          PIC 9(2).
                    02  ARQ-EMP-OK          PIC 9(2).
                    02  ARQ-NOT-OK          PIC 9(2).
                    02  ARQ-SCO-OK          PIC X(2).
                    02  ARQ-PAR-OK          PIC X(2).
                    02  ARQ-IMP-OK          PIC X(2).
                    02  ARQ-CKPT-OK         PIC X(2).

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                    02 MONTHS           PIC 9(02).
                    02 DAYS             PIC 9(02).

                01 MASK-VARIABLES.
                    02  M-CPF               PIC 999.999.999.99.
                    02  M-CNPJ              PIC 99.999.999/9999.99.
                    02  M-LIMITE            PIC ZZ.ZZZ.ZZ9,99.
                    02  M-EMPRESTIMO        PIC ZZ.ZZZ.ZZ9,99.

      *> PADRÔES QUANDO NÂO HA ARQUIVO DE PARAMETRO
                01 PARAM-VARIABLES.
                    02  W-MESES-JANELA          PIC 9(2) VALUE 6.
                    02  W-PONTUACAO-CORTE       PIC 9(4) VALUE 400.
                    02  W-TAXA-REFERENCIA       PIC 9(2)V99 VALUE 3,00.
                    02  W-PRAZO-REFERENCIA      PIC 9(3) VALUE 24.

                01 APURACAO-VARIABLES.
                    02  W-CPF-CLIENTE           PIC 9(11).
      *> TITULAR EM APURAÇÂO, NO FORMATO DA CHAVE DO ARQ-SCORE.DAT
                    02  W-SCO-CHAVE.
                        03  W-SCO-TIPO          PIC X(1).
                            88  APURA-EMPRESA-PJ VALUE 'J'.
                        03  W-SCO-DOCUMENTO     PIC 9(14).
                    02  W-QTDE-CONTAS           PIC 9(3).
                    02  W-DATA-HOJE-NUM         PIC 9(8).
                    02  W-DIAS-HOJE             PIC 9(8).
                    02  W-DATA-INICIO-NUM       PIC 9(8).
                    02  W-DIAS-INICIO           PIC 9(8).
                    02  W-MESES-INICIO          PIC 9(6).
                    02  W-MESES-HOJE            PIC 9(6).
                    02  W-DATA-MOV-NUM          PIC 9(8).
                    02  W-DIAS-MOV              PIC 9(8).
                    02  W-DIAS-CONTA-INICIO     PIC 9(8).
                    02  W-DIA-CORRENTE          PIC 9(8).
                    02  W-DIAS-PERIODO          PIC 9(5).
                    02  W-DIAS-INTERVALO        PIC 9(5).
                    02  W-SALDO-CORRENTE        PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-SOMA-SALDOS           PIC S9(13)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-DIAS-DEVEDOR-CONTA    PIC 9(5).
                    02  W-ACHOU-MOV             PIC X(1).
                        88  ACHOU-MOV-JANELA    VALUE 'S'.
                    02  W-SALDO-MEDIO           PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-DIAS-DEVEDOR          PIC 9(4).
                    02  W-QTDE-SALARIOS         PIC 9(4).
                    02  W-SOMA-SALARIOS         PIC 9(10)V99.
                    02  W-MEDIA-SALARIO         PIC 9(8)V99.
                    02  W-MESES-SALARIO         PIC 9(2).
                    02  W-IDX-MES               PIC 9(2).
                    02  W-PARCELAS-ATRASO       PIC 9(4).
                    02  W-PARCELAS-ATIVAS       PIC 9(8)V99.
                    02  W-DEVOLUCOES            PIC 9(4).
                    02  W-DATA-ABERTURA-NUM     PIC 9(8).
                    02  W-ABERTURA-MAIS-ANTIGA  PIC 9(8).
                    02  W-MESES-RELACIONAMENTO  PIC 9(4).
                    02  W-DATA-AUX.
                        03  W-AUX-ANO           PIC 9(04).
                        03  W-AUX-MES           PIC 9(02).
                        03  W-AUX-DIA           PIC 9(02).
      *> UM INDICADOR POR MES DA JANELA (MAIS O MES CORRENTE) COM
      *> CREDITO DE SALARIO; O SALARIO E REGULAR PELOS MESES, NÂO PELA
      *> QUANTIDADE DE CREDITOS
                01 TABELA-MESES-SALARIO.
                    02  W-MES-SALARIO OCCURS 13 TIMES PIC X(1).

                01 PONTUACAO-VARIABLES.
                    02  W-PONTOS                PIC S9(5).
                    02  W-PONTOS-ITEM           PIC S9(5).
                    02  W-RENDA                 PIC 9(8)V99.
                    02  W-FATOR-LIMITE          PIC 9V99.
                    02  W-PCT-COMPROMETIMENTO   PIC 9(2).
                    02  W-PARCELA-MAXIMA        PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-TAXA-DEC              PIC 9V9(6).
                    02  W-FATOR                 PIC 9(6)V9(8).
                    02  W-LIMITE-OFERTA         PIC 9(8)V99.
                    02  W-EMPREST-OFERTA        PIC 9(8)V99.

                01 WS-CONTROLE.
                    02  WS-EOF                  PIC X(1) VALUE 'N'.
                        88  FIM-ARQUIVO         VALUE 'S'.
                    02  W-CHECKPOINT-INTERVALO  PIC 9(4) VALUE 50.
                    02  W-ULTIMO-CPF            PIC 9(11) VALUE ZEROS.
                    02  W-ULTIMO-CNPJ           PIC 9(14) VALUE ZEROS.
                    02  W-FASE                  PIC X(1) VALUE 'C'.
                        88  FASE-EMPRESAS       VALUE 'E'.
                    02  W-EMPRESA-ABERTA        PIC X(1) VALUE 'N'.
                        88  EMPRESA-ABERTA      VALUE 'S'.
                    02  W-QTDE-PROCESSADA       PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-OFERTAS          PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-LINHAS-REL       PIC 9(8) VALUE ZEROS.
                    02  WS-CONTINUACAO          PIC X(1) VALUE 'N'.
                        88  RETOMA-MESMO-DIA    VALUE 'S'.

       PROCEDURE DIVISION.

            INIT.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                STRING "ARQ-OFERTA-" DELIMITED BY SIZE
                       YEARS  DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       DAYS   DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                    INTO WS-REL-FILENAME.
                PERFORM LE-PARAM.
                PERFORM CALCULA-JANELA.
                PERFORM LE-CHECKPOINT.
                MOVE 'I' TO W-JLG-EVENTO.
                MOVE ZEROS TO W-JLG-QTDE.
                MOVE 'N' TO W-JLG-CKPT.
                PERFORM GRAVA-JOBLOG.
                PERFORM OPEN-FILES.
                IF NOT FASE-EMPRESAS
                    PERFORM POSICIONA-ARQ-CLIENTE
                    PERFORM PROCESSA-CLIENTES UNTIL FIM-ARQUIVO
                    MOVE 'E' TO W-FASE
                    MOVE ZEROS TO W-ULTIMO-CNPJ
                    PERFORM GRAVA-CHECKPOINT
                END-IF.
                IF EMPRESA-ABERTA
                    MOVE 'N' TO WS-EOF
                    PERFORM POSICIONA-ARQ-EMPRESA
                    PERFORM PROCESSA-EMPRESAS UNTIL FIM-ARQUIVO
                END-IF.
                PERFORM GRAVA-CHECKPOINT.
                PERFORM CLOSE-FILES.
                PERFORM GRAVA-CATALOGO.
                MOVE 'F' TO W-JLG-EVENTO.
                MOVE W-QTDE-PROCESSADA TO W-JLG-QTDE.
                IF RETOMA-MESMO-DIA
                    MOVE 'S' TO W-JLG-CKPT
                END-IF.
                PERFORM GRAVA-JOBLOG.
                DISPLAY "SCORE CONCLUIDO. TITULARES: " W-QTDE-PROCESSADA
                    " OFERTAS: " W-QTDE-OFERTAS.
                STOP RUN.

           *> OS PARAMETROS DO SCORE VEM DO ARQUIVO; SEM O ARQUIVO, OU
           *> COM CAMPO ZERADO, VALE O PADRÂO JA CARREGADO
           LE-PARAM.
                OPEN INPUT ARQ-PARAM.
                IF ARQ-PAR-OK EQUAL "00"
                    READ ARQ-PARAM
                        AT END CONTINUE
                        NOT AT END
                            IF PAR-MESES-JANELA > ZEROS AND
                               PAR-MESES-JANELA NOT > 12
                                MOVE PAR-MESES-JANELA TO W-MESES-JANELA
                            END-IF
                            IF PAR-PONTUACAO-CORTE > ZEROS
                                MOVE PAR-PONTUACAO-CORTE TO W-PONTUACAO-CORTE
                            END-IF
                            IF PAR-TAXA-REFERENCIA > ZEROS
                                MOVE PAR-TAXA-REFERENCIA TO W-TAXA-REFERENCIA
                            END-IF
                            IF PAR-PRAZO-REFERENCIA > ZEROS
                                MOVE PAR-PRAZO-REFERENCIA TO W-PRAZO-REFERENCIA
                            END-IF
                    END-READ
                    CLOSE ARQ-PARAM
                ELSE
                    DISPLAY "ARQ-SCORE-PARAM.DAT AUSENTE, USANDO JANELA DE " W-MESES-JANELA " MESES"
                END-IF.

           *> A JANELA COMEÇA NO DIA 1 DO MES QUE FICA W-MESES-JANELA
           *> MESES ANTES DO MES CORRENTE E VAI ATE HOJE
           CALCULA-JANELA.
                COMPUTE W-DATA-HOJE-NUM = YEARS * 10000 + MONTHS * 100 + DAYS.
                COMPUTE W-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(W-DATA-HOJE-NUM).
                COMPUTE W-MESES-HOJE = YEARS * 12 + MONTHS - 1.
                COMPUTE W-MESES-INICIO = W-MESES-HOJE - W-MESES-JANELA.
                DIVIDE W-MESES-INICIO BY 12 GIVING W-AUX-ANO
                    REMAINDER W-AUX-MES.
                ADD 1 TO W-AUX-MES.
                MOVE 1 TO W-AUX-DIA.
                MOVE W-DATA-AUX TO W-DATA-INICIO-NUM.
                COMPUTE W-DIAS-INICIO = FUNCTION INTEGER-OF-DATE(W-DATA-INICIO-NUM).
                COMPUTE W-TAXA-DEC = W-TAXA-REFERENCIA / 100.

           *> LE O CHECKPOINT ANTERIOR, SE EXISTIR E FOR DE HOJE, PARA
           *> SABER DE QUAL CPF (OU, NA FASE DAS EMPRESAS, CNPJ) RETOMAR
           LE-CHECKPOINT.
                MOVE ZEROS TO W-ULTIMO-CPF.
                MOVE ZEROS TO W-QTDE-PROCESSADA.
                MOVE 'N' TO WS-CONTINUACAO.
                OPEN INPUT ARQ-CHECKPOINT.
                IF ARQ-CKPT-OK EQUAL "00"
                    READ ARQ-CHECKPOINT
                        AT END CONTINUE
                        NOT AT END
                            IF CKP-DATA-ANO EQUAL YEARS AND
                               CKP-DATA-MES EQUAL MONTHS AND
                               CKP-DATA-DIA EQUAL DAYS
                                MOVE CKP-ULTIMO-CPF TO W-ULTIMO-CPF
                                MOVE CKP-QTDE-PROCESSADA TO W-QTDE-PROCESSADA
                                MOVE 'S' TO WS-CONTINUACAO
                                IF CKP-FASE EQUAL 'E'
                                    MOVE 'E' TO W-FASE
                                    MOVE CKP-ULTIMO-CNPJ TO W-ULTIMO-CNPJ
                                END-IF
                            END-IF
                    END-READ
                    CLOSE ARQ-CHECKPOINT
                END-IF.

            OPEN-FILES.
                OPEN INPUT ARQ-CLIENTE.
                OPEN INPUT ARQ-BANCO.
                OPEN INPUT ARQ-EMPRESA.
                IF ARQ-PJ-OK EQUAL "00"
                    MOVE 'S' TO W-EMPRESA-ABERTA
                END-IF.
                OPEN INPUT ARQ-EXTRATO.
                OPEN INPUT ARQ-EMPRESTIMO.
                OPEN INPUT ARQ-NOTIFICACAO.
                OPEN I-O ARQ-SCORE.
                *> RETOMANDO O MESMO DIA: ANEXA AS OFERTAS JA GRAVADAS ANTES
                *> DO RESTART EM VEZ DE TRUNCAR O ARQUIVO
                IF RETOMA-MESMO-DIA
                    OPEN EXTEND ARQ-IMPRESSAO
                    IF ARQ-IMP-OK NOT EQUAL "00"
                        OPEN OUTPUT ARQ-IMPRESSAO
                        PERFORM GRAVA-CABECALHO
                    END-IF
                ELSE
                    OPEN OUTPUT ARQ-IMPRESSAO
                    PERFORM GRAVA-CABECALHO
                END-IF.

           GRAVA-CABECALHO.
                MOVE SPACES TO REG-IMPRESSAO.
                STRING "OFERTAS PRE-APROVADAS - " DELIMITED BY SIZE
                       DAYS DELIMITED BY SIZE "/" DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE "/" DELIMITED BY SIZE
                       YEARS DELIMITED BY SIZE
                       " - JANELA DE " DELIMITED BY SIZE
                       W-MESES-JANELA DELIMITED BY SIZE
                       " MESES" DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.

           POSICIONA-ARQ-CLIENTE.
                IF W-ULTIMO-CPF > ZEROS
                    MOVE W-ULTIMO-CPF TO CLI-CPF
                    START ARQ-CLIENTE KEY IS GREATER THAN CLI-CPF
                        INVALID KEY MOVE 'S' TO WS-EOF
                ELSE
                    MOVE ZEROS TO CLI-CPF
                    START ARQ-CLIENTE KEY IS NOT LESS THAN CLI-CPF
                        INVALID KEY MOVE 'S' TO WS-EOF
                END-IF.

            PROCESSA-CLIENTES.
                READ ARQ-CLIENTE NEXT RECORD
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        PERFORM APURA-CLIENTE
                        MOVE CLI-CPF TO W-ULTIMO-CPF
                        ADD 1 TO W-QTDE-PROCESSADA
                        IF FUNCTION MOD(W-QTDE-PROCESSADA, W-CHECKPOINT-INTERVALO) EQUAL ZEROS
                            PERFORM GRAVA-CHECKPOINT
                        END-IF
                END-READ.

           *> APURA OS INDICADORES EM TODAS AS CONTAS ABERTAS DO CPF E,
           *> COM PELO MENOS UMA, PONTUA E GRAVA O SCORE; SEM CONTA
           *> ABERTA, UM SCORE ANTIGO E APAGADO PARA O CAIXA NÂO
           *> OFERECER CREDITO A QUEM JA NÂO E CLIENTE
           APURA-CLIENTE.
                MOVE CLI-CPF TO W-CPF-CLIENTE.
                MOVE 'F' TO W-SCO-TIPO.
                MOVE CLI-CPF TO W-SCO-DOCUMENTO.
                PERFORM ZERA-INDICADORES.
                PERFORM APURA-CONTAS-TITULAR.
                PERFORM APURA-CONTAS-SEGUNDO-TITULAR.
                PERFORM PONTUA-TITULAR.

           ZERA-INDICADORES.
                MOVE ZEROS TO W-QTDE-CONTAS.
                MOVE ZEROS TO W-SALDO-MEDIO.
                MOVE ZEROS TO W-DIAS-DEVEDOR.
                MOVE ZEROS TO W-QTDE-SALARIOS.
                MOVE ZEROS TO W-SOMA-SALARIOS.
                MOVE ZEROS TO W-PARCELAS-ATRASO.
                MOVE ZEROS TO W-PARCELAS-ATIVAS.
                MOVE ZEROS TO W-DEVOLUCOES.
                MOVE W-DATA-HOJE-NUM TO W-ABERTURA-MAIS-ANTIGA.
                MOVE ALL 'N' TO TABELA-MESES-SALARIO.

           PONTUA-TITULAR.
                IF W-QTDE-CONTAS > ZEROS
                    PERFORM CALCULA-PONTUACAO
                    PERFORM CALCULA-OFERTA
                    PERFORM GRAVA-SCORE
                    IF W-LIMITE-OFERTA > ZEROS OR W-EMPREST-OFERTA > ZEROS
                        ADD 1 TO W-QTDE-OFERTAS
                        PERFORM GRAVA-LINHA-OFERTA
                    END-IF
                ELSE
                    MOVE W-SCO-CHAVE TO SCO-CHAVE
                    DELETE ARQ-SCORE
                        INVALID KEY CONTINUE
                    END-DELETE
                END-IF.

           *> PASSADA 1: CONTAS ONDE O CPF E O PRIMEIRO TITULAR, PELA
           *> CHAVE ALTERNATIVA
           APURA-CONTAS-TITULAR.
                MOVE W-CPF-CLIENTE TO CPF.
                START ARQ-BANCO KEY IS EQUAL TO CPF
                    INVALID KEY MOVE 10 TO ARQ-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-OK
                END-START.
                PERFORM UNTIL ARQ-OK EQUAL 10
                    READ ARQ-BANCO NEXT RECORD
                        AT END MOVE 10 TO ARQ-OK
                        NOT AT END
                            IF CPF NOT EQUAL W-CPF-CLIENTE
                                MOVE 10 TO ARQ-OK
                            ELSE
                                IF NOT CONTA-FECHADA
                                    PERFORM APURA-CONTA
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

           *> PASSADA 2: CONTAS CONJUNTAS ONDE O CPF E O SEGUNDO
           *> TITULAR (SEM CHAVE ALTERNATIVA PARA CPF2, VARREDURA
           *> COMPLETA POR COD-CONTA, COMO NA POSIÇÂO CONSOLIDADA)
           APURA-CONTAS-SEGUNDO-TITULAR.
                MOVE ZEROS TO COD-CONTA.
                START ARQ-BANCO KEY IS NOT LESS THAN COD-CONTA
                    INVALID KEY MOVE 10 TO ARQ-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-OK
                END-START.
                PERFORM UNTIL ARQ-OK EQUAL 10
                    READ ARQ-BANCO NEXT RECORD
                        AT END MOVE 10 TO ARQ-OK
                        NOT AT END
                            IF CPF2 EQUAL W-CPF-CLIENTE AND
                               CPF NOT EQUAL W-CPF-CLIENTE AND
                               NOT CONTA-FECHADA
                                PERFORM APURA-CONTA
                            END-IF
                    END-READ
                END-PERFORM.

           POSICIONA-ARQ-EMPRESA.
                IF W-ULTIMO-CNPJ > ZEROS
                    MOVE W-ULTIMO-CNPJ TO PJ-CNPJ
                    START ARQ-EMPRESA KEY IS GREATER THAN PJ-CNPJ
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                ELSE
                    MOVE ZEROS TO PJ-CNPJ
                    START ARQ-EMPRESA KEY IS NOT LESS THAN PJ-CNPJ
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                END-IF.

            PROCESSA-EMPRESAS.
                READ ARQ-EMPRESA NEXT RECORD
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        PERFORM APURA-EMPRESA
                        MOVE PJ-CNPJ TO W-ULTIMO-CNPJ
                        ADD 1 TO W-QTDE-PROCESSADA
                        IF FUNCTION MOD(W-QTDE-PROCESSADA, W-CHECKPOINT-INTERVALO) EQUAL ZEROS
                            PERFORM GRAVA-CHECKPOINT
                        END-IF
                END-READ.

           *> SCORE DA EMPRESA: MESMA APURAÇÂO DO CLIENTE SOBRE AS CONTAS
           *> DE PESSOA JURIDICA DO CNPJ (SEM SEGUNDO TITULAR); EMPRESA
           *> SEM CONTA ABERTA TAMBEM PERDE O SCORE
           APURA-EMPRESA.
                MOVE ZEROS TO W-CPF-CLIENTE.
                MOVE 'J' TO W-SCO-TIPO.
                MOVE PJ-CNPJ TO W-SCO-DOCUMENTO.
                PERFORM ZERA-INDICADORES.
                PERFORM APURA-CONTAS-EMPRESA.
                PERFORM PONTUA-TITULAR.

           *> CONTAS ABERTAS DO CNPJ, POR VARREDURA COMPLETA (O CNPJ NÂO
           *> TEM CHAVE ALTERNATIVA)
           APURA-CONTAS-EMPRESA.
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
                                PERFORM APURA-CONTA
                            END-IF
                    END-READ
                END-PERFORM.

           APURA-CONTA.
                ADD 1 TO W-QTDE-CONTAS.
                MOVE DT-ABERTURA TO W-DATA-ABERTURA-NUM.
                IF W-DATA-ABERTURA-NUM > ZEROS AND
                   W-DATA-ABERTURA-NUM < W-ABERTURA-MAIS-ANTIGA
                    MOVE W-DATA-ABERTURA-NUM TO W-ABERTURA-MAIS-ANTIGA
                END-IF.
                PERFORM APURA-EXTRATO-CONTA.
                PERFORM APURA-EMPRESTIMOS-CONTA.
                PERFORM APURA-DEVOLUCOES-CONTA.

           *> RECONSTROI O SALDO DIA A DIA NA JANELA A PARTIR DO EXTRATO:
           *> O SALDO VIGENTE ENTRE DOIS MOVIMENTOS E O SALDO-ATUAL DO
           *> MOVIMENTO ANTERIOR, E ANTES DO PRIMEIRO MOVIMENTO DA JANELA
           *> VALE O SALDO-ANTERIOR DELE; SEM MOVIMENTO NA JANELA, O SALDO
           *> ATUAL DA CONTA VALEU A JANELA INTEIRA. CONTA ABERTA DENTRO DA
           *> JANELA SO CONTA A PARTIR DA ABERTURA. NA MESMA VARREDURA
           *> MARCA OS MESES COM CREDITO DE SALARIO
           APURA-EXTRATO-CONTA.
                MOVE W-DIAS-INICIO TO W-DIAS-CONTA-INICIO.
                IF W-DATA-ABERTURA-NUM > W-DATA-INICIO-NUM
                    COMPUTE W-DIAS-CONTA-INICIO =
                        FUNCTION INTEGER-OF-DATE(W-DATA-ABERTURA-NUM)
                END-IF.
                MOVE W-DIAS-CONTA-INICIO TO W-DIA-CORRENTE.
                MOVE ZEROS TO W-SOMA-SALDOS.
                MOVE ZEROS TO W-DIAS-DEVEDOR-CONTA.
                MOVE W-SALDO TO W-SALDO-CORRENTE.
                MOVE 'N' TO W-ACHOU-MOV.
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
                                MOVE EXT-DATA TO W-DATA-MOV-NUM
                                IF W-DATA-MOV-NUM NOT < W-DATA-INICIO-NUM
                                    PERFORM ACUMULA-MOVIMENTO
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.
                COMPUTE W-DIAS-INTERVALO = W-DIAS-HOJE + 1 - W-DIA-CORRENTE.
                PERFORM ACUMULA-INTERVALO.
                COMPUTE W-DIAS-PERIODO = W-DIAS-HOJE + 1 - W-DIAS-CONTA-INICIO.
                IF W-DIAS-PERIODO > ZEROS
                    COMPUTE W-SALDO-MEDIO ROUNDED = W-SALDO-MEDIO +
                        W-SOMA-SALDOS / W-DIAS-PERIODO
                END-IF.
                IF W-DIAS-DEVEDOR-CONTA > W-DIAS-DEVEDOR
                    MOVE W-DIAS-DEVEDOR-CONTA TO W-DIAS-DEVEDOR
                END-IF.

           ACUMULA-MOVIMENTO.
                COMPUTE W-DIAS-MOV = FUNCTION INTEGER-OF-DATE(W-DATA-MOV-NUM).
                IF NOT ACHOU-MOV-JANELA
                    MOVE EXT-SALDO-ANTERIOR TO W-SALDO-CORRENTE
                    MOVE 'S' TO W-ACHOU-MOV
                END-IF.
                IF W-DIAS-MOV > W-DIA-CORRENTE
                    COMPUTE W-DIAS-INTERVALO = W-DIAS-MOV - W-DIA-CORRENTE
                    PERFORM ACUMULA-INTERVALO
                    MOVE W-DIAS-MOV TO W-DIA-CORRENTE
                END-IF.
                MOVE EXT-SALDO-ATUAL TO W-SALDO-CORRENTE.
                IF EXT-SALARIO
                    ADD 1 TO W-QTDE-SALARIOS
                    ADD EXT-VALOR TO W-SOMA-SALARIOS
                    COMPUTE W-IDX-MES = EXT-DATA-ANO * 12 + EXT-DATA-MES - 1
                        - W-MESES-INICIO + 1
                    IF W-IDX-MES > ZEROS AND W-IDX-MES NOT > 13
                        MOVE 'S' TO W-MES-SALARIO (W-IDX-MES)
                    END-IF
                END-IF.

           *> O SALDO VIGENTE VALEU W-DIAS-INTERVALO DIAS
           ACUMULA-INTERVALO.
                COMPUTE W-SOMA-SALDOS = W-SOMA-SALDOS +
                    W-SALDO-CORRENTE * W-DIAS-INTERVALO.
                IF W-SALDO-CORRENTE < ZEROS
                    ADD W-DIAS-INTERVALO TO W-DIAS-DEVEDOR-CONTA
                END-IF.

           *> PARCELAS EM ATRASO E PRESTAÇÔES JA COMPROMETIDAS NOS
           *> EMPRESTIMOS ATIVOS DA CONTA
           APURA-EMPRESTIMOS-CONTA.
                MOVE COD-CONTA TO EMP-COD-CONTA.
                MOVE ZEROS TO EMP-SEQUENCIA.
                START ARQ-EMPRESTIMO KEY IS NOT LESS THAN EMP-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-EMP-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-EMP-OK
                END-START.
                PERFORM UNTIL ARQ-EMP-OK EQUAL 10
                    READ ARQ-EMPRESTIMO NEXT RECORD
                        AT END MOVE 10 TO ARQ-EMP-OK
                        NOT AT END
                            IF EMP-COD-CONTA NOT EQUAL COD-CONTA
                                MOVE 10 TO ARQ-EMP-OK
                            ELSE
                                IF EMP-ATIVO
                                    ADD EMP-PARCELAS-ATRASO TO W-PARCELAS-ATRASO
                                    ADD EMP-VALOR-PARCELA TO W-PARCELAS-ATIVAS
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

           *> DEVOLUÇÔES NA JANELA: ORDEM AGENDADA QUE FALHOU E CONTA DE
           *> CONSUMO RECUSADA NO DEBITO AUTOMATICO, AMBAS POR FALTA DE
           *> SALDO, REGISTRADAS NA FILA DE NOTIFICAÇÔES DA CONTA
           APURA-DEVOLUCOES-CONTA.
                MOVE COD-CONTA TO NOT-COD-CONTA.
                MOVE ZEROS TO NOT-SEQUENCIA.
                START ARQ-NOTIFICACAO KEY IS NOT LESS THAN NOT-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-NOT-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-NOT-OK
                END-START.
                PERFORM UNTIL ARQ-NOT-OK EQUAL 10
                    READ ARQ-NOTIFICACAO NEXT RECORD
                        AT END MOVE 10 TO ARQ-NOT-OK
                        NOT AT END
                            IF NOT-COD-CONTA NOT EQUAL COD-CONTA
                                MOVE 10 TO ARQ-NOT-OK
                            ELSE
                                MOVE NOT-DATA TO W-DATA-MOV-NUM
                                IF W-DATA-MOV-NUM NOT < W-DATA-INICIO-NUM AND
                                   (NOT-AGEND-FALHOU OR NOT-DEBITO-AUT-RECUSADO)
                                    ADD 1 TO W-DEVOLUCOES
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

           *> PONTUAÇÂO: PARTE DE 500 E SOMA OU SUBTRAI CADA INDICADOR
           *> ATE O TETO DELE; O RESULTADO FICA ENTRE 0 E 1000
           *>   RELACIONAMENTO  +5 POR MES, ATE +120 (24 MESES)
           *>   SALARIO         ATE +240, PROPORCIONAL AOS MESES DA
           *>                   JANELA COM CREDITO DE SALARIO
           *>   SALDO MEDIO     +/-1 POR R$ 100,00, ATE +/-100
           *>   DIAS DEVEDOR    -2 POR DIA, ATE -200
           *>   ATRASO          -100 POR PARCELA, ATE -400
           *>   DEVOLUÇÔES      -50 POR ITEM, ATE -200
           CALCULA-PONTUACAO.
                MOVE 500 TO W-PONTOS.
                MOVE W-ABERTURA-MAIS-ANTIGA TO W-DATA-AUX.
                COMPUTE W-MESES-RELACIONAMENTO = W-MESES-HOJE -
                    (W-AUX-ANO * 12 + W-AUX-MES - 1).
                COMPUTE W-PONTOS-ITEM = W-MESES-RELACIONAMENTO * 5.
                IF W-PONTOS-ITEM > 120
                    MOVE 120 TO W-PONTOS-ITEM
                END-IF.
                ADD W-PONTOS-ITEM TO W-PONTOS.
                MOVE ZEROS TO W-MESES-SALARIO.
                MOVE 1 TO W-IDX-MES.
                PERFORM CONTA-MES-SALARIO 13 TIMES.
                IF W-MESES-SALARIO > W-MESES-JANELA
                    MOVE W-MESES-JANELA TO W-MESES-SALARIO
                END-IF.
                COMPUTE W-PONTOS-ITEM = W-MESES-SALARIO * 240 / W-MESES-JANELA.
                ADD W-PONTOS-ITEM TO W-PONTOS.
                COMPUTE W-PONTOS-ITEM = W-SALDO-MEDIO / 100.
                IF W-PONTOS-ITEM > 100
                    MOVE 100 TO W-PONTOS-ITEM
                END-IF.
                IF W-PONTOS-ITEM < -100
                    MOVE -100 TO W-PONTOS-ITEM
                END-IF.
                ADD W-PONTOS-ITEM TO W-PONTOS.
                COMPUTE W-PONTOS-ITEM = W-DIAS-DEVEDOR * 2.
                IF W-PONTOS-ITEM > 200
                    MOVE 200 TO W-PONTOS-ITEM
                END-IF.
                SUBTRACT W-PONTOS-ITEM FROM W-PONTOS.
                COMPUTE W-PONTOS-ITEM = W-PARCELAS-ATRASO * 100.
                IF W-PONTOS-ITEM > 400
                    MOVE 400 TO W-PONTOS-ITEM
                END-IF.
                SUBTRACT W-PONTOS-ITEM FROM W-PONTOS.
                COMPUTE W-PONTOS-ITEM = W-DEVOLUCOES * 50.
                IF W-PONTOS-ITEM > 200
                    MOVE 200 TO W-PONTOS-ITEM
                END-IF.
                SUBTRACT W-PONTOS-ITEM FROM W-PONTOS.
                IF W-PONTOS < ZEROS
                    MOVE ZEROS TO W-PONTOS
                END-IF.
                IF W-PONTOS > 1000
                    MOVE 1000 TO W-PONTOS
                END-IF.
                IF W-QTDE-SALARIOS > ZEROS
                    COMPUTE W-MEDIA-SALARIO ROUNDED =
                        W-SOMA-SALARIOS / W-QTDE-SALARIOS
                ELSE
                    MOVE ZEROS TO W-MEDIA-SALARIO
                END-IF.

           CONTA-MES-SALARIO.
                IF W-MES-SALARIO (W-IDX-MES) EQUAL 'S'
                    ADD 1 TO W-MESES-SALARIO
                END-IF.
                ADD 1 TO W-IDX-MES.

           *> OFERTA PRE-APROVADA, SO A PARTIR DO CORTE. A RENDA E A MEDIA
           *> DOS SALARIOS QUANDO ELES CAEM EM PELO MENOS METADE DOS MESES
           *> DA JANELA; SEM SALARIO REGULAR, O SALDO MEDIO POSITIVO.
           *> POR FAIXA DE PONTUAÇÂO:
           *>   800 OU MAIS  LIMITE 2,0 x RENDA  PRESTAÇÔES ATE 30% DA RENDA
           *>   600 A 799    LIMITE 1,0 x RENDA  PRESTAÇÔES ATE 20% DA RENDA
           *>   CORTE A 599  LIMITE 0,5 x RENDA  PRESTAÇÔES ATE 10% DA RENDA
           *> O EMPRESTIMO E O VALOR PRESENTE, NA TAXA E PRAZO DE
           *> REFERENCIA, DA PRESTAÇÂO QUE AINDA CABE DEPOIS DAS
           *> PRESTAÇÔES DOS EMPRESTIMOS ATIVOS
           CALCULA-OFERTA.
                MOVE ZEROS TO W-LIMITE-OFERTA.
                MOVE ZEROS TO W-EMPREST-OFERTA.
                IF W-MESES-SALARIO * 2 NOT < W-MESES-JANELA
                    MOVE W-MEDIA-SALARIO TO W-RENDA
                ELSE
                    IF W-SALDO-MEDIO > ZEROS
                        MOVE W-SALDO-MEDIO TO W-RENDA
                    ELSE
                        MOVE ZEROS TO W-RENDA
                    END-IF
                END-IF.
                EVALUATE TRUE
                    WHEN W-PONTOS NOT < 800
                        MOVE 2,00 TO W-FATOR-LIMITE
                        MOVE 30 TO W-PCT-COMPROMETIMENTO
                    WHEN W-PONTOS NOT < 600
                        MOVE 1,00 TO W-FATOR-LIMITE
                        MOVE 20 TO W-PCT-COMPROMETIMENTO
                    WHEN W-PONTOS NOT < W-PONTUACAO-CORTE
                        MOVE 0,50 TO W-FATOR-LIMITE
                        MOVE 10 TO W-PCT-COMPROMETIMENTO
                    WHEN OTHER
                        MOVE ZEROS TO W-FATOR-LIMITE
                        MOVE ZEROS TO W-PCT-COMPROMETIMENTO
                END-EVALUATE.
                IF W-FATOR-LIMITE > ZEROS AND W-RENDA > ZEROS
                    COMPUTE W-LIMITE-OFERTA ROUNDED = W-RENDA * W-FATOR-LIMITE
                        ON SIZE ERROR MOVE 99999999,99 TO W-LIMITE-OFERTA
                    END-COMPUTE
                    COMPUTE W-PARCELA-MAXIMA ROUNDED =
                        W-RENDA * W-PCT-COMPROMETIMENTO / 100 - W-PARCELAS-ATIVAS
                    IF W-PARCELA-MAXIMA > ZEROS
                        IF W-TAXA-DEC EQUAL ZEROS
                            COMPUTE W-EMPREST-OFERTA =
                                W-PARCELA-MAXIMA * W-PRAZO-REFERENCIA
                                ON SIZE ERROR MOVE 99999999,99 TO W-EMPREST-OFERTA
                            END-COMPUTE
                        ELSE
                            COMPUTE W-FATOR ROUNDED =
                                (1 + W-TAXA-DEC) ** W-PRAZO-REFERENCIA
                            COMPUTE W-EMPREST-OFERTA ROUNDED = W-PARCELA-MAXIMA *
                                (W-FATOR - 1) / (W-TAXA-DEC * W-FATOR)
                                ON SIZE ERROR MOVE 99999999,99 TO W-EMPREST-OFERTA
                            END-COMPUTE
                        END-IF
                    END-IF
                END-IF.

           *> GRAVA OU REGRAVA O SCORE DO TITULAR (O RESTART REPROCESSA NO
           *> MAXIMO O ULTIMO BLOCO E SO REGRAVA O MESMO VALOR)
           GRAVA-SCORE.
                MOVE W-SCO-CHAVE TO SCO-CHAVE.
                READ ARQ-SCORE
                    INVALID KEY MOVE "23" TO ARQ-SCO-OK
                END-READ.
                MOVE W-SCO-CHAVE TO SCO-CHAVE.
                MOVE W-PONTOS TO SCO-PONTUACAO.
                MOVE W-SALDO-MEDIO TO SCO-SALDO-MEDIO.
                MOVE W-MESES-SALARIO TO SCO-MESES-SALARIO.
                MOVE W-MEDIA-SALARIO TO SCO-MEDIA-SALARIO.
                MOVE W-DIAS-DEVEDOR TO SCO-DIAS-DEVEDOR.
                MOVE W-PARCELAS-ATRASO TO SCO-PARCELAS-ATRASO.
                MOVE W-DEVOLUCOES TO SCO-QTDE-DEVOLUCOES.
                MOVE W-MESES-RELACIONAMENTO TO SCO-MESES-RELACIONAMENTO.
                MOVE W-LIMITE-OFERTA TO SCO-LIMITE-PRE-APROVADO.
                MOVE W-EMPREST-OFERTA TO SCO-EMPREST-PRE-APROVADO.
                MOVE DATE-TIME TO SCO-DT-APURACAO.
                IF ARQ-SCO-OK EQUAL "00"
                    REWRITE REG-SCORE
                        INVALID KEY DISPLAY "ERRO AO REGRAVAR SCORE DE " W-SCO-CHAVE
                    END-REWRITE
                ELSE
                    WRITE REG-SCORE
                        INVALID KEY DISPLAY "ERRO AO GRAVAR SCORE DE " W-SCO-CHAVE
                    END-WRITE
                END-IF.

           *> A EMPRESA SAI PELO CNPJ E NOME FANTASIA (A RAZÂO SOCIAL NÂO
           *> CABE NA LINHA)
           GRAVA-LINHA-OFERTA.
                MOVE SPACES TO REG-IMPRESSAO.
                MOVE W-LIMITE-OFERTA TO M-LIMITE.
                MOVE W-EMPREST-OFERTA TO M-EMPRESTIMO.
                IF APURA-EMPRESA-PJ
                    MOVE PJ-CNPJ TO M-CNPJ
                    STRING "CNPJ " DELIMITED BY SIZE
                           M-CNPJ DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           PJ-NOME-FANTASIA DELIMITED BY SIZE
                           " SCORE " DELIMITED BY SIZE
                           SCO-PONTUACAO DELIMITED BY SIZE
                           " LIMITE " DELIMITED BY SIZE
                           M-LIMITE DELIMITED BY SIZE
                           " EMPRESTIMO " DELIMITED BY SIZE
                           M-EMPRESTIMO DELIMITED BY SIZE
                        INTO REG-IMPRESSAO
                ELSE
                    MOVE W-CPF-CLIENTE TO M-CPF
                    STRING "CPF " DELIMITED BY SIZE
                           M-CPF DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CLI-NOME DELIMITED BY SIZE
                           " SCORE " DELIMITED BY SIZE
                           SCO-PONTUACAO DELIMITED BY SIZE
                           " LIMITE " DELIMITED BY SIZE
                           M-LIMITE DELIMITED BY SIZE
                           " EMPRESTIMO " DELIMITED BY SIZE
                           M-EMPRESTIMO DELIMITED BY SIZE
                        INTO REG-IMPRESSAO
                END-IF.
                PERFORM GRAVA-LINHA-IMPRESSAO.

           GRAVA-LINHA-IMPRESSAO.
                WRITE REG-IMPRESSAO.
                ADD 1 TO W-QTDE-LINHAS-REL.

           *> GRAVA A FASE E O ULTIMO CPF OU CNPJ PROCESSADO PARA PERMITIR
           *> RESTART
           GRAVA-CHECKPOINT.
                OPEN OUTPUT ARQ-CHECKPOINT.
                MOVE W-ULTIMO-CPF TO CKP-ULTIMO-CPF.
                MOVE W-QTDE-PROCESSADA TO CKP-QTDE-PROCESSADA.
                MOVE DATE-TIME TO CKP-DATA.
                MOVE W-FASE TO CKP-FASE.
                MOVE W-ULTIMO-CNPJ TO CKP-ULTIMO-CNPJ.
                WRITE REG-CKPT-SCORE.
                CLOSE ARQ-CHECKPOINT.

            CLOSE-FILES.
                CLOSE ARQ-CLIENTE.
                CLOSE ARQ-BANCO.
                IF EMPRESA-ABERTA
                    CLOSE ARQ-EMPRESA
                END-IF.
                CLOSE ARQ-EXTRATO.
                CLOSE ARQ-EMPRESTIMO.
                CLOSE ARQ-NOTIFICACAO.
                CLOSE ARQ-SCORE.
                CLOSE ARQ-IMPRESSAO.

           *> ANOTA NO DIARIO CENTRAL DE EXECUÇÔES (ARQ-JOBLOG.DAT) O
           *> INICIO ('I') E O FIM ('F') DESTA EXECUÇÂO; UM 'I' SEM 'F'
           *> CORRESPONDENTE DENUNCIA FIM ANORMAL
           GRAVA-JOBLOG.
                OPEN EXTEND ARQ-JOBLOG.
                IF ARQ-JLG-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-JOBLOG
                END-IF.
                MOVE "CONTA-SCORE" TO JLG-JOB.
                MOVE W-JLG-EVENTO TO JLG-EVENTO.
                COMPUTE JLG-DATA = YEARS * 10000 + MONTHS * 100 + DAYS.
                ACCEPT W-JLG-TIME FROM TIME.
                MOVE W-JLG-TIME (1:6) TO JLG-HORA.
                MOVE W-JLG-QTDE TO JLG-QTDE.
                MOVE W-JLG-CKPT TO JLG-CHECKPOINT.
                WRITE REG-JOBLOG.
                CLOSE ARQ-JOBLOG.

           *> REGISTRA O ARQUIVO DATADO DE OFERTAS NO CATALOGO CENTRAL DE
           *> RELATORIOS, COM A CONTAGEM DE LINHAS GRAVADAS, PARA A TELA
           *> DE CONSULTA LOCALIZA-LO E O EXPURGO APLICAR A RETENÇÂO
           GRAVA-CATALOGO.
                OPEN EXTEND ARQ-CATALOGO.
                IF ARQ-CAT-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-CATALOGO
                END-IF.
                MOVE "CONTA-SCORE" TO CAT-JOB.
                MOVE WS-REL-FILENAME TO CAT-ARQUIVO.
                COMPUTE CAT-DATA = YEARS * 10000 + MONTHS * 100 + DAYS.
                MOVE W-QTDE-LINHAS-REL TO CAT-QTDE.
                WRITE REG-CATALOGO.
                CLOSE ARQ-CATALOGO.

       END PROGRAM CONTA-SCORE.
