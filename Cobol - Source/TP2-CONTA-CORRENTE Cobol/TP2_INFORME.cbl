       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-INFORME.

      *> INFORME DE RENDIMENTOS ANUAL PARA A DECLARAÇÂO DE IMPOSTO DE
      *> RENDA: VARRE ARQ-CLIENTE.DAT E, PARA CADA CPF, REUNE TODAS AS
      *> CONTAS EM QUE ELE E PRIMEIRO OU SEGUNDO TITULAR (INCLUSIVE AS
      *> JA ENCERRADAS QUE AINDA TINHAM SALDO EM ALGUM DOS DOIS 31/12)
      *> COM O SALDO EM 31/12 DO ANO ANTERIOR E DO ANO-BASE, O
      *> RENDIMENTO DE POUPANÇA ('RD') DO ANO-BASE COMO RENDIMENTO
      *> ISENTO, O RENDIMENTO DOS CDB RESGATADOS NO ANO-BASE COM O IR
      *> RETIDO NA FONTE (TRIBUTAÇÂO EXCLUSIVA) E O SALDO DEVEDOR DOS
      *> EMPRESTIMOS NOS DOIS 31/12. O SALDO EM 31/12 SAI DO EXTRATO:
      *> SALDO-ANTERIOR DO PRIMEIRO MOVIMENTO DEPOIS DA DATA OU, SEM
      *> MOVIMENTO DEPOIS, SALDO-ATUAL DO ULTIMO ATE A DATA; ANO JA
      *> EXPURGADO PELO CONTA-ARQUIVA-EXTRATO PRECISA SER RESTAURADO
      *> (CONTA-RESTAURA-EXTRATO) ANTES DE RODAR. O SALDO DEVEDOR E O
      *> VALOR PRESENTE, NA TAXA DO CONTRATO, DAS PARCELAS QUE AINDA
      *> NÂO TINHAM VENCIDO NA DATA. ANO-BASE PADRÂO: O ANO ANTERIOR
      *> (ARQ-INFORME-PARAM.DAT MUDA). GERA O INFORME IMPRESSO (UMA
      *> PAGINA POR CPF, CATALOGADO) E O ARQUIVO CONSOLIDADO NO LAYOUT
      *> QUE A RECEITA ACEITA (HEADER 00, CONTA 01, RENDIMENTOS 02,
      *> DIVIDA 03, TRAILER 99 COM CONTAGEM E HASH). CHECKPOINT POR
      *> CPF PARA RESTART E JOBLOG; SO LEITURA, ENTÂO NÂO MARCA A
      *> JANELA BATCH. DEPOIS DOS CLIENTES VEM A FASE DAS EMPRESAS
      *> (ARQ-EMPRESA.DAT): UM INFORME POR CNPJ COM AS CONTAS DE PESSOA
      *> JURIDICA, LEVANTADAS POR VARREDURA. NA RECEITA O TITULAR VAI
      *> COMO TIPO DE INSCRIÇÂO (1 CPF, 2 CNPJ) E NUMERO COM 14
      *> POSIÇÔES; O CHECKPOINT GUARDA A FASE E O ULTIMO CPF OU CNPJ.

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

                   SELECT ARQ-CDB ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CDB-CHAVE
                       FILE STATUS ARQ-CDB-OK.

                   SELECT ARQ-EMPRESTIMO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS EMP-CHAVE
                       FILE STATUS ARQ-EMP-OK.

                   SELECT ARQ-PARAM ASSIGN TO "ARQ-INFORME-PARAM.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-PAR-OK.

                   SELECT ARQ-IMPRESSAO ASSIGN TO WS-REL-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-IMP-OK.

                   SELECT ARQ-RECEITA ASSIGN TO W-RECEITA-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-RFB-OK.

                   SELECT ARQ-CHECKPOINT ASSIGN TO "CKPT_INFORME.DAT"
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

               FD ARQ-CDB LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CDB.DAT".

               COPY CDB.

               FD ARQ-EMPRESTIMO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EMPRESTIMO.DAT".

               COPY EMPREST.

      *> ANO-BASE DO INFORME; ZERADO OU SEM ARQUIVO, O ANO ANTERIOR
               FD ARQ-PARAM LABEL RECORDS STANDARD.

               01  REG-PARAM.
                   02  PAR-ANO-BASE            PIC 9(4).

               FD ARQ-IMPRESSAO LABEL RECORDS STANDARD.

               01  REG-IMPRESSAO               PIC X(100).

      *> ARQUIVO CONSOLIDADO NO LAYOUT DA RECEITA: HEADER (00) COM O
      *> ANO-BASE, UM REGISTRO 01 POR TITULAR E CONTA COM OS DOIS
      *> SALDOS, UM 02 POR TITULAR COM OS RENDIMENTOS, UM 03 POR
      *> TITULAR E CONTRATO
      *> COM OS DOIS SALDOS DEVEDORES, TRAILER (99) COM A CONTAGEM DE
      *> REGISTROS 01 A 03 E O HASH (SOMA DOS VALORES ABSOLUTOS)
               FD ARQ-RECEITA LABEL RECORDS STANDARD.

               01  REG-RFB-HEADER.
                   02  RFH-TIPO             PIC X(2).
                   02  RFH-ANO-BASE         PIC 9(4).
                   02  RFH-DATA-GERACAO     PIC 9(8).
                   02  FILLER               PIC X(60).

               01  REG-RFB-CONTA.
                   02  RFC-TIPO             PIC X(2).
                   02  RFC-TIPO-INSCRICAO   PIC 9(1).
                   02  RFC-INSCRICAO        PIC 9(14).
                   02  RFC-COD-AGENCIA      PIC 9(4).
                   02  RFC-COD-CONTA        PIC 9(7).
                   02  RFC-TIPO-CONTA       PIC X(1).
                   02  RFC-CPF-COTITULAR    PIC 9(11).
                   02  RFC-SALDO-ANTERIOR   PIC S9(13)V99 SIGN IS LEADING SEPARATE CHARACTER.
                   02  RFC-SALDO-BASE       PIC S9(13)V99 SIGN IS LEADING SEPARATE CHARACTER.
                   02  FILLER               PIC X(2).

               01  REG-RFB-RENDIMENTO.
                   02  RFR-TIPO             PIC X(2).
                   02  RFR-TIPO-INSCRICAO   PIC 9(1).
                   02  RFR-INSCRICAO        PIC 9(14).
                   02  RFR-ISENTO-POUPANCA  PIC 9(13)V99.
                   02  RFR-CDB-BRUTO        PIC 9(13)V99.
                   02  RFR-IR-RETIDO        PIC 9(13)V99.
                   02  FILLER               PIC X(12).

               01  REG-RFB-DIVIDA.
                   02  RFD-TIPO             PIC X(2).
                   02  RFD-TIPO-INSCRICAO   PIC 9(1).
                   02  RFD-INSCRICAO        PIC 9(14).
                   02  RFD-COD-CONTA        PIC 9(7).
                   02  RFD-CONTRATO         PIC 9(6).
                   02  RFD-SALDO-ANTERIOR   PIC 9(13)V99.
                   02  RFD-SALDO-BASE       PIC 9(13)V99.
                   02  FILLER               PIC X(14).

               01  REG-RFB-TRAILER.
                   02  RFT-TIPO             PIC X(2).
                   02  RFT-QTDE             PIC 9(8).
                   02  RFT-HASH             PIC 9(15)V99.
                   02  FILLER               PIC X(47).

      *> CHECKPOINT PROPRIO: A MARCA DE RETOMADA E O CPF DO CLIENTE E,
      *> COMO O ARQUIVO DA RECEITA E ANEXADO NO RESTART, A CONTAGEM E O
      *> HASH JA GRAVADOS PARA O TRAILER SAIR CERTO; NA FASE DAS
      *> EMPRESAS ('E') VALE O ULTIMO CNPJ
               FD ARQ-CHECKPOINT LABEL RECORDS STANDARD.

               01  REG-CKPT-INFORME.
                   02  CKP-ULTIMO-CPF         PIC 9(11).
                   02  CKP-QTDE-PROCESSADA    PIC 9(8).
                   02  CKP-QTDE-REGISTROS     PIC 9(8).
                   02  CKP-HASH               PIC 9(15)V99.
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

                01  W-RECEITA-FILENAME      PIC X(40).

                01  REG-CHECK.
                    02  ARQ-OK              PIC 9(2).
                    02  ARQ-CLI-OK          PIC X(2).
                    02  ARQ-PJ-OK           PIC X(2).
                    02  ARQ-EXT-OK          PIC 9(2).
                    02  ARQ-CDB-OK          PIC 9(2).
                    02  ARQ-EMP-OK          PIC 9(2).
                    02  ARQ-PAR-OK          PIC X(2).
                    02  ARQ-IMP-OK          PIC X(2).
                    02  ARQ-RFB-OK          PIC X(2).
                    02  ARQ-CKPT-OK         PIC X(2).

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                    02 MONTHS           PIC 9(02).
                    02 DAYS             PIC 9(02).

                01 MASK-VARIABLES.
                    02  M-CPF               PIC 999.999.999.99.
                    02  M-CNPJ              PIC 99.999.999/9999.99.
                    02  M-VALOR             PIC ---.---.--9,99.
                    02  M-VALOR2            PIC ---.---.--9,99.
                    02  M-VALOR3            PIC ---.---.--9,99.

                01 PARAM-VARIABLES.
                    02  W-ANO-BASE              PIC 9(4) VALUE ZEROS.
                    02  W-ANO-ANTERIOR          PIC 9(4).
                    02  W-DATA-ANTERIOR-NUM     PIC 9(8).
                    02  W-DATA-BASE-NUM         PIC 9(8).

      *> CONTAS E CONTRATOS DO CLIENTE, COLETADOS INTEIROS NAS DUAS
      *> PASSADAS ANTES DE IMPRIMIR: CLIENTE SEM NADA A INFORMAR NÂO
      *> GERA PAGINA NEM REGISTRO NA RECEITA
                01 CONTAS-CLIENTE.
                    02  W-MAX-CONTAS            PIC 99 VALUE 20.
                    02  W-QTDE-CONTAS           PIC 99 VALUE ZEROS.
                    02  WS-CONTA-TABELA OCCURS 20 TIMES INDEXED BY CT-IDX.
                        03  CT-COD-CONTA        PIC 9(7).
                        03  CT-COD-AGENCIA      PIC 9(4).
                        03  CT-TIPO             PIC X(1).
                        03  CT-CPF-COTITULAR    PIC 9(11).
                        03  CT-SALDO-ANTERIOR   PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                        03  CT-SALDO-BASE       PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.

                01 DIVIDAS-CLIENTE.
                    02  W-MAX-DIVIDAS           PIC 99 VALUE 30.
                    02  W-QTDE-DIVIDAS          PIC 99 VALUE ZEROS.
                    02  WS-DIVIDA-TABELA OCCURS 30 TIMES INDEXED BY DV-IDX.
                        03  DV-COD-CONTA        PIC 9(7).
                        03  DV-CONTRATO         PIC 9(6).
                        03  DV-SALDO-ANTERIOR   PIC 9(8)V99.
                        03  DV-SALDO-BASE       PIC 9(8)V99.

                01 APURACAO-VARIABLES.
                    02  W-CPF-CLIENTE           PIC 9(11).
      *> TITULAR DO INFORME EM CURSO: 1 CPF (CLIENTE) OU 2 CNPJ
                    02  W-TIPO-INSCRICAO        PIC 9(1).
                        88  INSCRICAO-CNPJ      VALUE 2.
                    02  W-INSCRICAO             PIC 9(14).
                    02  W-DATA-MOV-NUM          PIC 9(8).
                    02  W-DATA-ABERTURA-NUM     PIC 9(8).
                    02  W-SALDO-31-ANTERIOR     PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-SALDO-31-BASE         PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-ACHOU-DEPOIS-ANT      PIC X(1).
                        88  ACHOU-DEPOIS-ANTERIOR VALUE 'S'.
                    02  W-ACHOU-DEPOIS-BASE     PIC X(1).
                        88  ACHOU-DEPOIS-BASE   VALUE 'S'.
                    02  W-ACHOU-ATE-ANT         PIC X(1).
                        88  ACHOU-ATE-ANTERIOR  VALUE 'S'.
                    02  W-ACHOU-ATE-BASE        PIC X(1).
                        88  ACHOU-ATE-BASE      VALUE 'S'.
                    02  W-REND-POUPANCA-CONTA   PIC 9(10)V99.
                    02  W-REND-POUPANCA         PIC 9(13)V99.
                    02  W-REND-CDB-BRUTO        PIC 9(13)V99.
                    02  W-IR-RETIDO             PIC 9(13)V99.
                    02  W-REND-CDB-LIQUIDO      PIC 9(13)V99.
                    02  W-ANO-CALCULO           PIC 9(4).
                    02  W-PARCELAS-VENCIDAS     PIC S9(5).
                    02  W-PARCELAS-RESTANTES    PIC 9(3).
                    02  W-TAXA-DEC              PIC 9V9(6).
                    02  W-FATOR                 PIC 9(6)V9(8).
                    02  W-SALDO-DEVEDOR         PIC 9(8)V99.
                    02  W-DEVEDOR-ANTERIOR      PIC 9(8)V99.
                    02  W-VALOR-ABSOLUTO        PIC 9(13)V99.

                01 WS-CONTROLE.
                    02  WS-EOF                  PIC X(1) VALUE 'N'.
                        88  FIM-ARQUIVO         VALUE 'S'.
      *> A CADA CPF: O ARQUIVO DA RECEITA E ANEXADO NO RESTART E NÂO
      *> PODE REPETIR OS REGISTROS DE UM CPF JA GRAVADO
                    02  W-CHECKPOINT-INTERVALO  PIC 9(4) VALUE 1.
                    02  W-ULTIMO-CPF            PIC 9(11) VALUE ZEROS.
                    02  W-ULTIMO-CNPJ           PIC 9(14) VALUE ZEROS.
                    02  W-FASE                  PIC X(1) VALUE 'C'.
                        88  FASE-EMPRESAS       VALUE 'E'.
                    02  W-EMPRESA-ABERTA        PIC X(1) VALUE 'N'.
                        88  EMPRESA-ABERTA      VALUE 'S'.
                    02  W-QTDE-PROCESSADA       PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-INFORMES         PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-LINHAS-REL       PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-REGISTROS        PIC 9(8) VALUE ZEROS.
                    02  W-RFB-HASH              PIC 9(15)V99 VALUE ZEROS.
                    02  WS-CONTINUACAO          PIC X(1) VALUE 'N'.
                        88  RETOMA-MESMO-DIA    VALUE 'S'.

       PROCEDURE DIVISION.

            INIT.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                PERFORM LE-PARAM.
                STRING "ARQ-INFORME-" DELIMITED BY SIZE
                       W-ANO-BASE DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                    INTO WS-REL-FILENAME.
                STRING "ARQ-INFORME-RFB-" DELIMITED BY SIZE
                       W-ANO-BASE DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                    INTO W-RECEITA-FILENAME.
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
                PERFORM GRAVA-TRAILER-RECEITA.
                PERFORM CLOSE-FILES.
                PERFORM GRAVA-CATALOGO.
                MOVE 'F' TO W-JLG-EVENTO.
                MOVE W-QTDE-PROCESSADA TO W-JLG-QTDE.
                IF RETOMA-MESMO-DIA
                    MOVE 'S' TO W-JLG-CKPT
                END-IF.
                PERFORM GRAVA-JOBLOG.
                DISPLAY "INFORME " W-ANO-BASE " CONCLUIDO. CLIENTES: "
                    W-QTDE-PROCESSADA " INFORMES: " W-QTDE-INFORMES.
                STOP RUN.

           *> O ANO-BASE VEM DO ARQUIVO DE PARAMETRO; SEM O ARQUIVO, OU
           *> COM O CAMPO ZERADO, E O ANO ANTERIOR AO DE HOJE
           LE-PARAM.
                COMPUTE W-ANO-BASE = YEARS - 1.
                OPEN INPUT ARQ-PARAM.
                IF ARQ-PAR-OK EQUAL "00"
                    READ ARQ-PARAM
                        AT END CONTINUE
                        NOT AT END
                            IF PAR-ANO-BASE > ZEROS AND
                               PAR-ANO-BASE < YEARS
                                MOVE PAR-ANO-BASE TO W-ANO-BASE
                            END-IF
                    END-READ
                    CLOSE ARQ-PARAM
                ELSE
                    DISPLAY "ARQ-INFORME-PARAM.DAT AUSENTE, USANDO ANO-BASE " W-ANO-BASE
                END-IF.
                COMPUTE W-ANO-ANTERIOR = W-ANO-BASE - 1.
                COMPUTE W-DATA-ANTERIOR-NUM = W-ANO-ANTERIOR * 10000 + 1231.
                COMPUTE W-DATA-BASE-NUM = W-ANO-BASE * 10000 + 1231.

           *> LE O CHECKPOINT ANTERIOR, SE EXISTIR E FOR DE HOJE, PARA
           *> SABER DE QUAL CPF RETOMAR E COM QUE CONTAGEM E HASH
           LE-CHECKPOINT.
                MOVE ZEROS TO W-ULTIMO-CPF.
                MOVE ZEROS TO W-QTDE-PROCESSADA.
                MOVE ZEROS TO W-QTDE-REGISTROS.
                MOVE ZEROS TO W-RFB-HASH.
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
                                MOVE CKP-QTDE-REGISTROS TO W-QTDE-REGISTROS
                                MOVE CKP-HASH TO W-RFB-HASH
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
                OPEN INPUT ARQ-CDB.
                OPEN INPUT ARQ-EMPRESTIMO.
                *> RETOMANDO O MESMO DIA: ANEXA AO INFORME E AO ARQUIVO DA
                *> RECEITA JA GRAVADOS ANTES DO RESTART EM VEZ DE TRUNCAR
                IF RETOMA-MESMO-DIA
                    OPEN EXTEND ARQ-IMPRESSAO
                    IF ARQ-IMP-OK NOT EQUAL "00"
                        OPEN OUTPUT ARQ-IMPRESSAO
                    END-IF
                    OPEN EXTEND ARQ-RECEITA
                    IF ARQ-RFB-OK NOT EQUAL "00"
                        OPEN OUTPUT ARQ-RECEITA
                        PERFORM GRAVA-HEADER-RECEITA
                    END-IF
                ELSE
                    OPEN OUTPUT ARQ-IMPRESSAO
                    OPEN OUTPUT ARQ-RECEITA
                    PERFORM GRAVA-HEADER-RECEITA
                END-IF.

           GRAVA-HEADER-RECEITA.
                MOVE SPACES TO REG-RFB-HEADER.
                MOVE "00" TO RFH-TIPO.
                MOVE W-ANO-BASE TO RFH-ANO-BASE.
                COMPUTE RFH-DATA-GERACAO = YEARS * 10000 + MONTHS * 100 + DAYS.
                WRITE REG-RFB-HEADER.

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
                        PERFORM GERA-INFORME-CLIENTE
                        MOVE CLI-CPF TO W-ULTIMO-CPF
                        ADD 1 TO W-QTDE-PROCESSADA
                        IF FUNCTION MOD(W-QTDE-PROCESSADA, W-CHECKPOINT-INTERVALO) EQUAL ZEROS
                            PERFORM GRAVA-CHECKPOINT
                        END-IF
                END-READ.

           *> COLETA CONTAS, RENDIMENTOS E DIVIDAS NAS DUAS PASSADAS E SO
           *> COM ALGO A INFORMAR IMPRIME A PAGINA E GRAVA OS REGISTROS
           *> DA RECEITA
           GERA-INFORME-CLIENTE.
                MOVE CLI-CPF TO W-CPF-CLIENTE.
                MOVE 1 TO W-TIPO-INSCRICAO.
                MOVE CLI-CPF TO W-INSCRICAO.
                MOVE ZEROS TO W-QTDE-CONTAS.
                MOVE ZEROS TO W-QTDE-DIVIDAS.
                MOVE ZEROS TO W-REND-POUPANCA.
                MOVE ZEROS TO W-REND-CDB-BRUTO.
                MOVE ZEROS TO W-IR-RETIDO.
                PERFORM LISTA-CONTAS-TITULAR.
                PERFORM LISTA-CONTAS-SEGUNDO-TITULAR.
                COMPUTE W-REND-CDB-LIQUIDO = W-REND-CDB-BRUTO - W-IR-RETIDO.
                IF W-QTDE-CONTAS > ZEROS OR W-QTDE-DIVIDAS > ZEROS OR
                   W-REND-POUPANCA > ZEROS OR W-REND-CDB-BRUTO > ZEROS
                    ADD 1 TO W-QTDE-INFORMES
                    PERFORM GRAVA-CABECALHO
                    PERFORM IMPRIME-CONTAS
                    PERFORM IMPRIME-RENDIMENTOS
                    PERFORM IMPRIME-DIVIDAS
                    PERFORM GRAVA-QUEBRA-PAGINA
                    PERFORM GRAVA-RECEITA-CLIENTE
                END-IF.

           GRAVA-CABECALHO.
                MOVE SPACES TO REG-IMPRESSAO.
                STRING "INFORME DE RENDIMENTOS - ANO-CALENDARIO " DELIMITED BY SIZE
                       W-ANO-BASE DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.
                MOVE SPACES TO REG-IMPRESSAO.
                IF INSCRICAO-CNPJ
                    MOVE PJ-CNPJ TO M-CNPJ
                    STRING "CNPJ " DELIMITED BY SIZE
                           M-CNPJ DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           PJ-RAZAO-SOCIAL DELIMITED BY SIZE
                        INTO REG-IMPRESSAO
                ELSE
                    MOVE CLI-CPF TO M-CPF
                    STRING "CPF " DELIMITED BY SIZE
                           M-CPF DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CLI-NOME DELIMITED BY SIZE
                        INTO REG-IMPRESSAO
                END-IF.
                PERFORM GRAVA-LINHA-IMPRESSAO.
                MOVE SPACES TO REG-IMPRESSAO.
                STRING "EMITIDO EM " DELIMITED BY SIZE
                       DAYS DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       YEARS DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.

           *> PASSADA 1: CONTAS ONDE O CPF E O PRIMEIRO TITULAR, PELA
           *> CHAVE ALTERNATIVA. AQUI ENTRA TAMBEM A CONTA ENCERRADA: ELA
           *> PODE TER TIDO SALDO OU RENDIMENTO NO ANO-BASE
           LISTA-CONTAS-TITULAR.
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
                                PERFORM APURA-CONTA
                            END-IF
                    END-READ
                END-PERFORM.

           *> PASSADA 2: CONTAS CONJUNTAS ONDE O CPF E O SEGUNDO
           *> TITULAR (SEM CHAVE ALTERNATIVA PARA CPF2, VARREDURA
           *> COMPLETA POR COD-CONTA, COMO NA POSIÇÂO CONSOLIDADA)
           LISTA-CONTAS-SEGUNDO-TITULAR.
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
                               CPF NOT EQUAL W-CPF-CLIENTE
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
                        PERFORM GERA-INFORME-EMPRESA
                        MOVE PJ-CNPJ TO W-ULTIMO-CNPJ
                        ADD 1 TO W-QTDE-PROCESSADA
                        IF FUNCTION MOD(W-QTDE-PROCESSADA, W-CHECKPOINT-INTERVALO) EQUAL ZEROS
                            PERFORM GRAVA-CHECKPOINT
                        END-IF
                END-READ.

           *> INFORME DA EMPRESA: MESMA APURAÇÂO DO CLIENTE SOBRE AS
           *> CONTAS DE PESSOA JURIDICA DO CNPJ (SEM SEGUNDO TITULAR)
           GERA-INFORME-EMPRESA.
                MOVE ZEROS TO W-CPF-CLIENTE.
                MOVE 2 TO W-TIPO-INSCRICAO.
                MOVE PJ-CNPJ TO W-INSCRICAO.
                MOVE ZEROS TO W-QTDE-CONTAS.
                MOVE ZEROS TO W-QTDE-DIVIDAS.
                MOVE ZEROS TO W-REND-POUPANCA.
                MOVE ZEROS TO W-REND-CDB-BRUTO.
                MOVE ZEROS TO W-IR-RETIDO.
                PERFORM LISTA-CONTAS-EMPRESA.
                COMPUTE W-REND-CDB-LIQUIDO = W-REND-CDB-BRUTO - W-IR-RETIDO.
                IF W-QTDE-CONTAS > ZEROS OR W-QTDE-DIVIDAS > ZEROS OR
                   W-REND-POUPANCA > ZEROS OR W-REND-CDB-BRUTO > ZEROS
                    ADD 1 TO W-QTDE-INFORMES
                    PERFORM GRAVA-CABECALHO
                    PERFORM IMPRIME-CONTAS
                    PERFORM IMPRIME-RENDIMENTOS
                    PERFORM IMPRIME-DIVIDAS
                    PERFORM GRAVA-QUEBRA-PAGINA
                    PERFORM GRAVA-RECEITA-CLIENTE
                END-IF.

           *> CONTAS DO CNPJ, INCLUSIVE ENCERRADAS, POR VARREDURA COMPLETA
           LISTA-CONTAS-EMPRESA.
                MOVE ZEROS TO COD-CONTA.
                START ARQ-BANCO KEY IS NOT LESS THAN COD-CONTA
                    INVALID KEY MOVE 10 TO ARQ-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-OK
                END-START.
                PERFORM UNTIL ARQ-OK EQUAL 10
                    READ ARQ-BANCO NEXT RECORD
                        AT END MOVE 10 TO ARQ-OK
                        NOT AT END
                            IF TITULAR-PJ AND CNPJ EQUAL PJ-CNPJ
                                PERFORM APURA-CONTA
                            END-IF
                    END-READ
                END-PERFORM.

           *> CONTA ABERTA DEPOIS DO 31/12 DO ANO-BASE NÂO ENTRA; A
           *> ENCERRADA SO ENTRA NA LISTA DE SALDOS SE TEVE SALDO EM UM
           *> DOS DOIS 31/12, MAS O RENDIMENTO E A DIVIDA DELA CONTAM
           APURA-CONTA.
                MOVE DT-ABERTURA TO W-DATA-ABERTURA-NUM.
                IF W-DATA-ABERTURA-NUM NOT > W-DATA-BASE-NUM
                    PERFORM APURA-EXTRATO-CONTA
                    ADD W-REND-POUPANCA-CONTA TO W-REND-POUPANCA
                    IF NOT CONTA-FECHADA OR
                       W-SALDO-31-ANTERIOR NOT EQUAL ZEROS OR
                       W-SALDO-31-BASE NOT EQUAL ZEROS
                        PERFORM COLETA-CONTA
                    END-IF
                    PERFORM APURA-CDB-CONTA
                    PERFORM APURA-EMPRESTIMOS-CONTA
                END-IF.

           *> UMA VARREDURA DO EXTRATO DA CONTA DA OS DOIS SALDOS EM 31/12
           *> E O RENDIMENTO DE POUPANÇA DO ANO-BASE. PARA CADA DATA VALE
           *> O SALDO-ANTERIOR DO PRIMEIRO MOVIMENTO DEPOIS DELA; SEM
           *> MOVIMENTO DEPOIS, O SALDO-ATUAL DO ULTIMO ATE ELA; SEM
           *> MOVIMENTO NENHUM, O SALDO ATUAL DA CONTA, SE JA ESTAVA
           *> ABERTA NA DATA
           APURA-EXTRATO-CONTA.
                MOVE ZEROS TO W-SALDO-31-ANTERIOR.
                MOVE ZEROS TO W-SALDO-31-BASE.
                MOVE ZEROS TO W-REND-POUPANCA-CONTA.
                MOVE 'N' TO W-ACHOU-DEPOIS-ANT.
                MOVE 'N' TO W-ACHOU-DEPOIS-BASE.
                MOVE 'N' TO W-ACHOU-ATE-ANT.
                MOVE 'N' TO W-ACHOU-ATE-BASE.
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
                            IF EXT-COD-CONTA NOT EQUAL COD-CONTA OR
                               ACHOU-DEPOIS-BASE
                                MOVE 10 TO ARQ-EXT-OK
                            ELSE
                                PERFORM ACUMULA-MOVIMENTO
                            END-IF
                    END-READ
                END-PERFORM.
                IF NOT ACHOU-DEPOIS-ANTERIOR AND NOT ACHOU-ATE-ANTERIOR AND
                   W-DATA-ABERTURA-NUM NOT > W-DATA-ANTERIOR-NUM
                    MOVE W-SALDO TO W-SALDO-31-ANTERIOR
                END-IF.
                IF NOT ACHOU-DEPOIS-BASE AND NOT ACHOU-ATE-BASE
                    MOVE W-SALDO TO W-SALDO-31-BASE
                END-IF.

           ACUMULA-MOVIMENTO.
                MOVE EXT-DATA TO W-DATA-MOV-NUM.
                IF W-DATA-MOV-NUM NOT > W-DATA-ANTERIOR-NUM
                    MOVE EXT-SALDO-ATUAL TO W-SALDO-31-ANTERIOR
                    MOVE 'S' TO W-ACHOU-ATE-ANT
                ELSE
                    IF NOT ACHOU-DEPOIS-ANTERIOR
                        MOVE EXT-SALDO-ANTERIOR TO W-SALDO-31-ANTERIOR
                        MOVE 'S' TO W-ACHOU-DEPOIS-ANT
                    END-IF
                END-IF.
                IF W-DATA-MOV-NUM NOT > W-DATA-BASE-NUM
                    MOVE EXT-SALDO-ATUAL TO W-SALDO-31-BASE
                    MOVE 'S' TO W-ACHOU-ATE-BASE
                ELSE
                    MOVE EXT-SALDO-ANTERIOR TO W-SALDO-31-BASE
                    MOVE 'S' TO W-ACHOU-DEPOIS-BASE
                END-IF.
                IF EXT-RENDIMENTO AND EXT-DATA-ANO EQUAL W-ANO-BASE
                    ADD EXT-VALOR TO W-REND-POUPANCA-CONTA
                END-IF.

           COLETA-CONTA.
                IF W-QTDE-CONTAS < W-MAX-CONTAS
                    ADD 1 TO W-QTDE-CONTAS
                    SET CT-IDX TO W-QTDE-CONTAS
                    MOVE COD-CONTA TO CT-COD-CONTA (CT-IDX)
                    MOVE COD-AGENCIA TO CT-COD-AGENCIA (CT-IDX)
                    MOVE W-TIPO-CONTA TO CT-TIPO (CT-IDX)
                    IF CPF EQUAL W-CPF-CLIENTE
                        MOVE CPF2 TO CT-CPF-COTITULAR (CT-IDX)
                    ELSE
                        MOVE CPF TO CT-CPF-COTITULAR (CT-IDX)
                    END-IF
                    MOVE W-SALDO-31-ANTERIOR TO CT-SALDO-ANTERIOR (CT-IDX)
                    MOVE W-SALDO-31-BASE TO CT-SALDO-BASE (CT-IDX)
                ELSE
                    DISPLAY "TITULAR " W-INSCRICAO " COM MAIS DE " W-MAX-CONTAS
                        " CONTAS, CONTA " COD-CONTA " FORA DO INFORME"
                END-IF.

           *> CDB RESGATADO NO ANO-BASE: O RENDIMENTO BRUTO E O IR RETIDO
           *> NA FONTE NO RESGATE (TRIBUTAÇÂO EXCLUSIVA)
           APURA-CDB-CONTA.
                MOVE COD-CONTA TO CDB-COD-CONTA.
                MOVE ZEROS TO CDB-SEQUENCIA.
                START ARQ-CDB KEY IS NOT LESS THAN CDB-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-CDB-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-CDB-OK
                END-START.
                PERFORM UNTIL ARQ-CDB-OK EQUAL 10
                    READ ARQ-CDB NEXT RECORD
                        AT END MOVE 10 TO ARQ-CDB-OK
                        NOT AT END
                            IF CDB-COD-CONTA NOT EQUAL COD-CONTA
                                MOVE 10 TO ARQ-CDB-OK
                            ELSE
                                IF CDB-RESGATADO AND
                                   CDB-RESG-ANO EQUAL W-ANO-BASE
                                    ADD CDB-RENDIMENTO-ACUM TO W-REND-CDB-BRUTO
                                    ADD CDB-IR-RETIDO TO W-IR-RETIDO
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

           *> CONTRATOS DA CONTA FIRMADOS ATE O 31/12 DO ANO-BASE, COM O
           *> SALDO DEVEDOR NOS DOIS 31/12
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
                                IF EMP-CONTR-ANO NOT > W-ANO-BASE
                                    PERFORM APURA-DIVIDA
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

           APURA-DIVIDA.
                MOVE W-ANO-ANTERIOR TO W-ANO-CALCULO.
                PERFORM CALCULA-SALDO-DEVEDOR.
                MOVE W-SALDO-DEVEDOR TO W-DEVEDOR-ANTERIOR.
                MOVE W-ANO-BASE TO W-ANO-CALCULO.
                PERFORM CALCULA-SALDO-DEVEDOR.
                IF W-DEVEDOR-ANTERIOR > ZEROS OR W-SALDO-DEVEDOR > ZEROS
                    IF W-QTDE-DIVIDAS < W-MAX-DIVIDAS
                        ADD 1 TO W-QTDE-DIVIDAS
                        SET DV-IDX TO W-QTDE-DIVIDAS
                        MOVE EMP-COD-CONTA TO DV-COD-CONTA (DV-IDX)
                        MOVE EMP-SEQUENCIA TO DV-CONTRATO (DV-IDX)
                        MOVE W-DEVEDOR-ANTERIOR TO DV-SALDO-ANTERIOR (DV-IDX)
                        MOVE W-SALDO-DEVEDOR TO DV-SALDO-BASE (DV-IDX)
                    ELSE
                        DISPLAY "TITULAR " W-INSCRICAO " COM MAIS DE " W-MAX-DIVIDAS
                            " CONTRATOS, CONTRATO " EMP-CHAVE " FORA DO INFORME"
                    END-IF
                END-IF.

           *> SALDO DEVEDOR EM 31/12 DE W-ANO-CALCULO PELA TABELA PRICE:
           *> A PRIMEIRA PARCELA VENCE NO MES SEGUINTE AO DA CONTRATAÇÂO,
           *> ENTÂO ATE DEZEMBRO VENCERAM TANTAS PARCELAS QUANTOS MESES SE
           *> PASSARAM; O SALDO E O VALOR PRESENTE DAS QUE FALTAM
           CALCULA-SALDO-DEVEDOR.
                MOVE ZEROS TO W-SALDO-DEVEDOR.
                IF EMP-CONTR-ANO NOT > W-ANO-CALCULO
                    COMPUTE W-PARCELAS-VENCIDAS = (W-ANO-CALCULO * 12 + 12)
                        - (EMP-CONTR-ANO * 12 + EMP-CONTR-MES)
                    IF W-PARCELAS-VENCIDAS < EMP-QTDE-PARCELAS
                        COMPUTE W-PARCELAS-RESTANTES =
                            EMP-QTDE-PARCELAS - W-PARCELAS-VENCIDAS
                        COMPUTE W-TAXA-DEC = EMP-TAXA-MENSAL / 100
                        IF W-TAXA-DEC EQUAL ZEROS
                            COMPUTE W-SALDO-DEVEDOR =
                                EMP-VALOR-PARCELA * W-PARCELAS-RESTANTES
                        ELSE
                            COMPUTE W-FATOR ROUNDED =
                                (1 + W-TAXA-DEC) ** W-PARCELAS-RESTANTES
                            COMPUTE W-SALDO-DEVEDOR ROUNDED = EMP-VALOR-PARCELA *
                                (W-FATOR - 1) / (W-TAXA-DEC * W-FATOR)
                        END-IF
                    END-IF
                END-IF.

           IMPRIME-CONTAS.
                MOVE SPACES TO REG-IMPRESSAO.
                STRING "SALDOS EM CONTA" DELIMITED BY SIZE
                       "                 EM 31/12/" DELIMITED BY SIZE
                       W-ANO-ANTERIOR DELIMITED BY SIZE
                       "   EM 31/12/" DELIMITED BY SIZE
                       W-ANO-BASE DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.
                IF W-QTDE-CONTAS EQUAL ZEROS
                    MOVE SPACES TO REG-IMPRESSAO
                    MOVE "  SEM SALDO EM CONTA A INFORMAR" TO REG-IMPRESSAO
                    PERFORM GRAVA-LINHA-IMPRESSAO
                END-IF.
                SET CT-IDX TO 1.
                PERFORM GRAVA-LINHA-CONTA
                    UNTIL CT-IDX > W-QTDE-CONTAS.

           GRAVA-LINHA-CONTA.
                MOVE SPACES TO REG-IMPRESSAO.
                MOVE CT-SALDO-ANTERIOR (CT-IDX) TO M-VALOR.
                MOVE CT-SALDO-BASE (CT-IDX) TO M-VALOR2.
                STRING "  AG " DELIMITED BY SIZE
                       CT-COD-AGENCIA (CT-IDX) DELIMITED BY SIZE
                       " CONTA " DELIMITED BY SIZE
                       CT-COD-CONTA (CT-IDX) DELIMITED BY SIZE
                       " TIPO " DELIMITED BY SIZE
                       CT-TIPO (CT-IDX) DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       M-VALOR2 DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.
                IF CT-CPF-COTITULAR (CT-IDX) > ZEROS
                    MOVE SPACES TO REG-IMPRESSAO
                    MOVE CT-CPF-COTITULAR (CT-IDX) TO M-CPF
                    STRING "    CONTA CONJUNTA COM O CPF " DELIMITED BY SIZE
                           M-CPF DELIMITED BY SIZE
                        INTO REG-IMPRESSAO
                    PERFORM GRAVA-LINHA-IMPRESSAO
                END-IF.
                SET CT-IDX UP BY 1.

           IMPRIME-RENDIMENTOS.
                MOVE SPACES TO REG-IMPRESSAO.
                MOVE W-REND-POUPANCA TO M-VALOR.
                STRING "RENDIMENTOS ISENTOS - POUPANCA " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.
                MOVE SPACES TO REG-IMPRESSAO.
                MOVE "RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA - CDB" TO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.
                MOVE SPACES TO REG-IMPRESSAO.
                MOVE W-REND-CDB-BRUTO TO M-VALOR.
                MOVE W-IR-RETIDO TO M-VALOR2.
                MOVE W-REND-CDB-LIQUIDO TO M-VALOR3.
                STRING "  BRUTO " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " IR RETIDO " DELIMITED BY SIZE
                       M-VALOR2 DELIMITED BY SIZE
                       " LIQUIDO " DELIMITED BY SIZE
                       M-VALOR3 DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.

           IMPRIME-DIVIDAS.
                MOVE SPACES TO REG-IMPRESSAO.
                STRING "DIVIDAS E ONUS" DELIMITED BY SIZE
                       "                  EM 31/12/" DELIMITED BY SIZE
                       W-ANO-ANTERIOR DELIMITED BY SIZE
                       "   EM 31/12/" DELIMITED BY SIZE
                       W-ANO-BASE DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.
                IF W-QTDE-DIVIDAS EQUAL ZEROS
                    MOVE SPACES TO REG-IMPRESSAO
                    MOVE "  SEM EMPRESTIMOS A INFORMAR" TO REG-IMPRESSAO
                    PERFORM GRAVA-LINHA-IMPRESSAO
                END-IF.
                SET DV-IDX TO 1.
                PERFORM GRAVA-LINHA-DIVIDA
                    UNTIL DV-IDX > W-QTDE-DIVIDAS.

           GRAVA-LINHA-DIVIDA.
                MOVE SPACES TO REG-IMPRESSAO.
                MOVE DV-SALDO-ANTERIOR (DV-IDX) TO M-VALOR.
                MOVE DV-SALDO-BASE (DV-IDX) TO M-VALOR2.
                STRING "  EMPRESTIMO " DELIMITED BY SIZE
                       DV-COD-CONTA (DV-IDX) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       DV-CONTRATO (DV-IDX) DELIMITED BY SIZE
                       "      " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       M-VALOR2 DELIMITED BY SIZE
                    INTO REG-IMPRESSAO.
                PERFORM GRAVA-LINHA-IMPRESSAO.
                SET DV-IDX UP BY 1.

           GRAVA-QUEBRA-PAGINA.
                *> QUEBRA DE PAGINA ENTRE UM CLIENTE E O SEGUINTE (FF PARA A IMPRESSORA)
                MOVE SPACES TO REG-IMPRESSAO.
                MOVE X"0C" TO REG-IMPRESSAO (1:1).
                PERFORM GRAVA-LINHA-IMPRESSAO.

           GRAVA-LINHA-IMPRESSAO.
                WRITE REG-IMPRESSAO.
                ADD 1 TO W-QTDE-LINHAS-REL.

           *> REGISTROS DO CPF NO ARQUIVO DA RECEITA: UM 01 POR CONTA, UM
           *> 02 COM OS RENDIMENTOS (SO SE HOUVE ALGUM) E UM 03 POR
           *> CONTRATO
           GRAVA-RECEITA-CLIENTE.
                SET CT-IDX TO 1.
                PERFORM GRAVA-RECEITA-CONTA
                    UNTIL CT-IDX > W-QTDE-CONTAS.
                IF W-REND-POUPANCA > ZEROS OR W-REND-CDB-BRUTO > ZEROS
                    MOVE SPACES TO REG-RFB-RENDIMENTO
                    MOVE "02" TO RFR-TIPO
                    MOVE W-TIPO-INSCRICAO TO RFR-TIPO-INSCRICAO
                    MOVE W-INSCRICAO TO RFR-INSCRICAO
                    MOVE W-REND-POUPANCA TO RFR-ISENTO-POUPANCA
                    MOVE W-REND-CDB-BRUTO TO RFR-CDB-BRUTO
                    MOVE W-IR-RETIDO TO RFR-IR-RETIDO
                    ADD W-REND-POUPANCA TO W-RFB-HASH
                    ADD W-REND-CDB-BRUTO TO W-RFB-HASH
                    ADD W-IR-RETIDO TO W-RFB-HASH
                    ADD 1 TO W-QTDE-REGISTROS
                    WRITE REG-RFB-RENDIMENTO
                END-IF.
                SET DV-IDX TO 1.
                PERFORM GRAVA-RECEITA-DIVIDA
                    UNTIL DV-IDX > W-QTDE-DIVIDAS.

           GRAVA-RECEITA-CONTA.
                MOVE SPACES TO REG-RFB-CONTA.
                MOVE "01" TO RFC-TIPO.
                MOVE W-TIPO-INSCRICAO TO RFC-TIPO-INSCRICAO.
                MOVE W-INSCRICAO TO RFC-INSCRICAO.
                MOVE CT-COD-AGENCIA (CT-IDX) TO RFC-COD-AGENCIA.
                MOVE CT-COD-CONTA (CT-IDX) TO RFC-COD-CONTA.
                MOVE CT-TIPO (CT-IDX) TO RFC-TIPO-CONTA.
                MOVE CT-CPF-COTITULAR (CT-IDX) TO RFC-CPF-COTITULAR.
                MOVE CT-SALDO-ANTERIOR (CT-IDX) TO RFC-SALDO-ANTERIOR.
                MOVE CT-SALDO-BASE (CT-IDX) TO RFC-SALDO-BASE.
                MOVE CT-SALDO-ANTERIOR (CT-IDX) TO W-VALOR-ABSOLUTO.
                ADD W-VALOR-ABSOLUTO TO W-RFB-HASH.
                MOVE CT-SALDO-BASE (CT-IDX) TO W-VALOR-ABSOLUTO.
                ADD W-VALOR-ABSOLUTO TO W-RFB-HASH.
                ADD 1 TO W-QTDE-REGISTROS.
                WRITE REG-RFB-CONTA.
                SET CT-IDX UP BY 1.

           GRAVA-RECEITA-DIVIDA.
                MOVE SPACES TO REG-RFB-DIVIDA.
                MOVE "03" TO RFD-TIPO.
                MOVE W-TIPO-INSCRICAO TO RFD-TIPO-INSCRICAO.
                MOVE W-INSCRICAO TO RFD-INSCRICAO.
                MOVE DV-COD-CONTA (DV-IDX) TO RFD-COD-CONTA.
                MOVE DV-CONTRATO (DV-IDX) TO RFD-CONTRATO.
                MOVE DV-SALDO-ANTERIOR (DV-IDX) TO RFD-SALDO-ANTERIOR.
                MOVE DV-SALDO-BASE (DV-IDX) TO RFD-SALDO-BASE.
                ADD DV-SALDO-ANTERIOR (DV-IDX) TO W-RFB-HASH.
                ADD DV-SALDO-BASE (DV-IDX) TO W-RFB-HASH.
                ADD 1 TO W-QTDE-REGISTROS.
                WRITE REG-RFB-DIVIDA.
                SET DV-IDX UP BY 1.

           GRAVA-TRAILER-RECEITA.
                MOVE SPACES TO REG-RFB-TRAILER.
                MOVE "99" TO RFT-TIPO.
                MOVE W-QTDE-REGISTROS TO RFT-QTDE.
                MOVE W-RFB-HASH TO RFT-HASH.
                WRITE REG-RFB-TRAILER.

           *> GRAVA O ULTIMO CPF PROCESSADO, A CONTAGEM E O HASH DO
           *> ARQUIVO DA RECEITA PARA PERMITIR RESTART
           GRAVA-CHECKPOINT.
                OPEN OUTPUT ARQ-CHECKPOINT.
                MOVE W-ULTIMO-CPF TO CKP-ULTIMO-CPF.
                MOVE W-QTDE-PROCESSADA TO CKP-QTDE-PROCESSADA.
                MOVE W-QTDE-REGISTROS TO CKP-QTDE-REGISTROS.
                MOVE W-RFB-HASH TO CKP-HASH.
                MOVE DATE-TIME TO CKP-DATA.
                MOVE W-FASE TO CKP-FASE.
                MOVE W-ULTIMO-CNPJ TO CKP-ULTIMO-CNPJ.
                WRITE REG-CKPT-INFORME.
                CLOSE ARQ-CHECKPOINT.

            CLOSE-FILES.
                CLOSE ARQ-CLIENTE.
                CLOSE ARQ-BANCO.
                IF EMPRESA-ABERTA
                    CLOSE ARQ-EMPRESA
                END-IF.
                CLOSE ARQ-EXTRATO.
                CLOSE ARQ-CDB.
                CLOSE ARQ-EMPRESTIMO.
                CLOSE ARQ-IMPRESSAO.
                CLOSE ARQ-RECEITA.

           *> ANOTA NO DIARIO CENTRAL DE EXECUÇÔES (ARQ-JOBLOG.DAT) O
           *> INICIO ('I') E O FIM ('F') DESTA EXECUÇÂO; UM 'I' SEM 'F'
           *> CORRESPONDENTE DENUNCIA FIM ANORMAL
           GRAVA-JOBLOG.
                OPEN EXTEND ARQ-JOBLOG.
                IF ARQ-JLG-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-JOBLOG
                END-IF.
                MOVE "CONTA-INFORME" TO JLG-JOB.
                MOVE W-JLG-EVENTO TO JLG-EVENTO.
                COMPUTE JLG-DATA = YEARS * 10000 + MONTHS * 100 + DAYS.
                ACCEPT W-JLG-TIME FROM TIME.
                MOVE W-JLG-TIME (1:6) TO JLG-HORA.
                MOVE W-JLG-QTDE TO JLG-QTDE.
                MOVE W-JLG-CKPT TO JLG-CHECKPOINT.
                WRITE REG-JOBLOG.
                CLOSE ARQ-JOBLOG.

           *> REGISTRA O INFORME IMPRESSO NO CATALOGO CENTRAL DE
           *> RELATORIOS, COM A CONTAGEM DE LINHAS GRAVADAS, PARA A TELA
           *> DE CONSULTA LOCALIZA-LO E O EXPURGO APLICAR A RETENÇÂO
           GRAVA-CATALOGO.
                OPEN EXTEND ARQ-CATALOGO.
                IF ARQ-CAT-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-CATALOGO
                END-IF.
                MOVE "CONTA-INFORME" TO CAT-JOB.
                MOVE WS-REL-FILENAME TO CAT-ARQUIVO.
                COMPUTE CAT-DATA = YEARS * 10000 + MONTHS * 100 + DAYS.
                MOVE W-QTDE-LINHAS-REL TO CAT-QTDE.
                WRITE REG-CATALOGO.
                CLOSE ARQ-CATALOGO.

       END PROGRAM CONTA-INFORME.
