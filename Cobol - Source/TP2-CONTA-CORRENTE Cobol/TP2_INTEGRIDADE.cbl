       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-INTEGRIDADE.

      *> JOB DE INTEGRIDADE REFERENCIAL DO CONJUNTO DE ARQUIVOS DA CONTA
      *> CORRENTE, NOTURNO OU SOB DEMANDA (DEPOIS DE RESTORE OU
      *> OFFLOAD): O CONTA-AUDITORIA-EXTRATO SO CONFERE A CADEIA DE
      *> SALDOS; AQUI SE CONFERE CADA ELO ENTRE ARQUIVOS. A CONTA PRECISA
      *> DO TITULAR E DO SEGUNDO TITULAR EM ARQ-CLIENTE, DE AGENCIA
      *> CADASTRADA (ATIVA, SE A CONTA ESTA EM USO), DO PACOTE EM
      *> ARQ-PACOTE E DE W-ULT-EXT-SEQ NÂO MENOR QUE A MAIOR SEQUENCIA
      *> DO EXTRATO. CHEQUE, EMPRESTIMO, ORDEM AGENDADA, BLOQUEIO,
      *> PEDIDO DE APROVAÇÂO, OPERAÇÂO RETIDA E TRANSFERENCIA EXTERNA
      *> PRECISAM DE CONTA EXISTENTE, E O QUE AINDA ESTA EM ABERTO NÂO
      *> PODE ESTAR EM CONTA ENCERRADA; O MESMO VALE PARA A APLICAÇÂO
      *> EM CDB. CARTÂO DE DEBITO E AUTORIZAÇÂO DE DEBITO AUTOMATICO
      *> PRECISAM DE CONTA EXISTENTE, E A RECLAMAÇÂO DO SAC PRECISA DA
      *> CONTA E DO CPF CADASTRADOS. A FILA DE NOTIFICAÇÔES PRECISA
      *> DE CPF CADASTRADO. CONTA DE EMPRESA PRECISA DO CNPJ EM
      *> ARQ-EMPRESA (NO LUGAR DO CPF EM ARQ-CLIENTE) E TODO
      *> REPRESENTANTE LEGAL PRECISA DA SUA EMPRESA; NOTIFICAÇÂO DE
      *> CONTA DE EMPRESA VEM SEM CPF E SO CONFERE A CONTA. SO LE, NÂO
      *> CORRIGE NADA: O RELATORIO LISTA
      *> CADA EXCEÇÂO COM O ARQUIVO, A REGRA E A CHAVE, E FECHA COM A
      *> CONTAGEM POR REGRA. NO DIARIO DE EXECUÇÔES A CONTAGEM DO 'F' E
      *> O TOTAL DE EXCEÇÔES, PARA A TENDENCIA APARECER NO RELATORIO DO
      *> JOBLOG. ARQUIVO SATELITE AUSENTE TEM A PASSADA PULADA E AVISADA.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARQ-BANCO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS COD-CONTA
                       FILE STATUS ARQ-OK.

                   SELECT ARQ-CLIENTE ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CLI-CPF
                       FILE STATUS ARQ-CLI-OK.

                   SELECT ARQ-AGENCIA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS AGE-COD-AGENCIA
                       FILE STATUS ARQ-AGE-OK.

                   SELECT ARQ-PACOTE ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS PAC-CODIGO
                       FILE STATUS ARQ-PAC-OK.

                   SELECT ARQ-EXTRATO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS EXT-CHAVE
                       FILE STATUS ARQ-EXT-OK.

                   SELECT ARQ-CHEQUE ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CHQ-CHAVE
                       FILE STATUS ARQ-CHQ-OK.

                   SELECT ARQ-EMPRESTIMO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS EMP-CHAVE
                       FILE STATUS ARQ-EMP-OK.

                   SELECT ARQ-AGENDA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS AGD-CHAVE
                       FILE STATUS ARQ-AGD-OK.

                   SELECT ARQ-BLOQUEIO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS BLQ-CHAVE
                       FILE STATUS ARQ-BLQ-OK.

                   SELECT ARQ-APROVACAO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS APR-CHAVE
                       FILE STATUS ARQ-APR-OK.

                   SELECT ARQ-PENDENTE ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS PEN-CHAVE
                       FILE STATUS ARQ-PEN-OK.

                   SELECT ARQ-TRANSF-EXT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS TEX-CHAVE
                       FILE STATUS ARQ-TEX-OK.

                   SELECT ARQ-NOTIFICACAO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS NOT-CHAVE
                       FILE STATUS ARQ-NOT-OK.

                   SELECT ARQ-EMPRESA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS PJ-CNPJ
                       FILE STATUS ARQ-PJ-OK.

                   SELECT ARQ-REPRESENTANTE ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS REP-CHAVE
                       ALTERNATE RECORD KEY IS REP-CPF WITH DUPLICATES
                       FILE STATUS ARQ-REP-OK.

                   SELECT ARQ-CDB ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CDB-CHAVE
                       FILE STATUS ARQ-CDB-OK.

                   SELECT ARQ-CARTAO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CRT-NUMERO
                       FILE STATUS ARQ-CRT-OK.

                   SELECT ARQ-DEBAUT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS DAU-CHAVE
                       FILE STATUS ARQ-DAU-OK.

                   SELECT ARQ-SAC ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS SAC-PROTOCOLO
                       FILE STATUS ARQ-SAC-OK.

                   SELECT ARQ-RELATORIO ASSIGN TO WS-REL-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-REL-OK.

                   SELECT ARQ-JOBLOG ASSIGN TO "ARQ-JOBLOG.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-JLG-OK.

                   SELECT ARQ-CATALOGO ASSIGN TO "ARQ-RELATORIO-CATALOGO.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-CAT-OK.

       DATA DIVISION.

           FILE SECTION.
               FD ARQ-BANCO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-BANCO.DAT".

               COPY REGBANCO.

               FD ARQ-CLIENTE LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CLIENTE.DAT".

               COPY CLIENTE.

               FD ARQ-AGENCIA LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-AGENCIA.DAT".

               COPY AGENCIA.

               FD ARQ-PACOTE LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-PACOTE.DAT".

               COPY PACOTE.

               FD ARQ-EXTRATO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EXTRATO.DAT".

               COPY EXTRATO.

               FD ARQ-CHEQUE LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CHEQUE.DAT".

               COPY CHEQUE.

               FD ARQ-EMPRESTIMO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EMPRESTIMO.DAT".

               COPY EMPREST.

               FD ARQ-AGENDA LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-AGENDA.DAT".

               COPY AGENDA.

               FD ARQ-BLOQUEIO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-BLOQUEIO.DAT".

               COPY BLOQUEIO.

               FD ARQ-APROVACAO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-APROVACAO.DAT".

               COPY APROVLIM.

               FD ARQ-PENDENTE LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-PENDENTE.DAT".

               COPY PENDOPER.

               FD ARQ-TRANSF-EXT LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-TRANSF-EXT.DAT".

               COPY TRANSFEXT.

               FD ARQ-NOTIFICACAO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-NOTIFICACAO.DAT".

               COPY NOTIFICA.

               FD ARQ-EMPRESA LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EMPRESA.DAT".

               COPY EMPRESA.

               FD ARQ-REPRESENTANTE LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-REPRESENTANTE.DAT".

               COPY REPRES.

               FD ARQ-CDB LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CDB.DAT".

               COPY CDB.

               FD ARQ-CARTAO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CARTAO.DAT".

               COPY CARTAO.

               FD ARQ-DEBAUT LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-DEBAUT.DAT".

               COPY DEBAUT.

               FD ARQ-SAC LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-SAC.DAT".

               COPY SACRECL.

               FD ARQ-RELATORIO LABEL RECORDS STANDARD.

               01  REG-RELATORIO               PIC X(130).

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
                    02  ARQ-OK              PIC 9(2).
                    02  ARQ-CLI-OK          PIC 9(2).
                    02  ARQ-AGE-OK          PIC 9(2).
                    02  ARQ-PAC-OK          PIC 9(2).
                    02  ARQ-EXT-OK          PIC 9(2).
                    02  ARQ-CHQ-OK          PIC 9(2).
                    02  ARQ-EMP-OK          PIC 9(2).
                    02  ARQ-AGD-OK          PIC 9(2).
                    02  ARQ-BLQ-OK          PIC 9(2).
                    02  ARQ-APR-OK          PIC 9(2).
                    02  ARQ-PEN-OK          PIC 9(2).
                    02  ARQ-TEX-OK          PIC 9(2).
                    02  ARQ-NOT-OK          PIC 9(2).
                    02  ARQ-PJ-OK           PIC 9(2).
                    02  ARQ-REP-OK          PIC 9(2).
                    02  ARQ-CDB-OK          PIC 9(2).
                    02  ARQ-CRT-OK          PIC 9(2).
                    02  ARQ-DAU-OK          PIC 9(2).
                    02  ARQ-SAC-OK          PIC 9(2).
                    02  ARQ-REL-OK          PIC X(2).

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                    02 MONTHS           PIC 9(02).
                    02 DAYS             PIC 9(02).

                01 MASK-VARIABLES.
                    02  M-QTDE              PIC ZZZZZ9.

      *> REGRAS VERIFICADAS: ARQUIVO, CODIGO DA REGRA E DESCRIÇÂO, NA
      *> ORDEM DAS PASSADAS; O NUMERO DA ENTRADA E O INDICE DA REGRA
                01 TABELA-REGRAS-PADRAO.
                    02  FILLER              PIC X(64) VALUE
                        "ARQ-BANCO       R01CPF DO TITULAR NAO CONSTA EM ARQ-CLIENTE     ".
                    02  FILLER              PIC X(64) VALUE
                        "ARQ-BANCO       R02CPF2 NAO CONSTA EM ARQ-CLIENTE               ".
                    02  FILLER              PIC X(64) VALUE
                        "ARQ-BANCO       R03AGENCIA NAO CONSTA EM ARQ-AGENCIA            ".
                    02  FILLER              PIC X(64) VALUE
                        "ARQ-BANCO       R04CONTA EM USO EM AGENCIA INATIVA              ".
                    02  FILLER              PIC X(64) VALUE
                        "ARQ-BANCO       R05PACOTE NAO CONSTA EM ARQ-PACOTE              ".
                    02  FILLER              PIC X(64) VALUE
                        "ARQ-BANCO       R06W-ULT-EXT-SEQ ABAIXO DA MAIOR SEQ DO EXTRATO ".
                    02  FILLER              PIC X(64) VALUE
                        "ARQ-CHEQUE      R07CONTA INEXISTENTE                            ".
                    02  FILLER              PIC X(64) VALUE
                        "ARQ-CHEQUE      R08FOLHA EM ABERTO EM CONTA ENCERRADA           ".
                    02  FILLER              PIC X(64) VALUE
                        "ARQ-EMPRESTIMO  R09CONTA INEXISTENTE                            ".
                    02  FILLER              PIC X(64) VALUE
                        "ARQ-EMPRESTIMO  R10CONTRATO ATIVO EM CONTA ENCERRADA            ".
                    02  FILLER              PIC X(64) VALUE
                        "ARQ-AGENDA      R11CONTA INEXISTENTE                            ".
                    02  FILLER              PIC X(64) VALUE
                        "ARQ-AGENDA      R12ORDEM ATIVA EM CONTA ENCERRADA               ".
                    02  FILLER              PIC X(64) VALUE
                        "ARQ-AGENDA      R13CONTA DESTINO INEXISTENTE                    ".
                    02  FILLER              PIC X(64) VALUE
                        "ARQ-AGENDA      R14ORDEM ATIVA PARA CONTA DESTINO ENCERRADA     ".
                    02  FILLER              PIC X(64) VALUE
                        "ARQ-BLOQUEIO    R15CONTA INEXISTENTE                            ".
                    02  FILLER              PIC X(64) VALUE
                        "ARQ-BLOQUEIO    R16BLOQUEIO ATIVO EM CONTA ENCERRADA            ".
                    02  FILLER              PIC X(64) VALUE
                        "ARQ-APROVACAO   R17CONTA INEXISTENTE                            ".
                    02  FILLER              PIC X(64) VALUE
                        "ARQ-APROVACAO   R18PEDIDO DE LIMITE PENDENTE EM CONTA ENCERRADA ".
                    02  FILLER              PIC X(64) VALUE
                        "ARQ-APROVACAO   R19PEDIDO DE REABERTURA EM CONTA NAO ENCERRADA  ".
                    02  FILLER              PIC X(64) VALUE
                        "ARQ-PENDENTE    R20CONTA INEXISTENTE                            ".
                    02  FILLER              PIC X(64) VALUE
                        "ARQ-PENDENTE    R21OPERACAO RETIDA PENDENTE EM CONTA ENCERRADA  ".
                    02  FILLER              PIC X(64) VALUE
                        "ARQ-TRANSF-EXT  R22CONTA INEXISTENTE                            ".
                    02  FILLER              PIC X(64) VALUE
                        "ARQ-TRANSF-EXT  R23TRANSFERENCIA PENDENTE EM CONTA ENCERRADA    ".
                    02  FILLER              PIC X(64) VALUE
                        "ARQ-NOTIFICACAO R24CPF NAO CONSTA EM ARQ-CLIENTE                ".
                    02  FILLER              PIC X(64) VALUE
                        "ARQ-NOTIFICACAO R25CONTA INEXISTENTE                            ".
                    02  FILLER              PIC X(64) VALUE
                        "ARQ-BANCO       R26CNPJ DO TITULAR NAO CONSTA EM ARQ-EMPRESA    ".
                    02  FILLER              PIC X(64) VALUE
                        "ARQ-REPRESENTANTR27CNPJ NAO CONSTA EM ARQ-EMPRESA               ".
                    02  FILLER              PIC X(64) VALUE
                        "ARQ-CDB         R28CONTA INEXISTENTE                            ".
                    02  FILLER              PIC X(64) VALUE
                        "ARQ-CDB         R29APLICACAO ATIVA EM CONTA ENCERRADA           ".
                    02  FILLER              PIC X(64) VALUE
                        "ARQ-CARTAO      R30CONTA INEXISTENTE                            ".
                    02  FILLER              PIC X(64) VALUE
                        "ARQ-DEBAUT      R31CONTA INEXISTENTE                            ".
                    02  FILLER              PIC X(64) VALUE
                        "ARQ-SAC         R32CONTA INEXISTENTE                            ".
                    02  FILLER              PIC X(64) VALUE
                        "ARQ-SAC         R33CPF NAO CONSTA EM ARQ-CLIENTE                ".
                01 TABELA-REGRAS REDEFINES TABELA-REGRAS-PADRAO.
                    02  RG-ENTRADA OCCURS 33 TIMES INDEXED BY RG-IDX.
                        03  RG-ARQUIVO      PIC X(16).
                        03  RG-CODIGO       PIC X(3).
                        03  RG-DESCRICAO    PIC X(45).

                01 CONTAGEM-REGRAS.
                    02  W-QTDE-REGRAS           PIC 99 VALUE 33.
                    02  RG-QTDE OCCURS 33 TIMES PIC 9(6).

                01 INTEGRIDADE-VARIABLES.
                    02  W-REGRA                 PIC 99.
                    02  W-CHAVE-TEXTO           PIC X(44).
                    02  W-CONTA-BUSCA           PIC 9(7).
                    02  W-CONTA-EXISTE          PIC X(1).
                        88  CONTA-EXISTE        VALUE 'S'.
                    02  W-STATUS-CONTA          PIC X(1).
                        88  CONTA-ENCERRADA     VALUE 'F'.
                    02  W-MAIOR-SEQ-EXT         PIC 9(6).
                    02  W-EMPRESA-ABERTA        PIC X(1).
                        88  EMPRESA-ABERTA      VALUE 'S'.
                    02  W-EMPRESA-EXISTE        PIC X(1).
                        88  EMPRESA-EXISTE      VALUE 'S'.

                01 WS-CONTROLE.
                    02  WS-EOF                  PIC X(1) VALUE 'N'.
                        88  FIM-ARQUIVO         VALUE 'S'.
                    02  W-QTDE-VERIFICADOS      PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-EXCECOES         PIC 9(8) VALUE ZEROS.

       PROCEDURE DIVISION.

            INIT.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                STRING "ARQ-INTEGRIDADE-" DELIMITED BY SIZE
                       YEARS  DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       DAYS   DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                    INTO WS-REL-FILENAME.
                MOVE 'I' TO W-JLG-EVENTO.
                MOVE ZEROS TO W-JLG-QTDE.
                MOVE 'N' TO W-JLG-CKPT.
                PERFORM GRAVA-JOBLOG.
                PERFORM OPEN-FILES.
                PERFORM VERIFICA-CONTAS.
                PERFORM VERIFICA-CHEQUES.
                PERFORM VERIFICA-EMPRESTIMOS.
                PERFORM VERIFICA-AGENDA.
                PERFORM VERIFICA-BLOQUEIOS.
                PERFORM VERIFICA-APROVACOES.
                PERFORM VERIFICA-PENDENTES.
                PERFORM VERIFICA-TRANSF-EXT.
                PERFORM VERIFICA-NOTIFICACOES.
                PERFORM VERIFICA-REPRESENTANTES.
                PERFORM VERIFICA-CDBS.
                PERFORM VERIFICA-CARTOES.
                PERFORM VERIFICA-DEBAUTS.
                PERFORM VERIFICA-RECLAMACOES.
                PERFORM IMPRIME-TOTAIS.
                PERFORM CLOSE-FILES.
                PERFORM GRAVA-CATALOGO.
                MOVE 'F' TO W-JLG-EVENTO.
                MOVE W-QTDE-EXCECOES TO W-JLG-QTDE.
                PERFORM GRAVA-JOBLOG.
                DISPLAY "INTEGRIDADE CONCLUIDA. REGISTROS VERIFICADOS: " W-QTDE-VERIFICADOS
                        " EXCECOES: " W-QTDE-EXCECOES.
                STOP RUN.

            OPEN-FILES.
                OPEN INPUT ARQ-BANCO.
                OPEN INPUT ARQ-CLIENTE.
                OPEN INPUT ARQ-AGENCIA.
                OPEN INPUT ARQ-PACOTE.
                OPEN INPUT ARQ-EXTRATO.
                *> SEM CADASTRO DE EMPRESAS NENHUM CNPJ CONSTA: AS CONTAS
                *> DE EMPRESA E OS REPRESENTANTES SAEM TODOS COMO EXCEÇÂO
                MOVE 'S' TO W-EMPRESA-ABERTA.
                OPEN INPUT ARQ-EMPRESA.
                IF ARQ-PJ-OK NOT EQUAL ZEROS
                    MOVE 'N' TO W-EMPRESA-ABERTA
                    DISPLAY "ARQ-EMPRESA.DAT AUSENTE, NENHUM CNPJ CONSTA"
                END-IF.
                OPEN OUTPUT ARQ-RELATORIO.
                MOVE 1 TO W-REGRA.
                PERFORM UNTIL W-REGRA > W-QTDE-REGRAS
                    MOVE ZEROS TO RG-QTDE (W-REGRA)
                    ADD 1 TO W-REGRA
                END-PERFORM.
                MOVE SPACES TO REG-RELATORIO.
                STRING "INTEGRIDADE REFERENCIAL DOS ARQUIVOS EM " DELIMITED BY SIZE
                       DAYS DELIMITED BY SIZE "/" DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE "/" DELIMITED BY SIZE
                       YEARS DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

           *> LE A CONTA REFERENCIADA POR W-CONTA-BUSCA E GUARDA SE
           *> EXISTE E O STATUS DELA
           LE-CONTA.
                MOVE 'N' TO W-CONTA-EXISTE.
                MOVE SPACE TO W-STATUS-CONTA.
                MOVE W-CONTA-BUSCA TO COD-CONTA.
                READ ARQ-BANCO
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE 'S' TO W-CONTA-EXISTE
                        MOVE W-STATUS TO W-STATUS-CONTA
                END-READ.

           *> UMA LINHA POR EXCEÇÂO: ARQUIVO, REGRA, CHAVE DO REGISTRO E
           *> DESCRIÇÂO DA REGRA (W-REGRA E W-CHAVE-TEXTO JA MONTADOS)
           GRAVA-EXCECAO.
                ADD 1 TO W-QTDE-EXCECOES.
                ADD 1 TO RG-QTDE (W-REGRA).
                SET RG-IDX TO W-REGRA.
                MOVE SPACES TO REG-RELATORIO.
                STRING RG-ARQUIVO (RG-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RG-CODIGO (RG-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       W-CHAVE-TEXTO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RG-DESCRICAO (RG-IDX) DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

           *> MONTA A CHAVE PADRAO CONTA + SEQUENCIA DOS ARQUIVOS SATELITE
           MONTA-CHAVE-CONTA-SEQ.
                MOVE SPACES TO W-CHAVE-TEXTO.
                STRING "CONTA " DELIMITED BY SIZE
                       W-CONTA-BUSCA DELIMITED BY SIZE
                    INTO W-CHAVE-TEXTO.

           *> PASSADA DE ARQ-BANCO: CONTRA CLIENTE, AGENCIA, PACOTE E EXTRATO
            VERIFICA-CONTAS.
                MOVE 'N' TO WS-EOF.
                MOVE ZEROS TO COD-CONTA.
                START ARQ-BANCO KEY IS NOT LESS THAN COD-CONTA
                    INVALID KEY MOVE 'S' TO WS-EOF.
                PERFORM UNTIL FIM-ARQUIVO
                    READ ARQ-BANCO NEXT RECORD
                        AT END MOVE 'S' TO WS-EOF
                        NOT AT END
                            ADD 1 TO W-QTDE-VERIFICADOS
                            PERFORM VERIFICA-CONTA
                    END-READ
                END-PERFORM.

            VERIFICA-CONTA.
                MOVE COD-CONTA TO W-CONTA-BUSCA.
                IF TITULAR-PJ
                    MOVE CNPJ TO PJ-CNPJ
                    PERFORM LE-EMPRESA
                    IF NOT EMPRESA-EXISTE
                        MOVE SPACES TO W-CHAVE-TEXTO
                        STRING "CONTA " DELIMITED BY SIZE
                               COD-CONTA DELIMITED BY SIZE
                               " CNPJ " DELIMITED BY SIZE
                               CNPJ DELIMITED BY SIZE
                            INTO W-CHAVE-TEXTO
                        MOVE 26 TO W-REGRA
                        PERFORM GRAVA-EXCECAO
                    END-IF
                ELSE
                    MOVE CPF TO CLI-CPF
                    READ ARQ-CLIENTE
                        INVALID KEY
                            MOVE SPACES TO W-CHAVE-TEXTO
                            STRING "CONTA " DELIMITED BY SIZE
                                   COD-CONTA DELIMITED BY SIZE
                                   " CPF " DELIMITED BY SIZE
                                   CPF DELIMITED BY SIZE
                                INTO W-CHAVE-TEXTO
                            MOVE 1 TO W-REGRA
                            PERFORM GRAVA-EXCECAO
                    END-READ
                END-IF.
                IF CPF2 NOT EQUAL ZEROS
                    MOVE CPF2 TO CLI-CPF
                    READ ARQ-CLIENTE
                        INVALID KEY
                            MOVE SPACES TO W-CHAVE-TEXTO
                            STRING "CONTA " DELIMITED BY SIZE
                                   COD-CONTA DELIMITED BY SIZE
                                   " CPF2 " DELIMITED BY SIZE
                                   CPF2 DELIMITED BY SIZE
                                INTO W-CHAVE-TEXTO
                            MOVE 2 TO W-REGRA
                            PERFORM GRAVA-EXCECAO
                    END-READ
                END-IF.
                MOVE COD-AGENCIA TO AGE-COD-AGENCIA.
                READ ARQ-AGENCIA
                    INVALID KEY
                        MOVE SPACES TO W-CHAVE-TEXTO
                        STRING "CONTA " DELIMITED BY SIZE
                               COD-CONTA DELIMITED BY SIZE
                               " AGENCIA " DELIMITED BY SIZE
                               COD-AGENCIA DELIMITED BY SIZE
                            INTO W-CHAVE-TEXTO
                        MOVE 3 TO W-REGRA
                        PERFORM GRAVA-EXCECAO
                    NOT INVALID KEY
                        *> CONTA ENCERRADA PODE FICAR NA AGENCIA FECHADA
                        IF NOT AGE-ATIVA AND NOT CONTA-FECHADA
                            MOVE SPACES TO W-CHAVE-TEXTO
                            STRING "CONTA " DELIMITED BY SIZE
                                   COD-CONTA DELIMITED BY SIZE
                                   " AGENCIA " DELIMITED BY SIZE
                                   COD-AGENCIA DELIMITED BY SIZE
                                INTO W-CHAVE-TEXTO
                            MOVE 4 TO W-REGRA
                            PERFORM GRAVA-EXCECAO
                        END-IF
                END-READ.
                IF W-PACOTE NOT EQUAL ZEROS
                    MOVE W-PACOTE TO PAC-CODIGO
                    READ ARQ-PACOTE
                        INVALID KEY
                            MOVE SPACES TO W-CHAVE-TEXTO
                            STRING "CONTA " DELIMITED BY SIZE
                                   COD-CONTA DELIMITED BY SIZE
                                   " PACOTE " DELIMITED BY SIZE
                                   W-PACOTE DELIMITED BY SIZE
                                INTO W-CHAVE-TEXTO
                            MOVE 5 TO W-REGRA
                            PERFORM GRAVA-EXCECAO
                    END-READ
                END-IF.
                PERFORM VERIFICA-SEQ-EXTRATO.

           *> CONTADOR ZERADO E CONTA ANTIGA, AINDA NÂO ASSUMIU O
           *> CONTADOR (O PRIMEIRO LANÇAMENTO DESCOBRE A SEQUENCIA);
           *> FORA ISSO ELE NÂO PODE FICAR ATRAS DO EXTRATO, SENÂO O
           *> PROXIMO LANÇAMENTO COLIDE COM CHAVE JA GRAVADA
           VERIFICA-SEQ-EXTRATO.
                IF W-ULT-EXT-SEQ NOT EQUAL ZEROS
                    MOVE ZEROS TO W-MAIOR-SEQ-EXT
                    MOVE COD-CONTA TO EXT-COD-CONTA
                    MOVE 999999 TO EXT-SEQUENCIA
                    START ARQ-EXTRATO KEY IS NOT GREATER THAN EXT-CHAVE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            READ ARQ-EXTRATO NEXT RECORD
                                AT END CONTINUE
                                NOT AT END
                                    IF EXT-COD-CONTA EQUAL COD-CONTA
                                        MOVE EXT-SEQUENCIA TO W-MAIOR-SEQ-EXT
                                    END-IF
                            END-READ
                    END-START
                    IF W-ULT-EXT-SEQ < W-MAIOR-SEQ-EXT
                        MOVE SPACES TO W-CHAVE-TEXTO
                        STRING "CONTA " DELIMITED BY SIZE
                               COD-CONTA DELIMITED BY SIZE
                               " ULT " DELIMITED BY SIZE
                               W-ULT-EXT-SEQ DELIMITED BY SIZE
                               " EXT " DELIMITED BY SIZE
                               W-MAIOR-SEQ-EXT DELIMITED BY SIZE
                            INTO W-CHAVE-TEXTO
                        MOVE 6 TO W-REGRA
                        PERFORM GRAVA-EXCECAO
                    END-IF
                END-IF.

           *> PASSADAS DOS ARQUIVOS SATELITE: CADA REGISTRO CONTRA A CONTA
            VERIFICA-CHEQUES.
                OPEN INPUT ARQ-CHEQUE.
                IF ARQ-CHQ-OK NOT EQUAL ZEROS
                    DISPLAY "ARQ-CHEQUE.DAT AUSENTE, PASSADA PULADA"
                ELSE
                    MOVE 'N' TO WS-EOF
                    MOVE ZEROS TO CHQ-CHAVE
                    START ARQ-CHEQUE KEY IS NOT LESS THAN CHQ-CHAVE
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-CHEQUE NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                ADD 1 TO W-QTDE-VERIFICADOS
                                MOVE CHQ-COD-CONTA TO W-CONTA-BUSCA
                                PERFORM LE-CONTA
                                PERFORM MONTA-CHAVE-CONTA-SEQ
                                MOVE " CHEQUE " TO W-CHAVE-TEXTO (14:8)
                                MOVE CHQ-NUMERO TO W-CHAVE-TEXTO (22:6)
                                IF NOT CONTA-EXISTE
                                    MOVE 7 TO W-REGRA
                                    PERFORM GRAVA-EXCECAO
                                ELSE
                                    IF CHQ-EMITIDO AND CONTA-ENCERRADA
                                        MOVE 8 TO W-REGRA
                                        PERFORM GRAVA-EXCECAO
                                    END-IF
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-CHEQUE
                END-IF.

            VERIFICA-EMPRESTIMOS.
                OPEN INPUT ARQ-EMPRESTIMO.
                IF ARQ-EMP-OK NOT EQUAL ZEROS
                    DISPLAY "ARQ-EMPRESTIMO.DAT AUSENTE, PASSADA PULADA"
                ELSE
                    MOVE 'N' TO WS-EOF
                    MOVE ZEROS TO EMP-CHAVE
                    START ARQ-EMPRESTIMO KEY IS NOT LESS THAN EMP-CHAVE
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-EMPRESTIMO NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                ADD 1 TO W-QTDE-VERIFICADOS
                                MOVE EMP-COD-CONTA TO W-CONTA-BUSCA
                                PERFORM LE-CONTA
                                PERFORM MONTA-CHAVE-CONTA-SEQ
                                MOVE " CONTRATO " TO W-CHAVE-TEXTO (14:10)
                                MOVE EMP-SEQUENCIA TO W-CHAVE-TEXTO (24:6)
                                IF NOT CONTA-EXISTE
                                    MOVE 9 TO W-REGRA
                                    PERFORM GRAVA-EXCECAO
                                ELSE
                                    IF EMP-ATIVO AND CONTA-ENCERRADA
                                        MOVE 10 TO W-REGRA
                                        PERFORM GRAVA-EXCECAO
                                    END-IF
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-EMPRESTIMO
                END-IF.

           *> A ORDEM E CONFERIDA NAS DUAS PONTAS: A CONTA DONA E, SE FOR
           *> TRANSFERENCIA, A CONTA DESTINO
            VERIFICA-AGENDA.
                OPEN INPUT ARQ-AGENDA.
                IF ARQ-AGD-OK NOT EQUAL ZEROS
                    DISPLAY "ARQ-AGENDA.DAT AUSENTE, PASSADA PULADA"
                ELSE
                    MOVE 'N' TO WS-EOF
                    MOVE ZEROS TO AGD-CHAVE
                    START ARQ-AGENDA KEY IS NOT LESS THAN AGD-CHAVE
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-AGENDA NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                ADD 1 TO W-QTDE-VERIFICADOS
                                PERFORM VERIFICA-ORDEM
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-AGENDA
                END-IF.

            VERIFICA-ORDEM.
                MOVE AGD-COD-CONTA TO W-CONTA-BUSCA.
                PERFORM LE-CONTA.
                PERFORM MONTA-CHAVE-CONTA-SEQ.
                MOVE " ORDEM " TO W-CHAVE-TEXTO (14:7).
                MOVE AGD-SEQUENCIA TO W-CHAVE-TEXTO (21:6).
                IF NOT CONTA-EXISTE
                    MOVE 11 TO W-REGRA
                    PERFORM GRAVA-EXCECAO
                ELSE
                    IF AGD-ATIVO AND CONTA-ENCERRADA
                        MOVE 12 TO W-REGRA
                        PERFORM GRAVA-EXCECAO
                    END-IF
                END-IF.
                IF AGD-CONTA-DESTINO NOT EQUAL ZEROS
                    MOVE AGD-CONTA-DESTINO TO W-CONTA-BUSCA
                    PERFORM LE-CONTA
                    MOVE " DESTINO " TO W-CHAVE-TEXTO (27:9)
                    MOVE AGD-CONTA-DESTINO TO W-CHAVE-TEXTO (36:7)
                    IF NOT CONTA-EXISTE
                        MOVE 13 TO W-REGRA
                        PERFORM GRAVA-EXCECAO
                    ELSE
                        IF AGD-ATIVO AND CONTA-ENCERRADA
                            MOVE 14 TO W-REGRA
                            PERFORM GRAVA-EXCECAO
                        END-IF
                    END-IF
                END-IF.

            VERIFICA-BLOQUEIOS.
                OPEN INPUT ARQ-BLOQUEIO.
                IF ARQ-BLQ-OK NOT EQUAL ZEROS
                    DISPLAY "ARQ-BLOQUEIO.DAT AUSENTE, PASSADA PULADA"
                ELSE
                    MOVE 'N' TO WS-EOF
                    MOVE ZEROS TO BLQ-CHAVE
                    START ARQ-BLOQUEIO KEY IS NOT LESS THAN BLQ-CHAVE
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-BLOQUEIO NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                ADD 1 TO W-QTDE-VERIFICADOS
                                MOVE BLQ-COD-CONTA TO W-CONTA-BUSCA
                                PERFORM LE-CONTA
                                PERFORM MONTA-CHAVE-CONTA-SEQ
                                MOVE " ORDEM " TO W-CHAVE-TEXTO (14:7)
                                MOVE BLQ-ORDEM TO W-CHAVE-TEXTO (21:12)
                                IF NOT CONTA-EXISTE
                                    MOVE 15 TO W-REGRA
                                    PERFORM GRAVA-EXCECAO
                                ELSE
                                    IF BLQ-ATIVO AND CONTA-ENCERRADA
                                        MOVE 16 TO W-REGRA
                                        PERFORM GRAVA-EXCECAO
                                    END-IF
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-BLOQUEIO
                END-IF.

           *> PEDIDO PENDENTE DE LIMITE SO FAZ SENTIDO EM CONTA EM USO; O
           *> DE REABERTURA, SO EM CONTA ENCERRADA
            VERIFICA-APROVACOES.
                OPEN INPUT ARQ-APROVACAO.
                IF ARQ-APR-OK NOT EQUAL ZEROS
                    DISPLAY "ARQ-APROVACAO.DAT AUSENTE, PASSADA PULADA"
                ELSE
                    MOVE 'N' TO WS-EOF
                    MOVE ZEROS TO APR-CHAVE
                    START ARQ-APROVACAO KEY IS NOT LESS THAN APR-CHAVE
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-APROVACAO NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                ADD 1 TO W-QTDE-VERIFICADOS
                                PERFORM VERIFICA-PEDIDO
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-APROVACAO
                END-IF.

            VERIFICA-PEDIDO.
                MOVE APR-COD-CONTA TO W-CONTA-BUSCA.
                PERFORM LE-CONTA.
                PERFORM MONTA-CHAVE-CONTA-SEQ.
                MOVE " PEDIDO " TO W-CHAVE-TEXTO (14:8).
                MOVE APR-SEQUENCIA TO W-CHAVE-TEXTO (22:6).
                IF NOT CONTA-EXISTE
                    MOVE 17 TO W-REGRA
                    PERFORM GRAVA-EXCECAO
                ELSE
                    IF APR-PENDENTE AND APR-TIPO-LIMITE AND CONTA-ENCERRADA
                        MOVE 18 TO W-REGRA
                        PERFORM GRAVA-EXCECAO
                    END-IF
                    IF APR-PENDENTE AND APR-TIPO-REABERTURA
                        AND NOT CONTA-ENCERRADA
                        MOVE 19 TO W-REGRA
                        PERFORM GRAVA-EXCECAO
                    END-IF
                END-IF.

            VERIFICA-PENDENTES.
                OPEN INPUT ARQ-PENDENTE.
                IF ARQ-PEN-OK NOT EQUAL ZEROS
                    DISPLAY "ARQ-PENDENTE.DAT AUSENTE, PASSADA PULADA"
                ELSE
                    MOVE 'N' TO WS-EOF
                    MOVE ZEROS TO PEN-CHAVE
                    START ARQ-PENDENTE KEY IS NOT LESS THAN PEN-CHAVE
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-PENDENTE NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                ADD 1 TO W-QTDE-VERIFICADOS
                                MOVE PEN-COD-CONTA TO W-CONTA-BUSCA
                                PERFORM LE-CONTA
                                PERFORM MONTA-CHAVE-CONTA-SEQ
                                MOVE " SEQ " TO W-CHAVE-TEXTO (14:5)
                                MOVE PEN-SEQUENCIA TO W-CHAVE-TEXTO (19:6)
                                IF NOT CONTA-EXISTE
                                    MOVE 20 TO W-REGRA
                                    PERFORM GRAVA-EXCECAO
                                ELSE
                                    IF PEN-PENDENTE AND CONTA-ENCERRADA
                                        MOVE 21 TO W-REGRA
                                        PERFORM GRAVA-EXCECAO
                                    END-IF
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-PENDENTE
                END-IF.

            VERIFICA-TRANSF-EXT.
                OPEN INPUT ARQ-TRANSF-EXT.
                IF ARQ-TEX-OK NOT EQUAL ZEROS
                    DISPLAY "ARQ-TRANSF-EXT.DAT AUSENTE, PASSADA PULADA"
                ELSE
                    MOVE 'N' TO WS-EOF
                    MOVE ZEROS TO TEX-CHAVE
                    START ARQ-TRANSF-EXT KEY IS NOT LESS THAN TEX-CHAVE
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-TRANSF-EXT NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                ADD 1 TO W-QTDE-VERIFICADOS
                                MOVE TEX-COD-CONTA TO W-CONTA-BUSCA
                                PERFORM LE-CONTA
                                PERFORM MONTA-CHAVE-CONTA-SEQ
                                MOVE " SEQ " TO W-CHAVE-TEXTO (14:5)
                                MOVE TEX-SEQUENCIA TO W-CHAVE-TEXTO (19:6)
                                IF NOT CONTA-EXISTE
                                    MOVE 22 TO W-REGRA
                                    PERFORM GRAVA-EXCECAO
                                ELSE
                                    IF TEX-PENDENTE AND CONTA-ENCERRADA
                                        MOVE 23 TO W-REGRA
                                        PERFORM GRAVA-EXCECAO
                                    END-IF
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-TRANSF-EXT
                END-IF.

            VERIFICA-NOTIFICACOES.
                OPEN INPUT ARQ-NOTIFICACAO.
                IF ARQ-NOT-OK NOT EQUAL ZEROS
                    DISPLAY "ARQ-NOTIFICACAO.DAT AUSENTE, PASSADA PULADA"
                ELSE
                    MOVE 'N' TO WS-EOF
                    MOVE ZEROS TO NOT-CHAVE
                    START ARQ-NOTIFICACAO KEY IS NOT LESS THAN NOT-CHAVE
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-NOTIFICACAO NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                ADD 1 TO W-QTDE-VERIFICADOS
                                PERFORM VERIFICA-NOTIFICACAO
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-NOTIFICACAO
                END-IF.

            VERIFICA-NOTIFICACAO.
                MOVE NOT-COD-CONTA TO W-CONTA-BUSCA.
                PERFORM MONTA-CHAVE-CONTA-SEQ.
                MOVE " SEQ " TO W-CHAVE-TEXTO (14:5).
                MOVE NOT-SEQUENCIA TO W-CHAVE-TEXTO (19:6).
                IF NOT-CPF NOT EQUAL ZEROS
                    MOVE NOT-CPF TO CLI-CPF
                    READ ARQ-CLIENTE
                        INVALID KEY
                            MOVE " CPF " TO W-CHAVE-TEXTO (25:5)
                            MOVE NOT-CPF TO W-CHAVE-TEXTO (30:11)
                            MOVE 24 TO W-REGRA
                            PERFORM GRAVA-EXCECAO
                    END-READ
                END-IF.
                PERFORM LE-CONTA.
                IF NOT CONTA-EXISTE
                    MOVE SPACES TO W-CHAVE-TEXTO (25:20)
                    MOVE 25 TO W-REGRA
                    PERFORM GRAVA-EXCECAO
                END-IF.

           *> LE A EMPRESA DO CNPJ JA MOVIDO PARA PJ-CNPJ
           LE-EMPRESA.
                MOVE 'N' TO W-EMPRESA-EXISTE.
                IF EMPRESA-ABERTA
                    READ ARQ-EMPRESA
                        INVALID KEY CONTINUE
                        NOT INVALID KEY MOVE 'S' TO W-EMPRESA-EXISTE
                    END-READ
                END-IF.

            VERIFICA-REPRESENTANTES.
                OPEN INPUT ARQ-REPRESENTANTE.
                IF ARQ-REP-OK NOT EQUAL ZEROS
                    DISPLAY "ARQ-REPRESENTANTE.DAT AUSENTE, PASSADA PULADA"
                ELSE
                    MOVE 'N' TO WS-EOF
                    MOVE ZEROS TO REP-CHAVE
                    START ARQ-REPRESENTANTE KEY IS NOT LESS THAN REP-CHAVE
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-REPRESENTANTE NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                ADD 1 TO W-QTDE-VERIFICADOS
                                PERFORM VERIFICA-REPRESENTANTE
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-REPRESENTANTE
                END-IF.

            VERIFICA-REPRESENTANTE.
                MOVE REP-CNPJ TO PJ-CNPJ.
                PERFORM LE-EMPRESA.
                IF NOT EMPRESA-EXISTE
                    MOVE SPACES TO W-CHAVE-TEXTO
                    STRING "CNPJ " DELIMITED BY SIZE
                           REP-CNPJ DELIMITED BY SIZE
                           " CPF " DELIMITED BY SIZE
                           REP-CPF DELIMITED BY SIZE
                        INTO W-CHAVE-TEXTO
                    MOVE 27 TO W-REGRA
                    PERFORM GRAVA-EXCECAO
                END-IF.

           *> APLICAÇÂO EM CDB: CONTA EXISTENTE E, AINDA ATIVA, NÂO
           *> ENCERRADA (O RESGATE CREDITARIA UMA CONTA FECHADA)
            VERIFICA-CDBS.
                OPEN INPUT ARQ-CDB.
                IF ARQ-CDB-OK NOT EQUAL ZEROS
                    DISPLAY "ARQ-CDB.DAT AUSENTE, PASSADA PULADA"
                ELSE
                    MOVE 'N' TO WS-EOF
                    MOVE ZEROS TO CDB-CHAVE
                    START ARQ-CDB KEY IS NOT LESS THAN CDB-CHAVE
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-CDB NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                ADD 1 TO W-QTDE-VERIFICADOS
                                MOVE CDB-COD-CONTA TO W-CONTA-BUSCA
                                PERFORM LE-CONTA
                                PERFORM MONTA-CHAVE-CONTA-SEQ
                                MOVE " CDB " TO W-CHAVE-TEXTO (14:5)
                                MOVE CDB-SEQUENCIA TO W-CHAVE-TEXTO (19:6)
                                IF NOT CONTA-EXISTE
                                    MOVE 28 TO W-REGRA
                                    PERFORM GRAVA-EXCECAO
                                ELSE
                                    IF CDB-ATIVO AND CONTA-ENCERRADA
                                        MOVE 29 TO W-REGRA
                                        PERFORM GRAVA-EXCECAO
                                    END-IF
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-CDB
                END-IF.

            VERIFICA-CARTOES.
                OPEN INPUT ARQ-CARTAO.
                IF ARQ-CRT-OK NOT EQUAL ZEROS
                    DISPLAY "ARQ-CARTAO.DAT AUSENTE, PASSADA PULADA"
                ELSE
                    MOVE 'N' TO WS-EOF
                    MOVE ZEROS TO CRT-NUMERO
                    START ARQ-CARTAO KEY IS NOT LESS THAN CRT-NUMERO
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-CARTAO NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                ADD 1 TO W-QTDE-VERIFICADOS
                                MOVE CRT-COD-CONTA TO W-CONTA-BUSCA
                                PERFORM LE-CONTA
                                PERFORM MONTA-CHAVE-CONTA-SEQ
                                MOVE " CARTAO " TO W-CHAVE-TEXTO (14:8)
                                MOVE CRT-NUMERO TO W-CHAVE-TEXTO (22:16)
                                IF NOT CONTA-EXISTE
                                    MOVE 30 TO W-REGRA
                                    PERFORM GRAVA-EXCECAO
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-CARTAO
                END-IF.

            VERIFICA-DEBAUTS.
                OPEN INPUT ARQ-DEBAUT.
                IF ARQ-DAU-OK NOT EQUAL ZEROS
                    DISPLAY "ARQ-DEBAUT.DAT AUSENTE, PASSADA PULADA"
                ELSE
                    MOVE 'N' TO WS-EOF
                    MOVE LOW-VALUES TO DAU-CHAVE
                    START ARQ-DEBAUT KEY IS NOT LESS THAN DAU-CHAVE
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-DEBAUT NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                ADD 1 TO W-QTDE-VERIFICADOS
                                MOVE DAU-COD-CONTA TO W-CONTA-BUSCA
                                PERFORM LE-CONTA
                                PERFORM MONTA-CHAVE-CONTA-SEQ
                                MOVE " CONV " TO W-CHAVE-TEXTO (14:6)
                                MOVE DAU-EMPRESA TO W-CHAVE-TEXTO (20:4)
                                MOVE DAU-CONTRATO TO W-CHAVE-TEXTO (25:20)
                                IF NOT CONTA-EXISTE
                                    MOVE 31 TO W-REGRA
                                    PERFORM GRAVA-EXCECAO
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-DEBAUT
                END-IF.

           *> RECLAMAÇÂO DO SAC: A CONTA E, QUANDO INFORMADO, O CPF
            VERIFICA-RECLAMACOES.
                OPEN INPUT ARQ-SAC.
                IF ARQ-SAC-OK NOT EQUAL ZEROS
                    DISPLAY "ARQ-SAC.DAT AUSENTE, PASSADA PULADA"
                ELSE
                    MOVE 'N' TO WS-EOF
                    MOVE ZEROS TO SAC-PROTOCOLO
                    START ARQ-SAC KEY IS NOT LESS THAN SAC-PROTOCOLO
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                    PERFORM UNTIL FIM-ARQUIVO
                        READ ARQ-SAC NEXT RECORD
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                ADD 1 TO W-QTDE-VERIFICADOS
                                PERFORM VERIFICA-RECLAMACAO
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-SAC
                END-IF.

            VERIFICA-RECLAMACAO.
                MOVE SAC-COD-CONTA TO W-CONTA-BUSCA.
                PERFORM LE-CONTA.
                PERFORM MONTA-CHAVE-CONTA-SEQ.
                MOVE " PROT " TO W-CHAVE-TEXTO (14:6).
                MOVE SAC-PROTOCOLO TO W-CHAVE-TEXTO (20:8).
                IF NOT CONTA-EXISTE
                    MOVE 32 TO W-REGRA
                    PERFORM GRAVA-EXCECAO
                END-IF.
                IF SAC-CPF NOT EQUAL ZEROS
                    MOVE SAC-CPF TO CLI-CPF
                    READ ARQ-CLIENTE
                        INVALID KEY
                            MOVE " CPF " TO W-CHAVE-TEXTO (28:5)
                            MOVE SAC-CPF TO W-CHAVE-TEXTO (33:11)
                            MOVE 33 TO W-REGRA
                            PERFORM GRAVA-EXCECAO
                    END-READ
                END-IF.

            IMPRIME-TOTAIS.
                MOVE SPACES TO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.
                SET RG-IDX TO 1.
                PERFORM UNTIL RG-IDX > W-QTDE-REGRAS
                    MOVE RG-QTDE (RG-IDX) TO M-QTDE
                    MOVE SPACES TO REG-RELATORIO
                    STRING "RESUMO " DELIMITED BY SIZE
                           RG-ARQUIVO (RG-IDX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           RG-CODIGO (RG-IDX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           RG-DESCRICAO (RG-IDX) DELIMITED BY SIZE
                           " EXCECOES " DELIMITED BY SIZE
                           M-QTDE DELIMITED BY SIZE
                        INTO REG-RELATORIO
                    WRITE REG-RELATORIO
                    ADD 1 TO W-QTDE-LINHAS-REL
                    SET RG-IDX UP BY 1
                END-PERFORM.
                MOVE SPACES TO REG-RELATORIO.
                STRING "TOTAL: " DELIMITED BY SIZE
                       W-QTDE-VERIFICADOS DELIMITED BY SIZE
                       " REGISTROS VERIFICADOS, " DELIMITED BY SIZE
                       W-QTDE-EXCECOES DELIMITED BY SIZE
                       " EXCECOES" DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

            CLOSE-FILES.
                CLOSE ARQ-BANCO.
                CLOSE ARQ-CLIENTE.
                CLOSE ARQ-AGENCIA.
                CLOSE ARQ-PACOTE.
                CLOSE ARQ-EXTRATO.
                IF EMPRESA-ABERTA
                    CLOSE ARQ-EMPRESA
                END-IF.
                CLOSE ARQ-RELATORIO.

           *> ANOTA NO DIARIO CENTRAL DE EXECUÇÔES (ARQ-JOBLOG.DAT) O
           *> INICIO ('I') E O FIM ('F') DESTA EXECUÇÂO; UM 'I' SEM 'F'
           *> CORRESPONDENTE DENUNCIA FIM ANORMAL
           GRAVA-JOBLOG.
                OPEN EXTEND ARQ-JOBLOG.
                IF ARQ-JLG-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-JOBLOG
                END-IF.
                MOVE "CONTA-INTEGRIDADE" TO JLG-JOB.
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
                MOVE "CONTA-INTEGRIDADE" TO CAT-JOB.
                MOVE WS-REL-FILENAME TO CAT-ARQUIVO.
                COMPUTE CAT-DATA = YEARS * 10000 + MONTHS * 100 + DAYS.
                MOVE W-QTDE-LINHAS-REL TO CAT-QTDE.
                WRITE REG-CATALOGO.
                CLOSE ARQ-CATALOGO.

       END PROGRAM CONTA-INTEGRIDADE.
