       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-ATM.

      *> JOB NOTURNO DOS SAQUES NA REDE DE TERMINAIS: LE O ARQUIVO DE
      *> TRANSAÇÔES DA REDE (ARQ-ATM-TRANS.DAT, UM SAQUE POR LINHA COM O
      *> NSU DA REDE) E LANÇA CADA SAQUE EM W-SALDO COMO 'SA' NO EXTRATO,
      *> NA DATA DO SAQUE. O SAQUE PRECISA DE CARTÂO ATIVO E DENTRO DA
      *> VALIDADE (ARQ-CARTAO.DAT), CONTA ATIVA, E RESPEITA AS MESMAS
      *> REGRAS DO CAIXA: PISO DO CHEQUE ESPECIAL (W-LIMITE), BLOQUEIOS
      *> JUDICIAIS ATIVOS E O TETO DIARIO (W-LIMITE-SAQUE-DIA, SOMANDO
      *> OS 'SA' DO DIA EM ARQ-MOVDIA.DAT COMO O CHECK-TETO-SAQUE-DIA;
      *> AQUI NÂO HA SUPERVISOR PARA AUTORIZAR O EXCESSO). O TITULAR
      *> COM CADASTRO PENDENTE DE RENOVAÇÂO (CLIENTE OU EMPRESA) SO
      *> SACA ATE O VALOR DE ARQ-RECADASTRO-PARAM.DAT, PELO MESMO
      *> MOTIVO. CONTA DE EMPRESA SO SACA ATE A ALÇADA DO CADASTRO DA
      *> EMPRESA (ARQ-EMPRESA.DAT): ACIMA DELA O CAIXA PEDE ASSINATURA
      *> DE REPRESENTANTE, QUE A REDE NÂO TEM COMO COLHER. O SAQUE
      *> RECUSADO VAI PARA O ARQUIVO DE RETORNO DA REDE
      *> (ARQ-ATM-RETORNO.DAT, A LINHA DA TRANSAÇÂO ACRESCIDA DO MOTIVO)
      *> PARA A LIQUIDAÇÂO COM A REDE. RODAR ANTES DO FECHAMENTO, QUE
      *> LIMPA O ARQUIVO DE MOVIMENTOS DO DIA. CHECKPOINT A CADA ITEM
      *> PELO NSU, COMO NO RETORNO DE REMESSA: O LANÇAMENTO MEXE EM SALDO.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARQ-ATM ASSIGN TO "ARQ-ATM-TRANS.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-ATM-OK.

                   SELECT ARQ-ATM-RETORNO ASSIGN TO "ARQ-ATM-RETORNO.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-ATR-OK.

                   SELECT ARQ-CARTAO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CRT-NUMERO
                       FILE STATUS ARQ-CRT-OK.

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

                   SELECT ARQ-MOVDIA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS MVD-CHAVE
                       FILE STATUS ARQ-MVD-OK.

                   SELECT ARQ-BLOQUEIO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS BLQ-CHAVE
                       FILE STATUS ARQ-BLQ-OK.

                   SELECT ARQ-CHEQUE-DEP ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CDP-CHAVE
                       FILE STATUS ARQ-CDP-OK.

                   SELECT ARQ-CLIENTE ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CLI-CPF
                       FILE STATUS ARQ-CLI-OK.

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

                   SELECT ARQ-CHECKPOINT ASSIGN TO "CKPT_ATM.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-CKPT-OK.

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
      *> TRANSAÇÂO DA REDE: NSU UNICO NA REDE, CARTÂO, VALOR, DATA E
      *> HORA DO SAQUE E O TERMINAL
               FD ARQ-ATM LABEL RECORDS STANDARD.

               01  REG-ATM.
                   02  ATM-NSU                 PIC X(12).
                   02  ATM-NUMERO-CARTAO       PIC 9(16).
                   02  ATM-VALOR               PIC 9(8)V99.
                   02  ATM-DATA.
                       03  ATM-DATA-ANO        PIC 9(04).
                       03  ATM-DATA-MES        PIC 9(02).
                       03  ATM-DATA-DIA        PIC 9(02).
                   02  ATM-HORA                PIC 9(6).
                   02  ATM-TERMINAL            PIC X(8).

      *> RETORNO PARA A REDE: A TRANSAÇÂO RECUSADA E O MOTIVO (01
      *> CARTÂO INEXISTENTE, 02 CARTÂO BLOQUEADO OU SUBSTITUIDO, 03
      *> CARTÂO VENCIDO, 04 CONTA INEXISTENTE OU NÂO ATIVA, 05 SALDO
      *> INSUFICIENTE, 06 TETO DIARIO DE SAQUE, 07 SALDO BLOQUEADO
      *> JUDICIALMENTE, 08 VALOR INVALIDO, 09 CADASTRO DO TITULAR
      *> PENDENTE DE RENOVAÇÂO, 10 ACIMA DA ALÇADA DA EMPRESA)
               FD ARQ-ATM-RETORNO LABEL RECORDS STANDARD.

               01  REG-ATM-RETORNO.
                   02  ATR-TRANSACAO           PIC X(60).
                   02  ATR-MOTIVO              PIC X(2).

               FD ARQ-CARTAO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CARTAO.DAT".

               COPY CARTAO.

               FD ARQ-BANCO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-BANCO.DAT".

               COPY REGBANCO.

               FD ARQ-EXTRATO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EXTRATO.DAT".

               COPY EXTRATO.

               FD ARQ-MOVDIA LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-MOVDIA.DAT".

               COPY MOVDIA.

               FD ARQ-BLOQUEIO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-BLOQUEIO.DAT".

               COPY BLOQUEIO.

               FD ARQ-CHEQUE-DEP LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CHEQUE-DEP.DAT".

               COPY CHQDEP.

               FD ARQ-CLIENTE LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CLIENTE.DAT".

               COPY CLIENTE.

      *> MESMO LAYOUT DO JOB CONTA-RECADASTRO; AQUI SO INTERESSA O
               FD ARQ-EMPRESA LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EMPRESA.DAT".

               COPY EMPRESA.

      *> VALOR DE SAQUE DO TITULAR PENDENTE
               FD ARQ-PARAM LABEL RECORDS STANDARD.

               01  REG-PARAM.
                   02  PAR-MESES-VALIDADE      PIC 9(3).
                   02  PAR-DIAS-CARENCIA       PIC 9(3).
                   02  PAR-VALOR-SAQUE         PIC 9(8)V99.

               FD ARQ-RELATORIO LABEL RECORDS STANDARD.

               01  REG-RELATORIO               PIC X(120).

      *> CHECKPOINT PROPRIO: A MARCA DE RETOMADA E O NSU DA REDE
               FD ARQ-CHECKPOINT LABEL RECORDS STANDARD.

               01  REG-CKPT-ATM.
                   02  CKA-ULTIMO-NSU         PIC X(12).
                   02  CKA-QTDE-PROCESSADA    PIC 9(8).
                   02  CKA-DATA.
                       03  CKA-DATA-ANO       PIC 9(04).
                       03  CKA-DATA-MES       PIC 9(02).
                       03  CKA-DATA-DIA       PIC 9(02).

               FD ARQ-SISTEMA LABEL RECORDS STANDARD.

               COPY SISTEMA.

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

                01  ARQ-SYS-OK              PIC X(2).

                01  REG-CHECK.
                    02  ARQ-ATM-OK          PIC X(2).
                    02  ARQ-ATR-OK          PIC X(2).
                    02  ARQ-CRT-OK          PIC 9(2).
                    02  ARQ-OK              PIC 9(2).
                    02  ARQ-EXT-OK          PIC X(2).
                    02  ARQ-MVD-OK          PIC 9(2).
                    02  ARQ-BLQ-OK          PIC 9(2).
                    02  ARQ-CDP-OK          PIC 9(2).
                    02  ARQ-CLI-OK          PIC 9(2).
                    02  ARQ-PJ-OK           PIC 9(2).
                    02  ARQ-PAR-OK          PIC X(2).
                    02  ARQ-REL-OK          PIC X(2).
                    02  ARQ-CKPT-OK         PIC X(2).

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                    02 MONTHS           PIC 9(02).
                    02 DAYS             PIC 9(02).

                01 TIME-NOW.
                    02 HOURS            PIC 9(02).
                    02 MINUTES          PIC 9(02).
                    02 SECONDS          PIC 9(02).
                    02 CENTI-SECS       PIC 9(02).

                01 MASK-VARIABLES.
                    02  M-VALOR             PIC ---.---.--9,99.

                01 SAQUE-VARIABLES.
                    02  W-MOTIVO            PIC X(2).
                    02  W-MOTIVO-TEXTO      PIC X(30).
                    02  W-MIN-SALDO         PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-SAQUES-DIA        PIC 9(10)V99.
                    02  W-BLQ-CONTA         PIC 9(7).
                    02  W-SOMA-BLOQUEIOS    PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-SOMA-FLOAT        PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-VALIDADE-CARTAO   PIC 9(6).
                    02  W-MES-SAQUE         PIC 9(6).
                    02  W-VALOR-SAQUE-CADASTRO PIC 9(8)V99 VALUE 1000,00.

                01 TRANSACAO-VARIABLES.
                    02  W-EXT-SEQ                    PIC 9(6).
                    02  W-EXT-TIPO-ATUAL             PIC X(02).
                    *> VALOR E SALDO-ANTERIOR DO MOVIMENTO EM GRAVAÇÂO,
                    *> PRESERVADOS DA VARREDURA DE CHAVE DUPLICADA
                    02  W-EXT-VALOR-MOV              PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-EXT-SALDO-ANT-MOV          PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.

                01 WS-CONTROLE.
                    02  WS-EOF                  PIC X(1) VALUE 'N'.
                        88  FIM-ARQUIVO         VALUE 'S'.
                    *> CHECKPOINT A CADA ITEM: O SAQUE MEXE EM SALDO E NÂO
                    *> HA MARCA NO REGISTRO QUE IMPEÇA RELANÇAR UM NSU
                    02  W-CHECKPOINT-INTERVALO  PIC 9(4) VALUE 1.
                    02  W-ULTIMO-NSU            PIC X(12) VALUE SPACES.
                    02  W-QTDE-PROCESSADA       PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-LANCADOS         PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-RECUSADOS        PIC 9(8) VALUE ZEROS.
                    02  W-TOTAL-LANCADO         PIC 9(12)V99 VALUE ZEROS.
                    02  WS-MARCA-ENCONTRADA     PIC X(1) VALUE 'N'.
                        88  MARCA-ENCONTRADA    VALUE 'S'.

       PROCEDURE DIVISION.

            INIT.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                STRING "ARQ-ATM-REL-" DELIMITED BY SIZE
                       YEARS  DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       DAYS   DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                    INTO WS-REL-FILENAME.
                PERFORM LE-PARAM.
                PERFORM LE-CHECKPOINT.
                MOVE 'I' TO W-JLG-EVENTO.
                MOVE ZEROS TO W-JLG-QTDE.
                MOVE 'N' TO W-JLG-CKPT.
                PERFORM GRAVA-JOBLOG.
                PERFORM OPEN-FILES.
                PERFORM MARCA-JANELA-BATCH.
                PERFORM AVANCA-ARQ-ATM.
                PERFORM PROCESSA-SAQUES UNTIL FIM-ARQUIVO.
                PERFORM GRAVA-CHECKPOINT.
                PERFORM GRAVA-TOTAIS.
                PERFORM LIBERA-JANELA-BATCH.
                PERFORM CLOSE-FILES.
                PERFORM GRAVA-CATALOGO.
                MOVE 'F' TO W-JLG-EVENTO.
                MOVE W-QTDE-PROCESSADA TO W-JLG-QTDE.
                IF MARCA-ENCONTRADA
                    MOVE 'S' TO W-JLG-CKPT
                END-IF.
                PERFORM GRAVA-JOBLOG.
                DISPLAY "SAQUES ATM CONCLUIDO. LANCADOS: " W-QTDE-LANCADOS
                        " RECUSADOS: " W-QTDE-RECUSADOS.
                STOP RUN.

            OPEN-FILES.
                OPEN INPUT ARQ-ATM.
                OPEN INPUT ARQ-CARTAO.
                OPEN I-O ARQ-BANCO.
                OPEN I-O ARQ-EXTRATO.
                OPEN I-O ARQ-MOVDIA.
                OPEN INPUT ARQ-BLOQUEIO.
                OPEN INPUT ARQ-CHEQUE-DEP.
                OPEN INPUT ARQ-CLIENTE.
                OPEN INPUT ARQ-EMPRESA.
                *> SE HOUVE PROGRESSO REGISTRADO, ANEXA AO RETORNO E AO
                *> RELATORIO JA GRAVADOS EM VEZ DE TRUNCAR OS ITENS JA
                *> TRATADOS (RESTART)
                IF W-ULTIMO-NSU NOT EQUAL SPACES
                    OPEN EXTEND ARQ-ATM-RETORNO
                    IF ARQ-ATR-OK NOT EQUAL "00"
                        OPEN OUTPUT ARQ-ATM-RETORNO
                    END-IF
                    OPEN EXTEND ARQ-RELATORIO
                    IF ARQ-REL-OK NOT EQUAL "00"
                        OPEN OUTPUT ARQ-RELATORIO
                    END-IF
                ELSE
                    OPEN OUTPUT ARQ-ATM-RETORNO
                    OPEN OUTPUT ARQ-RELATORIO
                END-IF.

           LE-PARAM.
                OPEN INPUT ARQ-PARAM.
                IF ARQ-PAR-OK EQUAL "00"
                    READ ARQ-PARAM
                        AT END CONTINUE
                        NOT AT END
                            IF PAR-VALOR-SAQUE > ZEROS
                                MOVE PAR-VALOR-SAQUE TO W-VALOR-SAQUE-CADASTRO
                            END-IF
                    END-READ
                    CLOSE ARQ-PARAM
                ELSE
                    DISPLAY "ARQ-RECADASTRO-PARAM.DAT AUSENTE, USANDO " W-VALOR-SAQUE-CADASTRO
                END-IF.

           *> LE O CHECKPOINT ANTERIOR, SE EXISTIR, PARA SABER A MARCA
           *> (NSU DA ULTIMA LINHA JA LIDA) A PARTIR DA QUAL RETOMAR
           LE-CHECKPOINT.
                MOVE ZEROS TO W-QTDE-PROCESSADA.
                MOVE SPACES TO W-ULTIMO-NSU.
                OPEN INPUT ARQ-CHECKPOINT.
                IF ARQ-CKPT-OK EQUAL "00"
                    READ ARQ-CHECKPOINT
                        AT END CONTINUE
                        NOT AT END
                            MOVE CKA-QTDE-PROCESSADA TO W-QTDE-PROCESSADA
                            MOVE CKA-ULTIMO-NSU TO W-ULTIMO-NSU
                    END-READ
                    CLOSE ARQ-CHECKPOINT
                END-IF.

           *> PULA AS LINHAS JA LIDAS EM UMA EXECUÇÂO ANTERIOR (RESTART),
           *> LOCALIZANDO PELO NSU; SE A MARCA NÂO FOR ENCONTRADA (ARQUIVO
           *> NOVO DA REDE NO MESMO NOME), PROCESSA DESDE O INICIO
           AVANCA-ARQ-ATM.
                MOVE 'N' TO WS-MARCA-ENCONTRADA.
                IF W-ULTIMO-NSU NOT EQUAL SPACES
                    PERFORM UNTIL FIM-ARQUIVO OR MARCA-ENCONTRADA
                        READ ARQ-ATM
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                IF ATM-NSU EQUAL W-ULTIMO-NSU
                                    MOVE 'S' TO WS-MARCA-ENCONTRADA
                                END-IF
                        END-READ
                    END-PERFORM
                    IF NOT MARCA-ENCONTRADA
                        CLOSE ARQ-ATM
                        OPEN INPUT ARQ-ATM
                        MOVE 'N' TO WS-EOF
                        MOVE ZEROS TO W-QTDE-PROCESSADA
                        MOVE SPACES TO W-ULTIMO-NSU
                    END-IF
                END-IF.

            PROCESSA-SAQUES.
                READ ARQ-ATM
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        MOVE ATM-NSU TO W-ULTIMO-NSU
                        PERFORM VALIDA-E-LANCA-SAQUE
                        ADD 1 TO W-QTDE-PROCESSADA
                        IF FUNCTION MOD(W-QTDE-PROCESSADA, W-CHECKPOINT-INTERVALO) EQUAL ZEROS
                            PERFORM GRAVA-CHECKPOINT
                        END-IF
                END-READ.

           *> CADA VERIFICAÇÂO SO RODA SE AS ANTERIORES PASSARAM; A
           *> PRIMEIRA QUE FALHA DA O MOTIVO DO RETORNO
           VALIDA-E-LANCA-SAQUE.
                MOVE SPACES TO W-MOTIVO.
                IF ATM-VALOR NOT > ZEROS
                    MOVE "08" TO W-MOTIVO
                    MOVE "VALOR INVALIDO" TO W-MOTIVO-TEXTO
                END-IF.
                IF W-MOTIVO EQUAL SPACES
                    PERFORM VALIDA-CARTAO
                END-IF.
                IF W-MOTIVO EQUAL SPACES
                    PERFORM VALIDA-CONTA
                END-IF.
                IF W-MOTIVO EQUAL SPACES
                    IF TITULAR-PJ
                        PERFORM VALIDA-ALCADA-EMPRESA
                    ELSE
                        PERFORM VALIDA-CADASTRO
                    END-IF
                END-IF.
                IF W-MOTIVO EQUAL SPACES
                    PERFORM VALIDA-TETO-DIA
                END-IF.
                IF W-MOTIVO EQUAL SPACES
                    PERFORM VALIDA-SALDO
                END-IF.
                IF W-MOTIVO EQUAL SPACES
                    PERFORM LANCA-SAQUE
                ELSE
                    PERFORM GRAVA-RETORNO
                END-IF.

           VALIDA-CARTAO.
                MOVE ATM-NUMERO-CARTAO TO CRT-NUMERO.
                READ ARQ-CARTAO
                    INVALID KEY
                        MOVE "01" TO W-MOTIVO
                        MOVE "CARTAO INEXISTENTE" TO W-MOTIVO-TEXTO
                END-READ.
                IF W-MOTIVO EQUAL SPACES
                    IF NOT CRT-ATIVO
                        MOVE "02" TO W-MOTIVO
                        MOVE "CARTAO BLOQUEADO OU SUBSTITUIDO" TO W-MOTIVO-TEXTO
                    ELSE
                        *> O CARTÂO VALE ATE O ULTIMO DIA DO MES DA VALIDADE
                        COMPUTE W-VALIDADE-CARTAO =
                            CRT-VALIDADE-ANO * 100 + CRT-VALIDADE-MES
                        COMPUTE W-MES-SAQUE =
                            ATM-DATA-ANO * 100 + ATM-DATA-MES
                        IF W-MES-SAQUE > W-VALIDADE-CARTAO
                            MOVE "03" TO W-MOTIVO
                            MOVE "CARTAO VENCIDO" TO W-MOTIVO-TEXTO
                        END-IF
                    END-IF
                END-IF.

           *> CONTA DORMENTE SO VOLTA A ATIVA PELO CAIXA, COM O CLIENTE
           *> PRESENTE; NA REDE ELA E RECUSADA COMO A ENCERRADA
           VALIDA-CONTA.
                MOVE CRT-COD-CONTA TO COD-CONTA.
                READ ARQ-BANCO
                    INVALID KEY
                        MOVE "04" TO W-MOTIVO
                        MOVE "CONTA INEXISTENTE" TO W-MOTIVO-TEXTO
                END-READ.
                IF W-MOTIVO EQUAL SPACES
                    IF NOT CONTA-ATIVA
                        MOVE "04" TO W-MOTIVO
                        MOVE "CONTA NAO ATIVA" TO W-MOTIVO-TEXTO
                    END-IF
                END-IF.

           *> CADASTRO PENDENTE (CARENCIA DA RENOVAÇÂO ESGOTADA): NO CAIXA
           *> O SAQUE ACIMA DO VALOR PEDE SUPERVISOR, AQUI E RECUSADO
           VALIDA-CADASTRO.
                MOVE CPF TO CLI-CPF.
                READ ARQ-CLIENTE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF CLI-CADASTRO-PENDENTE
                            AND ATM-VALOR > W-VALOR-SAQUE-CADASTRO
                            MOVE "09" TO W-MOTIVO
                            MOVE "CADASTRO PENDENTE" TO W-MOTIVO-TEXTO
                        END-IF
                END-READ.

           *> CONTA DE EMPRESA: ALÇADA ZERADA (TODA OPERAÇÂO ASSINADA) OU
           *> SAQUE ACIMA DELA E RECUSADO; EMPRESA FORA DO CADASTRO TAMBEM.
           *> DENTRO DA ALÇADA, O CADASTRO PENDENTE DA EMPRESA VALE COMO O
           *> DO CLIENTE
           VALIDA-ALCADA-EMPRESA.
                MOVE CNPJ TO PJ-CNPJ.
                READ ARQ-EMPRESA
                    INVALID KEY
                        MOVE "10" TO W-MOTIVO
                        MOVE "ALCADA DA EMPRESA" TO W-MOTIVO-TEXTO
                    NOT INVALID KEY
                        IF PJ-ALCADA-ASSINATURA EQUAL ZEROS
                            OR ATM-VALOR > PJ-ALCADA-ASSINATURA
                            MOVE "10" TO W-MOTIVO
                            MOVE "ALCADA DA EMPRESA" TO W-MOTIVO-TEXTO
                        ELSE
                            IF PJ-CADASTRO-PENDENTE
                                AND ATM-VALOR > W-VALOR-SAQUE-CADASTRO
                                MOVE "09" TO W-MOTIVO
                                MOVE "CADASTRO PENDENTE" TO W-MOTIVO-TEXTO
                            END-IF
                        END-IF
                END-READ.

           *> TETO DIARIO: OS 'SA' DA CONTA NA DATA DO SAQUE, DO CAIXA E
           *> DOS SAQUES DA REDE JA LANÇADOS NESTA PASSADA; CONTA SEM
           *> TETO (ZEROS) NÂO PASSA POR ESTA VERIFICAÇÂO
           VALIDA-TETO-DIA.
                IF W-LIMITE-SAQUE-DIA > ZEROS
                    PERFORM SOMA-SAQUES-DIA
                    IF (W-SAQUES-DIA + ATM-VALOR) > W-LIMITE-SAQUE-DIA
                        MOVE "06" TO W-MOTIVO
                        MOVE "TETO DIARIO DE SAQUE" TO W-MOTIVO-TEXTO
                    END-IF
                END-IF.

            SOMA-SAQUES-DIA.
                MOVE ZEROS TO W-SAQUES-DIA.
                MOVE COD-CONTA TO MVD-COD-CONTA.
                MOVE ZEROS TO MVD-SEQUENCIA.
                START ARQ-MOVDIA KEY IS NOT LESS THAN MVD-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-MVD-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-MVD-OK
                END-START.
                PERFORM UNTIL ARQ-MVD-OK EQUAL 10
                    READ ARQ-MOVDIA NEXT RECORD
                        AT END MOVE 10 TO ARQ-MVD-OK
                        NOT AT END
                            IF MVD-COD-CONTA NOT EQUAL COD-CONTA
                                MOVE 10 TO ARQ-MVD-OK
                            ELSE
                                IF MVD-TIPO EQUAL 'SA' AND
                                   MVD-DATA EQUAL ATM-DATA
                                    ADD MVD-VALOR TO W-SAQUES-DIA
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

           *> BLOQUEIO JUDICIAL ATIVO SOBE O PISO DO SALDO PARA A PROPRIA
           *> SOMA BLOQUEADA; SEM BLOQUEIO O PISO E O CHEQUE ESPECIAL.
           *> CHEQUE DEPOSITADO AINDA EM COMPENSAÇÂO SOBE O PISO PELO
           *> PROPRIO VALOR, PARA NÂO SACAR O QUE PODE VOLTAR DEVOLVIDO
           VALIDA-SALDO.
                MOVE COD-CONTA TO W-BLQ-CONTA.
                PERFORM SOMA-BLOQUEIOS.
                IF W-SOMA-BLOQUEIOS > ZEROS
                    MOVE W-SOMA-BLOQUEIOS TO W-MIN-SALDO
                ELSE
                    COMPUTE W-MIN-SALDO = ZEROS - W-LIMITE
                END-IF.
                PERFORM SOMA-FLOAT-CHEQUES.
                ADD W-SOMA-FLOAT TO W-MIN-SALDO.
                IF (W-SALDO - ATM-VALOR) < W-MIN-SALDO
                    IF W-SOMA-BLOQUEIOS > ZEROS
                        MOVE "07" TO W-MOTIVO
                        MOVE "SALDO BLOQUEADO JUDICIALMENTE" TO W-MOTIVO-TEXTO
                    ELSE
                        MOVE "05" TO W-MOTIVO
                        MOVE "SALDO INSUFICIENTE" TO W-MOTIVO-TEXTO
                    END-IF
                END-IF.

            SOMA-BLOQUEIOS.
                MOVE ZEROS TO W-SOMA-BLOQUEIOS.
                MOVE W-BLQ-CONTA TO BLQ-COD-CONTA.
                MOVE ZEROS TO BLQ-SEQUENCIA.
                START ARQ-BLOQUEIO KEY IS NOT LESS THAN BLQ-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-BLQ-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-BLQ-OK
                END-START.
                PERFORM UNTIL ARQ-BLQ-OK EQUAL 10
                    READ ARQ-BLOQUEIO NEXT RECORD
                        AT END MOVE 10 TO ARQ-BLQ-OK
                        NOT AT END
                            IF BLQ-COD-CONTA NOT EQUAL W-BLQ-CONTA
                                MOVE 10 TO ARQ-BLQ-OK
                            ELSE
                                IF BLQ-ATIVO
                                    ADD BLQ-VALOR TO W-SOMA-BLOQUEIOS
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

           *> CHEQUES DE OUTRO BANCO DEPOSITADOS NA CONTA QUE AINDA NÂO
           *> CHEGARAM A DATA DE DISPONIBILIDADE (O DEVOLVIDO JA TEVE O
           *> CREDITO ESTORNADO E NÂO ENTRA)
            SOMA-FLOAT-CHEQUES.
                MOVE ZEROS TO W-SOMA-FLOAT.
                MOVE W-BLQ-CONTA TO CDP-COD-CONTA.
                MOVE ZEROS TO CDP-SEQUENCIA.
                START ARQ-CHEQUE-DEP KEY IS NOT LESS THAN CDP-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-CDP-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-CDP-OK
                END-START.
                PERFORM UNTIL ARQ-CDP-OK EQUAL 10
                    READ ARQ-CHEQUE-DEP NEXT RECORD
                        AT END MOVE 10 TO ARQ-CDP-OK
                        NOT AT END
                            IF CDP-COD-CONTA NOT EQUAL W-BLQ-CONTA
                                MOVE 10 TO ARQ-CDP-OK
                            ELSE
                                IF NOT CDP-DEVOLVIDO AND
                                   CDP-DT-DISPONIVEL > DATE-TIME
                                    ADD CDP-VALOR TO W-SOMA-FLOAT
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

            LANCA-SAQUE.
                MOVE W-SALDO TO EXT-SALDO-ANTERIOR.
                SUBTRACT ATM-VALOR FROM W-SALDO.
                MOVE DATE-TIME TO DT-ULT-MODIF.
                REWRITE REG-BANCO
                    INVALID KEY DISPLAY "ERRO AO REGRAVAR CONTA " COD-CONTA
                END-REWRITE.
                MOVE 'SA' TO W-EXT-TIPO-ATUAL.
                MOVE ATM-VALOR TO EXT-VALOR.
                PERFORM GRAVA-EXTRATO.
                ADD 1 TO W-QTDE-LANCADOS.
                ADD ATM-VALOR TO W-TOTAL-LANCADO.

            GRAVA-RETORNO.
                MOVE REG-ATM TO ATR-TRANSACAO.
                MOVE W-MOTIVO TO ATR-MOTIVO.
                WRITE REG-ATM-RETORNO.
                ADD 1 TO W-QTDE-RECUSADOS.
                MOVE SPACES TO REG-RELATORIO.
                MOVE ATM-VALOR TO M-VALOR.
                STRING "NSU " DELIMITED BY SIZE
                       ATM-NSU DELIMITED BY SIZE
                       " CARTAO " DELIMITED BY SIZE
                       ATM-NUMERO-CARTAO DELIMITED BY SIZE
                       " VALOR " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " RECUSADO " DELIMITED BY SIZE
                       W-MOTIVO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       W-MOTIVO-TEXTO DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

            GRAVA-TOTAIS.
                MOVE SPACES TO REG-RELATORIO.
                MOVE W-TOTAL-LANCADO TO M-VALOR.
                STRING "SAQUES LANCADOS: " DELIMITED BY SIZE
                       W-QTDE-LANCADOS DELIMITED BY SIZE
                       " TOTAL " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " RECUSADOS: " DELIMITED BY SIZE
                       W-QTDE-RECUSADOS DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

           *> GRAVA O MOVIMENTO COM A PROXIMA SEQUENCIA DO CONTADOR DA
           *> CONTA; CHAVE DUPLICADA (CONTADOR AINDA NÂO MIGRADO) CAI NA
           *> VARREDURA UMA VEZ
           GRAVA-EXTRATO.
                MOVE EXT-VALOR TO W-EXT-VALOR-MOV.
                MOVE EXT-SALDO-ANTERIOR TO W-EXT-SALDO-ANT-MOV.
                ADD 1 TO W-ULT-EXT-SEQ GIVING W-EXT-SEQ.
                PERFORM MONTA-MOVIMENTO-EXTRATO.
                WRITE REG-EXTRATO INVALID KEY CONTINUE END-WRITE.
                *> CHAVE DUPLICADA = CONTADOR AINDA NÂO REFLETE O EXTRATO;
                *> DESCOBRE A SEQUENCIA PELA VARREDURA — QUE CARREGA O
                *> ULTIMO MOVIMENTO ANTIGO NO REGISTRO — E POR ISSO REMONTA
                *> O MOVIMENTO INTEIRO ANTES DE TENTAR UMA VEZ MAIS
                IF ARQ-EXT-OK EQUAL "22"
                    PERFORM FIND-NEXT-EXT-SEQ
                    PERFORM MONTA-MOVIMENTO-EXTRATO
                    WRITE REG-EXTRATO INVALID KEY CONTINUE END-WRITE
                END-IF.
                IF ARQ-EXT-OK EQUAL "00"
                    MOVE W-EXT-SEQ TO W-ULT-EXT-SEQ
                    REWRITE REG-BANCO
                        INVALID KEY DISPLAY "ERRO AO REGRAVAR CONTA " COD-CONTA
                    END-REWRITE
                    PERFORM GRAVA-MOVDIA
                ELSE
                    DISPLAY "ERRO AO GRAVAR EXTRATO DA CONTA " COD-CONTA
                END-IF.

           *> MONTA O MOVIMENTO COMPLETO EM REG-EXTRATO A PARTIR DOS
           *> CAMPOS DE TRABALHO, PARA A PRIMEIRA GRAVAÇÂO E PARA A
           *> REPETIÇÂO APOS CHAVE DUPLICADA; A DATA E A DO SAQUE NA REDE,
           *> PARA O TETO DIARIO E O EXTRATO CONTAREM O DIA CERTO
           MONTA-MOVIMENTO-EXTRATO.
                MOVE COD-CONTA TO EXT-COD-CONTA.
                MOVE W-EXT-SEQ TO EXT-SEQUENCIA.
                MOVE W-EXT-TIPO-ATUAL TO EXT-TIPO.
                MOVE W-EXT-VALOR-MOV TO EXT-VALOR.
                MOVE W-EXT-SALDO-ANT-MOV TO EXT-SALDO-ANTERIOR.
                MOVE W-SALDO TO EXT-SALDO-ATUAL.
                MOVE ZEROS TO EXT-CONTA-CONTRA.
                MOVE ZEROS TO EXT-SEQ-ESTORNADA.
                MOVE ATM-DATA TO EXT-DATA.
                MOVE ATM-HORA TO EXT-HORA.
                MOVE ZEROS TO EXT-OPERADOR.
                MOVE SPACES TO EXT-DESCRICAO.
                STRING "SAQUE ATM " DELIMITED BY SIZE
                       ATM-TERMINAL DELIMITED BY SIZE
                    INTO EXT-DESCRICAO.
                MOVE 62 TO EXT-CATEGORIA.

           *> ESPELHA O MOVIMENTO RECEM-GRAVADO NO ARQUIVO DE MOVIMENTOS
           *> DO DIA, QUE AS VERIFICAÇÔES DE "O QUE ACONTECEU HOJE" LEEM
           *> SEM VARRER O EXTRATO; CHAVE DUPLICADA (RESTART) E IGNORADA
           GRAVA-MOVDIA.
                MOVE EXT-COD-CONTA TO MVD-COD-CONTA.
                MOVE EXT-SEQUENCIA TO MVD-SEQUENCIA.
                MOVE EXT-TIPO TO MVD-TIPO.
                MOVE EXT-VALOR TO MVD-VALOR.
                MOVE EXT-SALDO-ANTERIOR TO MVD-SALDO-ANTERIOR.
                MOVE EXT-DATA TO MVD-DATA.
                MOVE EXT-OPERADOR TO MVD-OPERADOR.
                WRITE REG-MOVDIA INVALID KEY CONTINUE END-WRITE.

           *> VARREDURA DE EXCEÇÂO PARA CONTA ANTERIOR AO CONTADOR
           FIND-NEXT-EXT-SEQ.
                MOVE COD-CONTA TO EXT-COD-CONTA.
                MOVE 999999 TO EXT-SEQUENCIA.
                START ARQ-EXTRATO KEY IS NOT GREATER THAN EXT-CHAVE
                    INVALID KEY MOVE 1 TO W-EXT-SEQ
                    NOT INVALID KEY
                        READ ARQ-EXTRATO NEXT RECORD AT END MOVE 1 TO W-EXT-SEQ
                        NOT AT END
                            IF EXT-COD-CONTA EQUAL COD-CONTA
                                COMPUTE W-EXT-SEQ = EXT-SEQUENCIA + 1
                            ELSE
                                MOVE 1 TO W-EXT-SEQ
                            END-IF
                        END-READ
                END-START.

           *> GRAVA A MARCA (NSU DA ULTIMA LINHA LIDA) E A QUANTIDADE DE
           *> LINHAS JA PROCESSADAS, PARA RESTART
           GRAVA-CHECKPOINT.
                OPEN OUTPUT ARQ-CHECKPOINT.
                MOVE W-ULTIMO-NSU TO CKA-ULTIMO-NSU.
                MOVE W-QTDE-PROCESSADA TO CKA-QTDE-PROCESSADA.
                MOVE DATE-TIME TO CKA-DATA.
                WRITE REG-CKPT-ATM.
                CLOSE ARQ-CHECKPOINT.

           *> LIGA E DESLIGA A MARCA DE JANELA BATCH NO ARQUIVO DE STATUS
           *> DO SISTEMA; COM A MARCA LIGADA O PROGRAMA DE CAIXA RECUSA
           *> OPERAÇÔES QUE MEXEM EM SALDO
           MARCA-JANELA-BATCH.
                OPEN OUTPUT ARQ-SISTEMA.
                MOVE 'S' TO SYS-BATCH-EM-ANDAMENTO.
                MOVE "CONTA-ATM" TO SYS-JOB.
                MOVE DATE-TIME TO SYS-DATA.
                WRITE REG-SISTEMA.
                CLOSE ARQ-SISTEMA.

           LIBERA-JANELA-BATCH.
                OPEN OUTPUT ARQ-SISTEMA.
                MOVE 'N' TO SYS-BATCH-EM-ANDAMENTO.
                MOVE "CONTA-ATM" TO SYS-JOB.
                MOVE DATE-TIME TO SYS-DATA.
                WRITE REG-SISTEMA.
                CLOSE ARQ-SISTEMA.

            CLOSE-FILES.
                CLOSE ARQ-ATM.
                CLOSE ARQ-ATM-RETORNO.
                CLOSE ARQ-CARTAO.
                CLOSE ARQ-BANCO.
                CLOSE ARQ-EXTRATO.
                CLOSE ARQ-MOVDIA.
                CLOSE ARQ-BLOQUEIO.
                CLOSE ARQ-CHEQUE-DEP.
                CLOSE ARQ-CLIENTE.
                CLOSE ARQ-EMPRESA.
                CLOSE ARQ-RELATORIO.

           *> ANOTA NO DIARIO CENTRAL DE EXECUÇÔES (ARQ-JOBLOG.DAT) O
           *> INICIO ('I') E O FIM ('F') DESTA EXECUÇÂO; UM 'I' SEM 'F'
           *> CORRESPONDENTE DENUNCIA FIM ANORMAL
           GRAVA-JOBLOG.
                OPEN EXTEND ARQ-JOBLOG.
                IF ARQ-JLG-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-JOBLOG
                END-IF.
                MOVE "CONTA-ATM" TO JLG-JOB.
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
                MOVE "CONTA-ATM" TO CAT-JOB.
                MOVE WS-REL-FILENAME TO CAT-ARQUIVO.
                COMPUTE CAT-DATA = YEARS * 10000 + MONTHS * 100 + DAYS.
                MOVE W-QTDE-LINHAS-REL TO CAT-QTDE.
                WRITE REG-CATALOGO.
                CLOSE ARQ-CATALOGO.

       END PROGRAM CONTA-ATM.
