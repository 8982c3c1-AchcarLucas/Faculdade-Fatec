       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-FUSAO-AGENCIA.

      *> JOB DE FECHAMENTO/INCORPORAÇÂO DE AGENCIA: LE O PEDIDO DE
      *> FUSÂO EM ARQ-FUSAO-PARAM.DAT (AGENCIA DE ORIGEM, AGENCIA DE
      *> DESTINO E DATA EFETIVA) E, A PARTIR DA DATA EFETIVA, PASSA
      *> TODAS AS CONTAS DA ORIGEM (INCLUSIVE AS ENCERRADAS, PARA O
      *> HISTORICO FICAR NUMA AGENCIA SO) PARA O DESTINO. CADA CONTA
      *> MOVIDA GANHA UMA ENTRADA ANTES/DEPOIS NA TRILHA DE AUDITORIA
      *> E, SE NÂO ESTIVER ENCERRADA, UM AVISO NA FILA DE NOTIFICAÇÔES
      *> DO CLIENTE. AO FINAL A ORIGEM FICA INATIVA NO CADASTRO DE
      *> AGENCIAS (A ABERTURA DE CONTA JA RECUSA AGENCIA INATIVA) E O
      *> RELATORIO DE CONVERSÂO CONCILIA, POR AGENCIA, QUANTIDADE DE
      *> CONTAS E SALDO TOTAL ANTES E DEPOIS. O SALDO MIGRADO VAI PARA
      *> ARQ-FUSAO-GL.DAT, DE ONDE O CONTA-FECHAMENTO DO DIA TIRA O
      *> PAR DE LANÇAMENTOS DE TRANSFERENCIA ENTRE AGENCIAS DO RAZÂO;
      *> POR ISSO O JOB RODA ANTES DO FECHAMENTO. GRAVA CHECKPOINT A
      *> CADA N CONTAS, COM A FOTOGRAFIA "ANTES" GUARDADA A PARTE PARA
      *> O RESTART CONCILIAR CONTRA O ESTADO ORIGINAL; O SALDO MIGRADO
      *> VAI NO PROPRIO CHECKPOINT, E A TRANSFERENCIA JA GRAVADA EM
      *> ARQ-FUSAO-GL.DAT PARA A MESMA DATA E AGENCIAS NÂO E GRAVADA DE
      *> NOVO NA RERODADA.

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

                   SELECT ARQ-AGENCIA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS AGE-COD-AGENCIA
                       FILE STATUS ARQ-AGE-OK.

                   SELECT ARQ-AUDIT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS AUD-CHAVE
                       FILE STATUS ARQ-AUD-OK.

                   SELECT ARQ-NOTIFICACAO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS NOT-CHAVE
                       FILE STATUS ARQ-NOT-OK.

                   SELECT ARQ-PARAM ASSIGN TO "ARQ-FUSAO-PARAM.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-PAR-OK.

                   SELECT ARQ-RELATORIO ASSIGN TO WS-REL-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-REL-OK.

                   SELECT ARQ-FUSAO-GL ASSIGN TO "ARQ-FUSAO-GL.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-FGL-OK.

                   SELECT ARQ-CHECKPOINT ASSIGN TO "CKPT_FUSAO.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-CKPT-OK.

                   SELECT ARQ-CKPT-AGENCIAS ASSIGN TO "CKPT_FUSAO_AGENCIAS.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-CKA-OK.

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
               FD ARQ-BANCO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-BANCO.DAT".

               COPY REGBANCO.

               FD ARQ-AGENCIA LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-AGENCIA.DAT".

               COPY AGENCIA.

               FD ARQ-AUDIT LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-AUDIT-MODIF.DAT".

               COPY AUDITMOD.

               FD ARQ-NOTIFICACAO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-NOTIFICACAO.DAT".

               COPY NOTIFICA.

               FD ARQ-PARAM LABEL RECORDS STANDARD.

               01  REG-PARAM.
                   02  PAR-AGENCIA-ORIGEM      PIC 9(4).
                   02  PAR-AGENCIA-DESTINO     PIC 9(4).
                   02  PAR-DATA-EFETIVA.
                       03  PAR-EFETIVA-ANO     PIC 9(04).
                       03  PAR-EFETIVA-MES     PIC 9(02).
                       03  PAR-EFETIVA-DIA     PIC 9(02).

               FD ARQ-RELATORIO LABEL RECORDS STANDARD.

               01  REG-RELATORIO               PIC X(120).

               FD ARQ-FUSAO-GL LABEL RECORDS STANDARD.

               COPY FUSAOGL.

      *> CHECKPOINT PROPRIO: O LAYOUT COMUM MAIS A QUANTIDADE E O SALDO
      *> MIGRADOS DA ORIGEM (O "ANTES" DELA), QUE VÂO PARA O RAZÂO
               FD ARQ-CHECKPOINT LABEL RECORDS STANDARD.

               01  REG-CKPT-FUSAO.
                   02  CKF-ULTIMO-COD-CONTA   PIC 9(7).
                   02  CKF-QTDE-PROCESSADA    PIC 9(8).
                   02  CKF-DATA.
                       03  CKF-DATA-ANO       PIC 9(04).
                       03  CKF-DATA-MES       PIC 9(02).
                       03  CKF-DATA-DIA       PIC 9(02).
                   02  CKF-QTDE-MIGRADA       PIC 9(6).
                   02  CKF-SALDO-MIGRADO      PIC S9(12)V99 SIGN IS LEADING SEPARATE CHARACTER.

      *> FOTOGRAFIA "ANTES" POR AGENCIA, GRAVADA UMA VEZ ANTES DA
      *> PRIMEIRA CONTA MOVIDA
               FD ARQ-CKPT-AGENCIAS LABEL RECORDS STANDARD.

               01  REG-CKPT-AGENCIA.
                   02  CKA-COD-AGENCIA      PIC 9(4).
                   02  CKA-QTDE-CONTAS      PIC 9(6).
                   02  CKA-SALDO            PIC S9(12)V99 SIGN IS LEADING SEPARATE CHARACTER.

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
                    02  ARQ-OK              PIC 9(2).
                    02  ARQ-AGE-OK          PIC X(2).
                    02  ARQ-AUD-OK          PIC X(2).
                    02  ARQ-NOT-OK          PIC 9(2).
                    02  ARQ-PAR-OK          PIC X(2).
                    02  ARQ-REL-OK          PIC X(2).
                    02  ARQ-FGL-OK          PIC X(2).
                    02  ARQ-CKPT-OK         PIC X(2).
                    02  ARQ-CKA-OK          PIC X(2).

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                    02 MONTHS           PIC 9(02).
                    02 DAYS             PIC 9(02).

                01 MASK-VARIABLES.
                    02  M-VALOR             PIC ---.---.---.--9,99.

                01 PEDIDO-VARIABLES.
                    02  W-AGENCIA-ORIGEM        PIC 9(4) VALUE ZEROS.
                    02  W-AGENCIA-DESTINO       PIC 9(4) VALUE ZEROS.
                    02  W-DATA-EFETIVA-NUM      PIC 9(8) VALUE ZEROS.
                    02  W-DATA-HOJE-NUM         PIC 9(8).
                    02  W-NOME-ORIGEM           PIC X(30).
                    02  W-NOME-DESTINO          PIC X(30).
                    02  W-PEDIDO                PIC X(1) VALUE 'N'.
                        88  PEDIDO-VALIDO       VALUE 'S'.

                01 AUDITORIA-VARIABLES.
                    02  W-AUD-SEQ               PIC 9(6).
                    02  W-HORA-AGORA            PIC 9(8).
                    02  W-NOT-SEQ               PIC 9(6).

                01 WS-CONTROLE.
                    02  WS-EOF                  PIC X(1) VALUE 'N'.
                        88  FIM-ARQUIVO         VALUE 'S'.
                    02  W-CHECKPOINT-INTERVALO  PIC 9(4) VALUE 100.
                    02  W-ULTIMO-COD-CONTA      PIC 9(7) VALUE ZEROS.
                    02  W-QTDE-PROCESSADA       PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-MIGRADAS         PIC 9(6) VALUE ZEROS.
                    02  W-QTDE-AVISOS           PIC 9(6) VALUE ZEROS.
                    02  WS-CONTINUACAO          PIC X(1) VALUE 'N'.
                        88  RETOMA-MESMO-DIA    VALUE 'S'.
                    *> CHECKPOINT DE HOJE COM ESTA MARCA = FUSÂO JA
                    *> CONCLUIDA; RODAR DE NOVO NÂO REPETE O LANÇAMENTO
                    *> DE TRANSFERENCIA DO RAZÂO
                    02  W-MARCA-CONCLUIDO       PIC 9(7) VALUE 9999999.
                    02  W-CONCLUIDO             PIC X(1) VALUE 'N'.
                        88  FUSAO-CONCLUIDA     VALUE 'S'.

                01 CONCILIACAO-VARIABLES.
                    02  W-TOT-QTDE-ANTES        PIC 9(8).
                    02  W-TOT-SALDO-ANTES       PIC S9(14)V99.
                    02  W-TOT-QTDE-DEPOIS       PIC 9(8).
                    02  W-TOT-SALDO-DEPOIS      PIC S9(14)V99.
                    02  W-ESPERADO-QTDE         PIC 9(8).
                    02  W-ESPERADO-SALDO        PIC S9(14)V99.
                    02  W-QTDE-MIGRADA-GL       PIC 9(6).
                    02  W-SALDO-MIGRADO-GL      PIC S9(12)V99.
                    02  W-GL-JA-GRAVADO         PIC X(1).
                        88  GL-JA-GRAVADO       VALUE 'S'.
                    02  W-SITUACAO-AGENCIA      PIC X(11).
                    02  W-DIVERGENCIAS          PIC 9(4) VALUE ZEROS.

                01 WS-AGENCIAS.
                    02  W-MAX-AGENCIAS          PIC 99 VALUE 50.
                    02  W-QTDE-AGENCIAS         PIC 99 VALUE ZEROS.
                    02  WS-AGENCIA-TABELA OCCURS 50 TIMES INDEXED BY WS-IDX.
                        03  AG-COD-AGENCIA      PIC 9(4).
                        03  AG-QTDE-ANTES       PIC 9(6).
                        03  AG-SALDO-ANTES      PIC S9(12)V99.
                        03  AG-QTDE-DEPOIS      PIC 9(6).
                        03  AG-SALDO-DEPOIS     PIC S9(12)V99.
                    02  W-IDX-ENCONTRADO        PIC 99 VALUE ZEROS.
                    02  W-IDX-ORIGEM            PIC 99 VALUE ZEROS.
                    02  W-IDX-DESTINO           PIC 99 VALUE ZEROS.

       PROCEDURE DIVISION.

            INIT.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                STRING "ARQ-FUSAO-AGENCIA-" DELIMITED BY SIZE
                       YEARS  DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       DAYS   DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                    INTO WS-REL-FILENAME.
                COMPUTE W-DATA-HOJE-NUM = YEARS * 10000 + MONTHS * 100 + DAYS.
                PERFORM LE-PARAM.
                PERFORM LE-CHECKPOINT.
                IF FUSAO-CONCLUIDA
                    DISPLAY "FUSAO DA AGENCIA " W-AGENCIA-ORIGEM " JA CONCLUIDA HOJE, NADA A FAZER"
                    STOP RUN
                END-IF.
                OPEN I-O ARQ-AGENCIA.
                PERFORM VALIDA-PEDIDO.
                IF NOT PEDIDO-VALIDO
                    CLOSE ARQ-AGENCIA
                    STOP RUN
                END-IF.
                MOVE 'I' TO W-JLG-EVENTO.
                MOVE ZEROS TO W-JLG-QTDE.
                MOVE 'N' TO W-JLG-CKPT.
                PERFORM GRAVA-JOBLOG.
                PERFORM OPEN-FILES.
                PERFORM MARCA-JANELA-BATCH.
                IF RETOMA-MESMO-DIA
                    PERFORM CARREGA-FOTO-ANTES
                ELSE
                    PERFORM APURA-FOTO-ANTES
                    PERFORM GRAVA-FOTO-ANTES
                    PERFORM APURA-MIGRADO-ORIGEM
                    PERFORM IMPRIME-CABECALHO
                END-IF.
                PERFORM POSICIONA-ARQ-BANCO.
                PERFORM MIGRA-CONTAS UNTIL FIM-ARQUIVO.
                PERFORM GRAVA-CHECKPOINT.
                PERFORM APURA-FOTO-DEPOIS.
                PERFORM IMPRIME-CONCILIACAO.
                PERFORM GRAVA-TRANSFERENCIA-GL.
                MOVE W-MARCA-CONCLUIDO TO W-ULTIMO-COD-CONTA.
                PERFORM GRAVA-CHECKPOINT.
                PERFORM INATIVA-AGENCIA-ORIGEM.
                PERFORM LIBERA-JANELA-BATCH.
                PERFORM CLOSE-FILES.
                PERFORM GRAVA-CATALOGO.
                MOVE 'F' TO W-JLG-EVENTO.
                MOVE W-QTDE-PROCESSADA TO W-JLG-QTDE.
                IF RETOMA-MESMO-DIA
                    MOVE 'S' TO W-JLG-CKPT
                END-IF.
                PERFORM GRAVA-JOBLOG.
                DISPLAY "FUSAO CONCLUIDA. CONTAS MOVIDAS NESTA EXECUCAO: " W-QTDE-MIGRADAS
                        " AVISOS: " W-QTDE-AVISOS
                        " DIVERGENCIAS: " W-DIVERGENCIAS.
                STOP RUN.

           *> O PEDIDO DE FUSÂO NÂO TEM PADRÂO: SEM O ARQUIVO NÂO HA O QUE
           *> MIGRAR
           LE-PARAM.
                OPEN INPUT ARQ-PARAM.
                IF ARQ-PAR-OK EQUAL "00"
                    READ ARQ-PARAM
                        AT END CONTINUE
                        NOT AT END
                            MOVE PAR-AGENCIA-ORIGEM TO W-AGENCIA-ORIGEM
                            MOVE PAR-AGENCIA-DESTINO TO W-AGENCIA-DESTINO
                            COMPUTE W-DATA-EFETIVA-NUM = PAR-EFETIVA-ANO * 10000
                                + PAR-EFETIVA-MES * 100 + PAR-EFETIVA-DIA
                    END-READ
                    CLOSE ARQ-PARAM
                ELSE
                    DISPLAY "ARQ-FUSAO-PARAM.DAT AUSENTE, NENHUMA FUSAO A PROCESSAR"
                END-IF.

           *> ORIGEM E DESTINO DIFERENTES E CADASTRADOS, DESTINO ATIVO,
           *> ORIGEM AINDA ATIVA (INATIVA = FUSÂO JA FEITA) E DATA EFETIVA
           *> JA ALCANÇADA; FORA DISSO O JOB SAI SEM TOCAR EM NADA
           VALIDA-PEDIDO.
                MOVE 'N' TO W-PEDIDO.
                EVALUATE TRUE
                    WHEN W-AGENCIA-ORIGEM EQUAL ZEROS OR W-AGENCIA-DESTINO EQUAL ZEROS
                        DISPLAY "PEDIDO DE FUSAO SEM AGENCIA DE ORIGEM OU DE DESTINO"
                    WHEN W-AGENCIA-ORIGEM EQUAL W-AGENCIA-DESTINO
                        DISPLAY "AGENCIA DE ORIGEM IGUAL A DE DESTINO: " W-AGENCIA-ORIGEM
                    WHEN W-DATA-EFETIVA-NUM > W-DATA-HOJE-NUM
                        DISPLAY "FUSAO DA AGENCIA " W-AGENCIA-ORIGEM " AGENDADA PARA "
                                PAR-EFETIVA-DIA "/" PAR-EFETIVA-MES "/" PAR-EFETIVA-ANO
                                ", NADA A FAZER HOJE"
                    WHEN OTHER
                        PERFORM VALIDA-AGENCIAS
                END-EVALUATE.

            VALIDA-AGENCIAS.
                MOVE W-AGENCIA-DESTINO TO AGE-COD-AGENCIA.
                READ ARQ-AGENCIA
                    INVALID KEY
                        DISPLAY "AGENCIA DE DESTINO " W-AGENCIA-DESTINO " NAO CADASTRADA"
                    NOT INVALID KEY
                        MOVE AGE-NOME TO W-NOME-DESTINO
                        IF AGE-INATIVA
                            DISPLAY "AGENCIA DE DESTINO " W-AGENCIA-DESTINO " INATIVA"
                        ELSE
                            MOVE 'S' TO W-PEDIDO
                        END-IF
                END-READ.
                IF PEDIDO-VALIDO
                    MOVE 'N' TO W-PEDIDO
                    MOVE W-AGENCIA-ORIGEM TO AGE-COD-AGENCIA
                    READ ARQ-AGENCIA
                        INVALID KEY
                            DISPLAY "AGENCIA DE ORIGEM " W-AGENCIA-ORIGEM " NAO CADASTRADA"
                        NOT INVALID KEY
                            MOVE AGE-NOME TO W-NOME-ORIGEM
                            IF AGE-INATIVA
                                DISPLAY "AGENCIA DE ORIGEM " W-AGENCIA-ORIGEM " JA INATIVA, FUSAO JA PROCESSADA"
                            ELSE
                                MOVE 'S' TO W-PEDIDO
                            END-IF
                    END-READ
                END-IF.

            OPEN-FILES.
                OPEN I-O ARQ-BANCO.
                OPEN I-O ARQ-AUDIT.
                OPEN I-O ARQ-NOTIFICACAO.
                *> RETOMANDO O MESMO DIA: ANEXA AO RELATORIO JA GRAVADO
                *> ANTES DO RESTART EM VEZ DE TRUNCAR AS CONTAS JA MOVIDAS
                IF RETOMA-MESMO-DIA
                    OPEN EXTEND ARQ-RELATORIO
                    IF ARQ-REL-OK NOT EQUAL "00"
                        OPEN OUTPUT ARQ-RELATORIO
                    END-IF
                ELSE
                    OPEN OUTPUT ARQ-RELATORIO
                END-IF.

           *> LE O CHECKPOINT ANTERIOR, SE EXISTIR E FOR DE HOJE, PARA SABER ONDE
           *> RETOMAR; UM CHECKPOINT DE UM DIA ANTERIOR NÂO DEVE IMPEDIR UMA
           *> NOVA FUSÂO DE ENCONTRAR TRABALHO
           LE-CHECKPOINT.
                MOVE ZEROS TO W-ULTIMO-COD-CONTA.
                MOVE ZEROS TO W-QTDE-PROCESSADA.
                MOVE 'N' TO WS-CONTINUACAO.
                OPEN INPUT ARQ-CHECKPOINT.
                IF ARQ-CKPT-OK EQUAL "00"
                    READ ARQ-CHECKPOINT
                        AT END CONTINUE
                        NOT AT END
                            IF CKF-DATA-ANO EQUAL YEARS AND
                               CKF-DATA-MES EQUAL MONTHS AND
                               CKF-DATA-DIA EQUAL DAYS
                                MOVE CKF-ULTIMO-COD-CONTA TO W-ULTIMO-COD-CONTA
                                MOVE CKF-QTDE-PROCESSADA TO W-QTDE-PROCESSADA
                                MOVE CKF-QTDE-MIGRADA TO W-QTDE-MIGRADA-GL
                                MOVE CKF-SALDO-MIGRADO TO W-SALDO-MIGRADO-GL
                                MOVE 'S' TO WS-CONTINUACAO
                            END-IF
                    END-READ
                    CLOSE ARQ-CHECKPOINT
                END-IF.
                IF W-ULTIMO-COD-CONTA EQUAL W-MARCA-CONCLUIDO
                    MOVE 'S' TO W-CONCLUIDO
                END-IF.

           *> POSICIONA A LEITURA LOGO APOS A ULTIMA CONTA JA PROCESSADA
           POSICIONA-ARQ-BANCO.
                MOVE 'N' TO WS-EOF.
                IF W-ULTIMO-COD-CONTA > ZEROS
                    MOVE W-ULTIMO-COD-CONTA TO COD-CONTA
                    START ARQ-BANCO KEY IS GREATER THAN COD-CONTA
                        INVALID KEY MOVE 'S' TO WS-EOF
                ELSE
                    MOVE ZEROS TO COD-CONTA
                    START ARQ-BANCO KEY IS NOT LESS THAN COD-CONTA
                        INVALID KEY MOVE 'S' TO WS-EOF
                END-IF.

           *> FOTOGRAFIA "ANTES": QUANTIDADE DE CONTAS E SALDO TOTAL DE
           *> CADA AGENCIA, TIRADA COM A JANELA BATCH JA MARCADA
           APURA-FOTO-ANTES.
                MOVE 'N' TO WS-EOF.
                MOVE ZEROS TO COD-CONTA.
                START ARQ-BANCO KEY IS NOT LESS THAN COD-CONTA
                    INVALID KEY MOVE 'S' TO WS-EOF.
                PERFORM SOMA-CONTA-ANTES UNTIL FIM-ARQUIVO.

            SOMA-CONTA-ANTES.
                READ ARQ-BANCO NEXT RECORD
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        PERFORM LOCALIZA-AGENCIA
                        IF W-IDX-ENCONTRADO NOT EQUAL ZEROS
                            SET WS-IDX TO W-IDX-ENCONTRADO
                            ADD 1 TO AG-QTDE-ANTES (WS-IDX)
                            ADD W-SALDO TO AG-SALDO-ANTES (WS-IDX)
                        END-IF
                END-READ.

            APURA-FOTO-DEPOIS.
                MOVE 'N' TO WS-EOF.
                MOVE ZEROS TO COD-CONTA.
                START ARQ-BANCO KEY IS NOT LESS THAN COD-CONTA
                    INVALID KEY MOVE 'S' TO WS-EOF.
                PERFORM SOMA-CONTA-DEPOIS UNTIL FIM-ARQUIVO.

            SOMA-CONTA-DEPOIS.
                READ ARQ-BANCO NEXT RECORD
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        PERFORM LOCALIZA-AGENCIA
                        IF W-IDX-ENCONTRADO NOT EQUAL ZEROS
                            SET WS-IDX TO W-IDX-ENCONTRADO
                            ADD 1 TO AG-QTDE-DEPOIS (WS-IDX)
                            ADD W-SALDO TO AG-SALDO-DEPOIS (WS-IDX)
                        END-IF
                END-READ.

           *> LOCALIZA OU CRIA A ENTRADA DA AGENCIA DA CONTA NA TABELA
           LOCALIZA-AGENCIA.
                MOVE ZEROS TO W-IDX-ENCONTRADO.
                SET WS-IDX TO 1.
                SEARCH WS-AGENCIA-TABELA VARYING WS-IDX
                    AT END CONTINUE
                    WHEN AG-COD-AGENCIA (WS-IDX) EQUAL COD-AGENCIA
                        MOVE WS-IDX TO W-IDX-ENCONTRADO
                END-SEARCH.
                IF W-IDX-ENCONTRADO EQUAL ZEROS
                    IF W-QTDE-AGENCIAS < W-MAX-AGENCIAS
                        ADD 1 TO W-QTDE-AGENCIAS
                        MOVE W-QTDE-AGENCIAS TO W-IDX-ENCONTRADO
                        SET WS-IDX TO W-IDX-ENCONTRADO
                        MOVE COD-AGENCIA TO AG-COD-AGENCIA (WS-IDX)
                        MOVE ZEROS TO AG-QTDE-ANTES (WS-IDX)
                        MOVE ZEROS TO AG-SALDO-ANTES (WS-IDX)
                        MOVE ZEROS TO AG-QTDE-DEPOIS (WS-IDX)
                        MOVE ZEROS TO AG-SALDO-DEPOIS (WS-IDX)
                    ELSE
                        DISPLAY "AGENCIA " COD-AGENCIA " NAO CONSTA NA CONCILIACAO: TABELA DE AGENCIAS CHEIA (LIMITE " W-MAX-AGENCIAS ")"
                    END-IF
                END-IF.

           *> O QUE A FUSÂO MIGRA E O "ANTES" DA ORIGEM INTEIRO; FICA NO
           *> CHECKPOINT DESDE A PRIMEIRA GRAVAÇÂO
           APURA-MIGRADO-ORIGEM.
                MOVE ZEROS TO W-QTDE-MIGRADA-GL.
                MOVE ZEROS TO W-SALDO-MIGRADO-GL.
                SET WS-IDX TO 1.
                SEARCH WS-AGENCIA-TABELA VARYING WS-IDX
                    AT END CONTINUE
                    WHEN AG-COD-AGENCIA (WS-IDX) EQUAL W-AGENCIA-ORIGEM
                        MOVE AG-QTDE-ANTES (WS-IDX) TO W-QTDE-MIGRADA-GL
                        MOVE AG-SALDO-ANTES (WS-IDX) TO W-SALDO-MIGRADO-GL
                END-SEARCH.

           *> A FOTOGRAFIA "ANTES" SO E TIRADA UMA VEZ: NUM RESTART PARTE
           *> DAS CONTAS JA ESTA NO DESTINO E UMA NOVA APURAÇÂO NÂO
           *> REPRESENTARIA MAIS O ESTADO ORIGINAL
           GRAVA-FOTO-ANTES.
                OPEN OUTPUT ARQ-CKPT-AGENCIAS.
                SET WS-IDX TO 1.
                PERFORM UNTIL WS-IDX > W-QTDE-AGENCIAS
                    MOVE AG-COD-AGENCIA (WS-IDX) TO CKA-COD-AGENCIA
                    MOVE AG-QTDE-ANTES (WS-IDX) TO CKA-QTDE-CONTAS
                    MOVE AG-SALDO-ANTES (WS-IDX) TO CKA-SALDO
                    WRITE REG-CKPT-AGENCIA
                    SET WS-IDX UP BY 1
                END-PERFORM.
                CLOSE ARQ-CKPT-AGENCIAS.

            CARREGA-FOTO-ANTES.
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
                                MOVE CKA-QTDE-CONTAS TO AG-QTDE-ANTES (WS-IDX)
                                MOVE CKA-SALDO TO AG-SALDO-ANTES (WS-IDX)
                                MOVE ZEROS TO AG-QTDE-DEPOIS (WS-IDX)
                                MOVE ZEROS TO AG-SALDO-DEPOIS (WS-IDX)
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-CKPT-AGENCIAS
                END-IF.

            MIGRA-CONTAS.
                READ ARQ-BANCO NEXT RECORD
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        IF COD-AGENCIA EQUAL W-AGENCIA-ORIGEM
                            PERFORM MIGRA-CONTA
                        END-IF
                        MOVE COD-CONTA TO W-ULTIMO-COD-CONTA
                        ADD 1 TO W-QTDE-PROCESSADA
                        IF FUNCTION MOD(W-QTDE-PROCESSADA, W-CHECKPOINT-INTERVALO) EQUAL ZEROS
                            PERFORM GRAVA-CHECKPOINT
                        END-IF
                END-READ.

           *> TROCA A AGENCIA, AUDITA O ANTES/DEPOIS, AVISA O CLIENTE E
           *> LISTA A CONTA NO RELATORIO DE CONVERSÂO
           MIGRA-CONTA.
                MOVE W-AGENCIA-DESTINO TO COD-AGENCIA.
                MOVE DATE-TIME TO DT-ULT-MODIF.
                REWRITE REG-BANCO
                    INVALID KEY DISPLAY "ERRO AO REGRAVAR CONTA " COD-CONTA
                    NOT INVALID KEY
                        ADD 1 TO W-QTDE-MIGRADAS
                        PERFORM GRAVA-ENTRADA-AUDIT
                        IF NOT CONTA-FECHADA
                            PERFORM GRAVA-AVISO-CLIENTE
                        END-IF
                        PERFORM GRAVA-LINHA-CONTA
                END-REWRITE.

           *> MESMA TRILHA DA TELA DE MODIFICAÇÂO, PROXIMA SEQUENCIA DA
           *> CONTA; OPERADOR ZERO = ALTERAÇÂO FEITA PELO BATCH
           GRAVA-ENTRADA-AUDIT.
                MOVE COD-CONTA TO AUD-COD-CONTA.
                MOVE 999999 TO AUD-SEQUENCIA.
                START ARQ-AUDIT KEY IS NOT GREATER THAN AUD-CHAVE
                    INVALID KEY MOVE 1 TO W-AUD-SEQ
                    NOT INVALID KEY
                        READ ARQ-AUDIT NEXT RECORD AT END MOVE 1 TO W-AUD-SEQ
                        NOT AT END
                            IF AUD-COD-CONTA EQUAL COD-CONTA
                                ADD 1 TO AUD-SEQUENCIA GIVING W-AUD-SEQ
                            ELSE
                                MOVE 1 TO W-AUD-SEQ
                            END-IF
                        END-READ
                END-START.
                MOVE COD-CONTA TO AUD-COD-CONTA.
                MOVE W-AUD-SEQ TO AUD-SEQUENCIA.
                MOVE "AGENCIA" TO AUD-CAMPO.
                MOVE W-AGENCIA-ORIGEM TO AUD-VALOR-ANTES.
                MOVE W-AGENCIA-DESTINO TO AUD-VALOR-DEPOIS.
                MOVE DATE-TIME TO AUD-DATA.
                ACCEPT W-HORA-AGORA FROM TIME.
                MOVE W-HORA-AGORA (1:6) TO AUD-HORA.
                MOVE ZEROS TO AUD-OPERADOR.
                WRITE REG-AUDIT-MODIF
                    INVALID KEY DISPLAY "ERRO AO GRAVAR AUDITORIA " AUD-CHAVE
                END-WRITE.

           *> O CLIENTE FICA SABENDO DA NOVA AGENCIA PELA FILA DE
           *> NOTIFICAÇÔES, COM A PROXIMA SEQUENCIA DA CONTA
           GRAVA-AVISO-CLIENTE.
                MOVE COD-CONTA TO NOT-COD-CONTA.
                MOVE 999999 TO NOT-SEQUENCIA.
                START ARQ-NOTIFICACAO KEY IS NOT GREATER THAN NOT-CHAVE
                    INVALID KEY MOVE 1 TO W-NOT-SEQ
                    NOT INVALID KEY
                        READ ARQ-NOTIFICACAO NEXT RECORD
                            AT END MOVE 1 TO W-NOT-SEQ
                        NOT AT END
                            IF NOT-COD-CONTA EQUAL COD-CONTA
                                ADD 1 TO NOT-SEQUENCIA GIVING W-NOT-SEQ
                            ELSE
                                MOVE 1 TO W-NOT-SEQ
                            END-IF
                        END-READ
                END-START.
                MOVE COD-CONTA TO NOT-COD-CONTA.
                MOVE W-NOT-SEQ TO NOT-SEQUENCIA.
                MOVE CPF TO NOT-CPF.
                MOVE 'MA' TO NOT-EVENTO.
                MOVE SPACES TO NOT-TEXTO.
                STRING "SUA CONTA PASSOU PARA A AGENCIA " DELIMITED BY SIZE
                       W-AGENCIA-DESTINO DELIMITED BY SIZE
                    INTO NOT-TEXTO.
                MOVE DATE-TIME TO NOT-DATA.
                MOVE 'P' TO NOT-STATUS.
                WRITE REG-NOTIFICACAO
                    INVALID KEY DISPLAY "ERRO AO GRAVAR NOTIFICACAO " NOT-CHAVE
                    NOT INVALID KEY ADD 1 TO W-QTDE-AVISOS
                END-WRITE.

            GRAVA-LINHA-CONTA.
                MOVE SPACES TO REG-RELATORIO.
                MOVE W-SALDO TO M-VALOR.
                STRING "CONTA " DELIMITED BY SIZE
                       COD-CONTA DELIMITED BY SIZE
                       " STATUS " DELIMITED BY SIZE
                       W-STATUS DELIMITED BY SIZE
                       " AGENCIA " DELIMITED BY SIZE
                       W-AGENCIA-ORIGEM DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       W-AGENCIA-DESTINO DELIMITED BY SIZE
                       " SALDO " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

            IMPRIME-CABECALHO.
                MOVE SPACES TO REG-RELATORIO.
                STRING "CONVERSAO DE AGENCIA EM " DELIMITED BY SIZE
                       DAYS DELIMITED BY SIZE "/" DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE "/" DELIMITED BY SIZE
                       YEARS DELIMITED BY SIZE
                       " - DATA EFETIVA " DELIMITED BY SIZE
                       PAR-EFETIVA-DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                       PAR-EFETIVA-MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                       PAR-EFETIVA-ANO DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.
                MOVE SPACES TO REG-RELATORIO.
                STRING "ORIGEM  " DELIMITED BY SIZE
                       W-AGENCIA-ORIGEM DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       W-NOME-ORIGEM DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.
                MOVE SPACES TO REG-RELATORIO.
                STRING "DESTINO " DELIMITED BY SIZE
                       W-AGENCIA-DESTINO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       W-NOME-DESTINO DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

           *> CONCILIAÇÂO POR AGENCIA: A ORIGEM TEM DE FICAR ZERADA, O
           *> DESTINO TEM DE FICAR COM O SEU "ANTES" MAIS O "ANTES" DA
           *> ORIGEM E AS DEMAIS NÂO PODEM MUDAR; NO TOTAL GERAL
           *> QUANTIDADE E SALDO TÊM DE BATER
           IMPRIME-CONCILIACAO.
                MOVE ZEROS TO W-IDX-ORIGEM.
                MOVE ZEROS TO W-IDX-DESTINO.
                MOVE ZEROS TO W-TOT-QTDE-ANTES.
                MOVE ZEROS TO W-TOT-SALDO-ANTES.
                MOVE ZEROS TO W-TOT-QTDE-DEPOIS.
                MOVE ZEROS TO W-TOT-SALDO-DEPOIS.
                SET WS-IDX TO 1.
                PERFORM UNTIL WS-IDX > W-QTDE-AGENCIAS
                    IF AG-COD-AGENCIA (WS-IDX) EQUAL W-AGENCIA-ORIGEM
                        MOVE WS-IDX TO W-IDX-ORIGEM
                    END-IF
                    IF AG-COD-AGENCIA (WS-IDX) EQUAL W-AGENCIA-DESTINO
                        MOVE WS-IDX TO W-IDX-DESTINO
                    END-IF
                    ADD AG-QTDE-ANTES (WS-IDX) TO W-TOT-QTDE-ANTES
                    ADD AG-SALDO-ANTES (WS-IDX) TO W-TOT-SALDO-ANTES
                    ADD AG-QTDE-DEPOIS (WS-IDX) TO W-TOT-QTDE-DEPOIS
                    ADD AG-SALDO-DEPOIS (WS-IDX) TO W-TOT-SALDO-DEPOIS
                    SET WS-IDX UP BY 1
                END-PERFORM.
                MOVE SPACES TO REG-RELATORIO.
                WRITE REG-RELATORIO.
                MOVE "CONCILIACAO POR AGENCIA (QTDE CONTAS / SALDO TOTAL)" TO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 2 TO W-QTDE-LINHAS-REL.
                SET WS-IDX TO 1.
                PERFORM IMPRIME-LINHA-AGENCIA UNTIL WS-IDX > W-QTDE-AGENCIAS.
                MOVE SPACES TO REG-RELATORIO.
                MOVE W-TOT-SALDO-ANTES TO M-VALOR.
                STRING "TOTAL GERAL ANTES  " DELIMITED BY SIZE
                       W-TOT-QTDE-ANTES DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                MOVE SPACES TO REG-RELATORIO.
                MOVE W-TOT-SALDO-DEPOIS TO M-VALOR.
                STRING "TOTAL GERAL DEPOIS " DELIMITED BY SIZE
                       W-TOT-QTDE-DEPOIS DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 2 TO W-QTDE-LINHAS-REL.
                IF W-TOT-QTDE-ANTES NOT EQUAL W-TOT-QTDE-DEPOIS OR
                   W-TOT-SALDO-ANTES NOT EQUAL W-TOT-SALDO-DEPOIS
                    ADD 1 TO W-DIVERGENCIAS
                END-IF.
                MOVE SPACES TO REG-RELATORIO.
                IF W-DIVERGENCIAS EQUAL ZEROS
                    MOVE "CONVERSAO CONCILIADA" TO REG-RELATORIO
                ELSE
                    STRING "CONVERSAO COM DIVERGENCIA - " DELIMITED BY SIZE
                           W-DIVERGENCIAS DELIMITED BY SIZE
                           " PONTO(S) A VERIFICAR ANTES DO FECHAMENTO" DELIMITED BY SIZE
                        INTO REG-RELATORIO
                END-IF.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

            IMPRIME-LINHA-AGENCIA.
                EVALUATE TRUE
                    WHEN AG-COD-AGENCIA (WS-IDX) EQUAL W-AGENCIA-ORIGEM
                        MOVE ZEROS TO W-ESPERADO-QTDE
                        MOVE ZEROS TO W-ESPERADO-SALDO
                    WHEN AG-COD-AGENCIA (WS-IDX) EQUAL W-AGENCIA-DESTINO
                        COMPUTE W-ESPERADO-QTDE =
                            AG-QTDE-ANTES (WS-IDX) + W-QTDE-MIGRADA-GL
                        COMPUTE W-ESPERADO-SALDO =
                            AG-SALDO-ANTES (WS-IDX) + W-SALDO-MIGRADO-GL
                    WHEN OTHER
                        MOVE AG-QTDE-ANTES (WS-IDX) TO W-ESPERADO-QTDE
                        MOVE AG-SALDO-ANTES (WS-IDX) TO W-ESPERADO-SALDO
                END-EVALUATE.
                IF AG-QTDE-DEPOIS (WS-IDX) EQUAL W-ESPERADO-QTDE AND
                   AG-SALDO-DEPOIS (WS-IDX) EQUAL W-ESPERADO-SALDO
                    MOVE "OK" TO W-SITUACAO-AGENCIA
                ELSE
                    MOVE "DIVERGENCIA" TO W-SITUACAO-AGENCIA
                    ADD 1 TO W-DIVERGENCIAS
                END-IF.
                MOVE SPACES TO REG-RELATORIO.
                MOVE AG-SALDO-ANTES (WS-IDX) TO M-VALOR.
                STRING "AGENCIA " DELIMITED BY SIZE
                       AG-COD-AGENCIA (WS-IDX) DELIMITED BY SIZE
                       " ANTES  " DELIMITED BY SIZE
                       AG-QTDE-ANTES (WS-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                MOVE SPACES TO REG-RELATORIO.
                MOVE AG-SALDO-DEPOIS (WS-IDX) TO M-VALOR.
                STRING "             DEPOIS " DELIMITED BY SIZE
                       AG-QTDE-DEPOIS (WS-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       W-SITUACAO-AGENCIA DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 2 TO W-QTDE-LINHAS-REL.
                SET WS-IDX UP BY 1.

           *> O SALDO MIGRADO E O "ANTES" DA ORIGEM (TODAS AS CONTAS DELA
           *> FORAM MOVIDAS), GUARDADO NO CHECKPOINT; O FECHAMENTO DE HOJE
           *> LANÇA A TRANSFERENCIA NO RAZÂO A PARTIR DESTE REGISTRO. UMA
           *> RERODADA QUE CAIU DEPOIS DA GRAVAÇÂO ACHA A ENTRADA DE HOJE
           *> DAS MESMAS AGENCIAS E NÂO A REPETE
           GRAVA-TRANSFERENCIA-GL.
                PERFORM VERIFICA-TRANSFERENCIA-GL.
                IF GL-JA-GRAVADO
                    DISPLAY "TRANSFERENCIA DA AGENCIA " W-AGENCIA-ORIGEM " JA GRAVADA HOJE EM ARQ-FUSAO-GL.DAT"
                END-IF.
                IF W-QTDE-MIGRADA-GL > ZEROS AND NOT GL-JA-GRAVADO
                    OPEN EXTEND ARQ-FUSAO-GL
                    IF ARQ-FGL-OK NOT EQUAL "00"
                        OPEN OUTPUT ARQ-FUSAO-GL
                    END-IF
                    MOVE DATE-TIME TO FGL-DATA
                    MOVE W-AGENCIA-ORIGEM TO FGL-AGENCIA-ORIGEM
                    MOVE W-AGENCIA-DESTINO TO FGL-AGENCIA-DESTINO
                    MOVE W-QTDE-MIGRADA-GL TO FGL-QTDE-CONTAS
                    MOVE W-SALDO-MIGRADO-GL TO FGL-SALDO
                    WRITE REG-FUSAO-GL
                    CLOSE ARQ-FUSAO-GL
                END-IF.

            VERIFICA-TRANSFERENCIA-GL.
                MOVE 'N' TO W-GL-JA-GRAVADO.
                OPEN INPUT ARQ-FUSAO-GL.
                IF ARQ-FGL-OK EQUAL "00"
                    PERFORM UNTIL ARQ-FGL-OK EQUAL "10" OR GL-JA-GRAVADO
                        READ ARQ-FUSAO-GL
                            AT END MOVE "10" TO ARQ-FGL-OK
                            NOT AT END
                                IF FGL-DATA EQUAL DATE-TIME AND
                                   FGL-AGENCIA-ORIGEM EQUAL W-AGENCIA-ORIGEM AND
                                   FGL-AGENCIA-DESTINO EQUAL W-AGENCIA-DESTINO
                                    MOVE 'S' TO W-GL-JA-GRAVADO
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-FUSAO-GL
                END-IF.

           *> A AGENCIA INCORPORADA SAI DE OPERAÇÂO: NENHUMA CONTA NOVA
           *> PODE SER ABERTA NELA
           INATIVA-AGENCIA-ORIGEM.
                MOVE W-AGENCIA-ORIGEM TO AGE-COD-AGENCIA.
                READ ARQ-AGENCIA
                    INVALID KEY DISPLAY "AGENCIA DE ORIGEM " W-AGENCIA-ORIGEM " NAO ENCONTRADA PARA INATIVAR"
                    NOT INVALID KEY
                        MOVE 'I' TO AGE-STATUS
                        REWRITE REG-AGENCIA
                            INVALID KEY DISPLAY "ERRO AO REGRAVAR AGENCIA " AGE-COD-AGENCIA
                        END-REWRITE
                END-READ.

           *> GRAVA O ULTIMO COD-CONTA PROCESSADO PARA PERMITIR RESTART
           GRAVA-CHECKPOINT.
                OPEN OUTPUT ARQ-CHECKPOINT.
                MOVE W-ULTIMO-COD-CONTA TO CKF-ULTIMO-COD-CONTA.
                MOVE W-QTDE-PROCESSADA TO CKF-QTDE-PROCESSADA.
                MOVE DATE-TIME TO CKF-DATA.
                MOVE W-QTDE-MIGRADA-GL TO CKF-QTDE-MIGRADA.
                MOVE W-SALDO-MIGRADO-GL TO CKF-SALDO-MIGRADO.
                WRITE REG-CKPT-FUSAO.
                CLOSE ARQ-CHECKPOINT.

           *> LIGA E DESLIGA A MARCA DE JANELA BATCH NO ARQUIVO DE STATUS
           *> DO SISTEMA; COM A MARCA LIGADA O PROGRAMA DE CAIXA RECUSA
           *> OPERAÇÔES QUE MEXEM EM SALDO
           MARCA-JANELA-BATCH.
                OPEN OUTPUT ARQ-SISTEMA.
                MOVE 'S' TO SYS-BATCH-EM-ANDAMENTO.
                MOVE "CONTA-FUSAO-AGENCIA" TO SYS-JOB.
                MOVE DATE-TIME TO SYS-DATA.
                WRITE REG-SISTEMA.
                CLOSE ARQ-SISTEMA.

           LIBERA-JANELA-BATCH.
                OPEN OUTPUT ARQ-SISTEMA.
                MOVE 'N' TO SYS-BATCH-EM-ANDAMENTO.
                MOVE "CONTA-FUSAO-AGENCIA" TO SYS-JOB.
                MOVE DATE-TIME TO SYS-DATA.
                WRITE REG-SISTEMA.
                CLOSE ARQ-SISTEMA.

            CLOSE-FILES.
                CLOSE ARQ-BANCO.
                CLOSE ARQ-AGENCIA.
                CLOSE ARQ-AUDIT.
                CLOSE ARQ-NOTIFICACAO.
                CLOSE ARQ-RELATORIO.


           *> ANOTA NO DIARIO CENTRAL DE EXECUÇÔES (ARQ-JOBLOG.DAT) O
           *> INICIO ('I') E O FIM ('F') DESTA EXECUÇÂO; UM 'I' SEM 'F'
           *> CORRESPONDENTE DENUNCIA FIM ANORMAL
           GRAVA-JOBLOG.
                OPEN EXTEND ARQ-JOBLOG.
                IF ARQ-JLG-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-JOBLOG
                END-IF.
                MOVE "CONTA-FUSAO-AGENCIA" TO JLG-JOB.
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
                MOVE "CONTA-FUSAO-AGENCIA" TO CAT-JOB.
                MOVE WS-REL-FILENAME TO CAT-ARQUIVO.
                COMPUTE CAT-DATA = YEARS * 10000 + MONTHS * 100 + DAYS.
                MOVE W-QTDE-LINHAS-REL TO CAT-QTDE.
                WRITE REG-CATALOGO.
                CLOSE ARQ-CATALOGO.

       END PROGRAM CONTA-FUSAO-AGENCIA.
