       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-CHEQUE-RETORNO.

      *> JOB BATCH: PROCESSA O RETORNO DE CHEQUES DEVOLVIDOS PELA CAMARA
      *> SOBRE A REMESSA DE CHEQUES DE OUTROS BANCOS
      *> (ARQ-CHEQUE-RETORNO.DAT, UMA LINHA POR FOLHA DEVOLVIDA: A LINHA
      *> DA REMESSA ACRESCIDA DO MOTIVO). CADA DEVOLUÇÂO E LOCALIZADA EM
      *> ARQ-CHEQUE-DEP PELA REFERENCIA, O CREDITO DO DEPOSITO E
      *> ESTORNADO DE W-SALDO COM O MOVIMENTO 'CD' VISIVEL NO EXTRATO, A
      *> TARIFA DE CHEQUE DEVOLVIDO DO PARAMETRO DE FLOAT E COBRADA ('TA'
      *> CATEGORIA 98) E O CHEQUE PASSA A 'D' (DEVOLVIDO) COM O MOTIVO.
      *> O ESTORNO SAI MESMO QUE DEIXE A CONTA ABAIXO DO LIMITE (O
      *> DINHEIRO NUNCA ENTROU); A TARIFA, COMO NO CONTA-TARIFA, SO E
      *> COBRADA DENTRO DO LIMITE E, FORA DELE, SAI NO RELATORIO. SO
      *> CHEQUES 'R' (REMETIDOS) SÂO ESTORNADOS, ENTÂO REPROCESSAR O
      *> MESMO RETORNO NÂO DEBITA DUAS VEZES. CHECKPOINT A CADA ITEM
      *> COMO NA COMPENSAÇÂO: O LANÇAMENTO MEXE EM SALDO.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARQ-RETORNO ASSIGN TO "ARQ-CHEQUE-RETORNO.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-RET-OK.

                   SELECT ARQ-CHEQUE-DEP ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CDP-CHAVE
                       FILE STATUS ARQ-CDP-OK.

                   SELECT ARQ-FLOAT-PARAM ASSIGN TO "ARQ-FLOAT-PARAM.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-PFL-OK.

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

                   SELECT ARQ-RELATORIO ASSIGN TO WS-REL-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-REL-OK.

                   SELECT ARQ-CHECKPOINT ASSIGN TO "CKPT_CHEQUE_RETORNO.DAT"
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
      *> RETORNO DA CAMARA: A LINHA DA REMESSA DE CHEQUES ACRESCIDA DO
      *> MOTIVO DA DEVOLUÇÂO (11/12 SEM FUNDOS, 13 CONTA ENCERRADA,
      *> 21 SUSTADO ...)
               FD ARQ-RETORNO LABEL RECORDS STANDARD.

               01  REG-RETORNO.
                   02  RTR-BANCO-EMITENTE      PIC 9(3).
                   02  RTR-AGENCIA-EMITENTE    PIC 9(4).
                   02  RTR-CONTA-EMITENTE      PIC 9(7).
                   02  RTR-NUMERO-CHEQUE       PIC 9(6).
                   02  RTR-VALOR               PIC 9(8)V99.
                   02  RTR-REFERENCIA          PIC X(12).
                   02  RTR-REFERENCIA-R REDEFINES RTR-REFERENCIA.
                       03  RTR-REF-COD-CONTA   PIC 9(7).
                       03  FILLER              PIC X(5).
                   02  RTR-MOTIVO              PIC X(2).

               FD ARQ-CHEQUE-DEP LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CHEQUE-DEP.DAT".

               COPY CHQDEP.

      *> PARAMETRO DE FLOAT GRAVADO PELA TELA DE PARAMETROS DO CAIXA;
      *> AQUI SO INTERESSA A TARIFA DO CHEQUE DEVOLVIDO
               FD ARQ-FLOAT-PARAM LABEL RECORDS STANDARD.

               01  REG-FLOAT-PARAM.
                   02  PFL-VALOR-FAIXA         PIC 9(8)V99.
                   02  PFL-DIAS-ABAIXO         PIC 9(2).
                   02  PFL-DIAS-ACIMA          PIC 9(2).
                   02  PFL-TARIFA-DEVOLUCAO    PIC 9(4)V99.

               FD ARQ-BANCO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-BANCO.DAT".

               COPY REGBANCO.

               FD ARQ-EXTRATO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EXTRATO.DAT".

               COPY EXTRATO.

               FD ARQ-MOVDIA LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-MOVDIA.DAT".

               COPY MOVDIA.

               FD ARQ-RELATORIO LABEL RECORDS STANDARD.

               01  REG-RELATORIO               PIC X(120).

      *> CHECKPOINT PROPRIO: A MARCA DE RETOMADA E A REFERENCIA
      *> ALFANUMERICA DA CAMARA, COMO NA COMPENSAÇÂO
               FD ARQ-CHECKPOINT LABEL RECORDS STANDARD.

               01  REG-CKPT-RETORNO.
                   02  CKR-ULTIMA-REFERENCIA  PIC X(12).
                   02  CKR-QTDE-PROCESSADA    PIC 9(8).
                   02  CKR-DATA.
                       03  CKR-DATA-ANO       PIC 9(04).
                       03  CKR-DATA-MES       PIC 9(02).
                       03  CKR-DATA-DIA       PIC 9(02).

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
                    02  ARQ-RET-OK          PIC X(2).
                    02  ARQ-CDP-OK          PIC 9(2).
                    02  ARQ-PFL-OK          PIC X(2).
                    02  ARQ-OK              PIC 9(2).
                    02  ARQ-EXT-OK          PIC X(2).
                    02  ARQ-MVD-OK          PIC 9(2).
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
                    02  M-VALOR2            PIC ---.---.--9,99.

                01 BUSCA-VARIABLES.
                    02  W-ACHOU-CHEQUE          PIC X(1).
                        88  ACHOU-CHEQUE        VALUE 'S'.

                01 TARIFA-VARIABLES.
                    *> SEM O ARQUIVO DE PARAMETRO VALE A TARIFA PADRÂO
                    02  W-TARIFA-DEVOLUCAO      PIC 9(4)V99 VALUE 15,00.
                    02  W-MIN-SALDO             PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-SALDO-NOVO            PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-TARIFA-SITUACAO       PIC X(1).
                        88  TARIFA-COBRADA      VALUE 'S'.
                        88  TARIFA-NAO-COBRADA  VALUE 'N'.

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
                    *> CHECKPOINT A CADA ITEM: O ESTORNO MEXE EM SALDO E
                    *> UM RESTART COM MARCA ATRASADA SO NÂO RELANÇA PORQUE
                    *> O STATUS 'D' DO CHEQUE TAMBEM PROTEGE; AINDA ASSIM
                    *> A MARCA FINA ENCURTA A RELEITURA
                    02  W-CHECKPOINT-INTERVALO  PIC 9(4) VALUE 1.
                    02  W-ULTIMA-REFERENCIA     PIC X(12) VALUE SPACES.
                    02  W-QTDE-PROCESSADA       PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-ESTORNADOS       PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-TARIFADOS        PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-IGNORADOS        PIC 9(8) VALUE ZEROS.
                    02  WS-MARCA-ENCONTRADA     PIC X(1) VALUE 'N'.
                        88  MARCA-ENCONTRADA    VALUE 'S'.

       PROCEDURE DIVISION.

            INIT.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                STRING "ARQ-CHQ-RETORNO-REL-" DELIMITED BY SIZE
                       YEARS  DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       DAYS   DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                    INTO WS-REL-FILENAME.
                PERFORM LE-CHECKPOINT.
                PERFORM LE-FLOAT-PARAM.
                MOVE 'I' TO W-JLG-EVENTO.
                MOVE ZEROS TO W-JLG-QTDE.
                MOVE 'N' TO W-JLG-CKPT.
                PERFORM GRAVA-JOBLOG.
                PERFORM OPEN-FILES.
                PERFORM MARCA-JANELA-BATCH.
                PERFORM AVANCA-ARQ-RETORNO.
                PERFORM PROCESSA-RETORNO UNTIL FIM-ARQUIVO.
                PERFORM GRAVA-CHECKPOINT.
                PERFORM LIBERA-JANELA-BATCH.
                PERFORM CLOSE-FILES.
                PERFORM GRAVA-CATALOGO.
                MOVE 'F' TO W-JLG-EVENTO.
                MOVE W-QTDE-PROCESSADA TO W-JLG-QTDE.
                IF MARCA-ENCONTRADA
                    MOVE 'S' TO W-JLG-CKPT
                END-IF.
                PERFORM GRAVA-JOBLOG.
                DISPLAY "RETORNO DE CHEQUES CONCLUIDO. ESTORNADOS: " W-QTDE-ESTORNADOS
                        " TARIFADOS: " W-QTDE-TARIFADOS
                        " IGNORADOS: " W-QTDE-IGNORADOS.
                STOP RUN.

            OPEN-FILES.
                OPEN INPUT ARQ-RETORNO.
                OPEN I-O ARQ-CHEQUE-DEP.
                OPEN I-O ARQ-BANCO.
                OPEN I-O ARQ-EXTRATO.
                OPEN I-O ARQ-MOVDIA.
                *> SE HOUVE PROGRESSO REGISTRADO, ANEXA AO RELATORIO JA
                *> GRAVADO EM VEZ DE TRUNCAR OS ITENS JA LISTADOS (RESTART)
                IF W-ULTIMA-REFERENCIA NOT EQUAL SPACES
                    OPEN EXTEND ARQ-RELATORIO
                    IF ARQ-REL-OK NOT EQUAL "00"
                        OPEN OUTPUT ARQ-RELATORIO
                    END-IF
                ELSE
                    OPEN OUTPUT ARQ-RELATORIO
                END-IF.

           *> LE O CHECKPOINT ANTERIOR, SE EXISTIR, PARA SABER A MARCA
           *> (REFERENCIA DA ULTIMA LINHA JA LIDA) A PARTIR DA QUAL RETOMAR
           LE-CHECKPOINT.
                MOVE ZEROS TO W-QTDE-PROCESSADA.
                MOVE SPACES TO W-ULTIMA-REFERENCIA.
                OPEN INPUT ARQ-CHECKPOINT.
                IF ARQ-CKPT-OK EQUAL "00"
                    READ ARQ-CHECKPOINT
                        AT END CONTINUE
                        NOT AT END
                            MOVE CKR-QTDE-PROCESSADA TO W-QTDE-PROCESSADA
                            MOVE CKR-ULTIMA-REFERENCIA TO W-ULTIMA-REFERENCIA
                    END-READ
                    CLOSE ARQ-CHECKPOINT
                END-IF.

           *> TARIFA DO CHEQUE DEVOLVIDO; ARQUIVO AUSENTE MANTEM A PADRÂO
           LE-FLOAT-PARAM.
                OPEN INPUT ARQ-FLOAT-PARAM.
                IF ARQ-PFL-OK EQUAL "00"
                    READ ARQ-FLOAT-PARAM
                        AT END CONTINUE
                        NOT AT END
                            MOVE PFL-TARIFA-DEVOLUCAO TO W-TARIFA-DEVOLUCAO
                    END-READ
                    CLOSE ARQ-FLOAT-PARAM
                END-IF.

           *> PULA AS LINHAS JA LIDAS EM UMA EXECUÇÂO ANTERIOR (RESTART),
           *> LOCALIZANDO PELA REFERENCIA DA CAMARA; SE A MARCA NÂO FOR
           *> ENCONTRADA (LOTE NOVO NO MESMO NOME DE ARQUIVO), REPROCESSA
           *> DESDE O INICIO
           AVANCA-ARQ-RETORNO.
                MOVE 'N' TO WS-MARCA-ENCONTRADA.
                IF W-ULTIMA-REFERENCIA NOT EQUAL SPACES
                    PERFORM UNTIL FIM-ARQUIVO OR MARCA-ENCONTRADA
                        READ ARQ-RETORNO
                            AT END MOVE 'S' TO WS-EOF
                            NOT AT END
                                IF RTR-REFERENCIA EQUAL W-ULTIMA-REFERENCIA
                                    MOVE 'S' TO WS-MARCA-ENCONTRADA
                                END-IF
                        END-READ
                    END-PERFORM
                    IF NOT MARCA-ENCONTRADA
                        CLOSE ARQ-RETORNO
                        OPEN INPUT ARQ-RETORNO
                        MOVE 'N' TO WS-EOF
                        MOVE ZEROS TO W-QTDE-PROCESSADA
                        MOVE SPACES TO W-ULTIMA-REFERENCIA
                    END-IF
                END-IF.

            PROCESSA-RETORNO.
                READ ARQ-RETORNO
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        MOVE RTR-REFERENCIA TO W-ULTIMA-REFERENCIA
                        PERFORM LOCALIZA-E-ESTORNA
                        ADD 1 TO W-QTDE-PROCESSADA
                        IF FUNCTION MOD(W-QTDE-PROCESSADA, W-CHECKPOINT-INTERVALO) EQUAL ZEROS
                            PERFORM GRAVA-CHECKPOINT
                        END-IF
                END-READ.

           *> A REFERENCIA COMEÇA PELA CONTA DO DEPOSITANTE: A VARREDURA
           *> FICA NOS CHEQUES DESSA CONTA ATE ACHAR A MESMA REFERENCIA; SE
           *> O CHEQUE AINDA ESTA 'R', ESTORNA O CREDITO E COBRA A TARIFA
           LOCALIZA-E-ESTORNA.
                MOVE 'N' TO W-ACHOU-CHEQUE.
                IF RTR-REF-COD-CONTA IS NUMERIC
                    MOVE RTR-REF-COD-CONTA TO CDP-COD-CONTA
                    MOVE ZEROS TO CDP-SEQUENCIA
                    START ARQ-CHEQUE-DEP KEY IS NOT LESS THAN CDP-CHAVE
                        INVALID KEY MOVE 10 TO ARQ-CDP-OK
                        NOT INVALID KEY MOVE ZEROS TO ARQ-CDP-OK
                    END-START
                    PERFORM UNTIL ARQ-CDP-OK EQUAL 10 OR ACHOU-CHEQUE
                        READ ARQ-CHEQUE-DEP NEXT RECORD
                            AT END MOVE 10 TO ARQ-CDP-OK
                            NOT AT END
                                IF CDP-COD-CONTA NOT EQUAL RTR-REF-COD-CONTA
                                    MOVE 10 TO ARQ-CDP-OK
                                ELSE
                                    IF CDP-REFERENCIA EQUAL RTR-REFERENCIA
                                        MOVE 'S' TO W-ACHOU-CHEQUE
                                    END-IF
                                END-IF
                        END-READ
                    END-PERFORM
                END-IF.
                IF NOT ACHOU-CHEQUE
                    ADD 1 TO W-QTDE-IGNORADOS
                    PERFORM GRAVA-LINHA-IGNORADA
                ELSE
                    IF CDP-REMETIDO
                        PERFORM ESTORNA-CHEQUE
                    ELSE
                        *> CHEQUE JA DEVOLVIDO (RETORNO REPETIDO) OU AINDA
                        *> PENDENTE (RETORNO ADIANTADO): NÂO DEBITA DE NOVO
                        ADD 1 TO W-QTDE-IGNORADOS
                        PERFORM GRAVA-LINHA-IGNORADA
                    END-IF
                END-IF.

           *> CONTA DO DEPOSITANTE FORA DO ONLINE (EX.: EXPURGADA PARA O
           *> HISTORICO): NÂO HA DE ONDE ESTORNAR; O CHEQUE SEGUE 'R' E O
           *> ITEM SAI NO RELATORIO COM O MOTIVO, COMO O
           *> CONTA-REMESSA-RETORNO FAZ COM A CONTA INEXISTENTE
           ESTORNA-CHEQUE.
                MOVE CDP-COD-CONTA TO COD-CONTA.
                READ ARQ-BANCO
                    INVALID KEY CONTINUE
                END-READ.
                IF ARQ-OK NOT EQUAL ZEROS
                    ADD 1 TO W-QTDE-IGNORADOS
                    PERFORM GRAVA-LINHA-CONTA-INEXISTENTE
                ELSE
                    MOVE W-SALDO TO EXT-SALDO-ANTERIOR
                    SUBTRACT CDP-VALOR FROM W-SALDO
                    MOVE DATE-TIME TO DT-ULT-MODIF
                    REWRITE REG-BANCO
                        INVALID KEY DISPLAY "ERRO AO REGRAVAR CONTA " COD-CONTA
                    END-REWRITE
                    MOVE 'CD' TO W-EXT-TIPO-ATUAL
                    MOVE CDP-VALOR TO EXT-VALOR
                    PERFORM GRAVA-EXTRATO
                    MOVE 'D' TO CDP-STATUS
                    MOVE RTR-MOTIVO TO CDP-MOTIVO-DEVOLUCAO
                    REWRITE REG-CHEQUE-DEP
                        INVALID KEY DISPLAY "ERRO AO REGRAVAR CHEQUE " CDP-CHAVE
                    END-REWRITE
                    ADD 1 TO W-QTDE-ESTORNADOS
                    PERFORM COBRA-TARIFA-DEVOLUCAO
                    PERFORM GRAVA-LINHA-ESTORNO
                END-IF.

           *> TARIFA DO CHEQUE DEVOLVIDO DENTRO DO LIMITE DO CHEQUE
           *> ESPECIAL; CONTA JA NO TETO FICA SEM A TARIFA E O ITEM SAI
           *> MARCADO NO RELATORIO PARA A AGENCIA ACOMPANHAR
           COBRA-TARIFA-DEVOLUCAO.
                MOVE 'N' TO W-TARIFA-SITUACAO.
                IF W-TARIFA-DEVOLUCAO > ZEROS
                    COMPUTE W-MIN-SALDO = ZEROS - W-LIMITE
                    COMPUTE W-SALDO-NOVO = W-SALDO - W-TARIFA-DEVOLUCAO
                    IF W-SALDO-NOVO NOT < W-MIN-SALDO
                        MOVE W-SALDO TO EXT-SALDO-ANTERIOR
                        MOVE W-SALDO-NOVO TO W-SALDO
                        MOVE DATE-TIME TO DT-ULT-MODIF
                        REWRITE REG-BANCO
                            INVALID KEY DISPLAY "ERRO AO REGRAVAR CONTA " COD-CONTA
                        END-REWRITE
                        MOVE 'TA' TO W-EXT-TIPO-ATUAL
                        MOVE W-TARIFA-DEVOLUCAO TO EXT-VALOR
                        PERFORM GRAVA-EXTRATO
                        MOVE 'S' TO W-TARIFA-SITUACAO
                        ADD 1 TO W-QTDE-TARIFADOS
                    END-IF
                END-IF.

            GRAVA-LINHA-CONTA-INEXISTENTE.
                MOVE SPACES TO REG-RELATORIO.
                MOVE CDP-VALOR TO M-VALOR.
                STRING "CONTA " DELIMITED BY SIZE
                       CDP-COD-CONTA DELIMITED BY SIZE
                       " REFERENCIA " DELIMITED BY SIZE
                       RTR-REFERENCIA DELIMITED BY SIZE
                       " NAO ESTORNADA " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " MOTIVO CONTA INEXISTENTE" DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

            GRAVA-LINHA-ESTORNO.
                MOVE SPACES TO REG-RELATORIO.
                MOVE CDP-VALOR TO M-VALOR.
                IF TARIFA-COBRADA
                    MOVE W-TARIFA-DEVOLUCAO TO M-VALOR2
                ELSE
                    MOVE ZEROS TO M-VALOR2
                END-IF.
                STRING "CONTA " DELIMITED BY SIZE
                       CDP-COD-CONTA DELIMITED BY SIZE
                       " CHEQUE " DELIMITED BY SIZE
                       CDP-BANCO-EMITENTE DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       CDP-NUMERO-CHEQUE DELIMITED BY SIZE
                       " DEVOLVIDO MOTIVO " DELIMITED BY SIZE
                       RTR-MOTIVO DELIMITED BY SIZE
                       " ESTORNADO " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " TARIFA " DELIMITED BY SIZE
                       M-VALOR2 DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                IF TARIFA-NAO-COBRADA AND W-TARIFA-DEVOLUCAO > ZEROS
                    MOVE "LIMITE" TO REG-RELATORIO (106:6)
                END-IF.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

            GRAVA-LINHA-IGNORADA.
                MOVE SPACES TO REG-RELATORIO.
                STRING "REFERENCIA " DELIMITED BY SIZE
                       RTR-REFERENCIA DELIMITED BY SIZE
                       " IGNORADA: CHEQUE NAO REMETIDO OU JA DEVOLVIDO" DELIMITED BY SIZE
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
           *> REPETIÇÂO APOS CHAVE DUPLICADA. O ESTORNO APONTA O MOVIMENTO
           *> 'DC' QUE CREDITOU O CHEQUE; A TARIFA LEVA A CATEGORIA 98,
           *> QUE O CONTA-TARIFA NÂO CONFUNDE COM A MANUTENÇÂO DO MES
           MONTA-MOVIMENTO-EXTRATO.
                MOVE COD-CONTA TO EXT-COD-CONTA.
                MOVE W-EXT-SEQ TO EXT-SEQUENCIA.
                MOVE W-EXT-TIPO-ATUAL TO EXT-TIPO.
                MOVE W-EXT-VALOR-MOV TO EXT-VALOR.
                MOVE W-EXT-SALDO-ANT-MOV TO EXT-SALDO-ANTERIOR.
                MOVE W-SALDO TO EXT-SALDO-ATUAL.
                MOVE ZEROS TO EXT-CONTA-CONTRA.
                MOVE DATE-TIME TO EXT-DATA.
                ACCEPT TIME-NOW FROM TIME.
                MOVE TIME-NOW TO EXT-HORA.
                MOVE ZEROS TO EXT-OPERADOR.
                IF W-EXT-TIPO-ATUAL EQUAL 'CD'
                    MOVE CDP-SEQ-EXTRATO TO EXT-SEQ-ESTORNADA
                    MOVE "CHEQUE DEVOLVIDO" TO EXT-DESCRICAO
                    MOVE 61 TO EXT-CATEGORIA
                ELSE
                    MOVE ZEROS TO EXT-SEQ-ESTORNADA
                    MOVE "TARIFA CHEQUE DEVOL" TO EXT-DESCRICAO
                    MOVE 98 TO EXT-CATEGORIA
                END-IF.

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

           *> GRAVA A MARCA (REFERENCIA DA ULTIMA LINHA LIDA) E A
           *> QUANTIDADE DE LINHAS JA PROCESSADAS, PARA RESTART
           GRAVA-CHECKPOINT.
                OPEN OUTPUT ARQ-CHECKPOINT.
                MOVE W-ULTIMA-REFERENCIA TO CKR-ULTIMA-REFERENCIA.
                MOVE W-QTDE-PROCESSADA TO CKR-QTDE-PROCESSADA.
                MOVE DATE-TIME TO CKR-DATA.
                WRITE REG-CKPT-RETORNO.
                CLOSE ARQ-CHECKPOINT.

           *> LIGA E DESLIGA A MARCA DE JANELA BATCH NO ARQUIVO DE STATUS
           *> DO SISTEMA; COM A MARCA LIGADA O PROGRAMA DE CAIXA RECUSA
           *> OPERAÇÔES QUE MEXEM EM SALDO
           MARCA-JANELA-BATCH.
                OPEN OUTPUT ARQ-SISTEMA.
                MOVE 'S' TO SYS-BATCH-EM-ANDAMENTO.
                MOVE "CONTA-CHEQUE-RETORNO" TO SYS-JOB.
                MOVE DATE-TIME TO SYS-DATA.
                WRITE REG-SISTEMA.
                CLOSE ARQ-SISTEMA.

           LIBERA-JANELA-BATCH.
                OPEN OUTPUT ARQ-SISTEMA.
                MOVE 'N' TO SYS-BATCH-EM-ANDAMENTO.
                MOVE "CONTA-CHEQUE-RETORNO" TO SYS-JOB.
                MOVE DATE-TIME TO SYS-DATA.
                WRITE REG-SISTEMA.
                CLOSE ARQ-SISTEMA.

            CLOSE-FILES.
                CLOSE ARQ-RETORNO.
                CLOSE ARQ-CHEQUE-DEP.
                CLOSE ARQ-BANCO.
                CLOSE ARQ-EXTRATO.
                CLOSE ARQ-MOVDIA.


           *> ANOTA NO DIARIO CENTRAL DE EXECUÇÔES (ARQ-JOBLOG.DAT) O
           *> INICIO ('I') E O FIM ('F') DESTA EXECUÇÂO; UM 'I' SEM 'F'
           *> CORRESPONDENTE DENUNCIA FIM ANORMAL
           GRAVA-JOBLOG.
                OPEN EXTEND ARQ-JOBLOG.
                IF ARQ-JLG-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-JOBLOG
                END-IF.
                MOVE "CONTA-CHEQUE-RETORNO" TO JLG-JOB.
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
                MOVE "CONTA-CHEQUE-RETORNO" TO CAT-JOB.
                MOVE WS-REL-FILENAME TO CAT-ARQUIVO.
                COMPUTE CAT-DATA = YEARS * 10000 + MONTHS * 100 + DAYS.
                MOVE W-QTDE-LINHAS-REL TO CAT-QTDE.
                WRITE REG-CATALOGO.
                CLOSE ARQ-CATALOGO.

       END PROGRAM CONTA-CHEQUE-RETORNO.
