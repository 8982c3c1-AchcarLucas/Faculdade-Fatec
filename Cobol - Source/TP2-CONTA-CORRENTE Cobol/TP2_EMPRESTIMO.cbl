      *> JUDICIAIS; PARCELA QUE NÂO PODE SER DEBITADA VIRA ATRASO E SAI
      *> NO RELATORIO. O VENCIMENTO DA ULTIMA OCORRENCIA TRATADA FICA NO
      *> CONTRATO, ENTÂO O RESTART E IDEMPOTENTE. AO FINAL SAI O
      *> RELATORIO DE INADIMPLENCIA (PARCELAS EM ATRASO) POR AGENCIA;
      *> CADA CONTRATO EM ATRASO VAI TAMBEM PARA A CARTEIRA DO GERENTE
      *> DE RELACIONAMENTO DO TITULAR (ARQ-CARTEIRA-ITEM.DAT), QUE O
      *> CONTA-CARTEIRA LISTA NA SEÇÂO DO GERENTE. O CONSIGNADO NÂO TEM
      *> PARCELA DEBITADA AQUI — ELA SAI DA FOLHA (DESCONTOS-FOLHA E
      *> CONTA-SALARIO); SO O RESIDUO QUE A MARGEM CONSIGNAVEL NÂO
      *> COBRIU E DEBITADO EM CONTA, A CADA EXECUÇÂO ATE ZERAR.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                       RECORD KEY IS BLQ-CHAVE
                       FILE STATUS ARQ-BLQ-OK.

                   SELECT ARQ-CLIENTE ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CLI-CPF
                       FILE STATUS ARQ-CLI-OK.

                   SELECT ARQ-CARTEIRA-ITEM ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS ITM-CHAVE
                       ALTERNATE RECORD KEY IS ITM-GERENTE WITH DUPLICATES
                       FILE STATUS ARQ-ITM-OK.

                   SELECT ARQ-FERIADOS ASSIGN TO "ARQ-FERIADOS.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-FER-OK.

               COPY BLOQUEIO.

               FD ARQ-CLIENTE LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CLIENTE.DAT".

               COPY CLIENTE.

               FD ARQ-CARTEIRA-ITEM LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CARTEIRA-ITEM.DAT".

               COPY CARTITEM.

               FD ARQ-FERIADOS LABEL RECORDS STANDARD.

               01  REG-FERIADO.
                    02  ARQ-FER-OK          PIC X(2).
                    02  ARQ-REL-OK          PIC X(2).
                    02  ARQ-CKPT-OK         PIC X(2).
                    02  ARQ-CLI-OK          PIC X(2).
                    02  ARQ-ITM-OK          PIC X(2).

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                COPY FERIADOS.

                01 EXECUCAO-VARIABLES.
                    02  W-MIN-SALDO             PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-SALDO-NOVO            PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-BLQ-CONTA             PIC 9(7).
                    02  W-SOMA-BLOQUEIOS        PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-MOTIVO-FALHA          PIC X(30).
                    *> VALOR A DEBITAR: A PARCELA OU O RESIDUO DO CONSIGNADO
                    02  W-VALOR-COBRANCA        PIC 9(8)V99.
                    02  W-AGENCIA-CONTA         PIC 9(4).
                    02  W-CPF-CONTA             PIC 9(11).
                    02  W-GERENTE-CONTA         PIC 9(4).

                01 TRANSACAO-VARIABLES.
                    02  W-EXT-SEQ                    PIC 9(6).
                        88  FIM-ARQUIVO         VALUE 'S'.
                    02  WS-EOF-INAD             PIC X(1) VALUE 'N'.
                        88  FIM-INADIMPLENTES   VALUE 'S'.
                    02  WS-EOF-ITEM             PIC X(1) VALUE 'N'.
                        88  FIM-ITENS           VALUE 'S'.
                    02  WS-TEM-CLIENTE          PIC X(1) VALUE 'N'.
                        88  TEM-CADASTRO-CLIENTE VALUE 'S'.
                    02  W-CHECKPOINT-INTERVALO  PIC 9(4) VALUE 100.
                    02  W-QTDE-PROCESSADA       PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-COBRADAS         PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-ATRASADAS        PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-RESIDUOS         PIC 9(8) VALUE ZEROS.
                    02  WS-CONTINUACAO          PIC X(1) VALUE 'N'.
                        88  RETOMA-MESMO-DIA    VALUE 'S'.

                END-IF.
                PERFORM GRAVA-JOBLOG.
                DISPLAY "COBRANCA CONCLUIDA. PARCELAS DEBITADAS: " W-QTDE-COBRADAS
                        " EM ATRASO: " W-QTDE-ATRASADAS
                        " RESIDUOS CONSIGNADO: " W-QTDE-RESIDUOS.
                STOP RUN.

           *> ULTIMO DIA DO MES CORRENTE E DO ANTERIOR (O VENCIMENTO DO
                OPEN I-O ARQ-EXTRATO.
                OPEN I-O ARQ-MOVDIA.
                OPEN I-O ARQ-BLOQUEIO.
                *> SEM O CADASTRO DE CLIENTES TODO CONTRATO VAI PARA A
                *> SEÇÂO SEM GERENTE DA CARTEIRA
                OPEN INPUT ARQ-CLIENTE.
                IF ARQ-CLI-OK EQUAL "00"
                    MOVE 'S' TO WS-TEM-CLIENTE
                END-IF.
                OPEN I-O ARQ-CARTEIRA-ITEM.
                *> RETOMANDO O MESMO DIA: ANEXA AO RELATORIO JA GRAVADO
                IF RETOMA-MESMO-DIA
                    OPEN EXTEND ARQ-RELATORIO
                READ ARQ-EMPRESTIMO NEXT RECORD
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        *> COBRANÇA SUSPENSA PELO OBITO DO TITULAR: A
                        *> PARCELA NÂO E DEBITADA NEM VIRA ATRASO
                        IF EMP-ATIVO AND NOT EMP-SUSPENSO
                            IF EMP-CONSIGNADO
                                IF EMP-RESIDUO-FOLHA > ZEROS
                                    PERFORM COBRA-RESIDUO-CONSIGNADO
                                END-IF
                            ELSE
                                PERFORM TRATA-CONTRATO
                            END-IF
                        END-IF
                        ADD 1 TO W-QTDE-PROCESSADA
                        IF FUNCTION MOD(W-QTDE-PROCESSADA, W-CHECKPOINT-INTERVALO) EQUAL ZEROS
           *> PISO DOS BLOQUEIOS JUDICIAIS; SEM MARGEM, A PARCELA VIRA
           *> ATRASO E O CONTRATO SO VOLTA A SER COBRADO NO PROXIMO MES
           COBRA-PARCELA.
                MOVE EMP-VALOR-PARCELA TO W-VALOR-COBRANCA.
                PERFORM CONFERE-SALDO-COBRANCA.
                IF W-MOTIVO-FALHA NOT EQUAL SPACES
                    ADD 1 TO W-QTDE-ATRASADAS
                    ADD 1 TO EMP-PARCELAS-ATRASO
                    PERFORM GRAVA-FALHA
                ELSE
                    MOVE W-SALDO TO EXT-SALDO-ANTERIOR
                    SUBTRACT EMP-VALOR-PARCELA FROM W-SALDO
                    MOVE DATE-TIME TO DT-ULT-MODIF
                    REWRITE REG-BANCO
                        INVALID KEY DISPLAY "ERRO AO REGRAVAR CONTA " COD-CONTA
                    END-REWRITE
                    MOVE 'PE' TO W-EXT-TIPO-ATUAL
                    MOVE EMP-VALOR-PARCELA TO EXT-VALOR
                    PERFORM GRAVA-EXTRATO
                    ADD 1 TO W-QTDE-COBRADAS
                    ADD 1 TO EMP-PARCELAS-PAGAS
                    IF EMP-PARCELAS-PAGAS NOT < EMP-QTDE-PARCELAS
                        MOVE 'Q' TO EMP-STATUS
                    END-IF
                END-IF.
                MOVE W-VENC-G-ANO TO EMP-COBR-ANO.
                MOVE W-VENC-G-MES TO EMP-COBR-MES.
                MOVE W-VENC-G-DIA TO EMP-COBR-DIA.
                REWRITE REG-EMPRESTIMO
                    INVALID KEY DISPLAY "ERRO AO REGRAVAR CONTRATO " EMP-CHAVE
                END-REWRITE.

           *> LE A CONTA DO CONTRATO E CONFERE SE W-VALOR-COBRANCA CABE
           *> NO TETO DO CHEQUE ESPECIAL E NO PISO DOS BLOQUEIOS; O
           *> MOTIVO DA RECUSA FICA EM W-MOTIVO-FALHA
           CONFERE-SALDO-COBRANCA.
                MOVE SPACES TO W-MOTIVO-FALHA.
                MOVE EMP-COD-CONTA TO COD-CONTA.
                READ ARQ-BANCO
                            ELSE
                                COMPUTE W-MIN-SALDO = ZEROS - W-LIMITE
                            END-IF
                            COMPUTE W-SALDO-NOVO = W-SALDO - W-VALOR-COBRANCA
                            IF W-SALDO-NOVO < W-MIN-SALDO
                                MOVE "SALDO INSUFICIENTE" TO W-MOTIVO-FALHA
                            END-IF
                        END-IF
                END-READ.

           *> RESIDUO DO CONSIGNADO: O QUE A MARGEM CONSIGNAVEL NÂO COBRIU
           *> NA FOLHA E DEBITADO EM CONTA COM AS MESMAS REGRAS DA PARCELA;
           *> SEM SALDO FICA PENDENTE E SAI NO RELATORIO ATE SER DEBITADO.
           *> ZERADO O RESIDUO COM TODAS AS PARCELAS PAGAS, O CONTRATO
           *> ESTA QUITADO
           COBRA-RESIDUO-CONSIGNADO.
                MOVE EMP-RESIDUO-FOLHA TO W-VALOR-COBRANCA.
                PERFORM CONFERE-SALDO-COBRANCA.
                IF W-MOTIVO-FALHA NOT EQUAL SPACES
                    PERFORM GRAVA-FALHA-RESIDUO
                ELSE
                    MOVE W-SALDO TO EXT-SALDO-ANTERIOR
                    SUBTRACT EMP-RESIDUO-FOLHA FROM W-SALDO
                    MOVE DATE-TIME TO DT-ULT-MODIF
                    REWRITE REG-BANCO
                        INVALID KEY DISPLAY "ERRO AO REGRAVAR CONTA " COD-CONTA
                    END-REWRITE
                    MOVE 'PE' TO W-EXT-TIPO-ATUAL
                    MOVE EMP-RESIDUO-FOLHA TO EXT-VALOR
                    PERFORM GRAVA-EXTRATO
                    ADD 1 TO W-QTDE-RESIDUOS
                    MOVE ZEROS TO EMP-RESIDUO-FOLHA
                    IF EMP-PARCELAS-PAGAS NOT < EMP-QTDE-PARCELAS
                        MOVE 'Q' TO EMP-STATUS
                    END-IF
                    REWRITE REG-EMPRESTIMO
                        INVALID KEY DISPLAY "ERRO AO REGRAVAR CONTRATO " EMP-CHAVE
                    END-REWRITE
                END-IF.

            GRAVA-FALHA-RESIDUO.
                MOVE SPACES TO REG-RELATORIO.
                MOVE EMP-RESIDUO-FOLHA TO M-VALOR.
                STRING "CONSIGNADO " DELIMITED BY SIZE
                       EMP-COD-CONTA DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       EMP-SEQUENCIA DELIMITED BY SIZE
                       " RESIDUO " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " NAO DEBITADO: " DELIMITED BY SIZE
                       W-MOTIVO-FALHA DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

            GRAVA-FALHA.
                MOVE SPACES TO REG-RELATORIO.
                MOVE "INADIMPLENCIA POR AGENCIA:" TO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.
                *> A LISTA E REFEITA INTEIRA A CADA EXECUÇÂO, INCLUSIVE NO
                *> RESTART: OS ITENS DE COBRANÇA DAS CARTEIRAS TAMBEM
                PERFORM LIMPA-ITENS-CARTEIRA.
                MOVE ZEROS TO EMP-CHAVE.
                MOVE 'N' TO WS-EOF-INAD.
                START ARQ-EMPRESTIMO KEY IS NOT LESS THAN EMP-CHAVE
                    NOT AT END
                        IF EMP-PARCELAS-ATRASO > ZEROS
                            MOVE ZEROS TO W-AGENCIA-CONTA
                            MOVE ZEROS TO W-CPF-CONTA
                            MOVE EMP-COD-CONTA TO COD-CONTA
                            READ ARQ-BANCO
                                INVALID KEY CONTINUE
                                NOT INVALID KEY
                                    MOVE COD-AGENCIA TO W-AGENCIA-CONTA
                                    MOVE CPF TO W-CPF-CONTA
                            END-READ
                            MOVE SPACES TO REG-RELATORIO
                            MOVE EMP-VALOR-PARCELA TO M-VALOR
                            WRITE REG-RELATORIO
                            ADD 1 TO W-QTDE-LINHAS-REL
                            PERFORM ACUMULA-AGENCIA
                            PERFORM GRAVA-ITEM-CARTEIRA
                        END-IF
                END-READ.

           *> ENDEREÇA A LINHA DO CONTRATO EM ATRASO AO GERENTE DO
           *> TITULAR DA CONTA
           GRAVA-ITEM-CARTEIRA.
                PERFORM LOCALIZA-GERENTE.
                MOVE "CB" TO ITM-ORIGEM.
                MOVE EMP-COD-CONTA TO ITM-COD-CONTA.
                MOVE EMP-SEQUENCIA TO ITM-REFERENCIA.
                MOVE W-GERENTE-CONTA TO ITM-GERENTE.
                MOVE W-AGENCIA-CONTA TO ITM-COD-AGENCIA.
                MOVE W-CPF-CONTA TO ITM-CPF.
                MOVE DATE-TIME TO ITM-DATA.
                MOVE REG-RELATORIO TO ITM-TEXTO.
                WRITE REG-CARTEIRA-ITEM
                    INVALID KEY
                        REWRITE REG-CARTEIRA-ITEM
                            INVALID KEY DISPLAY "ERRO AO GRAVAR ITEM DE CARTEIRA DO CONTRATO " EMP-CHAVE
                        END-REWRITE
                END-WRITE.

           *> GERENTE DE RELACIONAMENTO DO TITULAR DA CONTA DO CONTRATO;
           *> CONTA DE EMPRESA (CPF ZERADO), CONTA NÂO ENCONTRADA OU
           *> CLIENTE FORA DO CADASTRO FICA SEM GERENTE
           LOCALIZA-GERENTE.
                MOVE ZEROS TO W-GERENTE-CONTA.
                IF TEM-CADASTRO-CLIENTE AND W-CPF-CONTA NOT EQUAL ZEROS
                    MOVE W-CPF-CONTA TO CLI-CPF
                    READ ARQ-CLIENTE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY MOVE CLI-GERENTE TO W-GERENTE-CONTA
                    END-READ
                END-IF.

           *> APAGA OS ITENS DE COBRANÇA DE TODAS AS CARTEIRAS (A CHAVE
           *> COMEÇA PELA ORIGEM, ENTÂO ELES ESTÂO JUNTOS)
           LIMPA-ITENS-CARTEIRA.
                MOVE "CB" TO ITM-ORIGEM.
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
                            IF NOT ITM-COBRANCA
                                MOVE 'S' TO WS-EOF-ITEM
                            ELSE
                                DELETE ARQ-CARTEIRA-ITEM RECORD
                                    INVALID KEY DISPLAY "ERRO AO APAGAR ITEM DE CARTEIRA DO CONTRATO " ITM-COD-CONTA
                                END-DELETE
                            END-IF
                    END-READ
                END-PERFORM.

           *> LOCALIZA OU CRIA A ENTRADA DA AGENCIA NA TABELA
           ACUMULA-AGENCIA.
                MOVE ZEROS TO W-IDX-ENCONTRADO.
                CLOSE ARQ-MOVDIA.
                CLOSE ARQ-BLOQUEIO.
                CLOSE ARQ-RELATORIO.
                CLOSE ARQ-CARTEIRA-ITEM.
                IF TEM-CADASTRO-CLIENTE
                    CLOSE ARQ-CLIENTE
                END-IF.

           *> LIGA E DESLIGA A MARCA DE JANELA BATCH NO ARQUIVO DE STATUS
           *> DO SISTEMA; COM A MARCA LIGADA O PROGRAMA DE CAIXA RECUSA
