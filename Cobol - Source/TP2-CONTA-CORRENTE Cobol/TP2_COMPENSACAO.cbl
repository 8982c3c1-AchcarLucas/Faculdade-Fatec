      *> EXTERNO); OS REJEITADOS (CONTA INEXISTENTE, CONTA ENCERRADA,
      *> DEBITO ALEM DO LIMITE, AGENCIA DIVERGENTE) VÂO PARA O ARQUIVO
      *> DE RETORNO NO LAYOUT QUE A CAMARA RECEBE DE VOLTA, COM O
      *> MOTIVO. CHEQUE DA CASA SEM FUNDOS VOLTA COM 11 (PRIMEIRA
      *> APRESENTAÇÂO) OU 12 (SEGUNDA): A DEVOLUÇÂO FICA ANOTADA NA
      *> FOLHA, A CONTA PAGA A TARIFA DE DEVOLUÇÂO, O CLIENTE E AVISADO
      *> E, NA SEGUNDA, O CPF (OU O CNPJ, SE A CONTA E DE EMPRESA) DO
      *> TITULAR ENTRA NO CCF (ARQ-CCF.DAT).
      *> CHECKPOINT/RESTART COMO NOS DEMAIS JOBS: A MARCA E A
      *> REFERENCIA DA ULTIMA LINHA LIDA; ARQUIVO DE ENTRADA TROCADO
      *> REPROCESSA DO INICIO.

                       RECORD KEY IS CHQ-CHAVE
                       FILE STATUS ARQ-CHQ-OK.

                   SELECT ARQ-NOTIFICACAO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS NOT-CHAVE
                       FILE STATUS ARQ-NOT-OK.

                   SELECT ARQ-CCF ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CCF-CHAVE
                       FILE STATUS ARQ-CCF-OK.

                   SELECT ARQ-FLOAT-PARAM ASSIGN TO "ARQ-FLOAT-PARAM.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-PFL-OK.

                   SELECT ARQ-RETORNO ASSIGN TO "ARQ-COMPENSACAO-RETORNO.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-RET-OK.

               COPY CHEQUE.

               FD ARQ-NOTIFICACAO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-NOTIFICACAO.DAT".

               COPY NOTIFICA.

               FD ARQ-CCF LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CCF.DAT".

               COPY CCF.

      *> PARAMETROS DO CHEQUE DEPOSITADO; AQUI SO INTERESSA A TARIFA DE
      *> DEVOLUÇÂO, A MESMA COBRADA NO RETORNO DE CHEQUES DE TERCEIROS
               FD ARQ-FLOAT-PARAM LABEL RECORDS STANDARD.

               01  REG-FLOAT-PARAM.
                   02  PFL-VALOR-FAIXA         PIC 9(8)V99.
                   02  PFL-DIAS-ABAIXO         PIC 9(2).
                   02  PFL-DIAS-ACIMA          PIC 9(2).
                   02  PFL-TARIFA-DEVOLUCAO    PIC 9(4)V99.

      *> RETORNO PARA A CAMARA: A LINHA ORIGINAL ACRESCIDA DO MOTIVO
      *> (01 CONTA INEXISTENTE, 02 CONTA ENCERRADA, 03 DEBITO ALEM DO
      *> LIMITE, 04 AGENCIA DIVERGENTE, 05 DV DA CONTA INVALIDO,
      *> 06 CHEQUE SUSTADO, 07 CHEQUE INEXISTENTE, 08 CHEQUE JA
      *> COMPENSADO, 09 CHEQUE JA DEVOLVIDO DUAS VEZES, 11 CHEQUE SEM
      *> FUNDOS 1A APRESENTAÇÂO, 12 CHEQUE SEM FUNDOS 2A APRESENTAÇÂO)
               FD ARQ-RETORNO LABEL RECORDS STANDARD.

               01  REG-RETORNO.
                    02  ARQ-EXT-OK          PIC X(2).
                    02  ARQ-MVD-OK          PIC 9(2).
                    02  ARQ-CHQ-OK          PIC 9(2).
                    02  ARQ-NOT-OK          PIC 9(2).
                    02  ARQ-CCF-OK          PIC 9(2).
                    02  ARQ-PFL-OK          PIC X(2).
                    02  ARQ-RET-OK          PIC X(2).
                    02  ARQ-CKPT-OK         PIC X(2).

                    *> PRESERVADOS DA VARREDURA DE CHAVE DUPLICADA
                    02  W-EXT-VALOR-MOV              PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-EXT-SALDO-ANT-MOV          PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-MIN-SALDO                  PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-SALDO-NOVO                 PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-MOTIVO-RETORNO             PIC X(2).
                    *> TARIFA DO CHEQUE DEVOLVIDO SEM FUNDOS; O
                    *> ARQUIVO DE PARAMETROS, SE EXISTIR, PREVALECE
                    02  W-TARIFA-DEVOLUCAO           PIC 9(4)V99 VALUE 15,00.

                01 NOTIFICACAO-VARIABLES.
                    02  W-NOT-SEQ               PIC 9(6).
                    *> EVENTO E TEXTO DA NOTIFICAÇÂO EM GRAVAÇÂO,
                    *> PRESERVADOS DA VARREDURA DE SEQUENCIA (QUE CARREGA
                    *> O ULTIMO REGISTRO ANTIGO EM REG-NOTIFICACAO)
                    02  W-NOT-EVENTO            PIC X(2).
                    02  W-NOT-TEXTO             PIC X(40).

                01 WS-CONTROLE.
                    02  WS-EOF                  PIC X(1) VALUE 'N'.
                    02  W-QTDE-PROCESSADA       PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-LANCADAS         PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-REJEITADAS       PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-SEM-FUNDOS       PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-CCF              PIC 9(8) VALUE ZEROS.
                    02  WS-MARCA-ENCONTRADA     PIC X(1) VALUE 'N'.
                        88  MARCA-ENCONTRADA    VALUE 'S'.

            INIT.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                PERFORM LE-CHECKPOINT.
                PERFORM LE-FLOAT-PARAM.
                MOVE 'I' TO W-JLG-EVENTO.
                MOVE ZEROS TO W-JLG-QTDE.
                MOVE 'N' TO W-JLG-CKPT.
                PERFORM GRAVA-JOBLOG.
                DISPLAY "COMPENSACAO CONCLUIDA. LANCADAS: " W-QTDE-LANCADAS
                        " REJEITADAS: " W-QTDE-REJEITADAS.
                DISPLAY "CHEQUES SEM FUNDOS: " W-QTDE-SEM-FUNDOS
                        " INCLUIDOS NO CCF: " W-QTDE-CCF.
                STOP RUN.

            OPEN-FILES.
                OPEN I-O ARQ-EXTRATO.
                OPEN I-O ARQ-MOVDIA.
                OPEN I-O ARQ-CHEQUE.
                OPEN I-O ARQ-NOTIFICACAO.
                OPEN I-O ARQ-CCF.
                *> SE HOUVE PROGRESSO REGISTRADO, ANEXA AO RETORNO JA
                *> GRAVADO EM VEZ DE TRUNCAR OS ITENS JA DEVOLVIDOS (RESTART)
                IF W-ULTIMA-REFERENCIA NOT EQUAL SPACES
                    CLOSE ARQ-CHECKPOINT
                END-IF.

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
                  END-IF
                END-IF.
                *> DEBITO QUE TRAZ NUMERO DE CHEQUE PASSA PELO REGISTRO:
                *> SUSTADO, INEXISTENTE, JA COMPENSADO OU JA DEVOLVIDO
                *> VOLTA A CAMARA; FOLHA VALIDA SEM SALDO VOLTA COMO
                *> CHEQUE SEM FUNDOS (11/12) EM VEZ DO 03
                IF (W-MOTIVO-RETORNO EQUAL SPACES OR "03") AND CMP-DEBITO
                   AND CMP-NUM-CHEQUE NOT EQUAL ZEROS
                    PERFORM VALIDA-CHEQUE
                END-IF.
                IF W-MOTIVO-RETORNO NOT EQUAL SPACES
                    PERFORM GRAVA-RETORNO
                    IF W-MOTIVO-RETORNO EQUAL "11" OR "12"
                        PERFORM DEVOLVE-CHEQUE-SEM-FUNDOS
                    END-IF
                ELSE
                    PERFORM LANCA-ITEM
                    IF CMP-DEBITO AND CMP-NUM-CHEQUE NOT EQUAL ZEROS
                        IF CHQ-SUSTADO
                            MOVE "06" TO W-MOTIVO-RETORNO
                        ELSE
                          IF CHQ-COMPENSADO
                            MOVE "08" TO W-MOTIVO-RETORNO
                          ELSE
                            IF CHQ-DEVOLVIDO
                                MOVE "09" TO W-MOTIVO-RETORNO
                            ELSE
                                IF W-MOTIVO-RETORNO EQUAL "03"
                                    IF CHQ-QTDE-DEVOLUCOES EQUAL ZEROS
                                        MOVE "11" TO W-MOTIVO-RETORNO
                                    ELSE
                                        MOVE "12" TO W-MOTIVO-RETORNO
                                    END-IF
                                END-IF
                            END-IF
                          END-IF
                        END-IF
                END-READ.

           *> CHEQUE SEM FUNDOS (FOLHA LIDA EM VALIDA-CHEQUE): ANOTA A
           *> DEVOLUÇÂO NA FOLHA, COBRA A TARIFA, AVISA O CLIENTE E, NA
           *> SEGUNDA DEVOLUÇÂO, A FOLHA PASSA A 'D' E O EMITENTE ENTRA
           *> NO CCF
           DEVOLVE-CHEQUE-SEM-FUNDOS.
                ADD 1 TO W-QTDE-SEM-FUNDOS.
                IF W-MOTIVO-RETORNO EQUAL "11"
                    MOVE 1 TO CHQ-QTDE-DEVOLUCOES
                    MOVE W-MOTIVO-RETORNO TO CHQ-MOTIVO-DEV1
                    MOVE DATE-TIME TO CHQ-DT-DEV1
                ELSE
                    MOVE 2 TO CHQ-QTDE-DEVOLUCOES
                    MOVE W-MOTIVO-RETORNO TO CHQ-MOTIVO-DEV2
                    MOVE DATE-TIME TO CHQ-DT-DEV2
                    MOVE 'D' TO CHQ-STATUS
                END-IF.
                MOVE CMP-VALOR TO CHQ-VALOR.
                REWRITE REG-CHEQUE
                    INVALID KEY DISPLAY "ERRO AO ANOTAR DEVOLUCAO " CHQ-CHAVE
                END-REWRITE.
                PERFORM COBRA-TARIFA-DEVOLUCAO.
                MOVE SPACES TO W-NOT-TEXTO.
                STRING "CHEQUE " DELIMITED BY SIZE
                       CMP-NUM-CHEQUE DELIMITED BY SIZE
                       " DEVOLVIDO MOTIVO " DELIMITED BY SIZE
                       W-MOTIVO-RETORNO DELIMITED BY SIZE
                    INTO W-NOT-TEXTO.
                MOVE 'CD' TO W-NOT-EVENTO.
                PERFORM GRAVA-NOTIFICACAO.
                IF W-MOTIVO-RETORNO EQUAL "12"
                    PERFORM INCLUI-CCF
                END-IF.

           *> TARIFA DO CHEQUE DEVOLVIDO DENTRO DO LIMITE DO CHEQUE
           *> ESPECIAL, COMO NO RETORNO DE CHEQUES DE TERCEIROS; CONTA JA
           *> NO TETO FICA SEM A TARIFA
           COBRA-TARIFA-DEVOLUCAO.
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
                    END-IF
                END-IF.

           *> SEGUNDA DEVOLUÇÂO SEM FUNDOS: O CPF DO TITULAR ENTRA NO CCF
           *> COM A INCLUSÂO PENDENTE DE ENVIO AO CADASTRO CENTRAL; NA
           *> CONTA DE EMPRESA O CPF VEM ZERADO E O CNPJ VAI EM CCF-CNPJ
           INCLUI-CCF.
                MOVE CPF TO CCF-CPF.
                MOVE CNPJ TO CCF-CNPJ.
                MOVE COD-CONTA TO CCF-COD-CONTA.
                MOVE CMP-NUM-CHEQUE TO CCF-NUMERO-CHEQUE.
                MOVE COD-AGENCIA TO CCF-COD-AGENCIA.
                MOVE CMP-VALOR TO CCF-VALOR.
                MOVE W-MOTIVO-RETORNO TO CCF-MOTIVO.
                MOVE 'A' TO CCF-STATUS.
                MOVE DATE-TIME TO CCF-DT-INCLUSAO.
                MOVE ZEROS TO CCF-DT-EXCLUSAO.
                MOVE ZEROS TO CCF-OPERADOR-EXCLUSAO.
                MOVE 'P' TO CCF-ENVIO-INCLUSAO.
                MOVE SPACE TO CCF-ENVIO-EXCLUSAO.
                WRITE REG-CCF
                    INVALID KEY DISPLAY "ERRO AO INCLUIR NO CCF " CCF-CHAVE
                    NOT INVALID KEY ADD 1 TO W-QTDE-CCF
                END-WRITE.

           *> ENTRA NA FILA DE NOTIFICAÇÔES COM A PROXIMA SEQUENCIA DA
           *> CONTA (EVENTO E TEXTO EM W-NOT-EVENTO/W-NOT-TEXTO)
           GRAVA-NOTIFICACAO.
                MOVE COD-CONTA TO NOT-COD-CONTA.
                MOVE 999999 TO NOT-SEQUENCIA.
                START ARQ-NOTIFICACAO KEY IS NOT GREATER THAN NOT-CHAVE
                    INVALID KEY MOVE 1 TO W-NOT-SEQ
                    NOT INVALID KEY
                        READ ARQ-NOTIFICACAO NEXT RECORD AT END MOVE 1 TO W-NOT-SEQ
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
                MOVE W-NOT-EVENTO TO NOT-EVENTO.
                MOVE W-NOT-TEXTO TO NOT-TEXTO.
                MOVE DATE-TIME TO NOT-DATA.
                MOVE 'P' TO NOT-STATUS.
                WRITE REG-NOTIFICACAO
                    INVALID KEY DISPLAY "ERRO AO GRAVAR NOTIFICACAO " NOT-CHAVE
                END-WRITE.

           *> CHEQUE LANÇADO: A FOLHA PASSA A 'C' COM VALOR E DATA, E O
           *> EXTRATO DEIXA DE TER UM DEBITO ANONIMO
           BAIXA-CHEQUE.
                ACCEPT TIME-NOW FROM TIME.
                MOVE TIME-NOW TO EXT-HORA.
                MOVE ZEROS TO EXT-OPERADOR.
                IF W-EXT-TIPO-ATUAL EQUAL 'TA'
                    MOVE "TARIFA CHEQUE DEVOL" TO EXT-DESCRICAO
                    MOVE 98 TO EXT-CATEGORIA
                ELSE
                    MOVE "COMPENSACAO CAMARA" TO EXT-DESCRICAO
                    MOVE 60 TO EXT-CATEGORIA
                END-IF.

           *> ESPELHA O MOVIMENTO RECEM-GRAVADO NO ARQUIVO DE MOVIMENTOS
           *> DO DIA, QUE AS VERIFICAÇÔES DE "O QUE ACONTECEU HOJE" LEEM
                CLOSE ARQ-EXTRATO.
                CLOSE ARQ-MOVDIA.
                CLOSE ARQ-CHEQUE.
                CLOSE ARQ-NOTIFICACAO.
                CLOSE ARQ-CCF.
                CLOSE ARQ-RETORNO.


