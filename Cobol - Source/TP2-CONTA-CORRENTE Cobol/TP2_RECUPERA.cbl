      *>     ORIGEM, A CAPTURA PENDENTE DE ARQ-TRANSF-EXT E CONFERIDA
      *>     (O CAIXA A GRAVA DEPOIS DO EXTRATO, ENTÂO UMA QUEDA ENTRE
      *>     OS DOIS DEIXARIA O DEBITO SEM REMESSA NEM DEVOLUÇÂO
      *>     POSSIVEL) E REGRAVADA COM O DESTINO GUARDADO NA INTENÇÂO;
      *>   - NO PAGAMENTO DE BOLETO ('BL'), DO MESMO MODO, O REGISTRO
      *>     PENDENTE DE ARQ-BOLETO E CONFERIDO E REGRAVADO A PARTIR DO
      *>     CODIGO DE BARRAS GUARDADO NA INTENÇÂO;
      *>   - NO DEPOSITO DE CHEQUE DE OUTRO BANCO ('DC'), O CHEQUE JA
      *>     GRAVADO EM ARQ-CHEQUE-DEP E LIGADO AO MOVIMENTO DE CREDITO
      *>     QUANDO ESTE EXISTE OU FOI COMPLETADO, E APAGADO QUANDO O
      *>     CREDITO NÂO CHEGOU A SER APLICADO (SENÂO IRIA A CAMARA
      *>     SEM TER SIDO CREDITADO);
      *>   - NA APLICAÇÂO EM CDB ('AP'), A APLICAÇÂO GRAVADA ANTES DO
      *>     DEBITO E CONFERIDA PELA SEQUENCIA GUARDADA NA INTENÇÂO E
      *>     APAGADA QUANDO O DEBITO NÂO CHEGOU A SER APLICADO;
      *>   - NO RESGATE DE CDB ('RC', DO CAIXA OU DO JOB CONTA-CDB), A
      *>     APLICAÇÂO E FECHADA COMO RESGATADA QUANDO O CREDITO FOI
      *>     APLICADO, E REATIVADA QUANDO SAIU COMO RESGATADA SEM O
      *>     CREDITO (O JOB A RESGATA DE NOVO NA PROXIMA EXECUÇÂO).
      *> TODA AÇÂO SAI EM ARQ-RECUPERACAO.DAT. EXECUTAR ANTES DE ABRIR
      *> O CAIXA. RERODAR E SEGURO: O DIARIO FICA VAZIO APOS A PASSADA.

                       RECORD KEY IS TEX-CHAVE
                       FILE STATUS ARQ-TEX-OK.

                   SELECT ARQ-BOLETO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS BOL-CHAVE
                       FILE STATUS ARQ-BOL-OK.

                   SELECT ARQ-CHEQUE-DEP ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CDP-CHAVE
                       FILE STATUS ARQ-CDP-OK.

                   SELECT ARQ-CDB ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CDB-CHAVE
                       FILE STATUS ARQ-CDB-OK.

                   SELECT ARQ-RELATORIO ASSIGN TO WS-REL-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-REL-OK.

               COPY TRANSFEXT.

               FD ARQ-BOLETO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-BOLETO.DAT".

               COPY BOLETO.

               FD ARQ-CHEQUE-DEP LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CHEQUE-DEP.DAT".

               COPY CHQDEP.

               FD ARQ-CDB LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CDB.DAT".

               COPY CDB.

               FD ARQ-RELATORIO LABEL RECORDS STANDARD.

               01  REG-RELATORIO               PIC X(130).
                    02  ARQ-EXT-OK          PIC X(2).
                    02  ARQ-MVD-OK          PIC 9(2).
                    02  ARQ-TEX-OK          PIC X(2).
                    02  ARQ-BOL-OK          PIC X(2).
                    02  ARQ-CDP-OK          PIC 9(2).
                    02  ARQ-CDB-OK          PIC X(2).
                    02  ARQ-REL-OK          PIC X(2).

                01 DATE-TIME.
                    02  W-ACHOU-CAPTURA         PIC X(1).
                        88  ACHOU-CAPTURA       VALUE 'S'.
                    02  W-TEX-SEQ               PIC 9(6).
                    02  W-ACHOU-BOLETO          PIC X(1).
                        88  ACHOU-BOLETO        VALUE 'S'.
                    02  W-BOL-SEQ               PIC 9(6).
                    02  W-ACHOU-CHEQUE          PIC X(1).
                        88  ACHOU-CHEQUE        VALUE 'S'.
                    02  W-CDP-SEQ               PIC 9(6).
                    02  W-ACHOU-CDB             PIC X(1).
                        88  ACHOU-CDB           VALUE 'S'.
                    02  W-BOL-FATOR             PIC 9(4).
                    02  W-BOL-DIA-INT           PIC 9(7).
                    02  W-BOL-DATA-NUM          PIC 9(8).
                    02  W-BOL-VALOR-BARRAS-X    PIC X(10).
                    02  W-BOL-VALOR-BARRAS REDEFINES W-BOL-VALOR-BARRAS-X
                                                PIC 9(8)V99.
                    02  W-BOL-VALOR-ARREC-X     PIC X(11).
                    02  W-BOL-VALOR-ARREC REDEFINES W-BOL-VALOR-ARREC-X
                                                PIC 9(9)V99.
                    02  W-SALDO-ESPERADO        PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-SALDO-ESPERADO-ALT    PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-ULT-SALDO-DESTINO     PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                OPEN I-O ARQ-EXTRATO.
                OPEN I-O ARQ-MOVDIA.
                OPEN I-O ARQ-TRANSF-EXT.
                OPEN I-O ARQ-BOLETO.
                OPEN I-O ARQ-CHEQUE-DEP.
                OPEN I-O ARQ-CDB.
                OPEN OUTPUT ARQ-RELATORIO.
                PERFORM MARCA-JANELA-BATCH.
                MOVE ZEROS TO INT-CHAVE.
                CLOSE ARQ-EXTRATO.
                CLOSE ARQ-MOVDIA.
                CLOSE ARQ-TRANSF-EXT.
                CLOSE ARQ-BOLETO.
                CLOSE ARQ-CHEQUE-DEP.
                CLOSE ARQ-CDB.
                CLOSE ARQ-RELATORIO.
                PERFORM GRAVA-CATALOGO.
                DISPLAY "RECUPERACAO CONCLUIDA. INTENCOES: " W-QTDE-INTENCOES
                        IF INT-TIPO EQUAL 'TX' AND ORIGEM-APLICADA
                            PERFORM TRATA-CAPTURA-TX
                        END-IF
                        IF INT-TIPO EQUAL 'BL' AND ORIGEM-APLICADA
                            PERFORM TRATA-PAGAMENTO-BOLETO
                        END-IF
                        IF INT-TIPO EQUAL 'DC'
                            PERFORM TRATA-CHEQUE-DEPOSITADO
                        END-IF
                        IF (INT-TIPO EQUAL 'AP' OR INT-TIPO EQUAL 'RC') AND
                           INT-CDB-SEQUENCIA NOT EQUAL ZEROS
                            PERFORM TRATA-APLICACAO-CDB
                        END-IF
                END-READ.

            TRATA-PERNA-ORIGEM.
                    PERFORM GRAVA-LINHA-ACAO
                  ELSE
                    *> ESTORNO PODE IR PARA QUALQUER LADO (DESFAZ DEPOSITO
                    *> OU SAQUE); OS DEMAIS TEM UM SENTIDO SO — CREDITO
                    *> NO DEPOSITO (DINHEIRO OU CHEQUE) E NO RESGATE DE CDB
                    IF INT-TIPO EQUAL 'DE' OR INT-TIPO EQUAL 'RC' OR
                       INT-TIPO EQUAL 'DC'
                        COMPUTE W-SALDO-ESPERADO =
                            INT-SALDO-ORIGEM-ANTES + INT-VALOR
                        MOVE W-SALDO-ESPERADO TO W-SALDO-ESPERADO-ALT
                    INVALID KEY DISPLAY "ERRO AO REGRAVAR CAPTURA TX " TEX-CHAVE
                END-WRITE.

           *> O CAIXA GRAVA O PAGAMENTO EM ARQ-BOLETO DEPOIS DO MOVIMENTO
           *> 'BL'; FALTANDO (CONTA + CODIGO DE BARRAS + VALOR + DATA,
           *> QUALQUER STATUS), E REGRAVADO PENDENTE PARA A REMESSA
           TRATA-PAGAMENTO-BOLETO.
                PERFORM PROCURA-PAGAMENTO-BOLETO.
                IF ACHOU-BOLETO
                    MOVE "PAGAMENTO DE BOLETO JA GRAVADO" TO W-ACAO
                    PERFORM GRAVA-LINHA-ACAO
                ELSE
                    IF INT-BOL-BARRAS EQUAL SPACES
                        ADD 1 TO W-QTDE-REVISAR
                        MOVE "BOLETO FALTANDO SEM CODIGO, REVISAR" TO W-ACAO
                        PERFORM GRAVA-LINHA-ACAO
                    ELSE
                        PERFORM GRAVA-PAGAMENTO-BOLETO
                        ADD 1 TO W-QTDE-COMPLETADAS
                        MOVE "BOLETO REGRAVADO PARA REMESSA" TO W-ACAO
                        PERFORM GRAVA-LINHA-ACAO
                    END-IF
                END-IF.

           PROCURA-PAGAMENTO-BOLETO.
                MOVE 'N' TO W-ACHOU-BOLETO.
                MOVE INT-CONTA-ORIGEM TO BOL-COD-CONTA.
                MOVE ZEROS TO BOL-SEQUENCIA.
                START ARQ-BOLETO KEY IS NOT LESS THAN BOL-CHAVE
                    INVALID KEY MOVE "10" TO ARQ-BOL-OK
                    NOT INVALID KEY MOVE "00" TO ARQ-BOL-OK
                END-START.
                PERFORM UNTIL ARQ-BOL-OK EQUAL "10"
                    READ ARQ-BOLETO NEXT RECORD
                        AT END MOVE "10" TO ARQ-BOL-OK
                        NOT AT END
                            IF BOL-COD-CONTA NOT EQUAL INT-CONTA-ORIGEM
                                MOVE "10" TO ARQ-BOL-OK
                            ELSE
                                IF BOL-CODIGO-BARRAS EQUAL INT-BOL-BARRAS AND
                                   BOL-VALOR-PAGO EQUAL INT-VALOR AND
                                   BOL-DT-PAGAMENTO EQUAL INT-DATA
                                    MOVE 'S' TO W-ACHOU-BOLETO
                                    MOVE "10" TO ARQ-BOL-OK
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

           *> VALOR DO DOCUMENTO E VENCIMENTO SAEM DO PROPRIO CODIGO DE
           *> BARRAS COMO NO CAIXA; O QUE O VALOR PAGO EXCEDE E ENCARGO.
           *> SEM COMPROVANTE (A QUEDA PODE TER SIDO ANTES DELE)
           GRAVA-PAGAMENTO-BOLETO.
                MOVE INT-CONTA-ORIGEM TO BOL-COD-CONTA.
                MOVE 999999 TO BOL-SEQUENCIA.
                START ARQ-BOLETO KEY IS NOT GREATER THAN BOL-CHAVE
                    INVALID KEY MOVE 1 TO W-BOL-SEQ
                    NOT INVALID KEY
                        READ ARQ-BOLETO NEXT RECORD AT END MOVE 1 TO W-BOL-SEQ
                        NOT AT END
                            IF BOL-COD-CONTA EQUAL INT-CONTA-ORIGEM
                                ADD 1 TO BOL-SEQUENCIA GIVING W-BOL-SEQ
                            ELSE
                                MOVE 1 TO W-BOL-SEQ
                            END-IF
                        END-READ
                END-START.
                MOVE INT-CONTA-ORIGEM TO BOL-COD-CONTA.
                MOVE W-BOL-SEQ TO BOL-SEQUENCIA.
                MOVE INT-BOL-BARRAS TO BOL-CODIGO-BARRAS.
                MOVE ZEROS TO BOL-DT-VENCIMENTO.
                IF INT-BOL-BARRAS (1:1) EQUAL '8'
                    MOVE 'A' TO BOL-TIPO
                    MOVE ZEROS TO BOL-BANCO-FAVORECIDO
                    *> VALOR DE REFERENCIA (7 E 9) NÂO E DINHEIRO: O VALOR
                    *> DIGITADO NO CAIXA VEM DA INTENÇÂO, ABAIXO
                    IF INT-BOL-BARRAS (3:1) EQUAL '6' OR INT-BOL-BARRAS (3:1) EQUAL '8'
                        MOVE INT-BOL-BARRAS (5:11) TO W-BOL-VALOR-ARREC-X
                        MOVE W-BOL-VALOR-ARREC TO BOL-VALOR-DOCUMENTO
                    ELSE
                        MOVE ZEROS TO BOL-VALOR-DOCUMENTO
                    END-IF
                ELSE
                    MOVE 'B' TO BOL-TIPO
                    MOVE INT-BOL-BARRAS (1:3) TO BOL-BANCO-FAVORECIDO
                    MOVE INT-BOL-BARRAS (10:10) TO W-BOL-VALOR-BARRAS-X
                    MOVE W-BOL-VALOR-BARRAS TO BOL-VALOR-DOCUMENTO
                    MOVE INT-BOL-BARRAS (6:4) TO W-BOL-FATOR
                    IF W-BOL-FATOR NOT EQUAL ZEROS
                        *> FATOR NO CICLO NOVO (APOS 21/02/2025) QUANDO
                        *> A BASE ANTIGA CAI MAIS DE 5000 DIAS ATRAS
                        MOVE INT-DATA TO W-BOL-DATA-NUM
                        COMPUTE W-BOL-DIA-INT =
                            FUNCTION INTEGER-OF-DATE(19971007) + W-BOL-FATOR
                        IF W-BOL-DIA-INT + 5000 < FUNCTION INTEGER-OF-DATE(W-BOL-DATA-NUM)
                            ADD 9000 TO W-BOL-DIA-INT
                        END-IF
                        COMPUTE W-BOL-DATA-NUM = FUNCTION DATE-OF-INTEGER(W-BOL-DIA-INT)
                        MOVE W-BOL-DATA-NUM TO BOL-DT-VENCIMENTO
                    END-IF
                END-IF.
                *> VALOR LIVRE (ZERADO NO CODIGO): O DOCUMENTO E O PAGO
                IF BOL-VALOR-DOCUMENTO EQUAL ZEROS OR
                   BOL-VALOR-DOCUMENTO > INT-VALOR
                    MOVE INT-VALOR TO BOL-VALOR-DOCUMENTO
                END-IF.
                COMPUTE BOL-VALOR-ENCARGOS = INT-VALOR - BOL-VALOR-DOCUMENTO.
                MOVE INT-VALOR TO BOL-VALOR-PAGO.
                MOVE 'P' TO BOL-STATUS.
                MOVE INT-DATA TO BOL-DT-PAGAMENTO.
                MOVE ZEROS TO BOL-DT-REMESSA.
                MOVE ZEROS TO BOL-NUM-COMPROVANTE.
                MOVE INT-OPERADOR TO BOL-OPERADOR.
                WRITE REG-BOLETO
                    INVALID KEY DISPLAY "ERRO AO REGRAVAR BOLETO " BOL-CHAVE
                END-WRITE.

           *> O CAIXA GRAVA O CHEQUE (PENDENTE, SEM SEQUENCIA DE EXTRATO)
           *> ANTES DO CREDITO E O LIGA AO MOVIMENTO 'DC' ANTES DE BAIXAR
           *> A INTENÇÂO. CREDITO COMPROVADO: A LIGAÇÂO QUE FALTOU E
           *> FEITA; NADA APLICADO: O CHEQUE E APAGADO; SALDO INESPERADO
           *> FICA COMO ESTA, JUNTO COM A INTENÇÂO MANDADA A REVISÂO
           TRATA-CHEQUE-DEPOSITADO.
                PERFORM PROCURA-CHEQUE-DEPOSITADO.
                IF ACHOU-CHEQUE
                    MOVE INT-CONTA-ORIGEM TO CDP-COD-CONTA
                    MOVE W-CDP-SEQ TO CDP-SEQUENCIA
                    READ ARQ-CHEQUE-DEP
                        INVALID KEY MOVE 'N' TO W-ACHOU-CHEQUE
                    END-READ
                END-IF.
                IF ACHOU-CHEQUE
                    IF ORIGEM-APLICADA
                        PERFORM PROCURA-MOVIMENTO-ORIGEM
                        IF ACHOU-MOVIMENTO
                            MOVE EXT-SEQUENCIA TO CDP-SEQ-EXTRATO
                            REWRITE REG-CHEQUE-DEP
                                INVALID KEY DISPLAY "ERRO AO REGRAVAR CHEQUE " CDP-CHAVE
                            END-REWRITE
                            MOVE "CHEQUE LIGADO AO CREDITO" TO W-ACAO
                            PERFORM GRAVA-LINHA-ACAO
                        END-IF
                    ELSE
                        IF W-SALDO EQUAL INT-SALDO-ORIGEM-ANTES
                            DELETE ARQ-CHEQUE-DEP
                                INVALID KEY DISPLAY "ERRO AO APAGAR CHEQUE " CDP-CHAVE
                            END-DELETE
                            MOVE "CHEQUE NAO CREDITADO, APAGADO" TO W-ACAO
                            PERFORM GRAVA-LINHA-ACAO
                        END-IF
                    END-IF
                END-IF.

           *> A APLICAÇÂO E GRAVADA ANTES DO DEBITO 'AP' E SAI COMO
           *> RESGATADA ANTES DO CREDITO 'RC'. MOVIMENTO COMPROVADO: A
           *> APLICAÇÂO FICA NO ESTADO QUE O MOVIMENTO PEDE; NADA
           *> APLICADO: A APLICAÇÂO SEM DEBITO E APAGADA E A RESGATADA
           *> SEM CREDITO VOLTA A ATIVA; SALDO INESPERADO FICA COMO ESTA,
           *> JUNTO COM A INTENÇÂO MANDADA A REVISÂO
           TRATA-APLICACAO-CDB.
                MOVE 'S' TO W-ACHOU-CDB.
                MOVE INT-CONTA-ORIGEM TO CDB-COD-CONTA.
                MOVE INT-CDB-SEQUENCIA TO CDB-SEQUENCIA.
                READ ARQ-CDB
                    INVALID KEY MOVE 'N' TO W-ACHOU-CDB
                END-READ.
                IF INT-TIPO EQUAL 'AP'
                    PERFORM TRATA-APLICACAO-CDB-AP
                ELSE
                    PERFORM TRATA-APLICACAO-CDB-RC
                END-IF.

           TRATA-APLICACAO-CDB-AP.
                IF ORIGEM-APLICADA
                    IF ACHOU-CDB
                        MOVE "APLICACAO CDB CONFIRMADA" TO W-ACAO
                        PERFORM GRAVA-LINHA-ACAO
                    ELSE
                        ADD 1 TO W-QTDE-REVISAR
                        MOVE "DEBITO SEM APLICACAO CDB, REVISAR" TO W-ACAO
                        PERFORM GRAVA-LINHA-ACAO
                    END-IF
                ELSE
                    IF W-SALDO EQUAL INT-SALDO-ORIGEM-ANTES AND ACHOU-CDB
                        IF CDB-ATIVO AND
                           CDB-PRINCIPAL EQUAL INT-VALOR AND
                           CDB-DT-APLICACAO EQUAL INT-DATA
                            DELETE ARQ-CDB
                                INVALID KEY DISPLAY "ERRO AO APAGAR APLICACAO " CDB-CHAVE
                            END-DELETE
                            MOVE "APLICACAO CDB SEM DEBITO, APAGADA" TO W-ACAO
                            PERFORM GRAVA-LINHA-ACAO
                        END-IF
                    END-IF
                END-IF.

           TRATA-APLICACAO-CDB-RC.
                IF NOT ACHOU-CDB
                    ADD 1 TO W-QTDE-REVISAR
                    MOVE "CDB DO RESGATE AUSENTE, REVISAR" TO W-ACAO
                    PERFORM GRAVA-LINHA-ACAO
                ELSE
                    IF ORIGEM-APLICADA
                        IF CDB-ATIVO
                            MOVE 'R' TO CDB-STATUS
                            MOVE INT-VALOR TO CDB-VALOR-RESGATE
                            COMPUTE CDB-IR-RETIDO = CDB-PRINCIPAL +
                                CDB-RENDIMENTO-ACUM - INT-VALOR
                            MOVE INT-DATA TO CDB-DT-RESGATE
                            REWRITE REG-CDB
                                INVALID KEY DISPLAY "ERRO AO REGRAVAR APLICACAO " CDB-CHAVE
                            END-REWRITE
                            MOVE "APLICACAO CDB FECHADA COMO RESGATADA" TO W-ACAO
                        ELSE
                            MOVE "RESGATE CDB CONFIRMADO" TO W-ACAO
                        END-IF
                        PERFORM GRAVA-LINHA-ACAO
                    ELSE
                        IF W-SALDO EQUAL INT-SALDO-ORIGEM-ANTES AND
                           CDB-RESGATADO AND
                           CDB-DT-RESGATE EQUAL INT-DATA
                            MOVE 'A' TO CDB-STATUS
                            MOVE ZEROS TO CDB-IR-RETIDO
                            MOVE ZEROS TO CDB-VALOR-RESGATE
                            MOVE ZEROS TO CDB-DT-RESGATE
                            REWRITE REG-CDB
                                INVALID KEY DISPLAY "ERRO AO REGRAVAR APLICACAO " CDB-CHAVE
                            END-REWRITE
                            MOVE "RESGATE CDB SEM CREDITO, REATIVADA" TO W-ACAO
                            PERFORM GRAVA-LINHA-ACAO
                        END-IF
                    END-IF
                END-IF.

           *> O CHEQUE DA INTENÇÂO E O ULTIMO DA CONTA AINDA PENDENTE,
           *> SEM MOVIMENTO LIGADO, COM O VALOR E A DATA DA INTENÇÂO
           PROCURA-CHEQUE-DEPOSITADO.
                MOVE 'N' TO W-ACHOU-CHEQUE.
                MOVE INT-CONTA-ORIGEM TO CDP-COD-CONTA.
                MOVE ZEROS TO CDP-SEQUENCIA.
                START ARQ-CHEQUE-DEP KEY IS NOT LESS THAN CDP-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-CDP-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-CDP-OK
                END-START.
                PERFORM UNTIL ARQ-CDP-OK EQUAL 10
                    READ ARQ-CHEQUE-DEP NEXT RECORD
                        AT END MOVE 10 TO ARQ-CDP-OK
                        NOT AT END
                            IF CDP-COD-CONTA NOT EQUAL INT-CONTA-ORIGEM
                                MOVE 10 TO ARQ-CDP-OK
                            ELSE
                                IF CDP-PENDENTE AND
                                   CDP-SEQ-EXTRATO EQUAL ZEROS AND
                                   CDP-VALOR EQUAL INT-VALOR AND
                                   CDP-DATA EQUAL INT-DATA
                                    MOVE 'S' TO W-ACHOU-CHEQUE
                                    MOVE CDP-SEQUENCIA TO W-CDP-SEQ
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

           *> O MOVIMENTO DA ORIGEM EXISTE QUANDO HA NO EXTRATO DA CONTA
           *> UM REGISTRO COM O MESMO TIPO, VALOR, SALDO-ANTERIOR E DATA
           *> DA INTENÇÂO
                *> EXCEDENTE DE PACOTE; O MOVIMENTO RECONSTRUIDO LEVA A
                *> MESMA DESCRIÇÂO E CATEGORIA (96) DO LANÇAMENTO NORMAL
                *> PARA NÂO SER TOMADO COMO MANUTENÇÂO PELO CONTA-TARIFA
                *> NEM PELA APURAÇÂO DE RECEITA; A APLICAÇÂO E O
                *> RESGATE DE CDB LEVAM A CATEGORIA 97 DO LANÇAMENTO E O
                *> PAGAMENTO DE BOLETO A 63
                EVALUATE W-EXT-TIPO-ATUAL
                    WHEN 'TA'
                        MOVE "TARIFA EXCEDENTE" TO EXT-DESCRICAO
                        MOVE 96 TO EXT-CATEGORIA
                    WHEN 'AP'
                        MOVE "APLICACAO CDB" TO EXT-DESCRICAO
                        MOVE 97 TO EXT-CATEGORIA
                    WHEN 'RC'
                        MOVE "RESGATE CDB" TO EXT-DESCRICAO
                        MOVE 97 TO EXT-CATEGORIA
                    WHEN 'BL'
                        IF INT-BOL-BARRAS (1:1) EQUAL '8'
                            MOVE "PAGTO CONVENIO" TO EXT-DESCRICAO
                        ELSE
                            MOVE SPACES TO EXT-DESCRICAO
                            STRING "PAGTO BOLETO BCO " DELIMITED BY SIZE
                                   INT-BOL-BARRAS (1:3) DELIMITED BY SIZE
                                INTO EXT-DESCRICAO
                        END-IF
                        MOVE 63 TO EXT-CATEGORIA
                    WHEN OTHER
                        MOVE SPACES TO EXT-DESCRICAO
                        MOVE 00 TO EXT-CATEGORIA
                END-EVALUATE.
           FIND-NEXT-EXT-SEQ.
                MOVE COD-CONTA TO EXT-COD-CONTA.
                MOVE 999999 TO EXT-SEQUENCIA.
