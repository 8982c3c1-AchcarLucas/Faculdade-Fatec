                       RECORD KEY IS BLQ-CHAVE
                       FILE STATUS ARQ-BLQ-OK.

                   SELECT ARQ-CHEQUE-DEP ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CDP-CHAVE
                       FILE STATUS ARQ-CDP-OK.

                   SELECT ARQ-NOTIFICACAO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC

               COPY BLOQUEIO.

               FD ARQ-CHEQUE-DEP LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CHEQUE-DEP.DAT".

               COPY CHQDEP.

               FD ARQ-NOTIFICACAO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-NOTIFICACAO.DAT".

               COPY NOTIFICA.
                    02  ARQ-FER-OK          PIC X(2).
                    02  ARQ-NOT-OK          PIC 9(2).
                    02  ARQ-BLQ-OK          PIC 9(2).
                    02  ARQ-CDP-OK          PIC 9(2).

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                    02  W-NOT-TEXTO             PIC X(40).

                01 EXECUCAO-VARIABLES.
                    02  W-MIN-SALDO             PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-BLQ-CONTA             PIC 9(7).
                    02  W-SOMA-BLOQUEIOS        PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-SOMA-FLOAT            PIC S9(10)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-SALDO-NOVO            PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  W-MOTIVO-FALHA          PIC X(30).

                OPEN I-O ARQ-AGENDA.
                OPEN I-O ARQ-NOTIFICACAO.
                OPEN I-O ARQ-BLOQUEIO.
                OPEN INPUT ARQ-CHEQUE-DEP.
                *> RETOMANDO O MESMO DIA: ANEXA AO RELATORIO JA GRAVADO ANTES
                *> DO RESTART EM VEZ DE TRUNCAR AS FALHAS JA LISTADAS
                IF RETOMA-MESMO-DIA
                READ ARQ-AGENDA NEXT RECORD
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        *> ORDEM SUSPENSA PELO OBITO DO TITULAR NÂO RODA
                        IF AGD-ATIVO AND NOT AGD-SUSPENSO
                            PERFORM TRATA-ORDEM
                        END-IF
                        ADD 1 TO W-QTDE-PROCESSADA
                            MOVE "CONTA ORIGEM ENCERRADA" TO W-MOTIVO-FALHA
                        ELSE
                            *> BLOQUEIO JUDICIAL ATIVO SOBE O PISO DO
                            *> SALDO PARA A PROPRIA SOMA BLOQUEADA; CHEQUE
                            *> AINDA EM COMPENSAÇÂO SOBE PELO PROPRIO VALOR
                            MOVE AGD-COD-CONTA TO W-BLQ-CONTA
                            PERFORM SOMA-BLOQUEIOS
                            IF W-SOMA-BLOQUEIOS > ZEROS
                            ELSE
                                COMPUTE W-MIN-SALDO = ZEROS - W-LIMITE
                            END-IF
                            PERFORM SOMA-FLOAT-CHEQUES
                            ADD W-SOMA-FLOAT TO W-MIN-SALDO
                            COMPUTE W-SALDO-NOVO = W-SALDO - AGD-VALOR
                            IF W-SALDO-NOVO < W-MIN-SALDO
                                IF W-SOMA-BLOQUEIOS > ZEROS
                    END-READ
                END-PERFORM.

           *> SOMA DOS CHEQUES DE OUTRO BANCO DEPOSITADOS NA CONTA EM
           *> W-BLQ-CONTA QUE AINDA NÂO CHEGARAM A DATA DE DISPONIBILIDADE
           *> (O DEVOLVIDO JA TEVE O CREDITO ESTORNADO E NÂO ENTRA)
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

           *> ENCONTRA A PROXIMA SEQUENCIA DE EXTRATO PARA A CONTA ATUAL E GRAVA O MOVIMENTO
           GRAVA-EXTRATO.
                MOVE EXT-VALOR TO W-EXT-VALOR-MOV.
                CLOSE ARQ-AGENDA.
                CLOSE ARQ-NOTIFICACAO.
                CLOSE ARQ-BLOQUEIO.
                CLOSE ARQ-CHEQUE-DEP.
                CLOSE ARQ-RELATORIO.

           *> LIGA E DESLIGA A MARCA DE JANELA BATCH NO ARQUIVO DE STATUS
