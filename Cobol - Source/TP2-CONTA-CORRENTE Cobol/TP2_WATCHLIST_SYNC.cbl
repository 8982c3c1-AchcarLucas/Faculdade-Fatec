      *> DESCRIÇÂO DIVERGENTES SÂO ATUALIZADOS. TODA DIFERENÇA SAI NO
      *> RELATORIO ARQ-WATCHLIST-DIFF.DAT. PARA CADA CPF INCLUIDO, AS
      *> CONTAS ABERTAS DO TITULAR (CHAVE ALTERNATIVA DE CPF EM
      *> ARQ-BANCO) SÂO LISTADAS PARA REVISÂO DE UM SUPERVISOR, E
      *> TAMBEM AS CONTAS DAS EMPRESAS QUE ELE REPRESENTA (CHAVE
      *> ALTERNATIVA DE CPF EM ARQ-REPRESENTANTE).
      *> RERODAR O MESMO ARQUIVO E SEGURO: A SEGUNDA PASSADA NÂO
      *> ENCONTRA DIFERENÇAS.

                       ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
                       FILE STATUS ARQ-OK.

                   SELECT ARQ-REPRESENTANTE ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS REP-CHAVE
                       ALTERNATE RECORD KEY IS REP-CPF WITH DUPLICATES
                       FILE STATUS ARQ-REP-OK.

                   SELECT ARQ-DIFF ASSIGN TO WS-REL-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-DIF-OK.

               COPY REGBANCO.

               FD ARQ-REPRESENTANTE LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-REPRESENTANTE.DAT".

               COPY REPRES.

               FD ARQ-DIFF LABEL RECORDS STANDARD.

               01  REG-DIFF                    PIC X(120).
                    02  ARQ-WTC-OK          PIC 9(2).
                    02  ARQ-OK              PIC 9(2).
                    02  ARQ-DIF-OK          PIC X(2).
                    02  ARQ-REP-OK          PIC 9(2).

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                    02  W-QTDE-EXCLUIDOS        PIC 9(6) VALUE ZEROS.
                    02  W-QTDE-ATUALIZADOS      PIC 9(6) VALUE ZEROS.
                    02  W-QTDE-CONTAS-REVISAO   PIC 9(6) VALUE ZEROS.
                    *> SEM ARQ-REPRESENTANTE NÂO HA EMPRESAS A REVISAR
                    02  W-REPRES-ABERTO         PIC X(1) VALUE 'N'.
                        88  REPRES-ABERTO       VALUE 'S'.

       PROCEDURE DIVISION.

            OPEN-FILES.
                OPEN I-O ARQ-WATCHLIST.
                OPEN INPUT ARQ-BANCO.
                OPEN INPUT ARQ-REPRESENTANTE.
                IF ARQ-REP-OK EQUAL ZEROS
                    MOVE 'S' TO W-REPRES-ABERTO
                END-IF.
                OPEN OUTPUT ARQ-DIFF.
                MOVE SPACES TO REG-DIFF.
                STRING "SINCRONIZACAO DA WATCHLIST COM O REGULADOR EM " DELIMITED BY SIZE
                WRITE REG-DIFF.
                ADD 1 TO W-QTDE-LINHAS-REL.
                PERFORM LISTA-CONTAS-DO-CPF.
                IF REPRES-ABERTO
                    PERFORM LISTA-EMPRESAS-DO-CPF
                END-IF.

           *> O TITULAR QUE ACABOU DE ENTRAR NA LISTA PODE JA TER CONTA
           *> ABERTA: CADA UMA SAI NO RELATORIO PARA O SUPERVISOR REVISAR
                    END-READ
                END-PERFORM.

           *> O NOVO VIGIADO PODE SER REPRESENTANTE LEGAL ATIVO DE UMA
           *> EMPRESA: AS CONTAS ABERTAS DE CADA EMPRESA (VARREDURA DE
           *> ARQ-BANCO, O CNPJ NÂO TEM CHAVE) TAMBEM VÂO PARA REVISÂO
           LISTA-EMPRESAS-DO-CPF.
                MOVE WTC-CPF TO REP-CPF.
                START ARQ-REPRESENTANTE KEY IS EQUAL TO REP-CPF
                    INVALID KEY MOVE 10 TO ARQ-REP-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-REP-OK
                END-START.
                PERFORM UNTIL ARQ-REP-OK EQUAL 10
                    READ ARQ-REPRESENTANTE NEXT RECORD
                        AT END MOVE 10 TO ARQ-REP-OK
                        NOT AT END
                            IF REP-CPF NOT EQUAL WTC-CPF
                                MOVE 10 TO ARQ-REP-OK
                            ELSE
                                IF REP-ATIVO
                                    PERFORM LISTA-CONTAS-DA-EMPRESA
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

            LISTA-CONTAS-DA-EMPRESA.
                MOVE ZEROS TO COD-CONTA.
                START ARQ-BANCO KEY IS NOT LESS THAN COD-CONTA
                    INVALID KEY MOVE 10 TO ARQ-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-OK
                END-START.
                PERFORM UNTIL ARQ-OK EQUAL 10
                    READ ARQ-BANCO NEXT RECORD
                        AT END MOVE 10 TO ARQ-OK
                        NOT AT END
                            IF TITULAR-PJ AND CNPJ EQUAL REP-CNPJ
                               AND NOT CONTA-FECHADA
                                ADD 1 TO W-QTDE-CONTAS-REVISAO
                                MOVE SPACES TO REG-DIFF
                                STRING "  REVISAR CONTA " DELIMITED BY SIZE
                                       COD-CONTA DELIMITED BY SIZE
                                       " AGENCIA " DELIMITED BY SIZE
                                       COD-AGENCIA DELIMITED BY SIZE
                                       " REPRESENTANTE ENTROU NA LISTA (CNPJ " DELIMITED BY SIZE
                                       REP-CNPJ DELIMITED BY SIZE
                                       ")" DELIMITED BY SIZE
                                    INTO REG-DIFF
                                WRITE REG-DIFF
                                ADD 1 TO W-QTDE-LINHAS-REL
                            END-IF
                    END-READ
                END-PERFORM.

           *> PASSADA 2: CPF DA LISTA QUE NÂO CONSTA MAIS NO ARQUIVO DO
           *> REGULADOR E REMOVIDO
           APLICA-EXCLUSOES.
            CLOSE-FILES.
                CLOSE ARQ-WATCHLIST.
                CLOSE ARQ-BANCO.
                IF REPRES-ABERTO
                    CLOSE ARQ-REPRESENTANTE
                END-IF.
                CLOSE ARQ-DIFF.


