                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-GLS-OK.

                   SELECT ARQ-FUSAO-GL ASSIGN TO "ARQ-FUSAO-GL.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-FGL-OK.

                   SELECT ARQ-SISTEMA ASSIGN TO "ARQ-SISTEMA-STATUS.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-SYS-OK.

      *> INTERFACE DE RAZÂO CONTABIL: LAYOUT FIXO COM HEADER (TIPO 00),
      *> UM PAR DEBITO/CREDITO POR AGENCIA POR DIA (TIPO 01, SAQUES A
      *> DEBITO E DEPOSITOS A CREDITO), UM PAR POR FUSÂO DE AGENCIAS
      *> EFETIVADA NO DIA (TIPO 02, SALDO MIGRADO A DEBITO NA ORIGEM E A
      *> CREDITO NO DESTINO) E TRAILER (TIPO 99) COM CONTAGEM
      *> E HASH TOTAL DOS VALORES, NO FORMATO QUE O SISTEMA CONTABIL
      *> INGERE DIRETO, SEM REDIGITAÇÂO MATINAL
               FD ARQ-GL LABEL RECORDS STANDARD.
                   02  GLT-HASH             PIC 9(15)V99.
                   02  FILLER               PIC X(15).

               FD ARQ-FUSAO-GL LABEL RECORDS STANDARD.

               COPY FUSAOGL.

               FD ARQ-GL-SEQ LABEL RECORDS STANDARD.

               01  REG-GL-SEQ.
                    02  ARQ-AGE-OK          PIC X(2).
                    02  ARQ-GL-OK           PIC X(2).
                    02  ARQ-GLS-OK          PIC X(2).
                    02  ARQ-FGL-OK          PIC X(2).

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                WRITE REG-GL-HEADER.
                SET WS-IDX TO 1.
                PERFORM GRAVA-GL-AGENCIA UNTIL WS-IDX > W-QTDE-AGENCIAS.
                PERFORM GRAVA-GL-FUSOES.
                MOVE "99" TO GLT-TIPO.
                MOVE W-GL-QTDE TO GLT-QTDE.
                MOVE W-GL-HASH TO GLT-HASH.
                WRITE REG-GL-DETALHE.
                SET WS-IDX UP BY 1.

           *> FUSÔES DE AGENCIA EFETIVADAS HOJE PELO CONTA-FUSAO-AGENCIA:
           *> O SALDO DAS CONTAS MIGRADAS SAI DA ORIGEM E ENTRA NO DESTINO
           *> NO RAZÂO. SALDO MIGRADO DEVEDOR INVERTE AS NATUREZAS
           GRAVA-GL-FUSOES.
                OPEN INPUT ARQ-FUSAO-GL.
                IF ARQ-FGL-OK EQUAL "00"
                    PERFORM UNTIL ARQ-FGL-OK EQUAL "10"
                        READ ARQ-FUSAO-GL
                            AT END MOVE "10" TO ARQ-FGL-OK
                            NOT AT END
                                IF FGL-DATA-ANO EQUAL YEARS AND
                                   FGL-DATA-MES EQUAL MONTHS AND
                                   FGL-DATA-DIA EQUAL DAYS
                                    PERFORM GRAVA-GL-FUSAO
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE ARQ-FUSAO-GL
                END-IF.

            GRAVA-GL-FUSAO.
                COMPUTE W-GL-VALOR-ABS = FUNCTION ABS(FGL-SALDO).
                MOVE "02" TO GLD-TIPO.
                MOVE FGL-AGENCIA-ORIGEM TO GLD-COD-AGENCIA.
                MOVE DATE-TIME TO GLD-DATA.
                IF FGL-SALDO < ZEROS
                    MOVE 'C' TO GLD-NATUREZA
                ELSE
                    MOVE 'D' TO GLD-NATUREZA
                END-IF.
                MOVE W-GL-VALOR-ABS TO GLD-VALOR.
                ADD W-GL-VALOR-ABS TO W-GL-HASH.
                ADD 1 TO W-GL-QTDE.
                WRITE REG-GL-DETALHE.
                MOVE "02" TO GLD-TIPO.
                MOVE FGL-AGENCIA-DESTINO TO GLD-COD-AGENCIA.
                MOVE DATE-TIME TO GLD-DATA.
                IF FGL-SALDO < ZEROS
                    MOVE 'D' TO GLD-NATUREZA
                ELSE
                    MOVE 'C' TO GLD-NATUREZA
                END-IF.
                MOVE W-GL-VALOR-ABS TO GLD-VALOR.
                ADD W-GL-VALOR-ABS TO W-GL-HASH.
                ADD 1 TO W-GL-QTDE.
                WRITE REG-GL-DETALHE.
                MOVE SPACES TO REG-FECHAMENTO.
                MOVE FGL-SALDO TO M-VALOR.
                STRING "FUSAO AGENCIA " DELIMITED BY SIZE
                       FGL-AGENCIA-ORIGEM DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       FGL-AGENCIA-DESTINO DELIMITED BY SIZE
                       " CONTAS " DELIMITED BY SIZE
                       FGL-QTDE-CONTAS DELIMITED BY SIZE
                       " SALDO TRANSFERIDO " DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                    INTO REG-FECHAMENTO.
                WRITE REG-FECHAMENTO.
                ADD 1 TO W-QTDE-LINHAS-REL.

           *> O NUMERO DE SEQUENCIA VIVE NUM ARQUIVO DE CONTROLE PROPRIO E
           *> AVANÇA A CADA GERAÇÂO, PARA O SISTEMA CONTABIL DETECTAR
           *> ARQUIVO REPETIDO OU FALTANDO
