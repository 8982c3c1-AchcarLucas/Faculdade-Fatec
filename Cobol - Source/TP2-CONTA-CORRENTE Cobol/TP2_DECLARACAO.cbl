      *> DECLARAÇÂO NO LAYOUT QUE O REGULADOR ACEITA (HEADER 00, UM
      *> DETALHE 01 POR CPF DECLARADO, TRAILER 99 COM CONTAGEM E HASH).
      *> CHECKPOINT A CADA N CONTAS COM OS ACUMULADORES POR CPF, COMO
      *> NOS DEMAIS JOBS MENSAIS. CONTA DE PESSOA JURIDICA ACUMULA NO
      *> CNPJ DA EMPRESA: O DECLARADO E IDENTIFICADO PELO TIPO DE
      *> INSCRIÇÂO (1 CPF, 2 CNPJ) E PELO NUMERO COM 14 POSIÇÔES.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               01  REG-RELATORIO               PIC X(130).

      *> ARQUIVO DE DECLARAÇÂO NO LAYOUT DO REGULADOR: HEADER (00) COM A
      *> COMPETENCIA, UM DETALHE (01) POR CPF OU CNPJ DECLARADO COM O TOTAL E A
      *> QUANTIDADE DE MOVIMENTOS, TRAILER (99) COM CONTAGEM E HASH
               FD ARQ-DECLARACAO LABEL RECORDS STANDARD.


               01  REG-DCL-DETALHE.
                   02  DCD-TIPO             PIC X(2).
                   02  DCD-TIPO-INSCRICAO   PIC 9(1).
                   02  DCD-INSCRICAO        PIC 9(14).
                   02  DCD-VALOR-TOTAL      PIC 9(13)V99.
                   02  DCD-QTDE-MOVIMENTOS  PIC 9(6).
                   02  FILLER               PIC X(2).

               01  REG-DCL-TRAILER.
                   02  DCT-TIPO             PIC X(2).
               FD ARQ-CKPT-CPFS LABEL RECORDS STANDARD.

               01  REG-CKPT-CPF.
                   02  CKC-TIPO-INSCRICAO   PIC 9(1).
                   02  CKC-INSCRICAO        PIC 9(14).
                   02  CKC-TOTAL            PIC 9(13)V99.
                   02  CKC-QTDE             PIC 9(6).

                    *> SEGUNDO TITULAR DA CONTA CONJUNTA: O MOVIMENTO
                    *> CONTA PARA OS DOIS CPFS
                    02  W-CPF2-CONTA            PIC 9(11) VALUE ZEROS.
                    *> CONTA DE EMPRESA: ACUMULA NO CNPJ
                    02  W-CNPJ-CONTA            PIC 9(14) VALUE ZEROS.
                    02  W-TIPO-ACUMULA          PIC 9(1) VALUE ZEROS.
                    02  W-INSCRICAO-ACUMULA     PIC 9(14) VALUE ZEROS.
                    02  W-TEM-CPF               PIC X(1) VALUE 'N'.
                        88  CONTA-TEM-CPF       VALUE 'S'.

                    02  W-MAX-CPFS              PIC 9(3) VALUE 500.
                    02  W-QTDE-CPFS             PIC 9(3) VALUE ZEROS.
                    02  WS-CPF-TABELA OCCURS 500 TIMES INDEXED BY WS-CPI.
                        03  CP-TIPO-INSCRICAO   PIC 9(1).
                        03  CP-INSCRICAO        PIC 9(14).
                        03  CP-TOTAL            PIC 9(13)V99.
                        03  CP-QTDE             PIC 9(6).
                    02  W-IDX-ENCONTRADO        PIC 9(3) VALUE ZEROS.
                            NOT AT END
                                ADD 1 TO W-QTDE-CPFS
                                SET WS-CPI TO W-QTDE-CPFS
                                MOVE CKC-TIPO-INSCRICAO TO CP-TIPO-INSCRICAO (WS-CPI)
                                MOVE CKC-INSCRICAO TO CP-INSCRICAO (WS-CPI)
                                MOVE CKC-TOTAL TO CP-TOTAL (WS-CPI)
                                MOVE CKC-QTDE TO CP-QTDE (WS-CPI)
                        END-READ
                MOVE 'N' TO W-TEM-CPF.
                MOVE ZEROS TO W-CPF-CONTA.
                MOVE ZEROS TO W-CPF2-CONTA.
                MOVE ZEROS TO W-CNPJ-CONTA.
                MOVE W-CONTA-ATUAL TO COD-CONTA.
                READ ARQ-BANCO
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE CPF TO W-CPF-CONTA
                        MOVE CPF2 TO W-CPF2-CONTA
                        IF TITULAR-PJ
                            MOVE CNPJ TO W-CNPJ-CONTA
                        END-IF
                        MOVE 'S' TO W-TEM-CPF
                END-READ.

           *> MOVIMENTO ACIMA DO LIMITE SAI INDIVIDUALMENTE; TODOS
           *> ACUMULAM NO TOTAL MENSAL DO CPF DO TITULAR — E TAMBEM NO
           *> DO SEGUNDO TITULAR QUANDO A CONTA E CONJUNTA; CONTA DE
           *> EMPRESA ACUMULA NO CNPJ
           APURA-MOVIMENTO.
                IF EXT-VALOR > W-VALOR-LIMITE
                    ADD 1 TO W-QTDE-INDIVIDUAIS
                    PERFORM GRAVA-LINHA-INDIVIDUAL
                END-IF.
                IF CONTA-TEM-CPF
                    IF W-CNPJ-CONTA NOT EQUAL ZEROS
                        MOVE 2 TO W-TIPO-ACUMULA
                        MOVE W-CNPJ-CONTA TO W-INSCRICAO-ACUMULA
                        PERFORM ACUMULA-CPF
                    ELSE
                    MOVE 1 TO W-TIPO-ACUMULA
                    MOVE W-CPF-CONTA TO W-INSCRICAO-ACUMULA
                    PERFORM ACUMULA-CPF
                    IF W-CPF2-CONTA NOT EQUAL ZEROS
                        MOVE W-CPF2-CONTA TO W-INSCRICAO-ACUMULA
                        PERFORM ACUMULA-CPF
                    END-IF
                    END-IF
                END-IF.

            GRAVA-LINHA-INDIVIDUAL.
                SET WS-CPI TO 1.
                SEARCH WS-CPF-TABELA VARYING WS-CPI
                    AT END CONTINUE
                    WHEN CP-TIPO-INSCRICAO (WS-CPI) EQUAL W-TIPO-ACUMULA
                     AND CP-INSCRICAO (WS-CPI) EQUAL W-INSCRICAO-ACUMULA
                        MOVE WS-CPI TO W-IDX-ENCONTRADO
                END-SEARCH.
                IF W-IDX-ENCONTRADO EQUAL ZEROS
                        ADD 1 TO W-QTDE-CPFS
                        MOVE W-QTDE-CPFS TO W-IDX-ENCONTRADO
                        SET WS-CPI TO W-IDX-ENCONTRADO
                        MOVE W-TIPO-ACUMULA TO CP-TIPO-INSCRICAO (WS-CPI)
                        MOVE W-INSCRICAO-ACUMULA TO CP-INSCRICAO (WS-CPI)
                        MOVE ZEROS TO CP-TOTAL (WS-CPI)
                        MOVE ZEROS TO CP-QTDE (WS-CPI)
                    ELSE
                        DISPLAY "INSCRICAO " W-TIPO-ACUMULA "-" W-INSCRICAO-ACUMULA " NAO ACUMULADO: TABELA DE CPFS CHEIA (LIMITE " W-MAX-CPFS ")"
                    END-IF
                END-IF.
                IF W-IDX-ENCONTRADO NOT EQUAL ZEROS
                    IF CP-TOTAL (WS-CPI) > W-VALOR-LIMITE
                        MOVE SPACES TO REG-RELATORIO
                        MOVE CP-TOTAL (WS-CPI) TO M-VALOR
                        STRING "INSCRICAO " DELIMITED BY SIZE
                               CP-TIPO-INSCRICAO (WS-CPI) DELIMITED BY SIZE
                               "-" DELIMITED BY SIZE
                               CP-INSCRICAO (WS-CPI) DELIMITED BY SIZE
                               " ACUMULOU " DELIMITED BY SIZE
                               M-VALOR DELIMITED BY SIZE
                               " EM " DELIMITED BY SIZE
            GRAVA-DETALHE-DECLARACAO.
                IF CP-TOTAL (WS-CPI) > W-VALOR-LIMITE
                    MOVE "01" TO DCD-TIPO
                    MOVE CP-TIPO-INSCRICAO (WS-CPI) TO DCD-TIPO-INSCRICAO
                    MOVE CP-INSCRICAO (WS-CPI) TO DCD-INSCRICAO
                    MOVE CP-TOTAL (WS-CPI) TO DCD-VALOR-TOTAL
                    MOVE CP-QTDE (WS-CPI) TO DCD-QTDE-MOVIMENTOS
                    ADD CP-TOTAL (WS-CPI) TO W-DCL-HASH
                CLOSE ARQ-CKPT-CPFS.

            GRAVA-CKPT-UM-CPF.
                MOVE CP-TIPO-INSCRICAO (WS-CPI) TO CKC-TIPO-INSCRICAO.
                MOVE CP-INSCRICAO (WS-CPI) TO CKC-INSCRICAO.
                MOVE CP-TOTAL (WS-CPI) TO CKC-TOTAL.
                MOVE CP-QTDE (WS-CPI) TO CKC-QTDE.
                WRITE REG-CKPT-CPF.
