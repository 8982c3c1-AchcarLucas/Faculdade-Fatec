                    02  ENT-GRAU        PIC X(01).
                    02  ENT-DX          PIC S9(05)V99 SIGN IS LEADING SEPARATE CHARACTER.

                *> GRAU 'L' E O SISTEMA LINEAR: AS POSICOES DE AX/BX/C FICAM
                *> EM BRANCO E DEPOIS DO GRAU VEM A ORDEM (2 OU 3) E AS TRES
                *> LINHAS A1 A2 A3 B (A1.X + A2.Y + A3.Z = B), SEMPRE COM AS
                *> QUATRO POSICOES; NA ORDEM 2 A3 E A TERCEIRA LINHA SAO
                *> IGNORADAS
                01  REG-ENTRADA-SISTEMA.
                    02  FILLER          PIC X(24).
                    02  ENT-SIS-GRAU    PIC X(01).
                    02  ENT-SIS-ORDEM   PIC X(01).
                    02  ENT-SIS-COEFICIENTES.
                        03  ENT-SIS-LINHA OCCURS 3 TIMES.
                            04  ENT-SIS-A   PIC S9(05)V99 SIGN IS LEADING SEPARATE CHARACTER
                                            OCCURS 3 TIMES.
                            04  ENT-SIS-B   PIC S9(05)V99 SIGN IS LEADING SEPARATE CHARACTER.

                FD ARQ-RESULTADOS LABEL RECORDS STANDARD.

                01  REG-RESULTADO       PIC X(100).
                *> ZERO O=ESTOURO) E OS COEFICIENTES COMO FORAM DIGITADOS;
                *> GRAU E DX NO FIM PARA NAO DESLOCAR O HISTORICO ANTIGO
                *> (LINHAS ANTIGAS FICAM COM GRAU EM BRANCO = SEGUNDO GRAU)
                *> SISTEMA LINEAR: GRAU 'L', DESFECHO U=SOLUCAO UNICA
                *> N=SEM SOLUCAO I=INFINITAS SOLUCOES R=ORDEM INVALIDA
                *> O=ESTOURO; AX/BX/C/DELTA/DX ZERADOS E A ORDEM, OS
                *> COEFICIENTES E O DETERMINANTE NO FIM DA LINHA (EM BRANCO
                *> NAS EQUACOES)
                01  REG-HISTORICO.
                    02  HIST-DATA.
                        03  HIST-ANO    PIC 9(02).
                    02  HIST-DELTA      PIC S9(09)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  HIST-GRAU       PIC X(01).
                    02  HIST-DX         PIC S9(05)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02  HIST-SISTEMA.
                        03  HIST-SIS-ORDEM  PIC 9(01).
                        03  HIST-SIS-COEFICIENTES.
                            04  HIST-SIS-LINHA OCCURS 3 TIMES.
                                05  HIST-SIS-A  PIC S9(05)V99 SIGN IS LEADING SEPARATE CHARACTER
                                                OCCURS 3 TIMES.
                                05  HIST-SIS-B  PIC S9(05)V99 SIGN IS LEADING SEPARATE CHARACTER.
                        03  HIST-SIS-DET    PIC S9(17)V99 SIGN IS LEADING SEPARATE CHARACTER.

                WORKING-STORAGE SECTION.

                    02 W-X3             PIC S9(09)V99.
                    02 W-X3-DOT         PIC -ZZZZZZZZ9,99.

                *> SISTEMA LINEAR 2X2 OU 3X3: DETERMINANTE PELA REGRA DE
                *> SARRUS E SOLUCAO UNICA POR CRAMER; COM DETERMINANTE ZERO
                *> O ESCALONAMENTO COMPARA O POSTO DA MATRIZ COM O DA
                *> AMPLIADA PARA SEPARAR SEM SOLUCAO DE INFINITAS SOLUCOES
                01 DATA-SISTEMA.
                    02 W-SIS-ORDEM      PIC 9(01).
                    02 W-SIS-COEFICIENTES.
                        03 W-SIS-LINHA OCCURS 3 TIMES.
                            04 W-SIS-A  PIC S9(05)V99 SIGN IS LEADING SEPARATE CHARACTER
                                        OCCURS 3 TIMES.
                            04 W-SIS-B  PIC S9(05)V99 SIGN IS LEADING SEPARATE CHARACTER.
                    02 W-SIS-DET        PIC S9(17)V9(06).
                    02 W-SIS-DET-DOT    PIC -ZZZZZZZZZZZZZZZZ9,99.
                    02 W-SIS-X          PIC S9(11)V9(04) OCCURS 3 TIMES.
                    02 W-SIS-X-DOT      PIC -ZZZZZZZZZZ9,9999.
                    02 W-SIS-NOME-X     PIC X(03) VALUE "XYZ".
                    02 W-SIS-I          PIC 9(01).
                    02 W-SIS-J          PIC 9(01).
                    02 W-SIS-K          PIC 9(01).
                    02 W-SIS-R          PIC 9(01).
                    02 W-SIS-P          PIC 9(01).
                    02 W-SIS-POSICAO    PIC 9(04).
                    02 W-SIS-POSTO      PIC 9(01).
                    02 W-SIS-RESULTADO  PIC X(01).
                        88 SISTEMA-UNICO          VALUE 'U'.
                        88 SISTEMA-IMPOSSIVEL     VALUE 'N'.
                        88 SISTEMA-INDETERMINADO  VALUE 'I'.
                    *> MATRIZ DO DETERMINANTE (A OU A COM UMA COLUNA TROCADA
                    *> PELOS TERMOS INDEPENDENTES) E RESULTADO
                    02 W-DET-MATRIZ.
                        03 W-DET-LINHA OCCURS 3 TIMES.
                            04 W-DET-A  PIC S9(05)V99 OCCURS 3 TIMES.
                    02 W-DET-RESULTADO  PIC S9(17)V9(06).
                    *> MATRIZ AMPLIADA DO ESCALONAMENTO
                    02 W-ESC-MATRIZ.
                        03 W-ESC-LINHA OCCURS 3 TIMES.
                            04 W-ESC-A  PIC S9(13)V9(08) OCCURS 4 TIMES.
                    02 W-ESC-FATOR      PIC S9(13)V9(08).
                    02 W-ESC-TROCA      PIC S9(13)V9(08).
                    02 W-ESC-MAIOR      PIC S9(13)V9(08).
                    02 W-ESC-TOLERANCIA PIC S9(01)V9(08) VALUE 0,000001.

                01 W-MODO-MASK      PIC X(01) VALUE 'I'.
                    88 MODO-BATCH   VALUE 'S' 's'.

                01 W-GRAU           PIC X(01) VALUE '2'.
                    88 GRAU-TRES    VALUE '3'.
                    88 GRAU-SISTEMA VALUE 'L'.

                01 MSGS.
                    02 MSGSCLEAR PIC X(30) VALUE SPACES.
                    02 MSG01    VALUE "AX DEVE SER DIFERENTE QUE ZERO".
                    02 MSG02    VALUE "BX E C NAO PODEM SER AMBOS ZERO".
                    02 MSG03    VALUE "AX/BX/C MUITO GRANDES: CALCULO ESTOUROU".
                    02 MSG04    VALUE "ORDEM DO SISTEMA DEVE SER 2 OU 3".
                    02 MSG05    VALUE "COEFICIENTES MUITO GRANDES: CALCULO ESTOUROU".

                01 OVERFLOW-VARIABLES.
                    02 W-ESTOUROU       PIC X(01) VALUE 'N'.
                        02 LINE 01 COLUMN 11 PIC 9(02) USING YEARS FOREGROUND-COLOR IS 2.
                        02 LINE 01 COLUMN 20 VALUE "CALCULO (EQUACAO SEGUNDO GRAU)" FOREGROUND-COLOR IS 2.
                        02 LINE 02 COLUMN 10 VALUE "MODO BATCH (S/N): --" FOREGROUND-COLOR IS 2.
                        02 LINE 02 COLUMN 40 VALUE "GRAU (2/3/L=SISTEMA): -" FOREGROUND-COLOR IS 2.
                        02 LINE 03 COLUMN 10 VALUE "AX: --" FOREGROUND-COLOR IS 3.
                        02 LINE 05 COLUMN 10 VALUE "BX: --" FOREGROUND-COLOR IS 3.
                        02 LINE 07 COLUMN 10 VALUE "C:  --" FOREGROUND-COLOR IS 3.
                        02 LINE 13 COLUMN 10 VALUE "X2: --" FOREGROUND-COLOR IS 4.
                        02 LINE 13 COLUMN 40 VALUE "X3: --" FOREGROUND-COLOR IS 4.

                01 SISTEMA-SCREEN.
                        02 LINE 01 COLUMN 05 PIC 9(02)/ USING DAYS FOREGROUND-COLOR IS 2.
                        02 LINE 01 COLUMN 08 PIC 9(02)/ USING MONTHS FOREGROUND-COLOR IS 2.
                        02 LINE 01 COLUMN 11 PIC 9(02) USING YEARS FOREGROUND-COLOR IS 2.
                        02 LINE 01 COLUMN 20 VALUE "CALCULO (SISTEMA LINEAR)" FOREGROUND-COLOR IS 2.
                        02 LINE 03 COLUMN 10 VALUE "ORDEM (2/3): -" FOREGROUND-COLOR IS 2.
                        02 LINE 04 COLUMN 14 VALUE "A1          A2          A3          B" FOREGROUND-COLOR IS 3.
                        02 LINE 05 COLUMN 10 VALUE "L1:" FOREGROUND-COLOR IS 3.
                        02 LINE 06 COLUMN 10 VALUE "L2:" FOREGROUND-COLOR IS 3.
                        02 LINE 07 COLUMN 10 VALUE "L3:" FOREGROUND-COLOR IS 3.
                        02 LINE 09 COLUMN 10 VALUE "DET: --" FOREGROUND-COLOR IS 4.
                        02 LINE 11 COLUMN 10 VALUE "X: --" FOREGROUND-COLOR IS 4.
                        02 LINE 12 COLUMN 10 VALUE "Y: --" FOREGROUND-COLOR IS 4.
                        02 LINE 13 COLUMN 10 VALUE "Z: --" FOREGROUND-COLOR IS 4.

                01 CLEAR-SCREEN.
                        02 BLANK SCREEN.

                        ACCEPT W-MODO-MASK AT 0228 FOREGROUND-COLOR IS 3.

                        MOVE '2' TO W-GRAU.
                        ACCEPT W-GRAU AT 0262 FOREGROUND-COLOR IS 3.
                        IF W-GRAU EQUAL 'l'
                            MOVE 'L' TO W-GRAU
                        END-IF.
                        IF W-GRAU NOT EQUAL '3' AND W-GRAU NOT EQUAL 'L'
                            MOVE '2' TO W-GRAU
                        END-IF.

                        IF MODO-BATCH
                            PERFORM PROCESSA-LOTE
                        ELSE
                            IF GRAU-SISTEMA
                                PERFORM PROCESSA-SISTEMA-INTERATIVO THRU FIM-SISTEMA-INTERATIVO
                            ELSE
                                PERFORM PROCESSA-INTERATIVO THRU FIM-INTERATIVO
                            END-IF
                        END-IF.

                        STOP " ".
                            PERFORM GRAVA-HISTORICO
                        END-IF.

                *> SISTEMA LINEAR NA TELA: ORDEM E COEFICIENTES LINHA A LINHA;
                *> MOSTRA O DETERMINANTE E A SOLUCAO OU O TIPO DO SISTEMA
                PROCESSA-SISTEMA-INTERATIVO.
                        DISPLAY CLEAR-SCREEN.
                        DISPLAY SISTEMA-SCREEN.
                        MOVE ZEROS TO W-SIS-COEFICIENTES.
                    GET-ORDEM.
                        ACCEPT W-SIS-ORDEM AT 0323 FOREGROUND-COLOR IS 3.
                        IF W-SIS-ORDEM NOT EQUAL 2 AND W-SIS-ORDEM NOT EQUAL 3
                            DISPLAY MSG04 AT 1510
                            GO TO GET-ORDEM
                        END-IF.
                        DISPLAY MSGSCLEAR AT 1510.
                        PERFORM VARYING W-SIS-I FROM 1 BY 1 UNTIL W-SIS-I > W-SIS-ORDEM
                            PERFORM VARYING W-SIS-J FROM 1 BY 1 UNTIL W-SIS-J > W-SIS-ORDEM
                                COMPUTE W-SIS-POSICAO = (W-SIS-I + 4) * 100 + W-SIS-J * 12 + 2
                                ACCEPT W-SIS-A (W-SIS-I, W-SIS-J) AT W-SIS-POSICAO FOREGROUND-COLOR IS 3
                            END-PERFORM
                            COMPUTE W-SIS-POSICAO = (W-SIS-I + 4) * 100 + 50
                            ACCEPT W-SIS-B (W-SIS-I) AT W-SIS-POSICAO FOREGROUND-COLOR IS 3
                        END-PERFORM.

                        PERFORM CALCULA-SISTEMA.

                        IF HOUVE-ESTOURO
                            DISPLAY MSG05 AT 1510 FOREGROUND-COLOR IS 4
                            MOVE 'O' TO W-HIST-RESULTADO
                        ELSE
                            MOVE W-SIS-DET TO W-SIS-DET-DOT
                            DISPLAY W-SIS-DET-DOT AT 0915 FOREGROUND-COLOR IS 15
                            EVALUATE TRUE
                                WHEN SISTEMA-UNICO
                                    PERFORM VARYING W-SIS-K FROM 1 BY 1 UNTIL W-SIS-K > W-SIS-ORDEM
                                        MOVE W-SIS-X (W-SIS-K) TO W-SIS-X-DOT
                                        COMPUTE W-SIS-POSICAO = (W-SIS-K + 10) * 100 + 13
                                        DISPLAY W-SIS-X-DOT AT W-SIS-POSICAO FOREGROUND-COLOR IS 15
                                    END-PERFORM
                                    DISPLAY "SOLUCAO UNICA" AT 1410 FOREGROUND-COLOR IS 2
                                WHEN SISTEMA-IMPOSSIVEL
                                    DISPLAY "SEM SOLUCAO (SISTEMA IMPOSSIVEL)" AT 1410 FOREGROUND-COLOR IS 4
                                WHEN OTHER
                                    DISPLAY "INFINITAS SOLUCOES (SISTEMA INDETERMINADO)" AT 1410 FOREGROUND-COLOR IS 4
                            END-EVALUATE
                            MOVE W-SIS-RESULTADO TO W-HIST-RESULTADO
                        END-IF.
                        PERFORM GRAVA-HISTORICO.

                    FIM-SISTEMA-INTERATIVO.
                        EXIT.

                *> MODO BATCH: LE UM ARQUIVO DE TRIPLAS AX/BX/C E CALCULA TODAS AS RAIZES
                *> NUMA UNICA PASSADA, GRAVANDO O RESULTADO DE CADA UMA NO RELATORIO
                PROCESSA-LOTE.
                        PERFORM UNTIL ARQ-ENT-OK EQUAL "10"
                            READ ARQ-ENTRADA
                                AT END MOVE "10" TO ARQ-ENT-OK
                                NOT AT END
                                    IF ENT-GRAU EQUAL 'L' OR ENT-GRAU EQUAL 'l'
                                        PERFORM PROCESSA-LINHA-SISTEMA
                                    ELSE
                                        PERFORM PROCESSA-LINHA-LOTE
                                    END-IF
                            END-READ
                        END-PERFORM.
                        CLOSE ARQ-ENTRADA.
                            END-IF
                        END-IF.

                *> LINHA DE SISTEMA DO LOTE: ORDEM FORA DE 2/3 E REJEITADA;
                *> NA ORDEM 2 A TERCEIRA COLUNA E A TERCEIRA LINHA SAO
                *> ZERADAS ANTES DO CALCULO
                PROCESSA-LINHA-SISTEMA.
                        MOVE 'L' TO W-GRAU.
                        MOVE ZEROS TO W-SIS-COEFICIENTES.
                        IF ENT-SIS-ORDEM EQUAL '2' OR ENT-SIS-ORDEM EQUAL '3'
                            MOVE ENT-SIS-ORDEM TO W-SIS-ORDEM
                            PERFORM VARYING W-SIS-I FROM 1 BY 1 UNTIL W-SIS-I > W-SIS-ORDEM
                                PERFORM VARYING W-SIS-J FROM 1 BY 1 UNTIL W-SIS-J > W-SIS-ORDEM
                                    MOVE ENT-SIS-A (W-SIS-I, W-SIS-J) TO W-SIS-A (W-SIS-I, W-SIS-J)
                                END-PERFORM
                                MOVE ENT-SIS-B (W-SIS-I) TO W-SIS-B (W-SIS-I)
                            END-PERFORM
                        ELSE
                            MOVE ZEROS TO W-SIS-ORDEM
                        END-IF.
                        MOVE SPACES TO REG-RESULTADO.
                        IF W-SIS-ORDEM EQUAL ZEROS
                            STRING "SISTEMA ORDEM " DELIMITED BY SIZE ENT-SIS-ORDEM DELIMITED BY SIZE
                                   " REJEITADO: " DELIMITED BY SIZE MSG04 DELIMITED BY SIZE
                                INTO REG-RESULTADO
                            WRITE REG-RESULTADO
                            MOVE 'R' TO W-HIST-RESULTADO
                        ELSE
                            PERFORM CALCULA-SISTEMA
                            IF HOUVE-ESTOURO
                                STRING "SISTEMA " DELIMITED BY SIZE W-SIS-ORDEM DELIMITED BY SIZE
                                       "X" DELIMITED BY SIZE W-SIS-ORDEM DELIMITED BY SIZE
                                       " REJEITADO: " DELIMITED BY SIZE MSG05 DELIMITED BY SIZE
                                    INTO REG-RESULTADO
                                WRITE REG-RESULTADO
                                MOVE 'O' TO W-HIST-RESULTADO
                            ELSE
                                PERFORM ESCREVE-RESULTADO-SISTEMA
                                MOVE W-SIS-RESULTADO TO W-HIST-RESULTADO
                            END-IF
                        END-IF.
                        PERFORM GRAVA-HISTORICO.

                *> CABECALHO COM ORDEM E DETERMINANTE, UMA LINHA POR EQUACAO
                *> E A SOLUCAO OU O TIPO DO SISTEMA
                ESCREVE-RESULTADO-SISTEMA.
                        MOVE W-SIS-DET TO W-SIS-DET-DOT.
                        MOVE SPACES TO REG-RESULTADO.
                        STRING "SISTEMA " DELIMITED BY SIZE W-SIS-ORDEM DELIMITED BY SIZE
                               "X" DELIMITED BY SIZE W-SIS-ORDEM DELIMITED BY SIZE
                               " DET=" DELIMITED BY SIZE W-SIS-DET-DOT DELIMITED BY SIZE
                            INTO REG-RESULTADO.
                        WRITE REG-RESULTADO.
                        PERFORM VARYING W-SIS-I FROM 1 BY 1 UNTIL W-SIS-I > W-SIS-ORDEM
                            MOVE W-SIS-A (W-SIS-I, 1) TO W-AX-DOT
                            MOVE W-SIS-A (W-SIS-I, 2) TO W-BX-DOT
                            MOVE W-SIS-A (W-SIS-I, 3) TO W-C-DOT
                            MOVE W-SIS-B (W-SIS-I) TO W-DX-DOT
                            MOVE SPACES TO REG-RESULTADO
                            IF W-SIS-ORDEM EQUAL 2
                                STRING "  L" DELIMITED BY SIZE W-SIS-I DELIMITED BY SIZE
                                       ": " DELIMITED BY SIZE W-AX-DOT DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE W-BX-DOT DELIMITED BY SIZE
                                       " = " DELIMITED BY SIZE W-DX-DOT DELIMITED BY SIZE
                                    INTO REG-RESULTADO
                            ELSE
                                STRING "  L" DELIMITED BY SIZE W-SIS-I DELIMITED BY SIZE
                                       ": " DELIMITED BY SIZE W-AX-DOT DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE W-BX-DOT DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE W-C-DOT DELIMITED BY SIZE
                                       " = " DELIMITED BY SIZE W-DX-DOT DELIMITED BY SIZE
                                    INTO REG-RESULTADO
                            END-IF
                            WRITE REG-RESULTADO
                        END-PERFORM.
                        MOVE SPACES TO REG-RESULTADO.
                        EVALUATE TRUE
                            WHEN SISTEMA-UNICO
                                MOVE "  SOLUCAO UNICA" TO REG-RESULTADO
                                MOVE 16 TO W-SIS-POSICAO
                                PERFORM VARYING W-SIS-K FROM 1 BY 1 UNTIL W-SIS-K > W-SIS-ORDEM
                                    MOVE W-SIS-X (W-SIS-K) TO W-SIS-X-DOT
                                    STRING " " DELIMITED BY SIZE
                                           W-SIS-NOME-X (W-SIS-K:1) DELIMITED BY SIZE
                                           "=" DELIMITED BY SIZE
                                           W-SIS-X-DOT DELIMITED BY SIZE
                                        INTO REG-RESULTADO
                                        WITH POINTER W-SIS-POSICAO
                                END-PERFORM
                            WHEN SISTEMA-IMPOSSIVEL
                                MOVE "  SEM SOLUCAO (SISTEMA IMPOSSIVEL)" TO REG-RESULTADO
                            WHEN OTHER
                                MOVE "  INFINITAS SOLUCOES (SISTEMA INDETERMINADO)" TO REG-RESULTADO
                        END-EVALUATE.
                        WRITE REG-RESULTADO.

                ESCREVE-RESULTADO-CUBICA.
                        MOVE SPACES TO REG-RESULTADO.
                        MOVE W-RAIZ-REAL TO W-RAIZ-REAL-DOT.
                            END-IF
                        END-IF.

                *> DETERMINANTE DE A; DIFERENTE DE ZERO, CADA INCOGNITA E O
                *> DETERMINANTE COM A SUA COLUNA TROCADA PELOS TERMOS
                *> INDEPENDENTES DIVIDIDO POR ELE (CRAMER); ZERO, O
                *> ESCALONAMENTO DECIDE ENTRE SEM SOLUCAO E INFINITAS
                CALCULA-SISTEMA.
                        MOVE 'N' TO W-ESTOUROU.
                        MOVE ZEROS TO W-SIS-X (1) W-SIS-X (2) W-SIS-X (3).
                        MOVE ZEROS TO W-SIS-K.
                        PERFORM MONTA-MATRIZ-DET.
                        PERFORM CALCULA-DETERMINANTE.
                        MOVE W-DET-RESULTADO TO W-SIS-DET.
                        IF NOT HOUVE-ESTOURO
                            IF W-SIS-DET NOT EQUAL ZEROS
                                MOVE 'U' TO W-SIS-RESULTADO
                                PERFORM VARYING W-SIS-K FROM 1 BY 1 UNTIL W-SIS-K > W-SIS-ORDEM
                                    PERFORM MONTA-MATRIZ-DET
                                    PERFORM CALCULA-DETERMINANTE
                                    COMPUTE W-SIS-X (W-SIS-K) ROUNDED = W-DET-RESULTADO / W-SIS-DET
                                        ON SIZE ERROR MOVE 'S' TO W-ESTOUROU
                                    END-COMPUTE
                                END-PERFORM
                            ELSE
                                PERFORM ESCALONA-SISTEMA
                            END-IF
                        END-IF.

                *> COPIA A PARA A MATRIZ DO DETERMINANTE; COM W-SIS-K > 0 A
                *> COLUNA K RECEBE OS TERMOS INDEPENDENTES
                MONTA-MATRIZ-DET.
                        PERFORM VARYING W-SIS-I FROM 1 BY 1 UNTIL W-SIS-I > 3
                            PERFORM VARYING W-SIS-J FROM 1 BY 1 UNTIL W-SIS-J > 3
                                IF W-SIS-J EQUAL W-SIS-K
                                    MOVE W-SIS-B (W-SIS-I) TO W-DET-A (W-SIS-I, W-SIS-J)
                                ELSE
                                    MOVE W-SIS-A (W-SIS-I, W-SIS-J) TO W-DET-A (W-SIS-I, W-SIS-J)
                                END-IF
                            END-PERFORM
                        END-PERFORM.

                *> ORDEM 2 PELO PRODUTO CRUZADO, ORDEM 3 POR SARRUS; SEM
                *> ARREDONDAMENTO (COEFICIENTES DE DUAS CASAS DAO NO MAXIMO
                *> SEIS CASAS NO PRODUTO)
                CALCULA-DETERMINANTE.
                        IF W-SIS-ORDEM EQUAL 2
                            COMPUTE W-DET-RESULTADO =
                                    W-DET-A (1, 1) * W-DET-A (2, 2)
                                  - W-DET-A (1, 2) * W-DET-A (2, 1)
                                ON SIZE ERROR MOVE 'S' TO W-ESTOUROU
                            END-COMPUTE
                        ELSE
                            COMPUTE W-DET-RESULTADO =
                                    W-DET-A (1, 1) * W-DET-A (2, 2) * W-DET-A (3, 3)
                                  + W-DET-A (1, 2) * W-DET-A (2, 3) * W-DET-A (3, 1)
                                  + W-DET-A (1, 3) * W-DET-A (2, 1) * W-DET-A (3, 2)
                                  - W-DET-A (1, 3) * W-DET-A (2, 2) * W-DET-A (3, 1)
                                  - W-DET-A (1, 1) * W-DET-A (2, 3) * W-DET-A (3, 2)
                                  - W-DET-A (1, 2) * W-DET-A (2, 1) * W-DET-A (3, 3)
                                ON SIZE ERROR MOVE 'S' TO W-ESTOUROU
                            END-COMPUTE
                        END-IF.

                *> ESCALONAMENTO DA MATRIZ AMPLIADA COM PIVO PELO MAIOR
                *> MODULO DA COLUNA; O POSTO DE A E O NUMERO DE PIVOS. UMA
                *> LINHA QUE ZERA EM A MAS NAO NO TERMO INDEPENDENTE TORNA O
                *> SISTEMA IMPOSSIVEL; SENAO, POSTO MENOR QUE A ORDEM DA
                *> INFINITAS SOLUCOES
                ESCALONA-SISTEMA.
                        MOVE ZEROS TO W-ESC-MATRIZ.
                        PERFORM VARYING W-SIS-I FROM 1 BY 1 UNTIL W-SIS-I > W-SIS-ORDEM
                            PERFORM VARYING W-SIS-J FROM 1 BY 1 UNTIL W-SIS-J > W-SIS-ORDEM
                                MOVE W-SIS-A (W-SIS-I, W-SIS-J) TO W-ESC-A (W-SIS-I, W-SIS-J)
                            END-PERFORM
                            MOVE W-SIS-B (W-SIS-I) TO W-ESC-A (W-SIS-I, 4)
                        END-PERFORM.
                        MOVE 1 TO W-SIS-R.
                        PERFORM VARYING W-SIS-J FROM 1 BY 1
                                UNTIL W-SIS-J > W-SIS-ORDEM OR W-SIS-R > W-SIS-ORDEM
                            PERFORM ESCALONA-COLUNA
                        END-PERFORM.
                        COMPUTE W-SIS-POSTO = W-SIS-R - 1.
                        MOVE 'I' TO W-SIS-RESULTADO.
                        PERFORM VARYING W-SIS-I FROM W-SIS-R BY 1 UNTIL W-SIS-I > W-SIS-ORDEM
                            IF FUNCTION ABS(W-ESC-A (W-SIS-I, 4)) > W-ESC-TOLERANCIA
                                MOVE 'N' TO W-SIS-RESULTADO
                            END-IF
                        END-PERFORM.

                *> PIVO DA COLUNA W-SIS-J NAS LINHAS W-SIS-R EM DIANTE; SEM
                *> PIVO A COLUNA E LIVRE E A LINHA CORRENTE FICA ONDE ESTA
                ESCALONA-COLUNA.
                        MOVE ZEROS TO W-ESC-MAIOR.
                        MOVE ZEROS TO W-SIS-P.
                        PERFORM VARYING W-SIS-I FROM W-SIS-R BY 1 UNTIL W-SIS-I > W-SIS-ORDEM
                            IF FUNCTION ABS(W-ESC-A (W-SIS-I, W-SIS-J)) > W-ESC-MAIOR
                                MOVE FUNCTION ABS(W-ESC-A (W-SIS-I, W-SIS-J)) TO W-ESC-MAIOR
                                MOVE W-SIS-I TO W-SIS-P
                            END-IF
                        END-PERFORM.
                        IF W-ESC-MAIOR > W-ESC-TOLERANCIA
                            IF W-SIS-P NOT EQUAL W-SIS-R
                                PERFORM VARYING W-SIS-K FROM 1 BY 1 UNTIL W-SIS-K > 4
                                    MOVE W-ESC-A (W-SIS-R, W-SIS-K) TO W-ESC-TROCA
                                    MOVE W-ESC-A (W-SIS-P, W-SIS-K) TO W-ESC-A (W-SIS-R, W-SIS-K)
                                    MOVE W-ESC-TROCA TO W-ESC-A (W-SIS-P, W-SIS-K)
                                END-PERFORM
                            END-IF
                            PERFORM VARYING W-SIS-I FROM W-SIS-R BY 1 UNTIL W-SIS-I > W-SIS-ORDEM
                                IF W-SIS-I NOT EQUAL W-SIS-R
                                    COMPUTE W-ESC-FATOR ROUNDED =
                                            W-ESC-A (W-SIS-I, W-SIS-J) / W-ESC-A (W-SIS-R, W-SIS-J)
                                    PERFORM VARYING W-SIS-K FROM W-SIS-J BY 1 UNTIL W-SIS-K > 4
                                        COMPUTE W-ESC-A (W-SIS-I, W-SIS-K) ROUNDED =
                                                W-ESC-A (W-SIS-I, W-SIS-K)
                                              - W-ESC-FATOR * W-ESC-A (W-SIS-R, W-SIS-K)
                                            ON SIZE ERROR MOVE 'S' TO W-ESTOUROU
                                        END-COMPUTE
                                    END-PERFORM
                                END-IF
                            END-PERFORM
                            ADD 1 TO W-SIS-R
                        END-IF.

                *> REGISTRA A EQUACAO, O MODO E O DESFECHO NO HISTORICO,
                *> INTERATIVO OU EM LOTE, COM OS COEFICIENTES COMO DIGITADOS
                GRAVA-HISTORICO.
                            MOVE ZEROS TO HIST-DX
                        END-IF.
                        IF W-HIST-RESULTADO EQUAL 'A' OR W-HIST-RESULTADO EQUAL 'B'
                           OR W-HIST-RESULTADO EQUAL 'O' OR GRAU-SISTEMA
                            MOVE ZEROS TO HIST-DELTA
                        ELSE
                            MOVE W-DELTA TO HIST-DELTA
                        END-IF.
                        IF GRAU-SISTEMA
                            MOVE ZEROS TO HIST-AX HIST-BX HIST-C HIST-DX
                            MOVE W-SIS-ORDEM TO HIST-SIS-ORDEM
                            MOVE W-SIS-COEFICIENTES TO HIST-SIS-COEFICIENTES
                            IF W-HIST-RESULTADO EQUAL 'R' OR W-HIST-RESULTADO EQUAL 'O'
                                MOVE ZEROS TO HIST-SIS-DET
                            ELSE
                                COMPUTE HIST-SIS-DET ROUNDED = W-SIS-DET
                            END-IF
                        ELSE
                            MOVE SPACES TO HIST-SISTEMA
                        END-IF.
                        OPEN EXTEND ARQ-HISTORICO.
                        IF ARQ-HIST-OK NOT EQUAL "00"
                            OPEN OUTPUT ARQ-HISTORICO
