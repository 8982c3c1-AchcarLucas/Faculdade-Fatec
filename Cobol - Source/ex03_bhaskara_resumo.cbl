        *> (SEGUNDOGRAU-HISTORICO.DAT, LAYOUT FIXO) DO MES/ANO PEDIDOS E
        *> PRODUZ CONTAGENS POR DESFECHO (DUAS RAIZES REAIS, RAIZ UNICA,
        *> TRES RAIZES REAIS, RAIZES COMPLEXAS, ERROS DE VALIDACAO,
        *> ESTOURO), OS TOTAIS POR TIPO (SEGUNDO GRAU X TERCEIRO GRAU X
        *> SISTEMAS LINEARES, ESTES COM SOLUCAO UNICA, SEM SOLUCAO E
        *> INFINITAS SOLUCOES), OS DIAS DE MAIOR MOVIMENTO E OS TOTAIS POR MODO (INTERATIVO X LOTE) —
        *> OS NUMEROS QUE O LABORATORIO USA PARA JUSTIFICAR A MAQUINA.

        ENVIRONMENT DIVISION.
                *> GRAU CHEGA EM BRANCO E CONTA COMO SEGUNDO GRAU
                    02  HIST-GRAU       PIC X(01).
                    02  HIST-DX         PIC S9(05)V99 SIGN IS LEADING SEPARATE CHARACTER.
                *> SISTEMA LINEAR (GRAU 'L'): ORDEM, COEFICIENTES E
                *> DETERMINANTE; EM BRANCO NAS EQUACOES
                    02  HIST-SISTEMA.
                        03  HIST-SIS-ORDEM  PIC 9(01).
                        03  HIST-SIS-COEFICIENTES.
                            04  HIST-SIS-LINHA OCCURS 3 TIMES.
                                05  HIST-SIS-A  PIC S9(05)V99 SIGN IS LEADING SEPARATE CHARACTER
                                                OCCURS 3 TIMES.
                                05  HIST-SIS-B  PIC S9(05)V99 SIGN IS LEADING SEPARATE CHARACTER.
                        03  HIST-SIS-DET    PIC S9(17)V99 SIGN IS LEADING SEPARATE CHARACTER.

                FD ARQ-RESUMO LABEL RECORDS STANDARD.

                        02 W-TOT-TRES-REAIS     PIC 9(06) VALUE ZEROS.
                        02 W-TOT-GRAU2          PIC 9(06) VALUE ZEROS.
                        02 W-TOT-GRAU3          PIC 9(06) VALUE ZEROS.
                        02 W-TOT-SISTEMAS       PIC 9(06) VALUE ZEROS.
                        02 W-TOT-SIS-UNICA      PIC 9(06) VALUE ZEROS.
                        02 W-TOT-SIS-IMPOSSIVEL PIC 9(06) VALUE ZEROS.
                        02 W-TOT-SIS-INFINITAS  PIC 9(06) VALUE ZEROS.
                        02 W-TOT-VALIDACAO      PIC 9(06) VALUE ZEROS.
                        02 W-TOT-ESTOURO        PIC 9(06) VALUE ZEROS.
                        02 W-TOT-INTERATIVO     PIC 9(06) VALUE ZEROS.
                            WHEN 'A' ADD 1 TO W-TOT-VALIDACAO
                            WHEN 'B' ADD 1 TO W-TOT-VALIDACAO
                            WHEN 'O' ADD 1 TO W-TOT-ESTOURO
                            WHEN 'U' ADD 1 TO W-TOT-SIS-UNICA
                            WHEN 'N' ADD 1 TO W-TOT-SIS-IMPOSSIVEL
                            WHEN 'I' ADD 1 TO W-TOT-SIS-INFINITAS
                            WHEN 'R' ADD 1 TO W-TOT-VALIDACAO
                        END-EVALUATE.
                        EVALUATE HIST-GRAU
                            WHEN '3' ADD 1 TO W-TOT-GRAU3
                            WHEN 'L' ADD 1 TO W-TOT-SISTEMAS
                            WHEN OTHER ADD 1 TO W-TOT-GRAU2
                        END-EVALUATE.
                        IF HIST-MODO EQUAL 'B'
                            ADD 1 TO W-TOT-LOTE
                        ELSE
                               W-TOT-GRAU2 DELIMITED BY SIZE
                               " TERCEIRO GRAU " DELIMITED BY SIZE
                               W-TOT-GRAU3 DELIMITED BY SIZE
                               " SISTEMAS LINEARES " DELIMITED BY SIZE
                               W-TOT-SISTEMAS DELIMITED BY SIZE
                            INTO REG-RESUMO.
                        WRITE REG-RESUMO.
                        MOVE SPACES TO REG-RESUMO.
                        STRING "SISTEMAS - SOLUCAO UNICA " DELIMITED BY SIZE
                               W-TOT-SIS-UNICA DELIMITED BY SIZE
                               " SEM SOLUCAO " DELIMITED BY SIZE
                               W-TOT-SIS-IMPOSSIVEL DELIMITED BY SIZE
                               " INFINITAS SOLUCOES " DELIMITED BY SIZE
                               W-TOT-SIS-INFINITAS DELIMITED BY SIZE
                            INTO REG-RESUMO.
                        WRITE REG-RESUMO.
                        MOVE SPACES TO REG-RESUMO.
