       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-VELOCIDADE.

      *> REGRAS DE VELOCIDADE E ANOMALIA SOBRE OS MOVIMENTOS DO DIA
      *> (ARQ-MOVDIA.DAT), PARA PEGAR A FRAUDE QUE A WATCHLIST DE CPF
      *> NÂO CONHECE. RODA DURANTE O DIA OU ANTES DO FECHAMENTO (QUE
      *> LIMPA O ARQUIVO DO DIA). A HORA DE CADA MOVIMENTO VEM DO
      *> EXTRATO, PELA MESMA CHAVE. REGRAS:
      *>   SQ  N SAQUES DA MESMA CONTA DENTRO DE M MINUTOS
      *>   CT  TRANSFERENCIA ('TE'/'TX') ATE H HORAS DEPOIS DE UMA TROCA
      *>       DE EMAIL OU TELEFONE NA TRILHA DE AUDITORIA
      *>   VM  DEBITO DO CLIENTE ('SA'/'TE'/'TX'/'BL') A PARTIR DO VALOR
      *>       MINIMO E MAIOR QUE K VEZES A MEDIA DOS DEBITOS DA CONTA
      *>       NOS D DIAS ANTERIORES
      *>   DO  PRIMEIRO MOVIMENTO DEPOIS DA REATIVAÇÂO ('RE') DA CONTA
      *> OS LIMITES VEM DE ARQ-VELOCIDADE-PARAM.DAT. CADA DISPARO ABRE
      *> UM CASO EM ARQ-CASO-FRAUDE.DAT PELA CHAVE DO MOVIMENTO + REGRA;
      *> CASO JA EXISTENTE NÂO E REGRAVADO, ENTÂO RODAR DE NOVO NO MESMO
      *> DIA SO ACRESCENTA OS MOVIMENTOS NOVOS E DISPENSA CHECKPOINT. NO
      *> FIM LISTA TODOS OS CASOS AINDA ABERTOS COM A IDADE EM DIAS,
      *> COM O RESUMO POR AGENCIA, NO RELATORIO DATADO DO DIA. NÂO MEXE
      *> EM SALDO, ENTÂO NÂO MARCA A JANELA BATCH.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARQ-MOVDIA ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS MVD-CHAVE
                       FILE STATUS ARQ-MVD-OK.

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

                   SELECT ARQ-AUDIT ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS AUD-CHAVE
                       FILE STATUS ARQ-AUD-OK.

                   SELECT ARQ-CASO ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS CAS-CHAVE
                       FILE STATUS ARQ-CAS-OK.

                   SELECT ARQ-PARAM ASSIGN TO "ARQ-VELOCIDADE-PARAM.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-PAR-OK.

                   SELECT ARQ-RELATORIO ASSIGN TO WS-REL-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-REL-OK.

                   SELECT ARQ-JOBLOG ASSIGN TO "ARQ-JOBLOG.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-JLG-OK.

                   SELECT ARQ-CATALOGO ASSIGN TO "ARQ-RELATORIO-CATALOGO.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-CAT-OK.

       DATA DIVISION.

           FILE SECTION.
               FD ARQ-MOVDIA LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-MOVDIA.DAT".

               COPY MOVDIA.

               FD ARQ-BANCO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-BANCO.DAT".

               COPY REGBANCO.

               FD ARQ-EXTRATO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EXTRATO.DAT".

               COPY EXTRATO.

               FD ARQ-AUDIT LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-AUDIT-MODIF.DAT".

               COPY AUDITMOD.

               FD ARQ-CASO LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-CASO-FRAUDE.DAT".

               COPY CASOFRAU.

      *> LIMITES DAS REGRAS; CAMPO ZERADO MANTEM O PADRÂO
               FD ARQ-PARAM LABEL RECORDS STANDARD.

               01  REG-PARAM.
                   02  PAR-QTDE-SAQUES         PIC 9(2).
                   02  PAR-MINUTOS-SAQUES      PIC 9(3).
                   02  PAR-HORAS-CONTATO       PIC 9(3).
                   02  PAR-MULTIPLO-MEDIA      PIC 9(2).
                   02  PAR-DIAS-MEDIA          PIC 9(3).
                   02  PAR-VALOR-MINIMO        PIC 9(8)V99.

               FD ARQ-RELATORIO LABEL RECORDS STANDARD.

               01  REG-RELATORIO               PIC X(150).

               FD ARQ-JOBLOG LABEL RECORDS STANDARD.

               COPY JOBLOG.

               FD ARQ-CATALOGO LABEL RECORDS STANDARD.

               COPY CATALOGO.

       WORKING-STORAGE SECTION.

                01  ARQ-JLG-OK              PIC X(2).

                01 JOBLOG-VARIABLES.
                    02  W-JLG-TIME          PIC 9(8).
                    02  W-JLG-EVENTO        PIC X(1).
                    02  W-JLG-QTDE          PIC 9(8).
                    02  W-JLG-CKPT          PIC X(1).

                01  ARQ-CAT-OK              PIC X(2).

                01  WS-REL-FILENAME         PIC X(40).
                01  W-QTDE-LINHAS-REL       PIC 9(8) VALUE ZEROS.

                01  REG-CHECK.
                    02  ARQ-MVD-OK          PIC X(2).
                    02  ARQ-OK              PIC 9(2).
                    02  ARQ-EXT-OK          PIC 9(2).
                    02  ARQ-AUD-OK          PIC 9(2).
                    02  ARQ-CAS-OK          PIC X(2).
                    02  ARQ-PAR-OK          PIC X(2).
                    02  ARQ-REL-OK          PIC X(2).

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                    02 MONTHS           PIC 9(02).
                    02 DAYS             PIC 9(02).

      *> PADRÔES QUANDO NÂO HA ARQUIVO DE PARAMETRO
                01 PARAM-VARIABLES.
                    02  W-QTDE-SAQUES           PIC 9(2) VALUE 3.
                    02  W-MINUTOS-SAQUES        PIC 9(3) VALUE 30.
                    02  W-HORAS-CONTATO         PIC 9(3) VALUE 48.
                    02  W-MULTIPLO-MEDIA        PIC 9(2) VALUE 5.
                    02  W-DIAS-MEDIA            PIC 9(3) VALUE 90.
                    02  W-VALOR-MINIMO          PIC 9(8)V99 VALUE 1000,00.

                01 REGRA-VARIABLES.
                    02  W-DATA-HOJE-NUM         PIC 9(8).
                    02  W-DIAS-HOJE             PIC 9(8).
                    02  W-DIAS-INICIO-MEDIA     PIC 9(8).
                    02  W-DATA-AUX-NUM          PIC 9(8).
                    02  W-DIAS-AUX              PIC 9(8).
      *> INSTANTES EM MINUTOS CORRIDOS (DIA JULIANO x 1440 + HH x 60
      *> + MM), PARA COMPARAR HORARIOS DE DIAS DIFERENTES
                    02  W-MINUTO-MOV            PIC 9(11).
                    02  W-MINUTO-AUX            PIC 9(11).
                    02  W-MINUTO-LIMITE         PIC S9(11).
                    02  W-VALOR-MOV             PIC 9(8)V99.
                    02  W-VALOR-AUX             PIC 9(8)V99.
                    02  W-HORA-MOV.
                        03  W-HORA-MOV-HH       PIC 9(02).
                        03  W-HORA-MOV-MM       PIC 9(02).
                        03  W-HORA-MOV-SS       PIC 9(02).
                    02  W-SEQ-ANTERIOR          PIC 9(6).
                    02  W-CAMPO-TROCADO         PIC X(12).
                    02  W-QTDE-NA-JANELA        PIC 9(3).
                    02  W-IDX-SAQ               PIC 9(3).
                    02  W-DEBITO-CLIENTE        PIC X(1).
                        88  E-DEBITO-CLIENTE    VALUE 'S'.
                    02  W-ACHOU-TROCA           PIC X(1).
                        88  ACHOU-TROCA-CONTATO VALUE 'S'.
                    02  W-IDADE-DIAS            PIC 9(5).

      *> ESTADO DA CONTA EM ANALISE, REFEITO A CADA TROCA DE CONTA NA
      *> LEITURA DOS MOVIMENTOS DO DIA (QUE VEM EM ORDEM DE CONTA E
      *> SEQUENCIA, OU SEJA, CRONOLOGICA DENTRO DA CONTA)
                01 CONTA-VARIABLES.
                    02  W-CONTA-ATUAL           PIC 9(7) VALUE ZEROS.
                    02  W-AGENCIA-CONTA         PIC 9(4).
                    02  W-SAQUES-MARCADO        PIC X(1).
                        88  SAQUES-JA-MARCADO   VALUE 'S'.
                    02  W-MEDIA-APURADA         PIC X(1).
                        88  MEDIA-JA-APURADA    VALUE 'S'.
                    02  W-SOMA-DEBITOS          PIC 9(10)V99.
                    02  W-QTDE-DEBITOS          PIC 9(5).
                    02  W-MEDIA-DEBITOS         PIC 9(8)V99.
                    02  W-QTDE-SAQ-TAB          PIC 9(3).
                    02  W-MAX-SAQ-TAB           PIC 9(3) VALUE 50.
                    02  W-SAQ-MINUTO OCCURS 50 TIMES PIC 9(11).

                01 CASO-VARIABLES.
                    02  W-CAS-REGRA             PIC X(2).
                    02  W-CAS-DETALHE           PIC X(40).

                01 MASK-VARIABLES.
                    02  M-VALOR             PIC ZZ.ZZZ.ZZ9,99.

                01 WS-CONTROLE.
                    02  WS-EOF                  PIC X(1) VALUE 'N'.
                        88  FIM-ARQUIVO         VALUE 'S'.
                    02  W-QTDE-MOVIMENTOS       PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-CASOS-NOVOS      PIC 9(6) VALUE ZEROS.
                    02  W-QTDE-ABERTOS          PIC 9(6) VALUE ZEROS.

                01 WS-AGENCIAS.
                    02  W-MAX-AGENCIAS          PIC 99 VALUE 50.
                    02  W-QTDE-AGENCIAS         PIC 99 VALUE ZEROS.
                    02  WS-AGENCIA-TABELA OCCURS 50 TIMES INDEXED BY WS-IDX.
                        03  AG-COD-AGENCIA      PIC 9(4).
                        03  AG-QTDE-ABERTOS     PIC 9(6).
                        03  AG-QTDE-NOVOS       PIC 9(6).
                        03  AG-VALOR-ABERTOS    PIC 9(10)V99.
                    02  W-IDX-ENCONTRADO        PIC 99 VALUE ZEROS.
                    02  W-AGENCIA-CASO          PIC 9(4).
                    02  M-AG-VALOR              PIC Z.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

            INIT.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                STRING "ARQ-CASOS-FRAUDE-" DELIMITED BY SIZE
                       YEARS  DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE
                       DAYS   DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                    INTO WS-REL-FILENAME.
                COMPUTE W-DATA-HOJE-NUM = YEARS * 10000 + MONTHS * 100 + DAYS.
                COMPUTE W-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(W-DATA-HOJE-NUM).
                PERFORM LE-PARAM.
                COMPUTE W-DIAS-INICIO-MEDIA = W-DIAS-HOJE - W-DIAS-MEDIA.
                MOVE 'I' TO W-JLG-EVENTO.
                MOVE ZEROS TO W-JLG-QTDE.
                MOVE 'N' TO W-JLG-CKPT.
                PERFORM GRAVA-JOBLOG.
                PERFORM OPEN-FILES.
                PERFORM PROCESSA-MOVIMENTOS UNTIL FIM-ARQUIVO.
                PERFORM IMPRIME-CABECALHO.
                PERFORM LISTA-CASOS-ABERTOS.
                PERFORM IMPRIME-TOTAIS.
                PERFORM CLOSE-FILES.
                PERFORM GRAVA-CATALOGO.
                MOVE 'F' TO W-JLG-EVENTO.
                MOVE W-QTDE-MOVIMENTOS TO W-JLG-QTDE.
                PERFORM GRAVA-JOBLOG.
                DISPLAY "REGRAS DE VELOCIDADE CONCLUIDAS. MOVIMENTOS: " W-QTDE-MOVIMENTOS
                        " CASOS NOVOS: " W-QTDE-CASOS-NOVOS
                        " CASOS ABERTOS: " W-QTDE-ABERTOS.
                STOP RUN.

           *> OS LIMITES DAS REGRAS VEM DO ARQUIVO DE PARAMETRO; SEM O
           *> ARQUIVO, OU COM CAMPO ZERADO, VALE O PADRÂO JA CARREGADO
           LE-PARAM.
                OPEN INPUT ARQ-PARAM.
                IF ARQ-PAR-OK EQUAL "00"
                    READ ARQ-PARAM
                        AT END CONTINUE
                        NOT AT END
                            IF PAR-QTDE-SAQUES > 1
                                MOVE PAR-QTDE-SAQUES TO W-QTDE-SAQUES
                            END-IF
                            IF PAR-MINUTOS-SAQUES > ZEROS
                                MOVE PAR-MINUTOS-SAQUES TO W-MINUTOS-SAQUES
                            END-IF
                            IF PAR-HORAS-CONTATO > ZEROS
                                MOVE PAR-HORAS-CONTATO TO W-HORAS-CONTATO
                            END-IF
                            IF PAR-MULTIPLO-MEDIA > ZEROS
                                MOVE PAR-MULTIPLO-MEDIA TO W-MULTIPLO-MEDIA
                            END-IF
                            IF PAR-DIAS-MEDIA > ZEROS
                                MOVE PAR-DIAS-MEDIA TO W-DIAS-MEDIA
                            END-IF
                            IF PAR-VALOR-MINIMO > ZEROS
                                MOVE PAR-VALOR-MINIMO TO W-VALOR-MINIMO
                            END-IF
                    END-READ
                    CLOSE ARQ-PARAM
                ELSE
                    DISPLAY "ARQ-VELOCIDADE-PARAM.DAT AUSENTE, USANDO OS LIMITES PADRAO"
                END-IF.

           *> SEM ARQUIVO DE MOVIMENTOS DO DIA (JA LIMPO PELO FECHAMENTO
           *> OU NENHUM MOVIMENTO AINDA) SO SAI O RELATORIO DOS CASOS
           *> ABERTOS; SEM TRILHA DE AUDITORIA A REGRA CT NÂO DISPARA
            OPEN-FILES.
                OPEN INPUT ARQ-BANCO.
                OPEN INPUT ARQ-EXTRATO.
                OPEN INPUT ARQ-AUDIT.
                OPEN I-O ARQ-CASO.
                OPEN OUTPUT ARQ-RELATORIO.
                OPEN INPUT ARQ-MOVDIA.
                IF ARQ-MVD-OK NOT EQUAL "00"
                    DISPLAY "ARQ-MOVDIA.DAT AUSENTE, NENHUM MOVIMENTO A ANALISAR"
                    MOVE 'S' TO WS-EOF
                ELSE
                    MOVE ZEROS TO MVD-CHAVE
                    START ARQ-MOVDIA KEY IS NOT LESS THAN MVD-CHAVE
                        INVALID KEY MOVE 'S' TO WS-EOF
                    END-START
                END-IF.

            PROCESSA-MOVIMENTOS.
                READ ARQ-MOVDIA NEXT RECORD
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        *> O FECHAMENTO LIMPA O ARQUIVO; A DATA E SO GARANTIA
                        IF MVD-DATA-ANO EQUAL YEARS AND
                           MVD-DATA-MES EQUAL MONTHS AND
                           MVD-DATA-DIA EQUAL DAYS
                            ADD 1 TO W-QTDE-MOVIMENTOS
                            IF MVD-COD-CONTA NOT EQUAL W-CONTA-ATUAL
                                PERFORM INICIA-CONTA
                            END-IF
                            PERFORM AVALIA-MOVIMENTO
                        END-IF
                END-READ.

           *> NOVA CONTA NA LEITURA: AGENCIA PARA O CASO E ESTADO ZERADO
           INICIA-CONTA.
                MOVE MVD-COD-CONTA TO W-CONTA-ATUAL.
                MOVE ZEROS TO W-AGENCIA-CONTA.
                MOVE MVD-COD-CONTA TO COD-CONTA.
                READ ARQ-BANCO
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE COD-AGENCIA TO W-AGENCIA-CONTA
                END-READ.
                MOVE 'N' TO W-SAQUES-MARCADO.
                MOVE 'N' TO W-MEDIA-APURADA.
                MOVE ZEROS TO W-QTDE-SAQ-TAB.

           *> HORA DO MOVIMENTO PELO EXTRATO E AS QUATRO REGRAS
           AVALIA-MOVIMENTO.
                MOVE ZEROS TO W-HORA-MOV.
                MOVE MVD-CHAVE TO EXT-CHAVE.
                READ ARQ-EXTRATO
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE EXT-HORA TO W-HORA-MOV
                END-READ.
                COMPUTE W-MINUTO-MOV = W-DIAS-HOJE * 1440 +
                    W-HORA-MOV-HH * 60 + W-HORA-MOV-MM.
                IF MVD-VALOR < ZEROS
                    COMPUTE W-VALOR-MOV = ZEROS - MVD-VALOR
                ELSE
                    MOVE MVD-VALOR TO W-VALOR-MOV
                END-IF.
                MOVE 'N' TO W-DEBITO-CLIENTE.
                IF MVD-TIPO EQUAL 'SA' OR MVD-TIPO EQUAL 'TE' OR
                   MVD-TIPO EQUAL 'TX' OR MVD-TIPO EQUAL 'BL'
                    MOVE 'S' TO W-DEBITO-CLIENTE
                END-IF.
                IF MVD-TIPO EQUAL 'SA'
                    PERFORM REGRA-SAQUES
                END-IF.
                IF MVD-TIPO EQUAL 'TE' OR MVD-TIPO EQUAL 'TX'
                    PERFORM REGRA-CONTATO
                END-IF.
                IF E-DEBITO-CLIENTE
                    PERFORM REGRA-VALOR
                END-IF.
                IF MVD-TIPO NOT EQUAL 'RE'
                    PERFORM REGRA-DORMENTE
                END-IF.

           *> SQ: GUARDA O INSTANTE DE CADA SAQUE DA CONTA E CONTA OS QUE
           *> CAEM NA JANELA DE M MINUTOS QUE TERMINA NESTE; ATINGIDO N,
           *> UM CASO SO POR CONTA NO DIA, NO SAQUE QUE COMPLETOU A SERIE
           REGRA-SAQUES.
                IF W-QTDE-SAQ-TAB < W-MAX-SAQ-TAB
                    ADD 1 TO W-QTDE-SAQ-TAB
                    MOVE W-MINUTO-MOV TO W-SAQ-MINUTO (W-QTDE-SAQ-TAB)
                END-IF.
                IF NOT SAQUES-JA-MARCADO
                    COMPUTE W-MINUTO-LIMITE = W-MINUTO-MOV - W-MINUTOS-SAQUES
                    MOVE ZEROS TO W-QTDE-NA-JANELA
                    MOVE 1 TO W-IDX-SAQ
                    PERFORM CONTA-SAQUE-NA-JANELA W-QTDE-SAQ-TAB TIMES
                    IF W-QTDE-NA-JANELA NOT < W-QTDE-SAQUES
                        MOVE 'S' TO W-SAQUES-MARCADO
                        MOVE 'SQ' TO W-CAS-REGRA
                        MOVE SPACES TO W-CAS-DETALHE
                        STRING W-QTDE-NA-JANELA DELIMITED BY SIZE
                               " SAQUES EM " DELIMITED BY SIZE
                               W-MINUTOS-SAQUES DELIMITED BY SIZE
                               " MINUTOS" DELIMITED BY SIZE
                            INTO W-CAS-DETALHE
                        PERFORM GRAVA-CASO
                    END-IF
                END-IF.

           CONTA-SAQUE-NA-JANELA.
                IF W-SAQ-MINUTO (W-IDX-SAQ) NOT < W-MINUTO-LIMITE
                    ADD 1 TO W-QTDE-NA-JANELA
                END-IF.
                ADD 1 TO W-IDX-SAQ.

           *> CT: PROCURA NA TRILHA DE AUDITORIA DA CONTA UMA TROCA DE
           *> EMAIL OU TELEFONE FEITA ATE H HORAS ANTES DA TRANSFERENCIA
           REGRA-CONTATO.
                MOVE 'N' TO W-ACHOU-TROCA.
                COMPUTE W-MINUTO-LIMITE = W-MINUTO-MOV - W-HORAS-CONTATO * 60.
                MOVE MVD-COD-CONTA TO AUD-COD-CONTA.
                MOVE ZEROS TO AUD-SEQUENCIA.
                START ARQ-AUDIT KEY IS NOT LESS THAN AUD-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-AUD-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-AUD-OK
                END-START.
                PERFORM UNTIL ARQ-AUD-OK EQUAL 10
                    READ ARQ-AUDIT NEXT RECORD
                        AT END MOVE 10 TO ARQ-AUD-OK
                        NOT AT END
                            IF AUD-COD-CONTA NOT EQUAL MVD-COD-CONTA
                                MOVE 10 TO ARQ-AUD-OK
                            ELSE
                                IF AUD-CAMPO EQUAL "EMAIL" OR
                                   AUD-CAMPO EQUAL "TELEFONE"
                                    PERFORM VERIFICA-TROCA-CONTATO
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.
                IF ACHOU-TROCA-CONTATO
                    MOVE 'CT' TO W-CAS-REGRA
                    MOVE SPACES TO W-CAS-DETALHE
                    STRING "TRANSFERENCIA APOS TROCA DE " DELIMITED BY SIZE
                           W-CAMPO-TROCADO DELIMITED BY SPACE
                        INTO W-CAS-DETALHE
                    PERFORM GRAVA-CASO
                END-IF.

           VERIFICA-TROCA-CONTATO.
                MOVE AUD-DATA TO W-DATA-AUX-NUM.
                COMPUTE W-DIAS-AUX = FUNCTION INTEGER-OF-DATE(W-DATA-AUX-NUM).
                COMPUTE W-MINUTO-AUX = W-DIAS-AUX * 1440 +
                    AUD-HORA-HH * 60 + AUD-HORA-MM.
                IF W-MINUTO-AUX NOT > W-MINUTO-MOV AND
                   W-MINUTO-AUX NOT < W-MINUTO-LIMITE
                    MOVE 'S' TO W-ACHOU-TROCA
                    MOVE AUD-CAMPO TO W-CAMPO-TROCADO
                END-IF.

           *> VM: A MEDIA DOS DEBITOS DO CLIENTE NOS D DIAS ANTERIORES A
           *> HOJE E APURADA UMA VEZ POR CONTA; CONTA SEM DEBITO NO
           *> PERIODO TEM MEDIA ZERO, E QUALQUER DEBITO A PARTIR DO VALOR
           *> MINIMO DISPARA
           REGRA-VALOR.
                IF NOT MEDIA-JA-APURADA
                    PERFORM APURA-MEDIA-DEBITOS
                END-IF.
                IF W-VALOR-MOV NOT < W-VALOR-MINIMO AND
                   W-VALOR-MOV > W-MEDIA-DEBITOS * W-MULTIPLO-MEDIA
                    MOVE 'VM' TO W-CAS-REGRA
                    MOVE W-MEDIA-DEBITOS TO M-VALOR
                    MOVE SPACES TO W-CAS-DETALHE
                    STRING "MEDIA " DELIMITED BY SIZE
                           W-DIAS-MEDIA DELIMITED BY SIZE
                           " DIAS:" DELIMITED BY SIZE
                           M-VALOR DELIMITED BY SIZE
                        INTO W-CAS-DETALHE
                    PERFORM GRAVA-CASO
                END-IF.

           APURA-MEDIA-DEBITOS.
                MOVE 'S' TO W-MEDIA-APURADA.
                MOVE ZEROS TO W-SOMA-DEBITOS.
                MOVE ZEROS TO W-QTDE-DEBITOS.
                MOVE MVD-COD-CONTA TO EXT-COD-CONTA.
                MOVE ZEROS TO EXT-SEQUENCIA.
                START ARQ-EXTRATO KEY IS NOT LESS THAN EXT-CHAVE
                    INVALID KEY MOVE 10 TO ARQ-EXT-OK
                    NOT INVALID KEY MOVE ZEROS TO ARQ-EXT-OK
                END-START.
                PERFORM UNTIL ARQ-EXT-OK EQUAL 10
                    READ ARQ-EXTRATO NEXT RECORD
                        AT END MOVE 10 TO ARQ-EXT-OK
                        NOT AT END
                            IF EXT-COD-CONTA NOT EQUAL MVD-COD-CONTA
                                MOVE 10 TO ARQ-EXT-OK
                            ELSE
                                IF EXT-SAQUE OR EXT-TRANSF-ENVIADA OR
                                   EXT-TRANSF-EXTERNA OR EXT-PAGTO-BOLETO
                                    PERFORM ACUMULA-DEBITO-MEDIA
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.
                IF W-QTDE-DEBITOS > ZEROS
                    COMPUTE W-MEDIA-DEBITOS ROUNDED =
                        W-SOMA-DEBITOS / W-QTDE-DEBITOS
                ELSE
                    MOVE ZEROS TO W-MEDIA-DEBITOS
                END-IF.

           ACUMULA-DEBITO-MEDIA.
                MOVE EXT-DATA TO W-DATA-AUX-NUM.
                COMPUTE W-DIAS-AUX = FUNCTION INTEGER-OF-DATE(W-DATA-AUX-NUM).
                IF W-DIAS-AUX NOT < W-DIAS-INICIO-MEDIA AND
                   W-DIAS-AUX < W-DIAS-HOJE
                    IF EXT-VALOR < ZEROS
                        COMPUTE W-VALOR-AUX = ZEROS - EXT-VALOR
                    ELSE
                        MOVE EXT-VALOR TO W-VALOR-AUX
                    END-IF
                    ADD W-VALOR-AUX TO W-SOMA-DEBITOS
                    ADD 1 TO W-QTDE-DEBITOS
                END-IF.

           *> DO: O MOVIMENTO IMEDIATAMENTE ANTERIOR NO EXTRATO DA CONTA
           *> E A REATIVAÇÂO, OU SEJA, ESTE E O PRIMEIRO USO DEPOIS DELA
           REGRA-DORMENTE.
                IF MVD-SEQUENCIA > 1
                    COMPUTE W-SEQ-ANTERIOR = MVD-SEQUENCIA - 1
                    MOVE MVD-COD-CONTA TO EXT-COD-CONTA
                    MOVE W-SEQ-ANTERIOR TO EXT-SEQUENCIA
                    READ ARQ-EXTRATO
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            IF EXT-REABERTURA
                                MOVE 'DO' TO W-CAS-REGRA
                                MOVE "PRIMEIRO MOVIMENTO APOS REATIVACAO"
                                    TO W-CAS-DETALHE
                                PERFORM GRAVA-CASO
                            END-IF
                    END-READ
                END-IF.

           *> ABRE O CASO PELA CHAVE DO MOVIMENTO + REGRA; SE JA EXISTE
           *> (JOB RODADO DE NOVO NO DIA) FICA COMO ESTA, INCLUSIVE SE O
           *> RETAGUARDA JA O ENCERROU
           GRAVA-CASO.
                MOVE MVD-COD-CONTA TO CAS-COD-CONTA.
                MOVE MVD-SEQUENCIA TO CAS-SEQUENCIA.
                MOVE W-CAS-REGRA TO CAS-REGRA.
                MOVE W-AGENCIA-CONTA TO CAS-COD-AGENCIA.
                MOVE MVD-TIPO TO CAS-TIPO-MOV.
                MOVE W-VALOR-MOV TO CAS-VALOR.
                MOVE MVD-DATA TO CAS-DATA.
                MOVE W-HORA-MOV TO CAS-HORA.
                MOVE W-CAS-DETALHE TO CAS-DETALHE.
                MOVE 'A' TO CAS-STATUS.
                MOVE ZEROS TO CAS-DT-ENCERRAMENTO.
                MOVE ZEROS TO CAS-OPERADOR-DECISAO.
                WRITE REG-CASO
                    INVALID KEY CONTINUE
                    NOT INVALID KEY ADD 1 TO W-QTDE-CASOS-NOVOS
                END-WRITE.

           *> TODOS OS CASOS AINDA ABERTOS, NOVOS OU DE DIAS ANTERIORES,
           *> COM A IDADE EM DIAS, ACUMULADOS POR AGENCIA PARA O RESUMO
           LISTA-CASOS-ABERTOS.
                MOVE ZEROS TO CAS-COD-CONTA.
                MOVE ZEROS TO CAS-SEQUENCIA.
                MOVE SPACES TO CAS-REGRA.
                START ARQ-CASO KEY IS NOT LESS THAN CAS-CHAVE
                    INVALID KEY MOVE "10" TO ARQ-CAS-OK
                    NOT INVALID KEY MOVE "00" TO ARQ-CAS-OK
                END-START.
                PERFORM UNTIL ARQ-CAS-OK EQUAL "10"
                    READ ARQ-CASO NEXT RECORD
                        AT END MOVE "10" TO ARQ-CAS-OK
                        NOT AT END
                            IF CAS-ABERTO
                                PERFORM TRATA-CASO-ABERTO
                            END-IF
                    END-READ
                END-PERFORM.

           TRATA-CASO-ABERTO.
                ADD 1 TO W-QTDE-ABERTOS.
                MOVE CAS-DATA TO W-DATA-AUX-NUM.
                COMPUTE W-DIAS-AUX = FUNCTION INTEGER-OF-DATE(W-DATA-AUX-NUM).
                COMPUTE W-IDADE-DIAS = W-DIAS-HOJE - W-DIAS-AUX.
                MOVE CAS-COD-AGENCIA TO W-AGENCIA-CASO.
                PERFORM LOCALIZA-AGENCIA.
                IF W-IDX-ENCONTRADO NOT EQUAL ZEROS
                    SET WS-IDX TO W-IDX-ENCONTRADO
                    ADD 1 TO AG-QTDE-ABERTOS (WS-IDX)
                    ADD CAS-VALOR TO AG-VALOR-ABERTOS (WS-IDX)
                    IF W-IDADE-DIAS EQUAL ZEROS
                        ADD 1 TO AG-QTDE-NOVOS (WS-IDX)
                    END-IF
                END-IF.
                MOVE CAS-VALOR TO M-VALOR.
                MOVE SPACES TO REG-RELATORIO.
                STRING "AGENCIA " DELIMITED BY SIZE
                       CAS-COD-AGENCIA DELIMITED BY SIZE
                       " CONTA " DELIMITED BY SIZE
                       CAS-COD-CONTA DELIMITED BY SIZE
                       " MOV " DELIMITED BY SIZE
                       CAS-SEQUENCIA DELIMITED BY SIZE
                       " REGRA " DELIMITED BY SIZE
                       CAS-REGRA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CAS-TIPO-MOV DELIMITED BY SIZE
                       M-VALOR DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CAS-DATA-DIA DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       CAS-DATA-MES DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       CAS-DATA-ANO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CAS-HORA-HH DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       CAS-HORA-MM DELIMITED BY SIZE
                       " IDADE " DELIMITED BY SIZE
                       W-IDADE-DIAS DELIMITED BY SIZE
                       " DIAS " DELIMITED BY SIZE
                       CAS-DETALHE DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

           *> LOCALIZA OU CRIA A ENTRADA DA AGENCIA NA TABELA
           LOCALIZA-AGENCIA.
                MOVE ZEROS TO W-IDX-ENCONTRADO.
                SET WS-IDX TO 1.
                SEARCH WS-AGENCIA-TABELA VARYING WS-IDX
                    AT END CONTINUE
                    WHEN AG-COD-AGENCIA (WS-IDX) EQUAL W-AGENCIA-CASO
                        MOVE WS-IDX TO W-IDX-ENCONTRADO
                END-SEARCH.
                IF W-IDX-ENCONTRADO EQUAL ZEROS
                    IF W-QTDE-AGENCIAS < W-MAX-AGENCIAS
                        ADD 1 TO W-QTDE-AGENCIAS
                        MOVE W-QTDE-AGENCIAS TO W-IDX-ENCONTRADO
                        SET WS-IDX TO W-IDX-ENCONTRADO
                        MOVE W-AGENCIA-CASO TO AG-COD-AGENCIA (WS-IDX)
                        MOVE ZEROS TO AG-QTDE-ABERTOS (WS-IDX)
                        MOVE ZEROS TO AG-QTDE-NOVOS (WS-IDX)
                        MOVE ZEROS TO AG-VALOR-ABERTOS (WS-IDX)
                    ELSE
                        DISPLAY "AGENCIA " W-AGENCIA-CASO " NAO CONSTA NO RESUMO: TABELA DE AGENCIAS CHEIA (LIMITE " W-MAX-AGENCIAS ")"
                    END-IF
                END-IF.

            IMPRIME-CABECALHO.
                MOVE SPACES TO REG-RELATORIO.
                STRING "CASOS DE SUSPEITA DE FRAUDE EM ABERTO EM " DELIMITED BY SIZE
                       DAYS DELIMITED BY SIZE "/" DELIMITED BY SIZE
                       MONTHS DELIMITED BY SIZE "/" DELIMITED BY SIZE
                       YEARS DELIMITED BY SIZE
                       " - MOVIMENTOS ANALISADOS " DELIMITED BY SIZE
                       W-QTDE-MOVIMENTOS DELIMITED BY SIZE
                       " CASOS NOVOS " DELIMITED BY SIZE
                       W-QTDE-CASOS-NOVOS DELIMITED BY SIZE
                    INTO REG-RELATORIO.
                WRITE REG-RELATORIO.
                ADD 1 TO W-QTDE-LINHAS-REL.

            IMPRIME-TOTAIS.
                SET WS-IDX TO 1.
                PERFORM UNTIL WS-IDX > W-QTDE-AGENCIAS
                    MOVE AG-VALOR-ABERTOS (WS-IDX) TO M-AG-VALOR
                    MOVE SPACES TO REG-RELATORIO
                    STRING "RESUMO AGENCIA " DELIMITED BY SIZE
                           AG-COD-AGENCIA (WS-IDX) DELIMITED BY SIZE
                           " CASOS ABERTOS " DELIMITED BY SIZE
                           AG-QTDE-ABERTOS (WS-IDX) DELIMITED BY SIZE
                           " ABERTOS HOJE " DELIMITED BY SIZE
                           AG-QTDE-NOVOS (WS-IDX) DELIMITED BY SIZE
                           " VALOR " DELIMITED BY SIZE
                           M-AG-VALOR DELIMITED BY SIZE
                        INTO REG-RELATORIO
                    WRITE REG-RELATORIO
                    ADD 1 TO W-QTDE-LINHAS-REL
                    SET WS-IDX UP BY 1
                END-PERFORM.

            CLOSE-FILES.
                CLOSE ARQ-BANCO.
                CLOSE ARQ-EXTRATO.
                CLOSE ARQ-AUDIT.
                CLOSE ARQ-CASO.
                CLOSE ARQ-RELATORIO.
                IF ARQ-MVD-OK EQUAL "00" OR ARQ-MVD-OK EQUAL "10"
                    CLOSE ARQ-MOVDIA
                END-IF.

           *> ANOTA NO DIARIO CENTRAL DE EXECUÇÔES (ARQ-JOBLOG.DAT) O
           *> INICIO ('I') E O FIM ('F') DESTA EXECUÇÂO; UM 'I' SEM 'F'
           *> CORRESPONDENTE DENUNCIA FIM ANORMAL
           GRAVA-JOBLOG.
                OPEN EXTEND ARQ-JOBLOG.
                IF ARQ-JLG-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-JOBLOG
                END-IF.
                MOVE "CONTA-VELOCIDADE" TO JLG-JOB.
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
                MOVE "CONTA-VELOCIDADE" TO CAT-JOB.
                MOVE WS-REL-FILENAME TO CAT-ARQUIVO.
                COMPUTE CAT-DATA = YEARS * 10000 + MONTHS * 100 + DAYS.
                MOVE W-QTDE-LINHAS-REL TO CAT-QTDE.
                WRITE REG-CATALOGO.
                CLOSE ARQ-CATALOGO.

       END PROGRAM CONTA-VELOCIDADE.
