      *> MANIFESTO COM A CONTAGEM ARQUIVADA POR CONTA E OS TOTAIS.
      *> RERODAR NO MESMO DIA E SEGURO: O QUE JA FOI MOVIDO NÂO EXISTE
      *> MAIS NO ONLINE E O ARQUIVO DE DESTINO E ANEXADO, NÂO TRUNCADO.
      *> CADA CONTA ARQUIVADA GANHA UMA ENTRADA NO INDICE
      *> ARQ-EXT-ARQUIVO-IDX.DAT (ARQUIVO E PERIODO), USADO PELA
      *> EXPORTAÇÂO DE EXTRATO PARA ACHAR PERIODOS FORA DO ONLINE;
      *> ARQUIVAMENTOS GRAVADOS ANTES DO INDICE SÂO CARREGADOS NELE PELO
      *> UTILITARIO CONTA-INDEXA-ARQUIVO.
      *> O CAMINHO DE VOLTA (AUDITORIA PEDINDO UM PERIODO ANTIGO) E O
      *> PROGRAMA CONTA-RESTAURA-EXTRATO.

                       RECORD KEY IS EXT-CHAVE
                       FILE STATUS ARQ-EXT-OK.

                   SELECT ARQ-EXT-IDX ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS EAX-CHAVE
                       FILE STATUS ARQ-EAX-OK.

                   SELECT ARQ-PARAM ASSIGN TO "ARQ-EXPURGO-PARAM.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-PAR-OK.

               COPY EXTRATO.

               FD ARQ-EXT-IDX LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EXT-ARQUIVO-IDX.DAT".

               COPY EXTIDX.

               FD ARQ-PARAM LABEL RECORDS STANDARD.

               01  REG-PARAM.
                    02  ARQ-ARQ-OK          PIC X(2).
                    02  ARQ-MAN-OK          PIC X(2).
                    02  ARQ-CKPT-OK         PIC X(2).
                    02  ARQ-EAX-OK          PIC X(2).

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                    02  W-CONTA-ATUAL           PIC 9(7) VALUE ZEROS.
                    02  W-QTDE-CONTA            PIC 9(6) VALUE ZEROS.
                    02  W-QTDE-CONTAS-TOT       PIC 9(6) VALUE ZEROS.
                    *> PERIODO (AAAAMMDD) DOS MOVIMENTOS DA CONTA ATUAL,
                    *> PARA A ENTRADA DO INDICE DE ARQUIVAMENTO
                    02  W-DT-PRIMEIRO-CONTA     PIC 9(8) VALUE ZEROS.
                    02  W-DT-ULTIMO-CONTA       PIC 9(8) VALUE ZEROS.
                    02  W-DT-MOVIMENTO          PIC 9(8) VALUE ZEROS.

                01 WS-CONTROLE.
                    02  WS-EOF                  PIC X(1) VALUE 'N'.

            OPEN-FILES.
                OPEN I-O ARQ-EXTRATO.
                *> NA PRIMEIRA EXECUÇÂO O INDICE AINDA NÂO EXISTE E E CRIADO
                OPEN I-O ARQ-EXT-IDX.
                IF ARQ-EAX-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-EXT-IDX
                    CLOSE ARQ-EXT-IDX
                    OPEN I-O ARQ-EXT-IDX
                END-IF.
                *> RETOMANDO O MESMO DIA: ANEXA AO ARQUIVAMENTO E AO MANIFESTO
                *> JA GRAVADOS EM VEZ DE TRUNCAR O QUE JA FOI MOVIDO
                IF RETOMA-MESMO-DIA
                END-DELETE.
                ADD 1 TO W-QTDE-ARQUIVADA.
                ADD 1 TO W-QTDE-CONTA.
                COMPUTE W-DT-MOVIMENTO = EXT-DATA-ANO * 10000
                                       + EXT-DATA-MES * 100 + EXT-DATA-DIA.
                IF W-QTDE-CONTA EQUAL 1 OR W-DT-MOVIMENTO < W-DT-PRIMEIRO-CONTA
                    MOVE W-DT-MOVIMENTO TO W-DT-PRIMEIRO-CONTA
                END-IF.
                IF W-DT-MOVIMENTO > W-DT-ULTIMO-CONTA
                    MOVE W-DT-MOVIMENTO TO W-DT-ULTIMO-CONTA
                END-IF.

           *> FECHA A LINHA DO MANIFESTO DA CONTA ANTERIOR, SE HOUVER
           FECHA-CONTA-MANIFESTO.
                           W-QTDE-CONTA DELIMITED BY SIZE
                        INTO REG-MANIFESTO
                    WRITE REG-MANIFESTO
                    PERFORM GRAVA-INDICE-ARQUIVO
                END-IF.
                MOVE ZEROS TO W-QTDE-CONTA.
                MOVE ZEROS TO W-DT-PRIMEIRO-CONTA.
                MOVE ZEROS TO W-DT-ULTIMO-CONTA.

           *> ENTRADA DO INDICE PARA A CONTA NO ARQUIVO DE HOJE; NUMA
           *> RETOMADA NO MESMO DIA A ENTRADA JA EXISTE E E ALARGADA COM O
           *> PERIODO E A CONTAGEM DESTA PASSADA
           GRAVA-INDICE-ARQUIVO.
                MOVE W-CONTA-ATUAL TO EAX-COD-CONTA.
                COMPUTE EAX-DATA-ARQUIVO = YEARS * 10000 + MONTHS * 100 + DAYS.
                READ ARQ-EXT-IDX
                    INVALID KEY
                        MOVE WS-ARQUIVO-FILENAME TO EAX-ARQUIVO
                        MOVE W-DT-PRIMEIRO-CONTA TO EAX-DT-PRIMEIRO
                        MOVE W-DT-ULTIMO-CONTA TO EAX-DT-ULTIMO
                        MOVE W-QTDE-CONTA TO EAX-QTDE
                        WRITE REG-EXT-IDX
                            INVALID KEY DISPLAY "ERRO AO GRAVAR INDICE " EAX-CHAVE
                        END-WRITE
                    NOT INVALID KEY
                        IF W-DT-PRIMEIRO-CONTA < EAX-DT-PRIMEIRO
                            MOVE W-DT-PRIMEIRO-CONTA TO EAX-DT-PRIMEIRO
                        END-IF
                        IF W-DT-ULTIMO-CONTA > EAX-DT-ULTIMO
                            MOVE W-DT-ULTIMO-CONTA TO EAX-DT-ULTIMO
                        END-IF
                        ADD W-QTDE-CONTA TO EAX-QTDE
                        REWRITE REG-EXT-IDX
                            INVALID KEY DISPLAY "ERRO AO GRAVAR INDICE " EAX-CHAVE
                        END-REWRITE
                END-READ.

            IMPRIME-CABECALHO-MANIFESTO.
                MOVE SPACES TO REG-MANIFESTO.

            CLOSE-FILES.
                CLOSE ARQ-EXTRATO.
                CLOSE ARQ-EXT-IDX.
                CLOSE ARQ-ARQUIVO.
                CLOSE ARQ-MANIFESTO.

