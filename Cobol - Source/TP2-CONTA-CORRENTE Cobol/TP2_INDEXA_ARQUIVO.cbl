       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-INDEXA-ARQUIVO.

      *> UTILITARIO DE CARGA DO INDICE DE ARQUIVAMENTOS DE EXTRATO: LE
      *> UM ARQUIVO DE ARQUIVAMENTO DATADO GERADO POR CONTA-ARQUIVA-EXTRATO
      *> (ARQ-EXT-ARQUIVO-AAAAMMDD.DAT, NOME INFORMADO PELO OPERADOR) E
      *> GRAVA NO INDICE ARQ-EXT-ARQUIVO-IDX.DAT UMA ENTRADA POR CONTA,
      *> COM O PERIODO E A CONTAGEM DOS MOVIMENTOS. SERVE PARA OS
      *> ARQUIVAMENTOS GRAVADOS ANTES DE O EXPURGO MANTER O INDICE, QUE
      *> DE OUTRA FORMA A EXPORTAÇÂO DE EXTRATO NÂO ENXERGA; RODAR UMA VEZ
      *> PARA CADA ARQUIVO ANTIGO. AS ENTRADAS JA EXISTENTES DA MESMA DATA
      *> SÂO APAGADAS ANTES DA CARGA, ENTÂO RERODAR O MESMO ARQUIVO (OU
      *> UM QUE O EXPURGO JA INDEXOU) E SEGURO.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARQ-ARQUIVO ASSIGN TO WS-ARQUIVO-FILENAME
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-ARQ-OK.

                   SELECT ARQ-EXT-IDX ASSIGN TO DISK
                       ORGANIZATION INDEXED
                       ACCESS MODE DYNAMIC
                       RECORD KEY IS EAX-CHAVE
                       FILE STATUS ARQ-EAX-OK.

                   SELECT ARQ-JOBLOG ASSIGN TO "ARQ-JOBLOG.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS ARQ-JLG-OK.

       DATA DIVISION.

           FILE SECTION.
               FD ARQ-ARQUIVO LABEL RECORDS STANDARD.

               01  REG-ARQUIVO                 PIC X(120).

               FD ARQ-EXT-IDX LABEL RECORDS STANDARD VALUE OF FILE-ID IS "ARQ-EXT-ARQUIVO-IDX.DAT".

               COPY EXTIDX.

               FD ARQ-JOBLOG LABEL RECORDS STANDARD.

               COPY JOBLOG.

       WORKING-STORAGE SECTION.

                01  REG-CHECK.
                    02  ARQ-ARQ-OK          PIC X(2).
                    02  ARQ-EAX-OK          PIC X(2).

                01 WS-ARQUIVO-FILENAME          PIC X(40).

                01  ARQ-JLG-OK              PIC X(2).

                01 DATE-TIME.
                    02 YEARS            PIC 9(04).
                    02 MONTHS           PIC 9(02).
                    02 DAYS             PIC 9(02).

                01 JOBLOG-VARIABLES.
                    02  W-JLG-TIME          PIC 9(8).
                    02  W-JLG-EVENTO        PIC X(1).
                    02  W-JLG-QTDE          PIC 9(8).
                    02  W-JLG-CKPT          PIC X(1).

                *> O ARQUIVAMENTO E UMA IMAGEM DO REGISTRO DE EXTRATO
                COPY EXTRATO.

                01 INDICE-VARIABLES.
                    *> DATA DO ARQUIVAMENTO, TIRADA DO NOME DO ARQUIVO
                    02  W-DATA-ARQUIVO          PIC 9(8) VALUE ZEROS.
                    02  W-CONTA-ATUAL           PIC 9(7) VALUE ZEROS.
                    02  W-QTDE-CONTA            PIC 9(6) VALUE ZEROS.
                    02  W-DT-PRIMEIRO-CONTA     PIC 9(8) VALUE ZEROS.
                    02  W-DT-ULTIMO-CONTA       PIC 9(8) VALUE ZEROS.
                    02  W-DT-MOVIMENTO          PIC 9(8) VALUE ZEROS.

                01 WS-CONTROLE.
                    02  WS-EOF                  PIC X(1) VALUE 'N'.
                        88  FIM-ARQUIVO         VALUE 'S'.
                    02  W-QTDE-LIDA             PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-ENTRADAS         PIC 9(8) VALUE ZEROS.
                    02  W-QTDE-APAGADAS         PIC 9(8) VALUE ZEROS.

       PROCEDURE DIVISION.

            INIT.
                DISPLAY "ARQUIVO DE ARQUIVAMENTO A INDEXAR: ".
                ACCEPT WS-ARQUIVO-FILENAME.
                IF WS-ARQUIVO-FILENAME (1:16) NOT EQUAL "ARQ-EXT-ARQUIVO-" OR
                   WS-ARQUIVO-FILENAME (17:8) NOT NUMERIC
                    DISPLAY "NOME FORA DO PADRAO ARQ-EXT-ARQUIVO-AAAAMMDD.DAT: "
                            WS-ARQUIVO-FILENAME
                    STOP RUN
                END-IF.
                MOVE WS-ARQUIVO-FILENAME (17:8) TO W-DATA-ARQUIVO.
                OPEN INPUT ARQ-ARQUIVO.
                IF ARQ-ARQ-OK NOT EQUAL "00"
                    DISPLAY "ARQUIVO " WS-ARQUIVO-FILENAME " NAO ENCONTRADO"
                    STOP RUN
                END-IF.
                *> SEM NENHUM EXPURGO DEPOIS DA CRIAÇÂO DO INDICE ELE AINDA
                *> NÂO EXISTE E E CRIADO AQUI
                OPEN I-O ARQ-EXT-IDX.
                IF ARQ-EAX-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-EXT-IDX
                    CLOSE ARQ-EXT-IDX
                    OPEN I-O ARQ-EXT-IDX
                END-IF.
                ACCEPT DATE-TIME FROM DATE YYYYMMDD.
                MOVE 'I' TO W-JLG-EVENTO.
                MOVE ZEROS TO W-JLG-QTDE.
                MOVE 'N' TO W-JLG-CKPT.
                PERFORM GRAVA-JOBLOG.
                PERFORM APAGA-ENTRADAS-DATA.
                PERFORM PROCESSA-ARQUIVAMENTO UNTIL FIM-ARQUIVO.
                PERFORM FECHA-CONTA-INDICE.
                CLOSE ARQ-ARQUIVO.
                CLOSE ARQ-EXT-IDX.
                MOVE 'F' TO W-JLG-EVENTO.
                MOVE W-QTDE-ENTRADAS TO W-JLG-QTDE.
                PERFORM GRAVA-JOBLOG.
                DISPLAY "INDEXACAO CONCLUIDA. MOVIMENTOS LIDOS: " W-QTDE-LIDA
                        " CONTAS INDEXADAS: " W-QTDE-ENTRADAS
                        " ENTRADAS ANTERIORES SUBSTITUIDAS: " W-QTDE-APAGADAS.
                STOP RUN.

           *> TIRA DO INDICE AS ENTRADAS QUE JA APONTAM PARA ESTA DATA
           *> (CARGA ANTERIOR OU O PROPRIO EXPURGO DO DIA); A CARGA ABAIXO
           *> AS REFAZ A PARTIR DO ARQUIVO INTEIRO
           APAGA-ENTRADAS-DATA.
                MOVE LOW-VALUES TO EAX-CHAVE.
                START ARQ-EXT-IDX KEY IS NOT LESS THAN EAX-CHAVE
                    INVALID KEY MOVE "10" TO ARQ-EAX-OK
                    NOT INVALID KEY MOVE "00" TO ARQ-EAX-OK
                END-START.
                PERFORM UNTIL ARQ-EAX-OK EQUAL "10"
                    READ ARQ-EXT-IDX NEXT RECORD
                        AT END MOVE "10" TO ARQ-EAX-OK
                        NOT AT END
                            IF EAX-DATA-ARQUIVO EQUAL W-DATA-ARQUIVO
                                DELETE ARQ-EXT-IDX
                                    INVALID KEY DISPLAY "ERRO AO APAGAR INDICE " EAX-CHAVE
                                    NOT INVALID KEY ADD 1 TO W-QTDE-APAGADAS
                                END-DELETE
                            END-IF
                    END-READ
                END-PERFORM.

           *> UMA RETOMADA DO EXPURGO NO MESMO DIA ANEXA UMA SEGUNDA PASSADA
           *> AO ARQUIVO, ENTÂO A MESMA CONTA PODE VOLTAR MAIS ADIANTE; A
           *> ENTRADA DO INDICE E ALARGADA, COMO NO EXPURGO
            PROCESSA-ARQUIVAMENTO.
                READ ARQ-ARQUIVO
                    AT END MOVE 'S' TO WS-EOF
                    NOT AT END
                        ADD 1 TO W-QTDE-LIDA
                        MOVE REG-ARQUIVO TO REG-EXTRATO
                        IF EXT-COD-CONTA NOT EQUAL W-CONTA-ATUAL
                            PERFORM FECHA-CONTA-INDICE
                            MOVE EXT-COD-CONTA TO W-CONTA-ATUAL
                        END-IF
                        ADD 1 TO W-QTDE-CONTA
                        COMPUTE W-DT-MOVIMENTO = EXT-DATA-ANO * 10000
                                               + EXT-DATA-MES * 100 + EXT-DATA-DIA
                        IF W-QTDE-CONTA EQUAL 1 OR W-DT-MOVIMENTO < W-DT-PRIMEIRO-CONTA
                            MOVE W-DT-MOVIMENTO TO W-DT-PRIMEIRO-CONTA
                        END-IF
                        IF W-DT-MOVIMENTO > W-DT-ULTIMO-CONTA
                            MOVE W-DT-MOVIMENTO TO W-DT-ULTIMO-CONTA
                        END-IF
                END-READ.

           FECHA-CONTA-INDICE.
                IF W-CONTA-ATUAL NOT EQUAL ZEROS AND W-QTDE-CONTA NOT EQUAL ZEROS
                    PERFORM GRAVA-INDICE-ARQUIVO
                END-IF.
                MOVE ZEROS TO W-QTDE-CONTA.
                MOVE ZEROS TO W-DT-PRIMEIRO-CONTA.
                MOVE ZEROS TO W-DT-ULTIMO-CONTA.

           GRAVA-INDICE-ARQUIVO.
                MOVE W-CONTA-ATUAL TO EAX-COD-CONTA.
                MOVE W-DATA-ARQUIVO TO EAX-DATA-ARQUIVO.
                READ ARQ-EXT-IDX
                    INVALID KEY
                        MOVE WS-ARQUIVO-FILENAME TO EAX-ARQUIVO
                        MOVE W-DT-PRIMEIRO-CONTA TO EAX-DT-PRIMEIRO
                        MOVE W-DT-ULTIMO-CONTA TO EAX-DT-ULTIMO
                        MOVE W-QTDE-CONTA TO EAX-QTDE
                        WRITE REG-EXT-IDX
                            INVALID KEY DISPLAY "ERRO AO GRAVAR INDICE " EAX-CHAVE
                            NOT INVALID KEY ADD 1 TO W-QTDE-ENTRADAS
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

           *> ANOTA NO DIARIO CENTRAL DE EXECUÇÔES (ARQ-JOBLOG.DAT) O
           *> INICIO ('I') E O FIM ('F') DESTA EXECUÇÂO; UM 'I' SEM 'F'
           *> CORRESPONDENTE DENUNCIA FIM ANORMAL
           GRAVA-JOBLOG.
                OPEN EXTEND ARQ-JOBLOG.
                IF ARQ-JLG-OK NOT EQUAL "00"
                    OPEN OUTPUT ARQ-JOBLOG
                END-IF.
                MOVE "CONTA-INDEXA-ARQ" TO JLG-JOB.
                MOVE W-JLG-EVENTO TO JLG-EVENTO.
                COMPUTE JLG-DATA = YEARS * 10000 + MONTHS * 100 + DAYS.
                ACCEPT W-JLG-TIME FROM TIME.
                MOVE W-JLG-TIME (1:6) TO JLG-HORA.
                MOVE W-JLG-QTDE TO JLG-QTDE.
                MOVE W-JLG-CKPT TO JLG-CHECKPOINT.
                WRITE REG-JOBLOG.
                CLOSE ARQ-JOBLOG.

       END PROGRAM CONTA-INDEXA-ARQUIVO.
